      * Shared salesperson master record layout for SLSPMAST, keyed by
      * salesperson id (the STX-SALESPERSON-ID on SALETRN).  Maintained
      * by SLSPMNT and read by SALESRPT and COMMCALC, which reject or
      * suspend a sale credited to an id not on file or not active on
      * the sale date, flag a sale booked outside the assigned
      * regions, and measure quota attainment.  SP-EMP-ID is the
      * person's EMPMAS2 payroll id.  Up to five regions may be
      * assigned; unused slots are spaces.  The quarterly quotas sum
      * to the annual quota.  An active-thru date of zero means the
      * person is still active.
       01  SALESPERSON-REC.
           05  SP-SALESPERSON-ID       PIC 9(06).
           05  SP-NAME                 PIC X(30).
           05  SP-EMP-ID               PIC 9(06).
           05  SP-REGION OCCURS 5 TIMES
                                       PIC X(20).
           05  SP-ANNUAL-QUOTA         PIC 9(09)V99.
           05  SP-QTR-QUOTA OCCURS 4 TIMES
                                       PIC 9(09)V99.
           05  SP-ACTIVE-FROM          PIC 9(08).
           05  SP-ACTIVE-THRU          PIC 9(08).
           05  FILLER                  PIC X(37).
