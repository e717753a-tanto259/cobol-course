      * Shared commission balance record layout for COMMBAL, one per
      * salesperson.  COMMCALC reads it each commission run and writes
      * it forward.  The owed amount is commission clawed back on
      * returned sales that the salesperson's commission has not yet
      * covered; it is recovered from later periods' commission
      * rather than taken out of one paycheck.  The rate history
      * holds the tier rate paid in each of the last twelve
      * commission periods (YYYYMM), so a return is clawed back at
      * the rate the original sale actually earned.  An unused slot
      * carries a zero period.  The quarter-to-date fields carry the
      * salesperson's net sales so far in the quarter (YYYYQ), the
      * basis of the quota attainment that picks the commission tier.
       01  COMM-BAL-REC.
           05  CB-EMP-ID               PIC 9(06).
           05  CB-OWED                 PIC 9(07)V99.
           05  CB-RATE-HIST OCCURS 12 TIMES.
               10  CB-PERIOD           PIC 9(06).
               10  CB-RATE             PIC V999.
           05  CB-QTD-QUARTER          PIC 9(05).
           05  CB-QTD-SALES            PIC S9(09)V99.
           05  FILLER                  PIC X(11).
