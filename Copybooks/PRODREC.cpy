      * Shared product master record layout for PRODMAST, keyed by
      * product code.  Maintained by PRODMNT and read by SALESRPT,
      * which rejects a sale naming a code not on file and reports
      * each region's and district's product mix by product line.
      * Standard cost is per unit sold, the basis of the gross
      * margin SALESRPT shows against revenue.
       01  PRODUCT-REC.
           05  PR-PRODUCT-CODE         PIC X(08).
           05  PR-DESCRIPTION          PIC X(30).
           05  PR-PRODUCT-LINE         PIC X(10).
           05  PR-STD-COST             PIC 9(05)V99.
           05  FILLER                  PIC X(25).
