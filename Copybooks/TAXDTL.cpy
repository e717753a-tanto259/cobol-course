      * Sales-tax detail layout for TAXDTL, appended by FAVRFP for
      * every approved proposal line (stock-filled units included)
      * and totalled by TAXRPT into the monthly liability report.
      * An exempt line carries the account's certificate number and
      * a zero tax amount; its sale is reported as exempt.
       01  TAX-DETAIL-REC.
           05  TD-BUS-DATE             PIC 9(08).
           05  TD-ACCT-NO              PIC X(08).
           05  TD-JURIS-CODE           PIC X(05).
           05  TD-SHIP-TO              PIC X(03).
           05  TD-TAX-STATUS           PIC X(01).
               88  TD-TAXABLE                          VALUE 'T'.
               88  TD-EXEMPT                           VALUE 'E'.
           05  TD-EXEMPT-CERT          PIC X(15).
           05  TD-INSTRUMENT           PIC X(06).
           05  TD-QUANTITY             PIC 9(02).
           05  TD-TAX-RATE             PIC 9(01)V9(05).
           05  TD-SALE-AMT             PIC S9(09)V99.
           05  TD-TAX-AMT              PIC S9(07)V99.
           05  FILLER                  PIC X(06).
