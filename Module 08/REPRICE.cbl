      ***** COVERAGE, AND RE-PRICES EACH ONE AGAINST THE
      ***** CURRENTLY-IN-EFFECT VENDPRC QUOTE (LOWEST ACROSS
      ***** VENDORS, THE SAME SELECTION FAVRFP MAKES), TODAY'S
      ***** EXCHRATE, THE SHIPRATE CONTRACT AND THE TAXJUR RATE IN
      ***** FORCE FOR THE SHIP-TO REGION (THE RATETAB TAX RATE FOR A
      ***** REGION WITH NO JURISDICTION; NONE FOR A LINE PRICED FOR
      ***** A TAX-EXEMPT ACCOUNT).
      *****
      ***** EACH RE-PRICED LINE GOES OUT ON A RE-ISSUED PROPOSAL
      ***** EXTRACT (RPRCEXT, SAME LAYOUT AS PROPEXT) AND ON A
           ASSIGN TO RATETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATETAB-ST.
      *  Sales-tax jurisdictions by ship-to region and effective date
      *  (see Copybooks/TAXJUR.cpy).
           SELECT TAXJUR
           ASSIGN TO TAXJUR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXJUR-ST.
      *  One parameter card: minimum proposal age in days before a
      *  line is considered stale.
           SELECT RPRCPARM
           05  FILLER                  PIC X(72).

       FD  PROPOSAL-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  PROPOSAL-REC.
           05  PR-ACCT-NO-I            PIC X(08).
           05  PR-GENRE-I              PIC X(09).
           05  PR-WEIGHT-CLASS-I       PIC X(01).
           05  PR-EXCH-RATE-I          PIC 9(03)V9(05).
           05  FILLER                  PIC X(05).
           05  PR-TAX-JURIS-I          PIC X(05).
           05  PR-TAX-STATUS-I         PIC X(01).
           05  PR-TAX-AMT-I            PIC S9(7)V99.
           05  FILLER                  PIC X(05).

       FD  PO-IN
           RECORD CONTAINS 100 CHARACTERS.
       01  PO-IN-REC.
           05  PO-ACCT-NO-I            PIC X(08).
           05  PO-ORDER-DATE-I         PIC 9(08).
           05  PO-ORDER-AMT-I          PIC S9(07)V99.
           05  FILLER                  PIC X(75).

       FD  VENDOR-IN
           RECORD CONTAINS 40 CHARACTERS.
       01  VENDOR-IN-REC.
           05  VP-INST-TYPE-I          PIC X(06).
           05  VP-INST-QUAL-I          PIC X(01).
           05  VP-EFF-DATE-I           PIC 9(08).
           05  VP-ACTIVE-I             PIC X(01).
           05  VP-VENDOR-ID-I          PIC X(05).
           05  FILLER                  PIC X(12).

       FD  EXCH-IN
           RECORD CONTAINS 11 CHARACTERS.
           RECORD CONTAINS 14 CHARACTERS.
           COPY RATETAB.

       FD  TAXJUR
           RECORD CONTAINS 50 CHARACTERS.
           COPY TAXJUR.

       FD  RPRCPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  RPRCPARM-REC.
           05  FILLER                  PIC X(75).

       FD  RPRC-OUT
           RECORD CONTAINS 120 CHARACTERS.
       01  RPRC-REC.
           05  RX-ACCT-NO              PIC X(08).
           05  RX-GENRE                PIC X(09).
           05  RX-WEIGHT-CLASS         PIC X(01).
           05  RX-EXCH-RATE            PIC 9(03)V9(05).
           05  FILLER                  PIC X(05).
           05  RX-TAX-JURIS            PIC X(05).
           05  RX-TAX-STATUS           PIC X(01).
           05  RX-TAX-AMT              PIC S9(7)V99.
           05  FILLER                  PIC X(05).

       FD  RPRCRPT
           RECORD CONTAINS 133 CHARACTERS.
               88  SHIPRATE-NORMAL                     VALUE '00'.
           05  RATETAB-ST              PIC X(02).
               88  RT-NORMAL                           VALUE '00'.
           05  TAXJUR-ST               PIC X(02).
               88  TJ-NORMAL                           VALUE '00'.
           05  RPRCPARM-ST             PIC X(02).
               88  RP-NORMAL                           VALUE '00'.
           05  RPRC-OUT-ST             PIC X(02).
               88  NO-MORE-SHIP-RATES                  VALUE 'Y'.
           05  RATETAB-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-RATES                       VALUE 'Y'.
           05  TAXJUR-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-TAX-JURS                    VALUE 'Y'.
           05  PRICE-FOUND-SW          PIC X(01)       VALUE 'N'.
               88  PRICE-FOUND                         VALUE 'Y'.
           05  CURR-FOUND-SW           PIC X(01)       VALUE 'N'.
       77  RATE-COUNT                  PIC S9(04) COMP VALUE 0.
       77  TAX-RATE                    PIC 9(01)V9(05).

      * Sales-tax jurisdictions, the same selection FAVRFP's
      * 273-Lookup-Tax-Rate makes: the latest row for the region
      * effective on or before the business date.
       01  TAX-JUR-TABLE.
           05  TAX-JUR-ITEM OCCURS 100 TIMES INDEXED BY TJ-IDX.
               10  TJT-REGION-CODE         PIC X(03).
               10  TJT-JURIS-CODE          PIC X(05).
               10  TJT-TAX-RATE            PIC 9(01)V9(05).
               10  TJT-EFF-DATE            PIC 9(08).
       77  TAX-JUR-COUNT               PIC S9(04) COMP VALUE 0.
       77  TJ-SCAN-SUB                 PIC S9(04) COMP VALUE 0.
       77  TJ-BEST-SUB                 PIC S9(04) COMP VALUE 0.
       77  TAX-RATE-USED               PIC 9(01)V9(05).
       77  TAX-JURIS-USED              PIC X(05).

      * Accounts with PURCHORD coverage: an account whose orders
      * meet or exceed its proposal total is fully covered and its
      * lines do not re-price.
      * coverage is only known once every line has accumulated.
       01  LINE-TABLE.
           05  LINE-ITEM OCCURS 2000 TIMES INDEXED BY LN-IDX.
               10  LN-IMAGE                PIC X(120).
       77  LINE-COUNT                  PIC S9(04) COMP VALUE 0.
       77  LINE-SKIPPED-COUNT          PIC S9(04) COMP VALUE 0.

           PERFORM 330-LOAD-EXCH-RATES.
           PERFORM 340-LOAD-SHIP-RATES.
           PERFORM 350-LOAD-RATES.
           PERFORM 360-LOAD-TAX-JURS.
           WRITE RPRCRPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO RPRCRPT-REC.
           WRITE RPRCRPT-REC.
           MOVE WINNING-VENDOR-WS TO RX-VENDOR-ID.
           MOVE BUSINESS-DATE-NUM TO RX-PROP-DATE.
           MOVE EXCH-RATE-USED-WS TO RX-EXCH-RATE.
           MOVE TAX-JURIS-USED    TO RX-TAX-JURIS.
           MOVE TAX               TO RX-TAX-AMT.
           WRITE RPRC-REC.

       250-REPRICE-ONE-LINE-X.
                GO TO 260-PRICE-AT-CURRENT-X
           END-IF.

           PERFORM 270-LOOKUP-TAX-RATE.
           COMPUTE TAX = EXTENDED-COST * TAX-RATE-USED.
           COMPUTE NEW-TOTAL = EXTENDED-COST + SHIPPING-COST + TAX.

       260-PRICE-AT-CURRENT-X.
                END-IF
           END-PERFORM.

      * A line priced for an exempt account stays exempt; any other
      * line is taxed at its ship-to region's jurisdiction rate in
      * force today, or the RATETAB rate where the region has none.
       270-LOOKUP-TAX-RATE.
           MOVE 0 TO TJ-BEST-SUB.
           PERFORM VARYING TJ-SCAN-SUB FROM 1 BY 1
                UNTIL TJ-SCAN-SUB > TAX-JUR-COUNT
                IF TJT-REGION-CODE (TJ-SCAN-SUB) = PR-SHIP-TO-I
                   AND TJT-EFF-DATE (TJ-SCAN-SUB) <= BUSINESS-DATE-NUM
                     IF TJ-BEST-SUB = 0
                        OR TJT-EFF-DATE (TJ-SCAN-SUB) >
                           TJT-EFF-DATE (TJ-BEST-SUB)
                          MOVE TJ-SCAN-SUB TO TJ-BEST-SUB
                     END-IF
                END-IF
           END-PERFORM.

           IF TJ-BEST-SUB > 0
                MOVE TJT-JURIS-CODE (TJ-BEST-SUB) TO TAX-JURIS-USED
                MOVE TJT-TAX-RATE (TJ-BEST-SUB)   TO TAX-RATE-USED
           ELSE
                MOVE SPACES   TO TAX-JURIS-USED
                MOVE TAX-RATE TO TAX-RATE-USED
           END-IF.
           IF PR-TAX-STATUS-I = 'E'
                MOVE ZERO TO TAX-RATE-USED
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT PROPOSAL-IN
           IF NOT PR-NORMAL
                DISPLAY 'ERROR OPENING RATETAB'
                GO TO 999-RETURN-ERR.

           OPEN INPUT TAXJUR
           IF NOT TJ-NORMAL
                DISPLAY 'ERROR OPENING TAXJUR'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RPRCPARM
           IF NOT RP-NORMAL
                DISPLAY 'ERROR OPENING RPRCPARM'
                   MOVE RT-VALUE (RT-IDX) TO TAX-RATE
           END-SEARCH.

       360-LOAD-TAX-JURS.
           READ TAXJUR
               AT END MOVE 'Y' TO TAXJUR-EOF
           END-READ.

           PERFORM VARYING TJ-IDX FROM 1 BY 1
               UNTIL NO-MORE-TAX-JURS OR TJ-IDX > 100
                   ADD 1 TO TAX-JUR-COUNT
                   MOVE TJ-REGION-CODE TO TJT-REGION-CODE (TJ-IDX)
                   MOVE TJ-JURIS-CODE  TO TJT-JURIS-CODE (TJ-IDX)
                   MOVE TJ-TAX-RATE    TO TJT-TAX-RATE (TJ-IDX)
                   MOVE TJ-EFF-DATE    TO TJT-EFF-DATE (TJ-IDX)
                   READ TAXJUR
                       AT END MOVE 'Y' TO TAXJUR-EOF
                   END-READ
           END-PERFORM.

           CLOSE TAXJUR.

       400-READ-PROPOSAL.
           READ PROPOSAL-IN
               AT END MOVE 'Y' TO PROPOSAL-EOF
