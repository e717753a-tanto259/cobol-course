           SELECT RATETAB ASSIGN TO RATETAB
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS RATETAB-ST.
      * Product master (see Copybooks/PRODREC.cpy): every sale must
      * name a product on it, and its product line and standard cost
      * drive the product-mix section.
           SELECT PRODMAST-FILE ASSIGN TO PRODMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS PRODMAST-ST.
      * Salesperson master (see Copybooks/SLSPREC.cpy): every sale
      * must credit a salesperson on it who is active on the sale
      * date; the assigned regions and quotas drive the territory
      * flag and the quota attainment section.
           SELECT SLSPMAST-FILE ASSIGN TO SLSPMAST
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS SLSPMAST-ST.
           SELECT REGRPT ASSIGN TO REGRPT
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS REGRPT-ST.
      * The salesperson who made the sale, so COMMCALC can compute
      * commissions from the same transactions this report reads.
           05 STX-SALESPERSON-ID    PIC 9(06).
      * A return or credit rides the feed as its own transaction,
      * dated the day it was taken, for the positive amount given
      * back, naming the salesperson and the date of the sale it
      * reverses.  It nets out of the quarter it is dated in.
           05 STX-TXN-TYPE          PIC X(01).
               88 STX-SALE                 VALUE SPACE 'S'.
               88 STX-RETURN               VALUE 'R'.
           05 STX-ORIG-SALE-DATE    PIC 9(08).
      * What was sold (or returned): a PRODMAST product code and the
      * number of units.
           05 STX-PRODUCT-CODE      PIC X(08).
           05 STX-UNITS             PIC 9(05).
           05 FILLER                PIC X(17).
      * Batch-control views of the sender's feed, the protection
      * CLAIMFILE has always had: the batch opens with a HEADER
      * record carrying the feed's business date (yesterday's file
           RECORDING MODE IS F
           RECORD CONTAINS 14 CHARACTERS.
           COPY RATETAB.
       FD  PRODMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRODMAST-REC              PIC X(80).
       FD  SLSPMAST-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 250 CHARACTERS.
       01  SLSPMAST-REC              PIC X(250).
      * Printable report output, matching the header/footer style
      * already used in FAVRFP.cbl and MEDCLAIM.cbl.
       FD  REGRPT
           05 FILLER                PIC X(72).
       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY PRODREC.
           COPY SLSPREC.

       01  SWITCHES-IN-PROGRAM.
           05  SW-END-OF-DATA          PIC X VALUE 'N'.
               88  END-OF-DISTMAP            VALUE 'Y'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                 VALUE '00'.
           05  PRODMAST-ST             PIC X(02).
               88  PD-NORMAL                 VALUE '00'.
           05  SW-END-OF-PRODMAST      PIC X VALUE 'N'.
               88  END-OF-PRODMAST           VALUE 'Y'.
           05  SLSPMAST-ST             PIC X(02).
               88  SM-NORMAL                 VALUE '00'.
           05  SW-END-OF-SLSPMAST      PIC X VALUE 'N'.
               88  END-OF-SLSPMAST           VALUE 'Y'.
       01  WS-TEMP-COMPUTE.
           05  WS-TEMP-VAL          PIC S9(9)V99.
           05  WS-TEMP-OUTPUT       PIC $$$$,$$$,$$9.99-.
       01  WS-SALES-TABLE-O.
           05  WS-Q1-SALES-O        PIC $$,$$$,$$9.99-.
           05  WS-Q2-SALES-O        PIC $$,$$$,$$9.99-.
           05  WS-Q3-SALES-O        PIC $$,$$$,$$9.99-.
           05  WS-Q4-SALES-O        PIC $$,$$$,$$9.99-.
       01  REGRPT-HEADER-0.
           05  FILLER               PIC X(20) VALUE "SALES REPORT".
       01  REGRPT-HEADER-1.
       01  REGRPT-DETAIL.
           05  DET-REGION-NAME      PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DET-Q1-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-Q2-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-Q3-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-Q4-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DET-TOTAL-SALES      PIC $$$$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  FILLER               PIC X(05) VALUE "TXNS".
           05  DET-TXN-COUNT        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(22).
       01  REGRPT-FOOTER-1.
           05  FILLER          PIC X(20) VALUE "GRAND TOTAL SALES:".
           05  FILLER          PIC X(15) VALUE SPACES.
           05  FT-GRAND-TOTAL-O     PIC $$$$,$$$,$$9.99-.
      * Top-3-by-annual-sales ranking section of the print file.
       01  REGRPT-RANK-HEADER-0.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(02) VALUE ". ".
           05  RANK-REGION-NAME     PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RANK-TOTAL-O         PIC $$$$,$$$,$$9.99-.
           05  FILLER               PIC X(77).
       77  WS-REGION-COUNT          PIC 9(4) COMP VALUE 0.
       77  WS-REGION-MAX            PIC 9(4) COMP VALUE 6.
       77  WS-REGION-SKIPPED-COUNT  PIC 9(4) COMP VALUE 0.
          05 WS-REGION OCCURS 1 TO 6 TIMES
                  DEPENDING ON WS-REGION-COUNT.
               10  WS-REGION-NAME       PIC X(20).
               10  WS-Q1-SALES          PIC S9(7)V99.
               10  WS-Q2-SALES          PIC S9(7)V99.
               10  WS-Q3-SALES          PIC S9(7)V99.
               10  WS-Q4-SALES          PIC S9(7)V99.
       01  WS-PRIOR-SALES-TABLE.
          05 WS-PRIOR-REGION OCCURS 1 TO 6 TIMES
                  DEPENDING ON WS-REGION-COUNT.
           05  FILLER               PIC X(08) VALUE "  PLAN ".
           05  MISS-PLAN-O          PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(10) VALUE "  ACTUAL ".
           05  MISS-ACTUAL-O        PIC $$$$,$$$,$$9.99-.
           05  FILLER               PIC X(07) VALUE "  PCT ".
           05  MISS-PCT-O           PIC -ZZ9.99.
           05  FILLER               PIC X(50).
      * Each region's district off the DISTMAP hierarchy; a region
      * with no mapping prints flagged under its own banner instead
      * of being silently lumped with anything.
      * the region detail, carrying plan and prior-year figures up
      * so the same variance math prints at district level.
       01  WS-DISTRICT-ACCUM.
           05  WS-DIST-Q1           PIC S9(9)V99.
           05  WS-DIST-Q2           PIC S9(9)V99.
           05  WS-DIST-Q3           PIC S9(9)V99.
           05  WS-DIST-Q4           PIC S9(9)V99.
           05  WS-DIST-GROSS        PIC 9(9)V99.
           05  WS-DIST-RETURNS      PIC 9(9)V99.
           05  WS-DIST-RETURN-COUNT PIC 9(07).
           05  WS-DIST-PLAN-Q1      PIC 9(7)V99.
           05  WS-DIST-PLAN-Q2      PIC 9(7)V99.
           05  WS-DIST-PLAN-Q3      PIC 9(7)V99.
           05  FILLER               PIC X(20)
                   VALUE "  DISTRICT TOTAL".
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DST-Q1-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DST-Q2-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DST-Q3-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DST-Q4-SALES         PIC $$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DST-TOTAL            PIC $$$$,$$$,$$9.99-.
           05  FILLER               PIC X(35).

      * Gross sales, returns taken back and the return rate, under
      * each region, each district subtotal and the grand total.
       01  REGRPT-RETURN-DETAIL.
           05  RET-LABEL            PIC X(20).
           05  FILLER               PIC X(08) VALUE "  GROSS ".
           05  RET-GROSS-SALES      PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(11) VALUE "  RETURNS ".
           05  RET-RETURN-AMT       PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  RET-RETURN-COUNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(15)
                   VALUE " RTNS  RATE   ".
           05  RET-RETURN-RATE      PIC ZZ9.99.
           05  FILLER               PIC X(01) VALUE "%".
           05  FILLER               PIC X(33) VALUE SPACES.

       01  REGRPT-DIST-PLANVAR.
           05  FILLER               PIC X(20)
       01  WS-TXN-COUNT-TABLE.
          05 WS-TXN-COUNT OCCURS 1 TO 6 TIMES
                  DEPENDING ON WS-REGION-COUNT PIC 9(07).
      * Gross sales and returns per region behind the netted quarters,
      * for the return rate.
       01  WS-RETURN-TABLE.
          05 WS-RETURN-ITEM OCCURS 1 TO 6 TIMES
                  DEPENDING ON WS-REGION-COUNT.
              10 WS-REGION-GROSS    PIC 9(9)V99.
              10 WS-REGION-RETURNS  PIC 9(9)V99.
              10 WS-RETURN-COUNT    PIC 9(07).
       77  WS-TXN-NET-AMT           PIC S9(5)V99.
       77  WS-RATE-GROSS            PIC 9(9)V99.
       77  WS-RATE-RETURNS          PIC 9(9)V99.
       77  WS-RATE-RETURN-COUNT     PIC 9(07).
       77  WS-RETURN-RATE           PIC 9(3)V99.
       77  WS-RETURN-RATE-O         PIC ZZ9.99.
       77  WS-GRAND-GROSS           PIC 9(9)V99.
       77  WS-GRAND-RETURNS         PIC 9(9)V99.
       77  WS-GRAND-RETURN-COUNT    PIC 9(07).

      * The product master in memory, each product pointing at its
      * product line in WS-LINE-TABLE.
       01  WS-PRODUCT-TABLE.
          05 WS-PRODUCT-ITEM OCCURS 500 TIMES INDEXED BY WS-PRD-IDX.
              10 WS-PRD-CODE        PIC X(08).
              10 WS-PRD-LINE-SUB    PIC 9(4) COMP.
              10 WS-PRD-STD-COST    PIC 9(05)V99.
       77  WS-PRODUCT-COUNT         PIC 9(4) COMP VALUE 0.
       77  WS-PRODUCT-MAX           PIC 9(4) COMP VALUE 500.
       77  WS-PRD-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       01  WS-LINE-TABLE.
          05 WS-LINE-NAME OCCURS 10 TIMES PIC X(10).
       77  WS-LINE-COUNT            PIC 9(4) COMP VALUE 0.
       77  WS-LINE-MAX              PIC 9(4) COMP VALUE 10.
       77  WS-LINE-SUB              PIC 9(4) COMP VALUE 0.
       77  WS-QTR-SUB               PIC 9(4) COMP VALUE 0.
       77  WS-TXN-BAD-PRODUCT       PIC 9(07) VALUE 0.
       77  WS-TXN-NET-UNITS         PIC S9(5).
       77  WS-TXN-NET-COST          PIC S9(9)V99.

      * The salesperson master in memory, with each person's net
      * sales by quarter (returns netted out, like the regions) and
      * count of sales booked outside their assigned regions.
       01  WS-SLSP-TABLE.
          05 WS-SLSP-ITEM OCCURS 200 TIMES INDEXED BY WS-SLP-IDX.
              10 WS-SLP-ID          PIC 9(06).
              10 WS-SLP-NAME        PIC X(30).
              10 WS-SLP-REGION OCCURS 5 TIMES PIC X(20).
              10 WS-SLP-ANNUAL-QUOTA PIC 9(09)V99.
              10 WS-SLP-QTR-QUOTA OCCURS 4 TIMES PIC 9(09)V99.
              10 WS-SLP-ACTIVE-FROM PIC 9(08).
              10 WS-SLP-ACTIVE-THRU PIC 9(08).
              10 WS-SLP-QTR-NET OCCURS 4 TIMES PIC S9(9)V99.
              10 WS-SLP-OUT-TERR    PIC 9(05).
              10 WS-SLP-RANKED      PIC X(01).
       77  WS-SLSP-COUNT            PIC 9(4) COMP VALUE 0.
       77  WS-SLSP-MAX              PIC 9(4) COMP VALUE 200.
       77  WS-SLP-FOUND-SUB         PIC 9(4) COMP VALUE 0.
       77  WS-SLP-STATUS            PIC X(01).
           88  SLP-ACTIVE                 VALUE 'A'.
           88  SLP-INACTIVE               VALUE 'I'.
           88  SLP-UNKNOWN                VALUE 'U'.
           88  SLP-UNASSIGNED             VALUE 'N'.
       77  WS-SLP-CHECK-DATE        PIC 9(08).
       77  WS-SLP-TERR-SW           PIC X(01).
           88  SLP-IN-TERRITORY           VALUE 'Y'.
       77  WS-TXN-BAD-SLSP          PIC 9(07) VALUE 0.
       77  WS-TXN-OUT-OF-TERR       PIC 9(07) VALUE 0.
      * Sales naming no salesperson still count in the region,
      * district and quarter figures -- COMMCALC carries the same
      * sales as unassigned -- and are shown below the ranked
      * salespeople as their own line.
       77  WS-TXN-UNASSIGNED        PIC 9(07) VALUE 0.
       01  WS-UNASSIGNED-NET.
           05  WS-UNASSIGNED-QTR-NET OCCURS 4 TIMES
                                    PIC S9(9)V99 VALUE 0.
       77  WS-ATT-NET-ANNUAL        PIC S9(9)V99.
       77  WS-ATT-NET               PIC S9(9)V99.
       77  WS-ATT-QUOTA             PIC 9(09)V99.
       77  WS-ATT-PCT               PIC S9(5)V9.
       77  WS-ATT-BEST-PCT          PIC S9(5)V9.
       77  WS-ATT-BEST-IDX          PIC 9(4) COMP.
       77  WS-ATT-RANK-N            PIC 9(4) COMP.

      * Quota attainment: each salesperson's net sales as a percent
      * of quota, by quarter and for the year, ranked on the year.
      * A quarter or year with no quota shows zero attainment.
       01  REGRPT-ATT-HEADER-1.
           05  FILLER               PIC X(43)
                   VALUE "SALESPERSON QUOTA ATTAINMENT (PCT OF QUOTA)".
       01  REGRPT-ATT-HEADER-2.
           05  FILLER               PIC X(34)
                   VALUE "RANK  ID      NAME".
           05  FILLER               PIC X(36)
                   VALUE "       Q1       Q2       Q3       Q4".
           05  FILLER               PIC X(17)
                   VALUE "  ANNUAL NET SALE".
           05  FILLER               PIC X(16)
                   VALUE "    ANNUAL QUOTA".
           05  FILLER               PIC X(09) VALUE "  ANNUAL ".
           05  FILLER               PIC X(08) VALUE "OUT-TERR".
           05  FILLER               PIC X(13) VALUE SPACES.
       01  REGRPT-ATT-DETAIL.
           05  ATT-RANK-O           PIC Z9.
           05  FILLER               PIC X(02) VALUE ". ".
           05  ATT-SLSP-ID          PIC 9(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ATT-SLSP-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  ATT-QTR-PCT-O OCCURS 4 TIMES
                                    PIC -----9.9B.
           05  ATT-NET-O            PIC $$$$,$$$,$$9.99-.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ATT-QUOTA-O          PIC $$$$,$$$,$$9.99.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  ATT-ANNUAL-PCT-O     PIC -----9.9B.
           05  ATT-OUT-TERR-O       PIC ZZ,ZZ9.
           05  FILLER               PIC X(15) VALUE SPACES.

      * Units, revenue and standard cost by region, product line and
      * quarter, returns netted out; the district's figures are
      * summed from its regions as they print, and either one is
      * staged into WS-PMIX-TABLE for 258-PRINT-PRODUCT-MIX.
       01  WS-MIX-TABLE.
          05 WS-MIX-REGION OCCURS 6 TIMES.
              10 WS-MIX-LINE OCCURS 10 TIMES.
                  15 WS-MIX-QTR OCCURS 4 TIMES.
                      20 WS-MIX-UNITS       PIC S9(7).
                      20 WS-MIX-REVENUE     PIC S9(9)V99.
                      20 WS-MIX-COST        PIC S9(9)V99.
       01  WS-DIST-MIX-TABLE.
          05 WS-DMIX-LINE OCCURS 10 TIMES.
              10 WS-DMIX-QTR OCCURS 4 TIMES.
                  15 WS-DMIX-UNITS          PIC S9(7).
                  15 WS-DMIX-REVENUE        PIC S9(9)V99.
                  15 WS-DMIX-COST           PIC S9(9)V99.
       01  WS-PMIX-TABLE.
          05 WS-PMIX-LINE OCCURS 10 TIMES.
              10 WS-PMIX-QTR OCCURS 4 TIMES.
                  15 WS-PMIX-UNITS          PIC S9(7).
                  15 WS-PMIX-REVENUE        PIC S9(9)V99.
                  15 WS-PMIX-COST           PIC S9(9)V99.
       01  WS-PMIX-QTR-TOTALS.
          05 WS-PMIX-QTR-REV OCCURS 4 TIMES PIC S9(9)V99.
       01  WS-PMIX-SHARES.
          05 WS-PMIX-SHARE OCCURS 4 TIMES PIC S9(3)V99.
       77  WS-PMIX-ANN-UNITS        PIC S9(7).
       77  WS-PMIX-ANN-REV          PIC S9(9)V99.
       77  WS-PMIX-ANN-COST         PIC S9(9)V99.
       77  WS-PMIX-MARGIN           PIC S9(9)V99.
       77  WS-PMIX-PCT              PIC S9(4)V99.

       01  REGRPT-MIX-HEADER.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  FILLER               PIC X(12) VALUE "PRODUCT LINE".
           05  FILLER               PIC X(10) VALUE "     UNITS".
           05  FILLER               PIC X(16)
                   VALUE "         REVENUE".
           05  FILLER               PIC X(16)
                   VALUE "    GROSS MARGIN".
           05  FILLER               PIC X(08) VALUE " MGN PCT".
           05  FILLER               PIC X(08) VALUE "  Q1 SHR".
           05  FILLER               PIC X(08) VALUE "  Q2 CHG".
           05  FILLER               PIC X(08) VALUE "  Q3 CHG".
           05  FILLER               PIC X(08) VALUE "  Q4 CHG".
           05  FILLER               PIC X(35) VALUE SPACES.
      * Share is the line's percent of the quarter's revenue; each
      * CHG column is the change in share from the quarter before,
      * in percentage points.
       01  REGRPT-MIX-DETAIL.
           05  FILLER               PIC X(04) VALUE SPACES.
           05  MIX-LINE-NAME        PIC X(10).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MIX-UNITS-O          PIC --,---,--9.
           05  MIX-REVENUE-O        PIC $$$$,$$$,$$9.99-.
           05  MIX-MARGIN-O         PIC $$$$,$$$,$$9.99-.
           05  MIX-MGN-PCT-O        PIC ----9.99.
           05  MIX-Q1-SHR-O         PIC ----9.99.
           05  MIX-Q2-CHG-O         PIC ----9.99.
           05  MIX-Q3-CHG-O         PIC ----9.99.
           05  MIX-Q4-CHG-O         PIC ----9.99.
           05  FILLER               PIC X(35) VALUE SPACES.
       77  BUSINESS-DATE-NUM        PIC 9(08) VALUE 0.

      * Expected (sender trailer) versus received (our re-count)
       77  WS-PRIOR-SUB             PIC 9(4) COMP VALUE 0.
       01  WS-VARIANCE-PCT              PIC S999V99.
       01  WS-VARIANCE-PCT-O            PIC -ZZ9.99.
       01  WS-VARIANCE-CURRENT          PIC S9(7)V99.
       01  WS-VARIANCE-PRIOR            PIC 9(7)V99.
       01  WS-VARIANCE-QTR              PIC 9(1).
       77  IDX                      PIC 9(4) COMP.
       77  WS-Q1-SUM                PIC S9(9)V99.
       77  WS-Q1-MAX                PIC S9(7)V99.
       77  WS-Q1-MIN                PIC S9(7)V99.
       77  WS-GRAND-TOTAL           PIC S9(9)V99.
      * Per-region annual total and top-3 ranking work areas.
       01  WS-REGION-TOTALS.
           05  WS-REGION-TOTAL OCCURS 1 TO 6 TIMES
                   DEPENDING ON WS-REGION-COUNT
                   PIC S9(9)V99.
       01  WS-RANK-USED-TABLE.
           05  WS-RANK-USED OCCURS 6 TIMES PIC X(01).
       77  WS-RANK-N                PIC 9(4) COMP.
       77  WS-RANK-TOP-COUNT        PIC 9(4) COMP VALUE 3.
       77  WS-RANK-BEST-IDX         PIC 9(4) COMP.
       77  WS-RANK-BEST-VAL         PIC S9(9)V99.
       PROCEDURE DIVISION.
       000-TOP-LEVEL.
           PERFORM 100-INITIALIZATION.

           PERFORM 110-LOAD-RATES.

           OPEN INPUT  PRODMAST-FILE
           IF NOT PD-NORMAL
                DISPLAY "ERROR OPENING PRODMAST"
                GO TO 999-RETURN-ERR.

           PERFORM 115-LOAD-PRODUCTS.
           INITIALIZE WS-MIX-TABLE.

           OPEN INPUT  SLSPMAST-FILE
           IF NOT SM-NORMAL
                DISPLAY "ERROR OPENING SLSPMAST"
                GO TO 999-RETURN-ERR.

           PERFORM 117-LOAD-SALESPEOPLE.

           OPEN OUTPUT REGRPT
           IF NOT RF-NORMAL
                DISPLAY "ERROR OPENING REGRPT"

           IF WS-TXN-BAD-COUNT > 0
                DISPLAY "*** WARNING: " WS-TXN-BAD-COUNT
                    " TRANSACTION(S) HAD A BAD DATE, REGION, TYPE, "
                    "PRODUCT OR SALESPERSON AND WERE EXCLUDED ***"
           END-IF.
           IF WS-TXN-BAD-PRODUCT > 0
                DISPLAY "*** WARNING: " WS-TXN-BAD-PRODUCT
                    " OF THEM NAMED A PRODUCT NOT ON PRODMAST ***"
           END-IF.
           IF WS-TXN-BAD-SLSP > 0
                DISPLAY "*** WARNING: " WS-TXN-BAD-SLSP
                    " OF THEM CREDITED A SALESPERSON NOT ON SLSPMAST "
                    "OR NOT ACTIVE ON THE SALE DATE ***"
           END-IF.
           IF WS-TXN-UNASSIGNED > 0
                DISPLAY "*** WARNING: " WS-TXN-UNASSIGNED
                    " SALE(S) NAMED NO SALESPERSON AND ARE REPORTED "
                    "AS UNASSIGNED ***"
           END-IF.
           IF WS-TXN-OUT-OF-TERR > 0
                DISPLAY "*** WARNING: " WS-TXN-OUT-OF-TERR
                    " SALE(S) WERE BOOKED OUTSIDE THE SALESPERSON'S "
                    "ASSIGNED REGIONS ***"
           END-IF.
           IF WS-TXN-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " WS-TXN-SKIPPED-COUNT
                   MOVE RT-VALUE (RT-IDX) TO SALES-VAR-THRESHOLD
           END-SEARCH.

      * Each product keeps a pointer to its product line; the lines
      * are the master's distinct PR-PRODUCT-LINE values in the
      * order first seen.
       115-LOAD-PRODUCTS.
           READ PRODMAST-FILE INTO PRODUCT-REC
               AT END MOVE 'Y' TO SW-END-OF-PRODMAST
           END-READ.
           PERFORM UNTIL END-OF-PRODMAST
               IF WS-PRODUCT-COUNT >= WS-PRODUCT-MAX
                    DISPLAY "ERROR: PRODMAST HAS MORE THAN "
                        WS-PRODUCT-MAX " PRODUCTS"
                    GO TO 999-RETURN-ERR
               END-IF
               MOVE 0 TO WS-LINE-SUB
               PERFORM VARYING IDX FROM 1 BY 1
                    UNTIL IDX > WS-LINE-COUNT OR WS-LINE-SUB > 0
                    IF WS-LINE-NAME (IDX) = PR-PRODUCT-LINE
                         MOVE IDX TO WS-LINE-SUB
                    END-IF
               END-PERFORM
               IF WS-LINE-SUB = 0
                    IF WS-LINE-COUNT >= WS-LINE-MAX
                         DISPLAY "ERROR: PRODMAST HAS MORE THAN "
                             WS-LINE-MAX " PRODUCT LINES"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO WS-LINE-COUNT
                    MOVE PR-PRODUCT-LINE
                        TO WS-LINE-NAME (WS-LINE-COUNT)
                    MOVE WS-LINE-COUNT TO WS-LINE-SUB
               END-IF
               ADD 1 TO WS-PRODUCT-COUNT
               MOVE PR-PRODUCT-CODE
                   TO WS-PRD-CODE (WS-PRODUCT-COUNT)
               MOVE WS-LINE-SUB TO WS-PRD-LINE-SUB (WS-PRODUCT-COUNT)
               MOVE PR-STD-COST
                   TO WS-PRD-STD-COST (WS-PRODUCT-COUNT)
               READ PRODMAST-FILE INTO PRODUCT-REC
                   AT END MOVE 'Y' TO SW-END-OF-PRODMAST
               END-READ
           END-PERFORM.
           IF NOT (PD-NORMAL OR END-OF-PRODMAST)
                DISPLAY "ERROR READING PRODMAST"
                GO TO 999-RETURN-ERR
           END-IF.
           CLOSE PRODMAST-FILE.

       117-LOAD-SALESPEOPLE.
           READ SLSPMAST-FILE INTO SALESPERSON-REC
               AT END MOVE 'Y' TO SW-END-OF-SLSPMAST
           END-READ.
           PERFORM UNTIL END-OF-SLSPMAST
               IF WS-SLSP-COUNT >= WS-SLSP-MAX
                    DISPLAY "ERROR: SLSPMAST HAS MORE THAN "
                        WS-SLSP-MAX " SALESPEOPLE"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO WS-SLSP-COUNT
               MOVE SP-SALESPERSON-ID TO WS-SLP-ID (WS-SLSP-COUNT)
               MOVE SP-NAME           TO WS-SLP-NAME (WS-SLSP-COUNT)
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 5
                    MOVE SP-REGION (IDX)
                        TO WS-SLP-REGION (WS-SLSP-COUNT, IDX)
               END-PERFORM
               MOVE SP-ANNUAL-QUOTA
                   TO WS-SLP-ANNUAL-QUOTA (WS-SLSP-COUNT)
               PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
                    MOVE SP-QTR-QUOTA (IDX)
                        TO WS-SLP-QTR-QUOTA (WS-SLSP-COUNT, IDX)
                    MOVE ZERO TO WS-SLP-QTR-NET (WS-SLSP-COUNT, IDX)
               END-PERFORM
               MOVE SP-ACTIVE-FROM
                   TO WS-SLP-ACTIVE-FROM (WS-SLSP-COUNT)
               MOVE SP-ACTIVE-THRU
                   TO WS-SLP-ACTIVE-THRU (WS-SLSP-COUNT)
               MOVE ZERO TO WS-SLP-OUT-TERR (WS-SLSP-COUNT)
               MOVE 'N'  TO WS-SLP-RANKED (WS-SLSP-COUNT)
               READ SLSPMAST-FILE INTO SALESPERSON-REC
                   AT END MOVE 'Y' TO SW-END-OF-SLSPMAST
               END-READ
           END-PERFORM.
           IF NOT (SM-NORMAL OR END-OF-SLSPMAST)
                DISPLAY "ERROR READING SLSPMAST"
                GO TO 999-RETURN-ERR
           END-IF.
           CLOSE SLSPMAST-FILE.

       130-BUCKET-ONE-TXN.
      * The sender's TRAILER closes the batch: capture its expected
      * figures and stop reading -- anything behind a trailer was
                ADD STX-AMOUNT TO SALETRN-VER-HASH
           END-IF.

      * A return must name the sale it reverses; one that does not
      * is as bad as an undated sale.  So is a sale of a product the
      * master does not know, or one credited to a salesperson who
      * is not on file or not active on the date of the sale.  A
      * sale naming no salesperson at all is not rejected; it is
      * reported as unassigned.
           PERFORM 133-FIND-PRODUCT.
           PERFORM 136-CHECK-SALESPERSON
              THRU 136-CHECK-SALESPERSON-EXIT.
           IF STX-SALE-DATE NOT NUMERIC
              OR STX-MONTH < 01 OR STX-MONTH > 12
              OR STX-AMOUNT NOT NUMERIC
              OR STX-REGION-NAME = SPACES
              OR NOT (STX-SALE OR STX-RETURN)
              OR (STX-RETURN AND (STX-ORIG-SALE-DATE NOT NUMERIC
                                  OR STX-ORIG-SALE-DATE = ZERO))
              OR STX-UNITS NOT NUMERIC
              OR WS-PRD-FOUND-SUB = 0
              OR NOT (SLP-ACTIVE OR SLP-UNASSIGNED)
                ADD 1 TO WS-TXN-BAD-COUNT
                IF WS-PRD-FOUND-SUB = 0
                     ADD 1 TO WS-TXN-BAD-PRODUCT
                     DISPLAY "REJECTED: UNKNOWN PRODUCT CODE '"
                         STX-PRODUCT-CODE "' REGION "
                         STX-REGION-NAME " DATE " STX-SALE-DATE
                END-IF
                IF SLP-UNKNOWN
                     ADD 1 TO WS-TXN-BAD-SLSP
                     DISPLAY "REJECTED: UNKNOWN SALESPERSON "
                         STX-SALESPERSON-ID " REGION "
                         STX-REGION-NAME " DATE " STX-SALE-DATE
                END-IF
                IF SLP-INACTIVE
                     ADD 1 TO WS-TXN-BAD-SLSP
                     DISPLAY "REJECTED: SALESPERSON "
                         STX-SALESPERSON-ID " NOT ACTIVE ON "
                         WS-SLP-CHECK-DATE " REGION "
                         STX-REGION-NAME
                END-IF
           ELSE
                PERFORM 135-FIND-OR-ADD-REGION
                IF WS-REGION-SUB > 0
                     ADD 1 TO WS-TXN-COUNT (WS-REGION-SUB)
                     ADD 1 TO WS-TXN-BUCKETED
                     IF STX-RETURN
                          COMPUTE WS-TXN-NET-AMT = 0 - STX-AMOUNT
                          ADD STX-AMOUNT
                              TO WS-REGION-RETURNS (WS-REGION-SUB)
                          ADD 1 TO WS-RETURN-COUNT (WS-REGION-SUB)
                     ELSE
                          MOVE STX-AMOUNT TO WS-TXN-NET-AMT
                          ADD STX-AMOUNT
                              TO WS-REGION-GROSS (WS-REGION-SUB)
                     END-IF
      * A quarter overflowing its accumulator must stop the run --
      * a silently wrapped figure would corrupt the report, the
      * plan-variance math and the run ledger with no warning.
                     EVALUATE TRUE
                         WHEN STX-MONTH <= 03
                             ADD WS-TXN-NET-AMT
                                 TO WS-Q1-SALES (WS-REGION-SUB)
                               ON SIZE ERROR
                                 PERFORM 137-QUARTER-OVERFLOW
                             END-ADD
                         WHEN STX-MONTH <= 06
                             ADD WS-TXN-NET-AMT
                                 TO WS-Q2-SALES (WS-REGION-SUB)
                               ON SIZE ERROR
                                 PERFORM 137-QUARTER-OVERFLOW
                             END-ADD
                         WHEN STX-MONTH <= 09
                             ADD WS-TXN-NET-AMT
                                 TO WS-Q3-SALES (WS-REGION-SUB)
                               ON SIZE ERROR
                                 PERFORM 137-QUARTER-OVERFLOW
                             END-ADD
                         WHEN OTHER
                             ADD WS-TXN-NET-AMT
                                 TO WS-Q4-SALES (WS-REGION-SUB)
                               ON SIZE ERROR
                                 PERFORM 137-QUARTER-OVERFLOW
                             END-ADD
                     END-EVALUATE
                     PERFORM 134-ADD-TO-PRODUCT-MIX
                     IF SLP-UNASSIGNED
                          ADD 1 TO WS-TXN-UNASSIGNED
                          ADD WS-TXN-NET-AMT
                              TO WS-UNASSIGNED-QTR-NET (WS-QTR-SUB)
                     ELSE
                          PERFORM 138-CREDIT-SALESPERSON
                     END-IF
                END-IF
           END-IF.

           MOVE 'IN BALANCE' TO FEED-RPT-VERDICT.
           WRITE REGRPT-REC FROM FEED-CONTROL-LINE.

       133-FIND-PRODUCT.
           MOVE 0 TO WS-PRD-FOUND-SUB.
           SET WS-PRD-IDX TO 1.
           SEARCH WS-PRODUCT-ITEM VARYING WS-PRD-IDX
               AT END
                   CONTINUE
               WHEN WS-PRD-IDX > WS-PRODUCT-COUNT
                   CONTINUE
               WHEN WS-PRD-CODE (WS-PRD-IDX) = STX-PRODUCT-CODE
                   SET WS-PRD-FOUND-SUB TO WS-PRD-IDX
           END-SEARCH.

      * The sale's units, revenue and standard cost into its region's
      * product line for the quarter; a return takes them back out.
       134-ADD-TO-PRODUCT-MIX.
           COMPUTE WS-QTR-SUB = (STX-MONTH + 2) / 3.
           MOVE WS-PRD-LINE-SUB (WS-PRD-FOUND-SUB) TO WS-LINE-SUB.
           COMPUTE WS-TXN-NET-COST =
               STX-UNITS * WS-PRD-STD-COST (WS-PRD-FOUND-SUB).
           MOVE STX-UNITS TO WS-TXN-NET-UNITS.
           IF STX-RETURN
                COMPUTE WS-TXN-NET-UNITS = 0 - WS-TXN-NET-UNITS
                COMPUTE WS-TXN-NET-COST  = 0 - WS-TXN-NET-COST
           END-IF.
           ADD WS-TXN-NET-UNITS
               TO WS-MIX-UNITS (WS-REGION-SUB, WS-LINE-SUB, WS-QTR-SUB).
           ADD WS-TXN-NET-AMT
               TO WS-MIX-REVENUE (WS-REGION-SUB, WS-LINE-SUB,
                                  WS-QTR-SUB).
           ADD WS-TXN-NET-COST
               TO WS-MIX-COST (WS-REGION-SUB, WS-LINE-SUB, WS-QTR-SUB).

       135-FIND-OR-ADD-REGION.
           MOVE 0 TO WS-REGION-SUB.
           PERFORM VARYING IDX FROM 1 BY 1
                     MOVE ZERO TO WS-Q3-SALES (WS-REGION-COUNT)
                     MOVE ZERO TO WS-Q4-SALES (WS-REGION-COUNT)
                     MOVE ZERO TO WS-TXN-COUNT (WS-REGION-COUNT)
                     MOVE ZERO TO WS-REGION-GROSS (WS-REGION-COUNT)
                     MOVE ZERO
                         TO WS-REGION-RETURNS (WS-REGION-COUNT)
                     MOVE ZERO TO WS-RETURN-COUNT (WS-REGION-COUNT)
                     MOVE 'N'  TO WS-PRIOR-FOUND (WS-REGION-COUNT)
                     MOVE 'N'  TO WS-BUDGET-FOUND (WS-REGION-COUNT)
                     MOVE SPACES
                END-IF
           END-IF.

      * Finds the transaction's salesperson and decides whether they
      * were active when the sale was made -- for a return, on the
      * date of the sale it reverses.  A zero active-thru date means
      * still active.  A blank or zero id is unassigned, the rule
      * COMMCALC applies.
       136-CHECK-SALESPERSON.
           MOVE 0 TO WS-SLP-FOUND-SUB.
           MOVE 'N' TO WS-SLP-STATUS.
           IF STX-SALESPERSON-ID NOT NUMERIC
              OR STX-SALESPERSON-ID = ZERO
                GO TO 136-CHECK-SALESPERSON-EXIT
           END-IF.
           MOVE 'U' TO WS-SLP-STATUS.
           SET WS-SLP-IDX TO 1.
           SEARCH WS-SLSP-ITEM VARYING WS-SLP-IDX
               AT END
                   CONTINUE
               WHEN WS-SLP-IDX > WS-SLSP-COUNT
                   CONTINUE
               WHEN WS-SLP-ID (WS-SLP-IDX) = STX-SALESPERSON-ID
                   SET WS-SLP-FOUND-SUB TO WS-SLP-IDX
           END-SEARCH.
           IF WS-SLP-FOUND-SUB = 0
                GO TO 136-CHECK-SALESPERSON-EXIT
           END-IF.
           IF STX-RETURN
                MOVE STX-ORIG-SALE-DATE TO WS-SLP-CHECK-DATE
           ELSE
                MOVE STX-SALE-DATE TO WS-SLP-CHECK-DATE
           END-IF.
           MOVE 'A' TO WS-SLP-STATUS.
           IF WS-SLP-CHECK-DATE NUMERIC
                IF WS-SLP-CHECK-DATE
                       < WS-SLP-ACTIVE-FROM (WS-SLP-FOUND-SUB)
                   OR (WS-SLP-ACTIVE-THRU (WS-SLP-FOUND-SUB) > ZERO
                       AND WS-SLP-CHECK-DATE
                           > WS-SLP-ACTIVE-THRU (WS-SLP-FOUND-SUB))
                     MOVE 'I' TO WS-SLP-STATUS
                END-IF
           END-IF.
       136-CHECK-SALESPERSON-EXIT.
           EXIT.

       137-QUARTER-OVERFLOW.
           DISPLAY "ERROR: QUARTERLY SALES ACCUMULATOR OVERFLOW"
                   " FOR REGION " WS-REGION-NAME (WS-REGION-SUB).
           GO TO 999-RETURN-ERR.

      * The net amount into the salesperson's quarter for quota
      * attainment.  A sale booked in a region the salesperson is
      * not assigned is still counted -- the money was taken -- but
      * flagged on the console and against the salesperson.
       138-CREDIT-SALESPERSON.
           ADD WS-TXN-NET-AMT
               TO WS-SLP-QTR-NET (WS-SLP-FOUND-SUB, WS-QTR-SUB).
           IF STX-SALE
                MOVE 'N' TO WS-SLP-TERR-SW
                PERFORM VARYING IDX FROM 1 BY 1
                     UNTIL IDX > 5 OR SLP-IN-TERRITORY
                     IF WS-SLP-REGION (WS-SLP-FOUND-SUB, IDX)
                            = STX-REGION-NAME
                          MOVE 'Y' TO WS-SLP-TERR-SW
                     END-IF
                END-PERFORM
                IF NOT SLP-IN-TERRITORY
                     ADD 1 TO WS-TXN-OUT-OF-TERR
                     ADD 1 TO WS-SLP-OUT-TERR (WS-SLP-FOUND-SUB)
                     DISPLAY "FLAGGED: SALESPERSON "
                         STX-SALESPERSON-ID " SOLD OUTSIDE TERRITORY"
                         " IN " STX-REGION-NAME " DATE " STX-SALE-DATE
                END-IF
           END-IF.

      * Prior-year figures match by region NAME, not file position --
      * transaction order decides this year's region order, so the
      * old positional assumption no longer holds.
           MOVE WS-TEMP-VAL TO FT-GRAND-TOTAL-O.
           WRITE REGRPT-REC FROM REGRPT-FOOTER-0.
           WRITE REGRPT-REC FROM REGRPT-FOOTER-1.
           MOVE "  ALL REGIONS"       TO RET-LABEL.
           MOVE WS-GRAND-GROSS        TO WS-RATE-GROSS.
           MOVE WS-GRAND-RETURNS      TO WS-RATE-RETURNS.
           MOVE WS-GRAND-RETURN-COUNT TO WS-RATE-RETURN-COUNT.
           PERFORM 257-PRINT-RETURN-LINE.
           DISPLAY "GRAND RETURNS     : " RET-RETURN-AMT
               "  RETURN RATE " WS-RETURN-RATE-O "%".
           PERFORM 280-RANK-TOP-REGIONS.
           PERFORM 297-PRINT-QUOTA-ATTAINMENT.
      * One district's group: its banner, every member region's
      * detail, and the district subtotal lines.  The first
      * unprinted region seeds the group, so districts print in
           WRITE REGRPT-REC FROM REGRPT-DIST-HEADER.

           INITIALIZE WS-DISTRICT-ACCUM.
           INITIALIZE WS-DIST-MIX-TABLE.
           PERFORM VARYING IDX FROM 1 BY 1
               UNTIL IDX > WS-REGION-COUNT
               IF WS-REGION-PRINTED (IDX) NOT = 'Y'
                   ADD WS-Q2-SALES (IDX) TO WS-DIST-Q2
                   ADD WS-Q3-SALES (IDX) TO WS-DIST-Q3
                   ADD WS-Q4-SALES (IDX) TO WS-DIST-Q4
                   ADD WS-REGION-GROSS (IDX)   TO WS-DIST-GROSS
                   ADD WS-REGION-RETURNS (IDX) TO WS-DIST-RETURNS
                   ADD WS-RETURN-COUNT (IDX)
                       TO WS-DIST-RETURN-COUNT
                   PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                       UNTIL WS-LINE-SUB > WS-LINE-COUNT
                       AFTER WS-QTR-SUB FROM 1 BY 1
                       UNTIL WS-QTR-SUB > 4
                       ADD WS-MIX-UNITS (IDX, WS-LINE-SUB, WS-QTR-SUB)
                           TO WS-DMIX-UNITS (WS-LINE-SUB, WS-QTR-SUB)
                       ADD WS-MIX-REVENUE (IDX, WS-LINE-SUB,
                                           WS-QTR-SUB)
                           TO WS-DMIX-REVENUE (WS-LINE-SUB,
                                               WS-QTR-SUB)
                       ADD WS-MIX-COST (IDX, WS-LINE-SUB, WS-QTR-SUB)
                           TO WS-DMIX-COST (WS-LINE-SUB, WS-QTR-SUB)
                   END-PERFORM
                   IF WS-BUDGET-FOUND (IDX) = 'Y'
                       ADD WS-Q1-BUDGET (IDX) TO WS-DIST-PLAN-Q1
                       ADD WS-Q2-BUDGET (IDX) TO WS-DIST-PLAN-Q2
           MOVE WS-TEMP-VAL TO DET-TOTAL-SALES.
           MOVE WS-TXN-COUNT (IDX) TO DET-TXN-COUNT.
           WRITE REGRPT-REC FROM REGRPT-DETAIL.
           MOVE "  GROSS / RETURNS"     TO RET-LABEL.
           MOVE WS-REGION-GROSS (IDX)   TO WS-RATE-GROSS.
           MOVE WS-REGION-RETURNS (IDX) TO WS-RATE-RETURNS.
           MOVE WS-RETURN-COUNT (IDX)   TO WS-RATE-RETURN-COUNT.
           PERFORM 257-PRINT-RETURN-LINE.
           DISPLAY "RETURNS     :  " RET-RETURN-AMT.
           DISPLAY "RETURN RATE :  " WS-RETURN-RATE-O "%".
           MOVE WS-MIX-REGION (IDX) TO WS-PMIX-TABLE.
           PERFORM 258-PRINT-PRODUCT-MIX.
           IF WS-BUDGET-FOUND (IDX) = 'Y'
               PERFORM 255-PRINT-PLAN-LINES
           END-IF.
               + WS-DIST-Q3 + WS-DIST-Q4.
           MOVE WS-TEMP-VAL TO DST-TOTAL.
           WRITE REGRPT-REC FROM REGRPT-DIST-SUBTOTAL.
           MOVE "  DISTRICT RETURNS"  TO RET-LABEL.
           MOVE WS-DIST-GROSS         TO WS-RATE-GROSS.
           MOVE WS-DIST-RETURNS       TO WS-RATE-RETURNS.
           MOVE WS-DIST-RETURN-COUNT  TO WS-RATE-RETURN-COUNT.
           PERFORM 257-PRINT-RETURN-LINE.
           MOVE WS-DIST-MIX-TABLE     TO WS-PMIX-TABLE.
           PERFORM 258-PRINT-PRODUCT-MIX.

           IF WS-DIST-PLAN-SW = 'Y'
               MOVE WS-DIST-Q1      TO WS-VARIANCE-CURRENT
      * Sum of all four quarters across all regions.
       270-CALC-GRAND-TOTAL.
           MOVE ZERO TO WS-GRAND-TOTAL.
           MOVE ZERO TO WS-GRAND-GROSS.
           MOVE ZERO TO WS-GRAND-RETURNS.
           MOVE ZERO TO WS-GRAND-RETURN-COUNT.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > WS-REGION-COUNT
               ADD WS-Q1-SALES (IDX) TO WS-GRAND-TOTAL
               ADD WS-Q2-SALES (IDX) TO WS-GRAND-TOTAL
               ADD WS-Q3-SALES (IDX) TO WS-GRAND-TOTAL
               ADD WS-Q4-SALES (IDX) TO WS-GRAND-TOTAL
               ADD WS-REGION-GROSS (IDX)   TO WS-GRAND-GROSS
               ADD WS-REGION-RETURNS (IDX) TO WS-GRAND-RETURNS
               ADD WS-RETURN-COUNT (IDX)   TO WS-GRAND-RETURN-COUNT
           END-PERFORM.
      * Plan row and plan-variance-percent row under the region's
      * actuals, so plan against actual reads straight down the
                       / WS-VARIANCE-PRIOR) * 100
           END-IF.

      * Returns as a percent of gross sales for the figures staged
      * in WS-RATE-GROSS / WS-RATE-RETURNS under the label in
      * RET-LABEL; no gross sales is reported as no rate rather than
      * dividing by zero.
       257-PRINT-RETURN-LINE.
           IF WS-RATE-GROSS = ZERO
               MOVE ZERO TO WS-RETURN-RATE
           ELSE
               COMPUTE WS-RETURN-RATE ROUNDED =
                   (WS-RATE-RETURNS / WS-RATE-GROSS) * 100
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-RETURN-RATE
               END-COMPUTE
           END-IF.
           MOVE WS-RETURN-RATE       TO WS-RETURN-RATE-O.
           MOVE WS-RATE-GROSS        TO RET-GROSS-SALES.
           MOVE WS-RATE-RETURNS      TO RET-RETURN-AMT.
           MOVE WS-RATE-RETURN-COUNT TO RET-RETURN-COUNT.
           MOVE WS-RETURN-RATE       TO RET-RETURN-RATE.
           WRITE REGRPT-REC FROM REGRPT-RETURN-DETAIL.

      * The product-mix block for the region or district staged in
      * WS-PMIX-TABLE: one line per product line with any activity.
       258-PRINT-PRODUCT-MIX.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1 UNTIL WS-QTR-SUB > 4
               MOVE ZERO TO WS-PMIX-QTR-REV (WS-QTR-SUB)
               PERFORM VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
                   ADD WS-PMIX-REVENUE (WS-LINE-SUB, WS-QTR-SUB)
                       TO WS-PMIX-QTR-REV (WS-QTR-SUB)
               END-PERFORM
           END-PERFORM.
           WRITE REGRPT-REC FROM REGRPT-MIX-HEADER.
           PERFORM 259-PRINT-ONE-MIX-LINE
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT.

      * Gross margin is revenue less standard cost.  A quarter with no
      * net revenue gives every line a zero share rather than
      * dividing by zero, and no share change is shown into or out
      * of such a quarter.
       259-PRINT-ONE-MIX-LINE.
           MOVE ZERO TO WS-PMIX-ANN-UNITS WS-PMIX-ANN-REV
                        WS-PMIX-ANN-COST.
           PERFORM VARYING WS-QTR-SUB FROM 1 BY 1 UNTIL WS-QTR-SUB > 4
               ADD WS-PMIX-UNITS (WS-LINE-SUB, WS-QTR-SUB)
                   TO WS-PMIX-ANN-UNITS
               ADD WS-PMIX-REVENUE (WS-LINE-SUB, WS-QTR-SUB)
                   TO WS-PMIX-ANN-REV
               ADD WS-PMIX-COST (WS-LINE-SUB, WS-QTR-SUB)
                   TO WS-PMIX-ANN-COST
               IF WS-PMIX-QTR-REV (WS-QTR-SUB) > ZERO
                   COMPUTE WS-PMIX-SHARE (WS-QTR-SUB) ROUNDED =
                       (WS-PMIX-REVENUE (WS-LINE-SUB, WS-QTR-SUB)
                           / WS-PMIX-QTR-REV (WS-QTR-SUB)) * 100
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PMIX-SHARE (WS-QTR-SUB)
                   END-COMPUTE
               ELSE
                   MOVE ZERO TO WS-PMIX-SHARE (WS-QTR-SUB)
               END-IF
           END-PERFORM.
           IF WS-PMIX-ANN-UNITS = ZERO AND WS-PMIX-ANN-REV = ZERO
               AND WS-PMIX-ANN-COST = ZERO
               CONTINUE
           ELSE
               COMPUTE WS-PMIX-MARGIN =
                   WS-PMIX-ANN-REV - WS-PMIX-ANN-COST
               IF WS-PMIX-ANN-REV = ZERO
                   MOVE ZERO TO WS-PMIX-PCT
               ELSE
                   COMPUTE WS-PMIX-PCT ROUNDED =
                       (WS-PMIX-MARGIN / WS-PMIX-ANN-REV) * 100
                       ON SIZE ERROR
                           MOVE ZERO TO WS-PMIX-PCT
                   END-COMPUTE
               END-IF
               MOVE WS-LINE-NAME (WS-LINE-SUB) TO MIX-LINE-NAME
               MOVE WS-PMIX-ANN-UNITS          TO MIX-UNITS-O
               MOVE WS-PMIX-ANN-REV            TO MIX-REVENUE-O
               MOVE WS-PMIX-MARGIN             TO MIX-MARGIN-O
               MOVE WS-PMIX-PCT                TO MIX-MGN-PCT-O
               MOVE WS-PMIX-SHARE (1)          TO MIX-Q1-SHR-O
               MOVE ZERO TO MIX-Q2-CHG-O MIX-Q3-CHG-O MIX-Q4-CHG-O
               IF WS-PMIX-QTR-REV (1) > ZERO
                      AND WS-PMIX-QTR-REV (2) > ZERO
                   COMPUTE MIX-Q2-CHG-O =
                       WS-PMIX-SHARE (2) - WS-PMIX-SHARE (1)
               END-IF
               IF WS-PMIX-QTR-REV (2) > ZERO
                      AND WS-PMIX-QTR-REV (3) > ZERO
                   COMPUTE MIX-Q3-CHG-O =
                       WS-PMIX-SHARE (3) - WS-PMIX-SHARE (2)
               END-IF
               IF WS-PMIX-QTR-REV (3) > ZERO
                      AND WS-PMIX-QTR-REV (4) > ZERO
                   COMPUTE MIX-Q4-CHG-O =
                       WS-PMIX-SHARE (4) - WS-PMIX-SHARE (3)
               END-IF
               WRITE REGRPT-REC FROM REGRPT-MIX-DETAIL
           END-IF.

      * Percent change of WS-VARIANCE-CURRENT over WS-VARIANCE-PRIOR
      * for the quarter named in WS-VARIANCE-QTR; zero prior-year
      * sales is reported as no variance rather than dividing by zero.
                   END-IF
               END-IF
           END-IF.
      *
      * Every salesperson on the master, highest annual attainment
      * first.
       297-PRINT-QUOTA-ATTAINMENT.
           WRITE REGRPT-REC FROM REGRPT-RANK-HEADER-0.
           WRITE REGRPT-REC FROM REGRPT-ATT-HEADER-1.
           WRITE REGRPT-REC FROM REGRPT-ATT-HEADER-2.
           DISPLAY " ".
           DISPLAY "SALESPERSON QUOTA ATTAINMENT".
           DISPLAY "----------------------------".
           PERFORM 298-FIND-AND-PRINT-ATTAINMENT
               VARYING WS-ATT-RANK-N FROM 1 BY 1
               UNTIL WS-ATT-RANK-N > WS-SLSP-COUNT.
           IF WS-TXN-UNASSIGNED > 0
                PERFORM 294-PRINT-UNASSIGNED
           END-IF.
      *
      *
      * Finds the unranked salesperson with the highest annual
      * attainment and prints their line.
       298-FIND-AND-PRINT-ATTAINMENT.
           MOVE ZERO TO WS-ATT-BEST-PCT.
           MOVE ZERO TO WS-ATT-BEST-IDX.
           PERFORM VARYING JDX FROM 1 BY 1 UNTIL JDX > WS-SLSP-COUNT
               IF WS-SLP-RANKED (JDX) NOT = 'Y'
                   COMPUTE WS-ATT-NET-ANNUAL = WS-SLP-QTR-NET (JDX, 1)
                       + WS-SLP-QTR-NET (JDX, 2)
                       + WS-SLP-QTR-NET (JDX, 3)
                       + WS-SLP-QTR-NET (JDX, 4)
                   MOVE WS-ATT-NET-ANNUAL TO WS-ATT-NET
                   MOVE WS-SLP-ANNUAL-QUOTA (JDX) TO WS-ATT-QUOTA
                   PERFORM 299-CALC-ATTAINMENT-PCT
                   IF WS-ATT-BEST-IDX = ZERO
                      OR WS-ATT-PCT > WS-ATT-BEST-PCT
                       MOVE WS-ATT-PCT TO WS-ATT-BEST-PCT
                       MOVE JDX TO WS-ATT-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WS-ATT-BEST-IDX TO JDX.
           MOVE 'Y' TO WS-SLP-RANKED (JDX).
           MOVE WS-ATT-RANK-N TO ATT-RANK-O.
           MOVE WS-SLP-ID (JDX)   TO ATT-SLSP-ID.
           MOVE WS-SLP-NAME (JDX) TO ATT-SLSP-NAME.
           MOVE ZERO TO WS-ATT-NET-ANNUAL.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
               ADD WS-SLP-QTR-NET (JDX, IDX) TO WS-ATT-NET-ANNUAL
               MOVE WS-SLP-QTR-NET (JDX, IDX) TO WS-ATT-NET
               MOVE WS-SLP-QTR-QUOTA (JDX, IDX) TO WS-ATT-QUOTA
               PERFORM 299-CALC-ATTAINMENT-PCT
               MOVE WS-ATT-PCT TO ATT-QTR-PCT-O (IDX)
           END-PERFORM.
           MOVE WS-ATT-NET-ANNUAL TO ATT-NET-O.
           MOVE WS-SLP-ANNUAL-QUOTA (JDX) TO ATT-QUOTA-O.
           MOVE WS-ATT-BEST-PCT TO ATT-ANNUAL-PCT-O.
           MOVE WS-SLP-OUT-TERR (JDX) TO ATT-OUT-TERR-O.
           WRITE REGRPT-REC FROM REGRPT-ATT-DETAIL.
           DISPLAY WS-ATT-RANK-N ". " WS-SLP-ID (JDX) " "
               WS-SLP-NAME (JDX) " " ATT-ANNUAL-PCT-O "% OF QUOTA".
      *
      * Net sales in WS-ATT-NET as a percent of the quota in
      * WS-ATT-QUOTA; no quota is no attainment.
       299-CALC-ATTAINMENT-PCT.
           MOVE ZERO TO WS-ATT-PCT.
           IF WS-ATT-QUOTA > ZERO
               COMPUTE WS-ATT-PCT ROUNDED =
                   (WS-ATT-NET / WS-ATT-QUOTA) * 100
                 ON SIZE ERROR
                   MOVE 99999.9 TO WS-ATT-PCT
               END-COMPUTE
           END-IF.
      * Sales that named no salesperson, unranked and with no quota,
      * so the section still adds back to the regions' net sales.
       294-PRINT-UNASSIGNED.
           MOVE ZERO TO ATT-RANK-O.
           MOVE ZERO TO ATT-SLSP-ID.
           MOVE "** UNASSIGNED **" TO ATT-SLSP-NAME.
           MOVE ZERO TO WS-ATT-NET-ANNUAL.
           PERFORM VARYING IDX FROM 1 BY 1 UNTIL IDX > 4
               ADD WS-UNASSIGNED-QTR-NET (IDX) TO WS-ATT-NET-ANNUAL
               MOVE ZERO TO ATT-QTR-PCT-O (IDX)
           END-PERFORM.
           MOVE WS-ATT-NET-ANNUAL TO ATT-NET-O.
           MOVE ZERO TO ATT-QUOTA-O.
           MOVE ZERO TO ATT-ANNUAL-PCT-O.
           MOVE ZERO TO ATT-OUT-TERR-O.
           WRITE REGRPT-REC FROM REGRPT-ATT-DETAIL.
           DISPLAY "UNASSIGNED: " WS-TXN-UNASSIGNED " SALE(S) NET "
               ATT-NET-O.
      * Finds the highest-total region not yet ranked and prints it.
       290-FIND-AND-PRINT-RANK.
           MOVE ZERO TO WS-RANK-BEST-VAL.
