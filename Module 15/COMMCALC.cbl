      ***** (COMMFILE) IN THE SHAPE PAYROL0B TAKES IN AS PERIOD
      ***** EARNINGS -- SO COMMISSION DOLLARS FLOW THROUGH THE SAME
      ***** TAX, DEDUCTION AND ACH MACHINERY AS EVERY OTHER DOLLAR.
      *****
      ***** A RETURN OR CREDIT ON THE FEED CLAWS BACK THE COMMISSION
      ***** ITS ORIGINAL SALE EARNED, AT THE RATE PAID IN THAT SALE'S
      ***** PERIOD (KEPT ON THE COMMBAL BALANCE FILE); A RETURN OF A
      ***** SALE FROM THIS PERIOD, OR FROM BEFORE THE RATE HISTORY,
      ***** NETS AGAINST THIS PERIOD'S SALES INSTEAD.  CLAWBACK THE
      ***** PERIOD'S COMMISSION CANNOT COVER IS CARRIED FORWARD ON
      ***** COMMBAL AS AN AMOUNT OWED AND RECOVERED FROM LATER
      ***** COMMISSION -- IT IS NEVER SENT TO PAYROL0B AS A DEDUCTION.
      *****
      ***** EVERY SALE MUST CREDIT A SALESPERSON ON THE SLSPMAST
      ***** MASTER WHO IS ACTIVE ON THE SALE DATE; ANY OTHER IS
      ***** SUSPENDED TO COMMSUSP FOR THE SALES DESK INSTEAD OF PAYING
      ***** A TYPO.  COMMISSION IS PAID TO THE SALESPERSON'S PAYROLL
      ***** ID FROM THE MASTER, AND A SALE BOOKED OUTSIDE THE ASSIGNED
      ***** REGIONS IS FLAGGED ON THE REGISTER.  THE COMMRATE TIERS
      ***** ARE QUOTA ATTAINMENT PERCENTAGES: QUARTER-TO-DATE NET
      ***** SALES (CARRIED ON COMMBAL) AGAINST THE QUARTER'S QUOTA
      ***** PICK THE RATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           SELECT SALES-FILE ASSIGN TO UT-S-SALETRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SALES-FILE-ST.
      *  Tiered commission rates: the tier a salesperson's quota
      *  attainment percent lands in sets the rate for the period's
      *  whole total.
           SELECT COMMRATE
           ASSIGN TO COMMRATE
               ORGANIZATION IS SEQUENTIAL
           ASSIGN TO COMMREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMREG-ST.
      *  Commission balances (see Copybooks/COMMBAL.cpy): owed
      *  clawback and paid-rate history per salesperson, read old
      *  and written forward new each run.  No old file on the
      *  first run means nobody owes anything and there is no history.
           SELECT COMMBAL-OLD
           ASSIGN TO COMMBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMBAL-OLD-ST.
           SELECT COMMBAL-NEW
           ASSIGN TO COMMBALO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMBAL-NEW-ST.
      *  Salesperson master (see Copybooks/SLSPREC.cpy): who may be
      *  paid, their payroll id, territory and quarterly quota.
           SELECT SLSPMAST
           ASSIGN TO SLSPMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSPMAST-ST.
      *  Sales suspended for an unknown or inactive salesperson, in
      *  the SALETRN image, for the sales desk to correct and resend.
           SELECT COMMSUSP
           ASSIGN TO COMMSUSP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS COMMSUSP-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           05  STX-SALE-DATE           PIC 9(08).
           05  STX-AMOUNT              PIC 9(5)V99.
           05  STX-SALESPERSON-ID      PIC 9(06).
      * A return or credit: the amount given back, the salesperson
      * who made the original sale and that sale's date.
           05  STX-TXN-TYPE            PIC X(01).
               88  STX-SALE                        VALUE SPACE 'S'.
               88  STX-RETURN                      VALUE 'R'.
           05  STX-ORIG-SALE-DATE      PIC 9(08).
           05  STX-ORIG-DATE-PARTS REDEFINES STX-ORIG-SALE-DATE.
               10  STX-ORIG-PERIOD     PIC 9(06).
               10  FILLER              PIC 9(02).
           05  STX-PRODUCT-CODE        PIC X(08).
           05  STX-UNITS               PIC 9(05).
           05  FILLER                  PIC X(17).
      * The feed now opens with a HEADER and closes with a TRAILER
      * batch-control record; SALESRPT owns verifying them, so here
      * they are simply recognized and passed over rather than
           RECORD CONTAINS 133 CHARACTERS.
       01  COMMREG-REC                 PIC X(133).

       FD  COMMBAL-OLD
           RECORD CONTAINS 150 CHARACTERS.
       01  COMMBAL-OLD-REC             PIC X(150).

       FD  COMMBAL-NEW
           RECORD CONTAINS 150 CHARACTERS.
       01  COMMBAL-NEW-REC             PIC X(150).

       FD  SLSPMAST
           RECORD CONTAINS 250 CHARACTERS.
       01  SLSPMAST-REC                PIC X(250).

       FD  COMMSUSP
           RECORD CONTAINS 80 CHARACTERS.
       01  COMMSUSP-REC                PIC X(80).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY COMMBAL.
           COPY SLSPREC.

       01  FLAGS.
           05  SALES-FILE-ST           PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  COMMBAL-OLD-ST          PIC X(02).
               88  BO-NORMAL                           VALUE '00'.
               88  BO-FILE-MISSING                     VALUE '35'.
           05  COMMBAL-NEW-ST          PIC X(02).
               88  BN-NORMAL                           VALUE '00'.
           05  SLSPMAST-ST             PIC X(02).
               88  SM-NORMAL                           VALUE '00'.
           05  COMMSUSP-ST             PIC X(02).
               88  SU-NORMAL                           VALUE '00'.
           05  SLSPMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-SALESPEOPLE                 VALUE 'Y'.
           05  SLSP-STATUS-SW          PIC X(01)       VALUE 'U'.
               88  SLSP-ACTIVE                         VALUE 'A'.
               88  SLSP-INACTIVE                       VALUE 'I'.
               88  SLSP-UNKNOWN                        VALUE 'U'.
           05  TERRITORY-SW            PIC X(01)       VALUE 'N'.
               88  IN-TERRITORY                        VALUE 'Y'.
           05  COMMBAL-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-BALANCES                    VALUE 'Y'.
           05  RETURN-PRICED-SW        PIC X(01)       VALUE 'N'.
               88  RETURN-PRICED                       VALUE 'Y'.
           05  SALES-EOF               PIC X(01)       VALUE 'N'.
               88  NO-MORE-SALES                       VALUE 'Y'.
           05  COMMRATE-EOF            PIC X(01)       VALUE 'N'.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).
           05  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-PERIOD     PIC 9(06).
               10  FILLER              PIC 9(02).
           05  BUSINESS-DATE-YMD REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-YEAR       PIC 9(04).
               10  BUSINESS-MONTH      PIC 9(02).
               10  FILLER              PIC 9(02).
      * The business date's quarter as YYYYQ, and its slot in the
      * salesperson's quarterly quotas.
       77  BUSINESS-QUARTER            PIC 9(05).
       77  BUSINESS-QTR-SUB            PIC S9(04) COMP VALUE 0.

       01  TIER-TABLE.
           05  TIER-ITEM OCCURS 10 TIMES INDEXED BY TR-IDX.
       77  TIER-COUNT                  PIC S9(04) COMP VALUE 0.
       77  TIER-RATE-WS                PIC V999.

      * The salesperson master, for the active, territory and quota
      * checks.
       01  SLSP-TABLE.
           05  SLSP-ITEM OCCURS 200 TIMES INDEXED BY SL-IDX.
               10  SL-SALESPERSON-ID   PIC 9(06).
               10  SL-EMP-ID           PIC 9(06).
               10  SL-REGION OCCURS 5 TIMES
                                       PIC X(20).
               10  SL-QTR-QUOTA OCCURS 4 TIMES
                                       PIC 9(09)V99.
               10  SL-ACTIVE-FROM      PIC 9(08).
               10  SL-ACTIVE-THRU      PIC 9(08).
       77  SLSP-COUNT                  PIC S9(04) COMP VALUE 0.
       77  SL-FOUND-SUB                PIC S9(04) COMP VALUE 0.
       77  SL-REGION-SUB               PIC S9(04) COMP VALUE 0.
       77  SLSP-CHECK-DATE             PIC 9(08).

      * Period sales and returns accumulated by salesperson, seeded
      * with each person's carried balance and rate history.  Returns
      * priced off the history are clawed back at that rate; the rest
      * net against this period's sales at this period's rate.
       01  PERSON-TABLE.
           05  PERSON-ITEM OCCURS 200 TIMES INDEXED BY PS-IDX.
               10  PS-EMP-ID           PIC 9(06).
               10  PS-SALES-TOTAL      PIC S9(9)V99.
               10  PS-TXN-COUNT        PIC 9(05).
               10  PS-RETURN-TOTAL     PIC S9(9)V99.
               10  PS-RETURN-COUNT     PIC 9(05).
               10  PS-RETURN-CURRENT   PIC S9(9)V99.
               10  PS-CLAWBACK-PRIOR   PIC S9(7)V99.
               10  PS-OWED             PIC 9(07)V99.
               10  PS-SLSP-SUB         PIC S9(04) COMP.
               10  PS-OUT-TERR         PIC 9(05).
               10  PS-QTD-QUARTER      PIC 9(05).
               10  PS-QTD-SALES        PIC S9(09)V99.
               10  PS-HIST OCCURS 12 TIMES INDEXED BY PH-IDX.
                   15  PS-HIST-PERIOD  PIC 9(06).
                   15  PS-HIST-RATE    PIC V999.
       77  PERSON-COUNT                PIC S9(04) COMP VALUE 0.
       77  PERSON-SKIPPED              PIC S9(04) COMP VALUE 0.
       77  PS-SUB                      PIC S9(04) COMP VALUE 0.
       77  PS-FOUND-SUB                PIC S9(04) COMP VALUE 0.
       77  PH-SUB                      PIC S9(04) COMP VALUE 0.

       77  TXNS-READ                   PIC 9(07) VALUE 0.
       77  TXNS-UNASSIGNED             PIC 9(07) VALUE 0.
       77  TXNS-REJECTED               PIC 9(07) VALUE 0.
       77  TXNS-SUSPENDED              PIC 9(07) VALUE 0.
       77  TXNS-OUT-OF-TERR            PIC 9(07) VALUE 0.
       77  COMMISSIONS-WRITTEN         PIC 9(05) VALUE 0.
       01  COMMISSION-WS               PIC 9(7)V99.
       01  COMMISSION-TOTAL            PIC S9(11)V99 VALUE 0.
       01  TIER-BASIS-WS               PIC S9(9)V99.
       01  EARNED-WS                   PIC S9(7)V99.
       01  CLAWBACK-WS                 PIC S9(7)V99.
       01  RETURN-CLAWBACK-WS          PIC S9(7)V99.
       01  NET-COMMISSION-WS           PIC S9(9)V99.
       01  PRIOR-OWED-WS               PIC 9(7)V99.
       01  CLAWBACK-TOTAL              PIC S9(11)V99 VALUE 0.
       01  OWED-TOTAL                  PIC S9(11)V99 VALUE 0.
       01  QTD-PRIOR-WS                PIC S9(09)V99.
       01  ATTAIN-PCT-WS               PIC 9(07)V99.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                  VALUE "  COMMISSION ".
           05  RPT-COMMISSION          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(09)
                  VALUE "  ATTAIN ".
           05  RPT-ATTAIN              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)
                  VALUE "%".
           05  RPT-TERR-FLAG           PIC X(10).
           05  RPT-OUT-TERR            PIC ZZ,ZZZ.

      * Under a salesperson with returns or an owed balance: what
      * was clawed back, what was owed coming in, what was paid and
      * what is carried forward.
       01  RPT-RETURN-LINE.
           05  FILLER                  PIC X(18)
                  VALUE "      RETURNS     ".
           05  RPT-RETURNS             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(11)
                  VALUE "  CLAWBACK ".
           05  RPT-CLAWBACK            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(13)
                  VALUE "  PRIOR OWED ".
           05  RPT-PRIOR-OWED          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(07)
                  VALUE "  PAID ".
           05  RPT-PAID                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(11)
                  VALUE "  NOW OWED ".
           05  RPT-NOW-OWED            PIC $$,$$$,$$9.99.

       01  RPT-FOOTER-LINE.
           05  FILLER                  PIC X(24)
                  VALUE "  TOTAL:  ".
           05  RPT-FOOTER-TOTAL        PIC $$$,$$$,$$9.99.

       01  RPT-FOOTER-LINE-2.
           05  FILLER                  PIC X(24)
                  VALUE "CLAWED BACK:            ".
           05  RPT-FOOTER-CLAWBACK     PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(24)
                  VALUE "  OWED CARRIED FORWARD: ".
           05  RPT-FOOTER-OWED         PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ACCUMULATE-ONE-SALE
               THRU 200-ACCUMULATE-ONE-SALE-X
               UNTIL NO-MORE-SALES.
           PERFORM 300-SETTLE-ONE-PERSON
               THRU 300-SETTLE-ONE-PERSON-X
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > PERSON-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-TIERS.
           PERFORM 325-LOAD-SALESPEOPLE.
           PERFORM 330-LOAD-BALANCES.
           WRITE COMMREG-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO COMMREG-REC.
           WRITE COMMREG-REC.
                END-IF
                CLOSE BUSDATE
           END-IF.
           COMPUTE BUSINESS-QTR-SUB = (BUSINESS-MONTH + 2) / 3.
           COMPUTE BUSINESS-QUARTER =
               BUSINESS-YEAR * 10 + BUSINESS-QTR-SUB.

      * A transaction with no salesperson carries no commission --
      * counted so the sales desk can see the unattributed volume.

           ADD 1 TO TXNS-READ.

      * A return that does not name the sale it reverses cannot be
      * priced, and is left for the sales desk rather than guessed at.
           IF NOT (STX-SALE OR STX-RETURN)
                  OR (STX-RETURN AND (STX-ORIG-SALE-DATE NOT NUMERIC
                                      OR STX-ORIG-SALE-DATE = ZERO))
                ADD 1 TO TXNS-REJECTED
                PERFORM 400-READ-SALE
                GO TO 200-ACCUMULATE-ONE-SALE-X
           END-IF.

           IF STX-SALESPERSON-ID NOT NUMERIC
                  OR STX-SALESPERSON-ID = ZERO
                ADD 1 TO TXNS-UNASSIGNED
                PERFORM 400-READ-SALE
                GO TO 200-ACCUMULATE-ONE-SALE-X
           END-IF.

      * A salesperson not on the master, or not active when the sale
      * was made, is suspended rather than paid.
           PERFORM 240-CHECK-SALESPERSON.
           IF NOT SLSP-ACTIVE
                PERFORM 245-SUSPEND-SALE
           ELSE
                PERFORM 250-FOLD-INTO-PERSON
                    THRU 250-FOLD-INTO-PERSON-X
       200-ACCUMULATE-ONE-SALE-X.
           EXIT.

      * Activity is judged on the date of the sale -- for a return,
      * the sale it reverses.  A zero active-thru date means still
      * active.
       240-CHECK-SALESPERSON.
           MOVE 'U' TO SLSP-STATUS-SW.
           MOVE 0 TO SL-FOUND-SUB.
           SET SL-IDX TO 1.
           SEARCH SLSP-ITEM VARYING SL-IDX
               AT END
                   CONTINUE
               WHEN SL-IDX > SLSP-COUNT
                   CONTINUE
               WHEN SL-SALESPERSON-ID (SL-IDX) = STX-SALESPERSON-ID
                   SET SL-FOUND-SUB TO SL-IDX
           END-SEARCH.

           IF SL-FOUND-SUB > 0
                IF STX-RETURN
                     MOVE STX-ORIG-SALE-DATE TO SLSP-CHECK-DATE
                ELSE
                     MOVE STX-SALE-DATE TO SLSP-CHECK-DATE
                END-IF
                MOVE 'A' TO SLSP-STATUS-SW
                IF SLSP-CHECK-DATE < SL-ACTIVE-FROM (SL-FOUND-SUB)
                   OR (SL-ACTIVE-THRU (SL-FOUND-SUB) > ZERO
                       AND SLSP-CHECK-DATE
                           > SL-ACTIVE-THRU (SL-FOUND-SUB))
                     MOVE 'I' TO SLSP-STATUS-SW
                END-IF
           END-IF.

       245-SUSPEND-SALE.
           ADD 1 TO TXNS-SUSPENDED.
           WRITE COMMSUSP-REC FROM SALES-TXN-REC.
           IF SLSP-UNKNOWN
                DISPLAY "SUSPENDED: UNKNOWN SALESPERSON "
                    STX-SALESPERSON-ID " DATE " STX-SALE-DATE
           ELSE
                DISPLAY "SUSPENDED: SALESPERSON " STX-SALESPERSON-ID
                    " NOT ACTIVE ON " SLSP-CHECK-DATE
           END-IF.

       250-FOLD-INTO-PERSON.
           MOVE 0 TO PS-FOUND-SUB.
           PERFORM VARYING PS-SUB FROM 1 BY 1
                MOVE STX-SALESPERSON-ID
                    TO PS-EMP-ID (PS-FOUND-SUB)
           END-IF.
           MOVE SL-FOUND-SUB TO PS-SLSP-SUB (PS-FOUND-SUB).

           IF STX-RETURN
                ADD STX-AMOUNT TO PS-RETURN-TOTAL (PS-FOUND-SUB)
                ADD 1 TO PS-RETURN-COUNT (PS-FOUND-SUB)
                PERFORM 260-PRICE-RETURN
           ELSE
                ADD STX-AMOUNT TO PS-SALES-TOTAL (PS-FOUND-SUB)
                ADD 1 TO PS-TXN-COUNT (PS-FOUND-SUB)
                PERFORM 270-CHECK-TERRITORY
           END-IF.

       250-FOLD-INTO-PERSON-X.
           EXIT.

      * The original sale's period found in the person's history
      * prices the clawback at the rate that sale was paid.  A sale
      * from this period is still being paid now, and one older than
      * the history has no rate on record; both net against this
      * period's sales and come back at this period's rate.
       260-PRICE-RETURN.
           MOVE 'N' TO RETURN-PRICED-SW.
           IF STX-ORIG-PERIOD NOT = BUSINESS-PERIOD
                SET PH-IDX TO 1
                SEARCH PS-HIST VARYING PH-IDX
                    AT END
                        CONTINUE
                    WHEN PS-HIST-PERIOD (PS-FOUND-SUB, PH-IDX)
                             = STX-ORIG-PERIOD
                        COMPUTE RETURN-CLAWBACK-WS ROUNDED =
                            STX-AMOUNT
                            * PS-HIST-RATE (PS-FOUND-SUB, PH-IDX)
                        ADD RETURN-CLAWBACK-WS
                            TO PS-CLAWBACK-PRIOR (PS-FOUND-SUB)
                        MOVE 'Y' TO RETURN-PRICED-SW
                END-SEARCH
           END-IF.

           IF NOT RETURN-PRICED
                ADD STX-AMOUNT TO PS-RETURN-CURRENT (PS-FOUND-SUB)
           END-IF.

      * A sale outside the salesperson's assigned regions is still
      * paid -- the sale was made -- but counted and flagged on the
      * register for the sales desk.
       270-CHECK-TERRITORY.
           MOVE 'N' TO TERRITORY-SW.
           PERFORM VARYING SL-REGION-SUB FROM 1 BY 1
               UNTIL SL-REGION-SUB > 5 OR IN-TERRITORY
               IF SL-REGION (SL-FOUND-SUB, SL-REGION-SUB)
                      = STX-REGION-NAME
                   MOVE 'Y' TO TERRITORY-SW
               END-IF
           END-PERFORM.
           IF NOT IN-TERRITORY
                ADD 1 TO PS-OUT-TERR (PS-FOUND-SUB)
                ADD 1 TO TXNS-OUT-OF-TERR
           END-IF.

      * One salesperson: the period total net of returns priced at
      * this period's rate is added to the quarter's sales so far,
      * and that as a percent of the quarter's quota is the quota
      * attainment whose tier sets the rate (no quota on file counts
      * as zero attainment).  The register shows the math, and the
      * commission net of clawback and anything still owed goes out
      * in the period-earnings shape PAYROL0B reads.  When the
      * clawback and owed balance exceed the commission, nothing is
      * paid and the shortfall is carried forward as owed.  A carried
      * balance with nothing owed and no activity this period is only
      * written forward.
       300-SETTLE-ONE-PERSON.
           IF PS-TXN-COUNT (PS-IDX) = 0
                  AND PS-RETURN-COUNT (PS-IDX) = 0
                  AND PS-OWED (PS-IDX) = 0
                GO TO 300-SETTLE-ONE-PERSON-X
           END-IF.

           COMPUTE TIER-BASIS-WS = PS-SALES-TOTAL (PS-IDX)
               - PS-RETURN-CURRENT (PS-IDX).
           IF TIER-BASIS-WS < ZERO
                MOVE ZERO TO TIER-BASIS-WS
           END-IF.

           IF PS-QTD-QUARTER (PS-IDX) = BUSINESS-QUARTER
                MOVE PS-QTD-SALES (PS-IDX) TO QTD-PRIOR-WS
           ELSE
                MOVE ZERO TO QTD-PRIOR-WS
           END-IF.
           MOVE ZERO TO ATTAIN-PCT-WS.
           MOVE PS-SLSP-SUB (PS-IDX) TO SL-FOUND-SUB.
           IF SL-FOUND-SUB > 0
                IF SL-QTR-QUOTA (SL-FOUND-SUB, BUSINESS-QTR-SUB)
                       > ZERO
                   AND QTD-PRIOR-WS + TIER-BASIS-WS > ZERO
                     COMPUTE ATTAIN-PCT-WS ROUNDED =
                         (QTD-PRIOR-WS + TIER-BASIS-WS) * 100
                         / SL-QTR-QUOTA (SL-FOUND-SUB,
                                         BUSINESS-QTR-SUB)
                       ON SIZE ERROR
                         MOVE 9999999.99 TO ATTAIN-PCT-WS
                     END-COMPUTE
                END-IF
           END-IF.
           MOVE BUSINESS-QUARTER TO PS-QTD-QUARTER (PS-IDX).
           COMPUTE PS-QTD-SALES (PS-IDX) =
               QTD-PRIOR-WS + TIER-BASIS-WS.

           MOVE ZERO TO TIER-RATE-WS.
           SET TR-IDX TO 1.
           SEARCH TIER-ITEM VARYING TR-IDX
                   CONTINUE
               WHEN TR-IDX > TIER-COUNT
                   CONTINUE
               WHEN ATTAIN-PCT-WS >= TR-LOW (TR-IDX)
                    AND ATTAIN-PCT-WS <= TR-HIGH (TR-IDX)
                   MOVE TR-RATE (TR-IDX) TO TIER-RATE-WS
           END-SEARCH.

           COMPUTE EARNED-WS ROUNDED =
               PS-SALES-TOTAL (PS-IDX) * TIER-RATE-WS.
           COMPUTE CLAWBACK-WS ROUNDED =
               PS-RETURN-CURRENT (PS-IDX) * TIER-RATE-WS
               + PS-CLAWBACK-PRIOR (PS-IDX).
           MOVE PS-OWED (PS-IDX) TO PRIOR-OWED-WS.
           COMPUTE NET-COMMISSION-WS =
               EARNED-WS - CLAWBACK-WS - PRIOR-OWED-WS.

           IF NET-COMMISSION-WS > ZERO
                MOVE NET-COMMISSION-WS TO COMMISSION-WS
                MOVE ZERO TO PS-OWED (PS-IDX)
           ELSE
                MOVE ZERO TO COMMISSION-WS
                COMPUTE PS-OWED (PS-IDX) = ZERO - NET-COMMISSION-WS
           END-IF.

           IF PS-SALES-TOTAL (PS-IDX) > ZERO
                PERFORM 310-RECORD-PERIOD-RATE
           END-IF.

           MOVE PS-EMP-ID (PS-IDX)      TO RPT-EMP-ID.
           MOVE PS-SALES-TOTAL (PS-IDX) TO RPT-SALES.
           MOVE PS-TXN-COUNT (PS-IDX)   TO RPT-TXNS.
           MOVE TIER-RATE-WS            TO RPT-RATE.
           MOVE EARNED-WS               TO RPT-COMMISSION.
           MOVE ATTAIN-PCT-WS           TO RPT-ATTAIN.
           IF PS-OUT-TERR (PS-IDX) > 0
                MOVE "  OUTSIDE "       TO RPT-TERR-FLAG
                MOVE PS-OUT-TERR (PS-IDX) TO RPT-OUT-TERR
           ELSE
                MOVE SPACES             TO RPT-TERR-FLAG
                MOVE ZERO               TO RPT-OUT-TERR
           END-IF.
           WRITE COMMREG-REC FROM RPT-LINE.

           IF PS-RETURN-COUNT (PS-IDX) > 0
                  OR PRIOR-OWED-WS > ZERO
                  OR PS-OWED (PS-IDX) > ZERO
                MOVE PS-RETURN-TOTAL (PS-IDX) TO RPT-RETURNS
                MOVE CLAWBACK-WS              TO RPT-CLAWBACK
                MOVE PRIOR-OWED-WS            TO RPT-PRIOR-OWED
                MOVE COMMISSION-WS            TO RPT-PAID
                MOVE PS-OWED (PS-IDX)         TO RPT-NOW-OWED
                WRITE COMMREG-REC FROM RPT-RETURN-LINE
           END-IF.

           ADD CLAWBACK-WS      TO CLAWBACK-TOTAL.
           ADD PS-OWED (PS-IDX) TO OWED-TOTAL.

      * Paid to the salesperson's payroll id on the master.
           IF COMMISSION-WS > ZERO
                INITIALIZE COMM-OUT-REC
                MOVE SL-EMP-ID (SL-FOUND-SUB) TO CM-EMP-ID-O
                MOVE COMMISSION-WS      TO CM-AMOUNT-O
                WRITE COMM-OUT-REC
                ADD 1 TO COMMISSIONS-WRITTEN
                ADD COMMISSION-WS TO COMMISSION-TOTAL
           END-IF.

       300-SETTLE-ONE-PERSON-X.
           EXIT.

      * This period's rate goes into the person's history -- over
      * this period's slot on a rerun, else over the oldest (or an
      * unused) slot -- so next period's returns of this period's
      * sales claw back at the rate they were paid.
       310-RECORD-PERIOD-RATE.
           MOVE 0 TO PH-SUB.
           PERFORM VARYING PH-IDX FROM 1 BY 1
               UNTIL PH-IDX > 12 OR PH-SUB > 0
               IF PS-HIST-PERIOD (PS-IDX, PH-IDX) = BUSINESS-PERIOD
                   SET PH-SUB TO PH-IDX
               END-IF
           END-PERFORM.

           IF PH-SUB = 0
                MOVE 1 TO PH-SUB
                PERFORM VARYING PH-IDX FROM 2 BY 1
                    UNTIL PH-IDX > 12
                    IF PS-HIST-PERIOD (PS-IDX, PH-IDX)
                           < PS-HIST-PERIOD (PS-IDX, PH-SUB)
                        SET PH-SUB TO PH-IDX
                    END-IF
                END-PERFORM
           END-IF.

           MOVE BUSINESS-PERIOD TO PS-HIST-PERIOD (PS-IDX, PH-SUB).
           MOVE TIER-RATE-WS    TO PS-HIST-RATE (PS-IDX, PH-SUB).

       300-OPEN-FILES.
           OPEN INPUT SALES-FILE
           IF NOT SF-NORMAL
                DISPLAY 'ERROR OPENING COMMREG'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT COMMBAL-NEW
           IF NOT BN-NORMAL
                DISPLAY 'ERROR OPENING COMMBALO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT COMMSUSP
           IF NOT SU-NORMAL
                DISPLAY 'ERROR OPENING COMMSUSP'
                GO TO 999-RETURN-ERR.

       320-LOAD-TIERS.
           READ COMMRATE
               AT END MOVE 'Y' TO COMMRATE-EOF
                GO TO 999-RETURN-ERR
           END-IF.

       325-LOAD-SALESPEOPLE.
           OPEN INPUT SLSPMAST
           IF NOT SM-NORMAL
                DISPLAY 'ERROR OPENING SLSPMAST'
                GO TO 999-RETURN-ERR.

           READ SLSPMAST INTO SALESPERSON-REC
               AT END MOVE 'Y' TO SLSPMAST-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-SALESPEOPLE
               IF SLSP-COUNT >= 200
                    DISPLAY "ERROR: SLSPMAST HAS MORE THAN"
                        " 200 SALESPEOPLE"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO SLSP-COUNT
               MOVE SP-SALESPERSON-ID
                   TO SL-SALESPERSON-ID (SLSP-COUNT)
               MOVE SP-EMP-ID      TO SL-EMP-ID (SLSP-COUNT)
               PERFORM VARYING SL-REGION-SUB FROM 1 BY 1
                   UNTIL SL-REGION-SUB > 5
                   MOVE SP-REGION (SL-REGION-SUB)
                       TO SL-REGION (SLSP-COUNT, SL-REGION-SUB)
               END-PERFORM
               PERFORM VARYING SL-REGION-SUB FROM 1 BY 1
                   UNTIL SL-REGION-SUB > 4
                   MOVE SP-QTR-QUOTA (SL-REGION-SUB)
                       TO SL-QTR-QUOTA (SLSP-COUNT, SL-REGION-SUB)
               END-PERFORM
               MOVE SP-ACTIVE-FROM TO SL-ACTIVE-FROM (SLSP-COUNT)
               MOVE SP-ACTIVE-THRU TO SL-ACTIVE-THRU (SLSP-COUNT)
               READ SLSPMAST INTO SALESPERSON-REC
                   AT END MOVE 'Y' TO SLSPMAST-EOF
               END-READ
           END-PERFORM.

           IF NOT (SM-NORMAL OR NO-MORE-SALESPEOPLE)
                DISPLAY 'ERROR READING SLSPMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE SLSPMAST.

      * Every carried balance seeds the person table, so no one's
      * owed amount or rate history can fall off the file.
       330-LOAD-BALANCES.
           OPEN INPUT COMMBAL-OLD.
           IF BO-FILE-MISSING
                CONTINUE
           ELSE
                IF NOT BO-NORMAL
                     DISPLAY 'ERROR OPENING COMMBAL'
                     GO TO 999-RETURN-ERR
                END-IF
                READ COMMBAL-OLD INTO COMM-BAL-REC
                    AT END MOVE 'Y' TO COMMBAL-EOF
                END-READ
                PERFORM UNTIL NO-MORE-BALANCES
                    IF PERSON-COUNT >= 200
                         DISPLAY "ERROR: COMMBAL HAS MORE THAN"
                             " 200 SALESPEOPLE"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO PERSON-COUNT
                    INITIALIZE PERSON-ITEM (PERSON-COUNT)
                    MOVE CB-EMP-ID TO PS-EMP-ID (PERSON-COUNT)
                    MOVE CB-OWED   TO PS-OWED (PERSON-COUNT)
                    MOVE CB-QTD-QUARTER
                        TO PS-QTD-QUARTER (PERSON-COUNT)
                    MOVE CB-QTD-SALES
                        TO PS-QTD-SALES (PERSON-COUNT)
                    PERFORM VARYING PH-SUB FROM 1 BY 1
                        UNTIL PH-SUB > 12
                        MOVE CB-PERIOD (PH-SUB)
                            TO PS-HIST-PERIOD (PERSON-COUNT, PH-SUB)
                        MOVE CB-RATE (PH-SUB)
                            TO PS-HIST-RATE (PERSON-COUNT, PH-SUB)
                    END-PERFORM
                    READ COMMBAL-OLD INTO COMM-BAL-REC
                        AT END MOVE 'Y' TO COMMBAL-EOF
                    END-READ
                END-PERFORM
                CLOSE COMMBAL-OLD
           END-IF.

       400-READ-SALE.
           READ SALES-FILE
               AT END MOVE 'Y' TO SALES-EOF
                DISPLAY "*** " TXNS-UNASSIGNED
                    " SALE(S) NAMED NO SALESPERSON ***"
           END-IF.
           IF TXNS-REJECTED > 0
                DISPLAY "*** " TXNS-REJECTED
                    " TRANSACTION(S) WITH A BAD TYPE OR A RETURN"
                    " NAMING NO ORIGINAL SALE DATE ***"
           END-IF.
           IF TXNS-SUSPENDED > 0
                DISPLAY "*** " TXNS-SUSPENDED
                    " TRANSACTION(S) FOR AN UNKNOWN OR INACTIVE"
                    " SALESPERSON SUSPENDED TO COMMSUSP ***"
           END-IF.
           IF TXNS-OUT-OF-TERR > 0
                DISPLAY "*** " TXNS-OUT-OF-TERR
                    " SALE(S) BOOKED OUTSIDE THE SALESPERSON'S"
                    " ASSIGNED REGIONS ***"
           END-IF.
           MOVE SPACES TO COMMREG-REC.
           WRITE COMMREG-REC.
           MOVE COMMISSIONS-WRITTEN TO RPT-FOOTER-COUNT.
           MOVE COMMISSION-TOTAL    TO RPT-FOOTER-TOTAL.
           WRITE COMMREG-REC FROM RPT-FOOTER-LINE.
           MOVE CLAWBACK-TOTAL      TO RPT-FOOTER-CLAWBACK.
           MOVE OWED-TOTAL          TO RPT-FOOTER-OWED.
           WRITE COMMREG-REC FROM RPT-FOOTER-LINE-2.

       900-CLEANUP.
           PERFORM 920-WRITE-ONE-BALANCE
               VARYING PS-IDX FROM 1 BY 1
               UNTIL PS-IDX > PERSON-COUNT.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE SALES-FILE, COMM-OUT, COMMREG, COMMBAL-NEW,
                 COMMSUSP.

      * One run-control record for DAYBAL's nightly cross-foot:
      * sales read must equal folded plus unassigned and suspended
      * plus skipped and rejected.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE TXNS-READ           TO LED-RECS-IN.
           COMPUTE LED-RECS-OUT-PRIMARY =
               TXNS-READ - TXNS-UNASSIGNED - TXNS-SUSPENDED
               - PERSON-SKIPPED - TXNS-REJECTED.
           COMPUTE LED-RECS-OUT-SECONDARY =
               TXNS-UNASSIGNED + TXNS-SUSPENDED.
           COMPUTE LED-RECS-REJECTED =
               PERSON-SKIPPED + TXNS-REJECTED.
           MOVE COMMISSION-TOTAL    TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

      * A person is carried forward while anything is owed, any
      * paid rate is on record or the quarter has sales to date.
       920-WRITE-ONE-BALANCE.
           IF PS-OWED (PS-IDX) = ZERO
                  AND PS-HIST-PERIOD (PS-IDX, 1) = ZERO
                  AND PS-QTD-SALES (PS-IDX) = ZERO
                CONTINUE
           ELSE
                INITIALIZE COMM-BAL-REC
                MOVE PS-EMP-ID (PS-IDX) TO CB-EMP-ID
                MOVE PS-OWED (PS-IDX)   TO CB-OWED
                MOVE PS-QTD-QUARTER (PS-IDX) TO CB-QTD-QUARTER
                MOVE PS-QTD-SALES (PS-IDX)   TO CB-QTD-SALES
                PERFORM VARYING PH-SUB FROM 1 BY 1
                    UNTIL PH-SUB > 12
                    MOVE PS-HIST-PERIOD (PS-IDX, PH-SUB)
                        TO CB-PERIOD (PH-SUB)
                    MOVE PS-HIST-RATE (PS-IDX, PH-SUB)
                        TO CB-RATE (PH-SUB)
                END-PERFORM
                WRITE COMMBAL-NEW-REC FROM COMM-BAL-REC
           END-IF.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
