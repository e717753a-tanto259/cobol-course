      ***** ORDERED (WITH THE REMAINING BALANCE), OVER-ORDERED, NOT
      ***** ORDERED AT ALL, OR -- FOR ORDERS WITH NO PROPOSAL BEHIND
      ***** THEM -- ORDERED WITHOUT APPROVAL.
      *****
      ***** ORDERS POGEN RAISED CARRY A PO NUMBER AND THE VENDOR
      ***** THEY WERE PLACED WITH, AND EACH SUCH PURCHASE ORDER ALSO
      ***** SETTLES ON ITS OWN AGAINST THE PROPOSAL LINES OF ITS
      ***** ACCOUNT AWARDED TO ITS VENDOR: MATCHED, OVER OR SHORT OF
      ***** THE PROPOSAL, PLACED WITH A VENDOR THAT WON NOTHING ON
      ***** THE ACCOUNT, OR ONE OF SEVERAL ORDERS FOR THE SAME
      ***** ACCOUNT AND VENDOR.  HAND-TYPED ORDERS (NO PO NUMBER)
      ***** STILL MATCH BY ACCOUNT ALONE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       FILE SECTION.
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

      * Purchase order line (see Copybooks/POREC.cpy); a zero or
      * blank PO number is an order typed by purchasing.
       FD  PO-IN
           RECORD CONTAINS 100 CHARACTERS.
       01  PO-IN-REC.
           05  PO-ACCT-NO-I            PIC X(08).
           05  PO-ORDER-DATE-I         PIC 9(08).
           05  PO-ORDER-AMT-I          PIC S9(07)V99.
           05  PO-NUMBER-I             PIC 9(08).
           05  PO-LINE-NO-I            PIC 9(03).
           05  PO-VENDOR-ID-I          PIC X(05).
           05  FILLER                  PIC X(59).

       FD  PORPT
           RECORD CONTAINS 133 CHARACTERS.
               88  NO-MORE-RATES                       VALUE 'Y'.
           05  ACCT-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  ACCT-FOUND                          VALUE 'Y'.
           05  AV-FOUND-SW             PIC X(01)       VALUE 'N'.
               88  AV-FOUND                            VALUE 'Y'.
           05  PO-FOUND-SW             PIC X(01)       VALUE 'N'.
               88  PO-FOUND                            VALUE 'Y'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
       77  ACCT-COUNT                  PIC S9(04) COMP VALUE 0.
       77  ACCT-SKIPPED-COUNT          PIC S9(04) COMP VALUE 0.

      * The proposal total each vendor won on each account, the
      * figure a purchase order for that account and vendor should
      * come to.
       01  AV-TABLE.
           05  AV-ITEM OCCURS 2000 TIMES
                   INDEXED BY AV-IDX.
               10  AV-ACCT-NO              PIC X(08).
               10  AV-VENDOR-ID            PIC X(05).
               10  AV-PROPOSAL-AMT         PIC S9(9)V99.
       77  AV-COUNT                    PIC S9(04) COMP VALUE 0.
       77  AV-SKIPPED-COUNT            PIC S9(04) COMP VALUE 0.

      * One entry per numbered purchase order, its lines totalled.
       01  PO-TABLE.
           05  PO-ITEM OCCURS 2000 TIMES
                   INDEXED BY PT-IDX.
               10  PT-PO-NUMBER            PIC 9(08).
               10  PT-ACCT-NO              PIC X(08).
               10  PT-VENDOR-ID            PIC X(05).
               10  PT-ORDER-AMT            PIC S9(9)V99.
       77  PO-COUNT                    PIC S9(04) COMP VALUE 0.
       77  PO-SKIPPED-COUNT            PIC S9(04) COMP VALUE 0.
       77  PT-SUB                      PIC S9(04) COMP VALUE 0.
       77  SAME-AV-PO-COUNT            PIC S9(04) COMP VALUE 0.

       77  PR-LINES-READ                PIC 9(07)       VALUE 0.
       77  PR-LINES-FOLDED              PIC 9(07)       VALUE 0.
       77  BUSINESS-DATE-NUM            PIC 9(08)       VALUE 0.
       77  PARTIAL-ORDERED-COUNT        PIC 9(05)       VALUE 0.
       77  OVER-ORDERED-COUNT           PIC 9(05)       VALUE 0.
       77  AMT-VARIANCE-COUNT           PIC 9(05)       VALUE 0.
       77  PO-MATCHED-COUNT             PIC 9(05)       VALUE 0.
       77  PO-VARIANCE-COUNT            PIC 9(05)       VALUE 0.
       77  PO-NOT-AWARDED-COUNT         PIC 9(05)       VALUE 0.
       77  PO-DUPLICATE-COUNT           PIC 9(05)       VALUE 0.

       01  RATE-TABLE.
           05  RATE-ITEM OCCURS 10 TIMES INDEXED BY RT-IDX.
                    VALUE '  VENDOR '.
           05  ASL-VENDOR-ID           PIC X(05).

      * Purchase order disposition line: the order's total against
      * the proposal lines its vendor won on its account.
       01  PO-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'PURCHASE ORDERS BY PO NUMBER'.

       01  PO-STATUS-LINE.
           05  PSL-PO-NUMBER           PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PSL-DISPOSITION         PIC X(24).
           05  FILLER                  PIC X(06)       VALUE ' ACCT '.
           05  PSL-ACCT-NO             PIC X(08).
           05  FILLER                  PIC X(08)
                    VALUE ' VENDOR '.
           05  PSL-VENDOR-ID           PIC X(05).
           05  FILLER                  PIC X(10)
                    VALUE ' PROPOSAL '.
           05  PSL-PROPOSAL-AMT        PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(09)
                    VALUE ' ORDERED '.
           05  PSL-ORDER-AMT           PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(10)
                    VALUE ' VARIANCE '.
           05  PSL-VARIANCE-AMT        PIC -$$,$$$,$$9.99.

       01  FOOTER-LINE.
           05  FILLER                  PIC X(23)
                    VALUE 'APPROVED - NOT ORDERED:'.
                    VALUE 'AMT VARIANCES:'.
           05  FOOTER-AMT-VARIANCE     PIC ZZ,ZZ9.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(23)
                    VALUE 'POS MATCHED:'.
           05  FOOTER-PO-MATCHED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(23)
                    VALUE 'POS OVER/SHORT:'.
           05  FOOTER-PO-VARIANCE      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE 'NOT AWARDED:'.
           05  FOOTER-PO-NOT-AWARDED   PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(12)
                    VALUE 'DUPLICATE:'.
           05  FOOTER-PO-DUPLICATE     PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ACCUMULATE-PROPOSALS UNTIL NO-MORE-PROPOSAL.
           PERFORM 260-SETTLE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCT-COUNT.
           PERFORM 270-PRINT-PO-HEADER.
           PERFORM 280-SETTLE-PO
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PO-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           GOBACK.
                ADD PR-TOTAL-I TO PROPOSAL-DOLLARS
                MOVE PR-VENDOR-ID-I TO AC-VENDOR-ID (AC-IDX)
           END-IF.
           PERFORM 225-FOLD-ACCT-VENDOR.
           PERFORM 400-READ-PROPOSAL.

       210-FIND-OR-ADD-ACCOUNT.
                SET AC-IDX TO ACCT-COUNT
           END-IF.

      * The same line folds into its account and winning vendor,
      * the side a numbered purchase order settles against.
       225-FOLD-ACCT-VENDOR.
           MOVE 'Y' TO AV-FOUND-SW.
           SET AV-IDX TO 1.
           SEARCH AV-ITEM VARYING AV-IDX
               AT END
                   PERFORM 226-ADD-ACCT-VENDOR
               WHEN AV-IDX > AV-COUNT
                   PERFORM 226-ADD-ACCT-VENDOR
               WHEN AV-ACCT-NO (AV-IDX) = PR-ACCT-NO-I
                  AND AV-VENDOR-ID (AV-IDX) = PR-VENDOR-ID-I
                   CONTINUE
           END-SEARCH.
           IF AV-FOUND
                ADD PR-TOTAL-I TO AV-PROPOSAL-AMT (AV-IDX)
           END-IF.

       226-ADD-ACCT-VENDOR.
           IF AV-COUNT >= 2000
                ADD 1 TO AV-SKIPPED-COUNT
                MOVE 'N' TO AV-FOUND-SW
           ELSE
                ADD 1 TO AV-COUNT
                MOVE PR-ACCT-NO-I   TO AV-ACCT-NO (AV-COUNT)
                MOVE PR-VENDOR-ID-I TO AV-VENDOR-ID (AV-COUNT)
                MOVE ZERO           TO AV-PROPOSAL-AMT (AV-COUNT)
                SET AV-IDX TO AV-COUNT
           END-IF.

      * Second pass: every purchase order accumulates into its
      * account -- two partial orders, or three installments, all
      * roll up instead of the old one-shot matched flag.  An order
                ADD 1 TO ORDERED-NOT-APPROVED-COUNT
           END-IF.

           IF PO-NUMBER-I NUMERIC
                  AND PO-NUMBER-I > ZERO
                PERFORM 240-APPLY-PO-LINE
           END-IF.

           PERFORM 410-READ-PO.

      * A numbered order line also totals into its purchase order.
       240-APPLY-PO-LINE.
           MOVE 'N' TO PO-FOUND-SW.
           SET PT-IDX TO 1.
           SEARCH PO-ITEM VARYING PT-IDX
               AT END
                   CONTINUE
               WHEN PT-IDX > PO-COUNT
                   CONTINUE
               WHEN PT-PO-NUMBER (PT-IDX) = PO-NUMBER-I
                   MOVE 'Y' TO PO-FOUND-SW
           END-SEARCH.

           IF NOT PO-FOUND
                IF PO-COUNT >= 2000
                     ADD 1 TO PO-SKIPPED-COUNT
                ELSE
                     ADD 1 TO PO-COUNT
                     SET PT-IDX TO PO-COUNT
                     MOVE PO-NUMBER-I    TO PT-PO-NUMBER (PT-IDX)
                     MOVE PO-ACCT-NO-I   TO PT-ACCT-NO (PT-IDX)
                     MOVE PO-VENDOR-ID-I TO PT-VENDOR-ID (PT-IDX)
                     MOVE ZERO           TO PT-ORDER-AMT (PT-IDX)
                     MOVE 'Y' TO PO-FOUND-SW
                END-IF
           END-IF.

           IF PO-FOUND
                ADD PO-ORDER-AMT-I TO PT-ORDER-AMT (PT-IDX)
           END-IF.

      * Settles one account: the accumulated orders against the
      * accumulated proposal, compared within the POTOLPCT tolerance.
       260-SETTLE-ACCOUNT.

           WRITE PORPT-REC FROM ACCT-STATUS-LINE.

       270-PRINT-PO-HEADER.
           MOVE SPACES TO PORPT-REC.
           WRITE PORPT-REC.
           WRITE PORPT-REC FROM PO-HEADER-LINE.
           WRITE PORPT-REC FROM HEADER-LINE-03.

      * Settles one numbered purchase order against what its vendor
      * won on its account, within the same POTOLPCT tolerance.  A
      * second order for the same account and vendor is flagged so
      * the proposal is not bought twice.
       280-SETTLE-PO.
           MOVE 'N' TO AV-FOUND-SW.
           SET AV-IDX TO 1.
           SEARCH AV-ITEM VARYING AV-IDX
               AT END
                   CONTINUE
               WHEN AV-IDX > AV-COUNT
                   CONTINUE
               WHEN AV-ACCT-NO (AV-IDX) = PT-ACCT-NO (PT-IDX)
                  AND AV-VENDOR-ID (AV-IDX) = PT-VENDOR-ID (PT-IDX)
                   MOVE 'Y' TO AV-FOUND-SW
           END-SEARCH.

           MOVE ZERO TO SAME-AV-PO-COUNT.
           PERFORM VARYING PT-SUB FROM 1 BY 1
               UNTIL PT-SUB > PO-COUNT
               IF PT-ACCT-NO (PT-SUB) = PT-ACCT-NO (PT-IDX)
                  AND PT-VENDOR-ID (PT-SUB) = PT-VENDOR-ID (PT-IDX)
                   ADD 1 TO SAME-AV-PO-COUNT
               END-IF
           END-PERFORM.

           MOVE PT-PO-NUMBER (PT-IDX)  TO PSL-PO-NUMBER.
           MOVE PT-ACCT-NO (PT-IDX)    TO PSL-ACCT-NO.
           MOVE PT-VENDOR-ID (PT-IDX)  TO PSL-VENDOR-ID.
           MOVE PT-ORDER-AMT (PT-IDX)  TO PSL-ORDER-AMT.
           IF AV-FOUND
                MOVE AV-PROPOSAL-AMT (AV-IDX) TO PSL-PROPOSAL-AMT
                COMPUTE AMT-DIFF-WS =
                    PT-ORDER-AMT (PT-IDX) - AV-PROPOSAL-AMT (AV-IDX)
                COMPUTE AMT-TOLERANCE-WS ROUNDED =
                    AV-PROPOSAL-AMT (AV-IDX) * PO-TOL-PCT
           ELSE
                MOVE ZERO TO PSL-PROPOSAL-AMT
                MOVE PT-ORDER-AMT (PT-IDX) TO AMT-DIFF-WS
                MOVE ZERO TO AMT-TOLERANCE-WS
           END-IF.
           IF AMT-TOLERANCE-WS < ZERO
               COMPUTE AMT-TOLERANCE-WS = ZERO - AMT-TOLERANCE-WS
           END-IF.
           MOVE AMT-DIFF-WS TO PSL-VARIANCE-AMT.

           EVALUATE TRUE
               WHEN NOT AV-FOUND
                   MOVE 'PO - VENDOR NOT AWARDED' TO PSL-DISPOSITION
                   ADD 1 TO PO-NOT-AWARDED-COUNT
               WHEN SAME-AV-PO-COUNT > 1
                   MOVE 'PO - DUPLICATE ORDER' TO PSL-DISPOSITION
                   ADD 1 TO PO-DUPLICATE-COUNT
               WHEN AMT-DIFF-WS > AMT-TOLERANCE-WS
                   MOVE 'PO - OVER PROPOSAL' TO PSL-DISPOSITION
                   ADD 1 TO PO-VARIANCE-COUNT
               WHEN AMT-DIFF-WS < ZERO - AMT-TOLERANCE-WS
                   MOVE 'PO - SHORT OF PROPOSAL' TO PSL-DISPOSITION
                   ADD 1 TO PO-VARIANCE-COUNT
               WHEN OTHER
                   MOVE 'PO - MATCHES PROPOSAL' TO PSL-DISPOSITION
                   ADD 1 TO PO-MATCHED-COUNT
           END-EVALUATE.

           WRITE PORPT-REC FROM PO-STATUS-LINE.

       300-OPEN-FILES.
           OPEN INPUT PROPOSAL-IN
           IF NOT PR-NORMAL
                    " PROPOSAL LINE(S) EXCEEDED ACCT-TABLE CAPACITY"
                    " OF 2000 ACCOUNTS AND WERE SKIPPED ***"
           END-IF.
           IF AV-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " AV-SKIPPED-COUNT
                    " PROPOSAL LINE(S) EXCEEDED AV-TABLE CAPACITY"
                    " OF 2000 ACCOUNT/VENDOR PAIRS ***"
           END-IF.
           IF PO-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " PO-SKIPPED-COUNT
                    " ORDER LINE(S) EXCEEDED PO-TABLE CAPACITY"
                    " OF 2000 PURCHASE ORDERS ***"
           END-IF.
           MOVE SPACES TO PORPT-REC.
           WRITE PORPT-REC.
           MOVE APPROVED-NOT-ORDERED-COUNT TO FOOTER-APPR-NOT-ORD.
           MOVE OVER-ORDERED-COUNT         TO FOOTER-OVER.
           MOVE AMT-VARIANCE-COUNT         TO FOOTER-AMT-VARIANCE.
           WRITE PORPT-REC FROM FOOTER-LINE-02.
           MOVE PO-MATCHED-COUNT           TO FOOTER-PO-MATCHED.
           MOVE PO-VARIANCE-COUNT          TO FOOTER-PO-VARIANCE.
           MOVE PO-NOT-AWARDED-COUNT       TO FOOTER-PO-NOT-AWARDED.
           MOVE PO-DUPLICATE-COUNT         TO FOOTER-PO-DUPLICATE.
           WRITE PORPT-REC FROM FOOTER-LINE-03.

       550-PRINT-HEADERS.
           WRITE PORPT-REC FROM HEADER-LINE-01.
