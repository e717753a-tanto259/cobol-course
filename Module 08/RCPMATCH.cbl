      *****
      ***** THIS CLOSES THE GAP THE AUDITORS FLAGGED BETWEEN
      ***** ORDERING AND PAYING.
      *****
      ***** ORDERS POGEN RAISED CARRY A PO NUMBER, AND A RECEIPT
      ***** QUOTING THAT NUMBER MATCHES THAT PURCHASE ORDER ALONE:
      ***** EACH NUMBERED ORDER SETTLES ON ITS OWN AND ITS PAYMENT
      ***** APPROVAL CARRIES THE PO NUMBER AND THE VENDOR IT WAS
      ***** PLACED WITH.  A RECEIPT QUOTING A PO NUMBER NOT ON FILE
      ***** IS FLAGGED.  HAND-TYPED ORDERS AND RECEIPTS WITHOUT A PO
      ***** NUMBER STILL MATCH BY ACCOUNT, APPROVED UNDER THE VENDOR
      ***** THAT WON THE ACCOUNT'S PROPOSAL.
      *****
      ***** EACH LINE OF A NUMBERED ORDER APPROVED FOR PAYMENT IS
      ***** RECEIVED INTO STOCK ON INVMOVE FOR INVUPD TO POST.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO MATCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MATCHRPT-ST.
      *  Shared stock movement file (see Copybooks/INVMOVE.cpy): one
      *  receipt appended per line of a fully received numbered order.
           SELECT INV-MOVE
           ASSIGN TO INVMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INV-MOVE-ST.
      *  Shared rate table (see Copybooks/RATETAB.cpy): POTOLPCT is
      *  the same amount-match tolerance PORECON applies.
           SELECT RATETAB
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
           05  PO-PROP-DATE-I          PIC 9(08).
           05  PO-INSTRUMENT-I         PIC X(06).
           05  PO-QUALITY-I            PIC X(01).
           05  PO-QUANTITY-I           PIC 9(02).
           05  FILLER                  PIC X(42).

      * The dock quotes the PO number off the packing slip when the
      * goods came against a numbered order; zero or blank otherwise.
       FD  RCPT-IN
           RECORD CONTAINS 40 CHARACTERS.
       01  RCPT-IN-REC.
           05  RC-ACCT-NO-I            PIC X(08).
           05  RC-ORDER-DATE-I         PIC 9(08).
           05  RC-AMOUNT-I             PIC S9(07)V99.
           05  RC-PO-NUMBER-I          PIC 9(08).
           05  FILLER                  PIC X(07).

      * One approval per fully received purchase order (PO number
      * and vendor set) or per fully received account of hand-typed
      * orders (PO number zero).
       FD  PAY-OUT
           RECORD CONTAINS 50 CHARACTERS.
       01  PAY-OUT-REC.
           05  PAY-ACCT-NO             PIC X(08).
           05  PAY-APPROVED-AMT        PIC S9(9)V99.
           05  PAY-APPROVE-DATE        PIC 9(08).
           05  PAY-PO-NUMBER           PIC 9(08).
           05  PAY-VENDOR-ID           PIC X(05).
           05  FILLER                  PIC X(10).

       FD  MATCHRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  MATCHRPT-REC                PIC X(133).

       FD  INV-MOVE
           RECORD CONTAINS 70 CHARACTERS.
       01  INV-MOVE-OUT-REC            PIC X(70).

       FD  RATETAB
           RECORD CONTAINS 14 CHARACTERS.
           COPY RATETAB.

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY INVMOVE.

       01  FLAGS.
           05  PROPOSAL-EOF            PIC X(01)       VALUE 'N'.
               88  PA-NORMAL                           VALUE '00'.
           05  MATCHRPT-ST             PIC X(02).
               88  MR-NORMAL                           VALUE '00'.
           05  INV-MOVE-ST             PIC X(02).
               88  IM-NORMAL                           VALUE '00'.
           05  RATETAB-ST              PIC X(02).
               88  RT-NORMAL                           VALUE '00'.
           05  RATETAB-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-RATES                       VALUE 'Y'.
           05  ACCT-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  ACCT-FOUND                          VALUE 'Y'.
           05  PO-FOUND-SW             PIC X(01)       VALUE 'N'.
               88  PO-FOUND                            VALUE 'Y'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               10  AC-ORDER-COUNT          PIC 9(05).
               10  AC-RECEIPT-AMT          PIC S9(9)V99.
               10  AC-RECEIPT-COUNT        PIC 9(05).
               10  AC-VENDOR-ID            PIC X(05).
       77  ACCT-COUNT                  PIC S9(04) COMP VALUE 0.
       77  ACCT-SKIPPED-COUNT          PIC S9(04) COMP VALUE 0.
       77  LOOKUP-ACCT-NO              PIC X(08).

      * One entry per numbered purchase order, its order lines and
      * the receipts quoting it.
       01  PO-TABLE.
           05  PO-ITEM OCCURS 2000 TIMES
                   INDEXED BY PT-IDX.
               10  PT-PO-NUMBER            PIC 9(08).
               10  PT-ACCT-NO              PIC X(08).
               10  PT-VENDOR-ID            PIC X(05).
               10  PT-ORDER-AMT            PIC S9(9)V99.
               10  PT-RECEIPT-AMT          PIC S9(9)V99.
               10  PT-RECEIPT-COUNT        PIC 9(05).
       77  PO-COUNT                    PIC S9(04) COMP VALUE 0.
       77  PO-SKIPPED-COUNT            PIC S9(04) COMP VALUE 0.
       77  LOOKUP-PO-NUMBER            PIC 9(08).

      * The instrument lines of each numbered order, received into
      * stock when their order settles fully received.
       01  PO-LINE-TABLE.
           05  PO-LINE-ITEM OCCURS 5000 TIMES
                   INDEXED BY PL-IDX.
               10  PL-PO-NUMBER            PIC 9(08).
               10  PL-LINE-NO              PIC 9(03).
               10  PL-ACCT-NO              PIC X(08).
               10  PL-INSTRUMENT           PIC X(06).
               10  PL-QUALITY              PIC X(01).
               10  PL-QUANTITY             PIC 9(02).
               10  PL-ORDER-AMT            PIC S9(7)V99.
       77  PO-LINE-COUNT               PIC S9(04) COMP VALUE 0.
       77  PO-LINE-SKIPPED             PIC S9(04) COMP VALUE 0.

      * Receipts quoting a PO number not on file, held until the
      * purchase order section prints so they list under its
      * header.
       01  UNKNOWN-PO-TABLE.
           05  UNKNOWN-PO-ITEM OCCURS 500 TIMES
                   INDEXED BY UP-IDX.
               10  UP-PO-NUMBER            PIC 9(08).
               10  UP-ACCT-NO              PIC X(08).
               10  UP-RECEIPT-AMT          PIC S9(9)V99.
       77  UNKNOWN-PO-COUNT            PIC S9(04) COMP VALUE 0.
       77  UNKNOWN-PO-SKIPPED          PIC S9(04) COMP VALUE 0.

       77  PR-LINES-READ                PIC 9(07)       VALUE 0.
       77  PO-LINES-READ                PIC 9(07)       VALUE 0.
       77  RCPT-LINES-READ              PIC 9(07)       VALUE 0.
                    VALUE '  VARIANCE '.
           05  ASL-VARIANCE-AMT        PIC -$$,$$$,$$9.99.

       01  PO-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'PURCHASE ORDERS BY PO NUMBER'.

       01  PO-STATUS-LINE.
           05  PSL-PO-NUMBER           PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PSL-DISPOSITION         PIC X(22).
           05  FILLER                  PIC X(06)       VALUE ' ACCT '.
           05  PSL-ACCT-NO             PIC X(08).
           05  FILLER                  PIC X(09)
                    VALUE ' ORDERED '.
           05  PSL-ORDER-AMT           PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(10)
                    VALUE ' RECEIVED '.
           05  PSL-RECEIPT-AMT         PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(10)
                    VALUE ' VARIANCE '.
           05  PSL-VARIANCE-AMT        PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(08)
                    VALUE ' VENDOR '.
           05  PSL-VENDOR-ID           PIC X(05).

       01  FOOTER-LINE.
           05  FILLER                  PIC X(18)
                    VALUE 'FULLY RECEIVED:'.
           PERFORM 260-SETTLE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCT-COUNT.
           MOVE SPACES TO MATCHRPT-REC.
           WRITE MATCHRPT-REC.
           WRITE MATCHRPT-REC FROM PO-HEADER-LINE.
           PERFORM 280-SETTLE-PO
               VARYING PT-IDX FROM 1 BY 1
               UNTIL PT-IDX > PO-COUNT.
           PERFORM 285-PRINT-UNKNOWN-PO
               VARYING UP-IDX FROM 1 BY 1
               UNTIL UP-IDX > UNKNOWN-PO-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           PERFORM 210-FIND-OR-ADD-ACCOUNT.
           IF ACCT-FOUND
                ADD PR-TOTAL-I TO AC-PROPOSAL-AMT (AC-IDX)
                MOVE PR-VENDOR-ID-I TO AC-VENDOR-ID (AC-IDX)
           END-IF.
           PERFORM 400-READ-PROPOSAL.

                SET AC-IDX TO ACCT-COUNT
           END-IF.

      * A numbered order line totals into its purchase order; a
      * hand-typed one into its account as before.
       230-ACCUMULATE-ORDERS.
           ADD 1 TO PO-LINES-READ.
           IF PO-NUMBER-I > ZERO
                MOVE PO-NUMBER-I TO LOOKUP-PO-NUMBER
                PERFORM 250-FIND-PO
                IF NOT PO-FOUND
                     PERFORM 255-ADD-PO
                END-IF
                IF PO-FOUND
                     ADD PO-ORDER-AMT-I TO PT-ORDER-AMT (PT-IDX)
                     PERFORM 258-ADD-PO-LINE
                END-IF
           ELSE
                MOVE PO-ACCT-NO-I TO LOOKUP-ACCT-NO
                PERFORM 210-FIND-OR-ADD-ACCOUNT
                IF ACCT-FOUND
                     ADD PO-ORDER-AMT-I TO AC-ORDER-AMT (AC-IDX)
                     ADD 1 TO AC-ORDER-COUNT (AC-IDX)
                END-IF
           END-IF.
           PERFORM 410-READ-PO.

      * A receipt quoting a PO number matches that order alone; one
      * quoting a number not on file is flagged as received with no
      * order.  A receipt without a PO number matches by account.
       240-ACCUMULATE-RECEIPTS.
           ADD 1 TO RCPT-LINES-READ.
           IF RC-PO-NUMBER-I NOT NUMERIC
                MOVE ZERO TO RC-PO-NUMBER-I
           END-IF.
           IF RC-PO-NUMBER-I > ZERO
                MOVE RC-PO-NUMBER-I TO LOOKUP-PO-NUMBER
                PERFORM 250-FIND-PO
                IF PO-FOUND
                     ADD RC-AMOUNT-I TO PT-RECEIPT-AMT (PT-IDX)
                     ADD 1 TO PT-RECEIPT-COUNT (PT-IDX)
                ELSE
                     IF UNKNOWN-PO-COUNT >= 500
                          ADD 1 TO UNKNOWN-PO-SKIPPED
                     ELSE
                          ADD 1 TO UNKNOWN-PO-COUNT
                          MOVE RC-PO-NUMBER-I
                              TO UP-PO-NUMBER (UNKNOWN-PO-COUNT)
                          MOVE RC-ACCT-NO-I
                              TO UP-ACCT-NO (UNKNOWN-PO-COUNT)
                          MOVE RC-AMOUNT-I
                              TO UP-RECEIPT-AMT (UNKNOWN-PO-COUNT)
                     END-IF
                     ADD 1 TO NO-ORDER-RECEIPT-COUNT
                END-IF
           ELSE
                MOVE RC-ACCT-NO-I TO LOOKUP-ACCT-NO
                PERFORM 210-FIND-OR-ADD-ACCOUNT
                IF ACCT-FOUND
                     ADD RC-AMOUNT-I TO AC-RECEIPT-AMT (AC-IDX)
                     ADD 1 TO AC-RECEIPT-COUNT (AC-IDX)
                END-IF
           END-IF.
           PERFORM 420-READ-RCPT.

       250-FIND-PO.
           MOVE 'N' TO PO-FOUND-SW.
           SET PT-IDX TO 1.
           SEARCH PO-ITEM VARYING PT-IDX
               AT END
                   CONTINUE
               WHEN PT-IDX > PO-COUNT
                   CONTINUE
               WHEN PT-PO-NUMBER (PT-IDX) = LOOKUP-PO-NUMBER
                   MOVE 'Y' TO PO-FOUND-SW
           END-SEARCH.

       255-ADD-PO.
           IF PO-COUNT >= 2000
                ADD 1 TO PO-SKIPPED-COUNT
           ELSE
                ADD 1 TO PO-COUNT
                INITIALIZE PO-ITEM (PO-COUNT)
                MOVE PO-NUMBER-I    TO PT-PO-NUMBER (PO-COUNT)
                MOVE PO-ACCT-NO-I   TO PT-ACCT-NO (PO-COUNT)
                MOVE PO-VENDOR-ID-I TO PT-VENDOR-ID (PO-COUNT)
                SET PT-IDX TO PO-COUNT
                MOVE 'Y' TO PO-FOUND-SW
           END-IF.

       258-ADD-PO-LINE.
           IF PO-LINE-COUNT >= 5000
                ADD 1 TO PO-LINE-SKIPPED
           ELSE
                ADD 1 TO PO-LINE-COUNT
                MOVE PO-NUMBER-I     TO PL-PO-NUMBER (PO-LINE-COUNT)
                MOVE PO-LINE-NO-I    TO PL-LINE-NO (PO-LINE-COUNT)
                MOVE PO-ACCT-NO-I    TO PL-ACCT-NO (PO-LINE-COUNT)
                MOVE PO-INSTRUMENT-I TO PL-INSTRUMENT (PO-LINE-COUNT)
                MOVE PO-QUALITY-I    TO PL-QUALITY (PO-LINE-COUNT)
                MOVE PO-QUANTITY-I   TO PL-QUANTITY (PO-LINE-COUNT)
                MOVE PO-ORDER-AMT-I  TO PL-ORDER-AMT (PO-LINE-COUNT)
           END-IF.

      * Settles one account three ways.  Receipts agreeing with the
      * orders within the POTOLPCT tolerance approve payment;
      * anything else reports with its variance; an account with
           MOVE AC-ACCT-NO (AC-IDX)   TO PAY-ACCT-NO.
           MOVE AC-ORDER-AMT (AC-IDX) TO PAY-APPROVED-AMT.
           MOVE BUSINESS-DATE-NUM     TO PAY-APPROVE-DATE.
           MOVE ZERO                  TO PAY-PO-NUMBER.
           MOVE AC-VENDOR-ID (AC-IDX) TO PAY-VENDOR-ID.
           WRITE PAY-OUT-REC.
           ADD AC-ORDER-AMT (AC-IDX) TO APPROVED-DOLLARS.

      * Settles one numbered purchase order against the receipts
      * quoting it, on the same terms as an account.
       280-SETTLE-PO.
           MOVE PT-PO-NUMBER (PT-IDX)   TO PSL-PO-NUMBER.
           MOVE PT-ACCT-NO (PT-IDX)     TO PSL-ACCT-NO.
           MOVE PT-ORDER-AMT (PT-IDX)   TO PSL-ORDER-AMT.
           MOVE PT-RECEIPT-AMT (PT-IDX) TO PSL-RECEIPT-AMT.
           MOVE PT-VENDOR-ID (PT-IDX)   TO PSL-VENDOR-ID.

           COMPUTE AMT-DIFF-WS =
               PT-RECEIPT-AMT (PT-IDX) - PT-ORDER-AMT (PT-IDX).
           MOVE AMT-DIFF-WS TO PSL-VARIANCE-AMT.
           COMPUTE AMT-TOLERANCE-WS ROUNDED =
               PT-ORDER-AMT (PT-IDX) * PO-TOL-PCT.
           IF AMT-TOLERANCE-WS < ZERO
               COMPUTE AMT-TOLERANCE-WS = ZERO - AMT-TOLERANCE-WS
           END-IF.

           EVALUATE TRUE
               WHEN PT-RECEIPT-COUNT (PT-IDX) = ZERO
                   MOVE 'AWAITING RECEIPT' TO PSL-DISPOSITION
                   ADD 1 TO AWAITING-RECEIPT-COUNT
               WHEN AMT-DIFF-WS < ZERO - AMT-TOLERANCE-WS
                   MOVE 'SHORT RECEIVED' TO PSL-DISPOSITION
                   ADD 1 TO SHORT-RECEIVED-COUNT
               WHEN AMT-DIFF-WS > AMT-TOLERANCE-WS
                   MOVE 'OVER RECEIVED' TO PSL-DISPOSITION
                   ADD 1 TO OVER-RECEIVED-COUNT
               WHEN OTHER
                   MOVE 'FULLY RECEIVED' TO PSL-DISPOSITION
                   ADD 1 TO FULLY-RECEIVED-COUNT
                   PERFORM 290-WRITE-PO-APPROVAL
           END-EVALUATE.
           WRITE MATCHRPT-REC FROM PO-STATUS-LINE.

      * A receipt quoting a PO number not on file, after the orders
      * that are.
       285-PRINT-UNKNOWN-PO.
           MOVE UP-PO-NUMBER (UP-IDX)   TO PSL-PO-NUMBER.
           MOVE 'RECEIVED - UNKNOWN PO' TO PSL-DISPOSITION.
           MOVE UP-ACCT-NO (UP-IDX)     TO PSL-ACCT-NO.
           MOVE ZERO                    TO PSL-ORDER-AMT.
           MOVE UP-RECEIPT-AMT (UP-IDX) TO PSL-RECEIPT-AMT.
           MOVE UP-RECEIPT-AMT (UP-IDX) TO PSL-VARIANCE-AMT.
           MOVE SPACES                  TO PSL-VENDOR-ID.
           WRITE MATCHRPT-REC FROM PO-STATUS-LINE.

       290-WRITE-PO-APPROVAL.
           INITIALIZE PAY-OUT-REC.
           MOVE PT-ACCT-NO (PT-IDX)   TO PAY-ACCT-NO.
           MOVE PT-ORDER-AMT (PT-IDX) TO PAY-APPROVED-AMT.
           MOVE BUSINESS-DATE-NUM     TO PAY-APPROVE-DATE.
           MOVE PT-PO-NUMBER (PT-IDX) TO PAY-PO-NUMBER.
           MOVE PT-VENDOR-ID (PT-IDX) TO PAY-VENDOR-ID.
           WRITE PAY-OUT-REC.
           ADD PT-ORDER-AMT (PT-IDX) TO APPROVED-DOLLARS.
           PERFORM 295-WRITE-RECEIPT-MOVE
               VARYING PL-IDX FROM 1 BY 1
               UNTIL PL-IDX > PO-LINE-COUNT.

      * Each line of the order goes into stock at its landed cost per
      * unit.  The order is approved again every night its receipts
      * stay on file; INVUPD receives each PO line only once.
       295-WRITE-RECEIPT-MOVE.
           IF PL-PO-NUMBER (PL-IDX) = PT-PO-NUMBER (PT-IDX)
                  AND PL-QUANTITY (PL-IDX) NUMERIC
                  AND PL-QUANTITY (PL-IDX) > ZERO
                MOVE SPACES                  TO INV-MOVE-REC
                MOVE 'V'                     TO IM-MOVE-TYPE
                MOVE PL-INSTRUMENT (PL-IDX)  TO IM-INST-TYPE
                MOVE PL-QUALITY (PL-IDX)     TO IM-INST-QUAL
                MOVE PL-QUANTITY (PL-IDX)    TO IM-QUANTITY
                COMPUTE IM-UNIT-COST ROUNDED =
                    PL-ORDER-AMT (PL-IDX) / PL-QUANTITY (PL-IDX)
                MOVE PL-ACCT-NO (PL-IDX)     TO IM-ACCT-NO
                MOVE PL-PO-NUMBER (PL-IDX)   TO IM-PO-NUMBER
                MOVE PL-LINE-NO (PL-IDX)     TO IM-PO-LINE
                MOVE BUSINESS-DATE-NUM       TO IM-BUS-DATE
                MOVE 'RCPMATCH'              TO IM-SOURCE-JOB
                MOVE ZERO                    TO IM-REORDER-QTY
                WRITE INV-MOVE-OUT-REC FROM INV-MOVE-REC
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT PROPOSAL-IN
           IF NOT PR-NORMAL
                DISPLAY 'ERROR OPENING MATCHRPT'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND INV-MOVE
           IF NOT IM-NORMAL
                DISPLAY 'ERROR OPENING INVMOVE'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RATETAB
           IF NOT RT-NORMAL
                DISPLAY 'ERROR OPENING RATETAB'
                GO TO 999-RETURN-ERR
           END-IF.

           IF PO-NORMAL
                  AND PO-NUMBER-I NOT NUMERIC
                MOVE ZERO TO PO-NUMBER-I
           END-IF.

       420-READ-RCPT.
           READ RCPT-IN
               AT END MOVE 'Y' TO RCPT-EOF
                    " LINE(S) EXCEEDED ACCT-TABLE CAPACITY OF 2000"
                    " ACCOUNTS AND WERE SKIPPED ***"
           END-IF.
           IF PO-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " PO-SKIPPED-COUNT
                    " ORDER LINE(S) EXCEEDED PO-TABLE CAPACITY OF"
                    " 2000 PURCHASE ORDERS AND WERE SKIPPED ***"
           END-IF.
           IF UNKNOWN-PO-SKIPPED > 0
                DISPLAY "*** WARNING: " UNKNOWN-PO-SKIPPED
                    " RECEIPT(S) QUOTING AN UNKNOWN PO EXCEEDED THE"
                    " TABLE CAPACITY OF 500 AND ARE NOT LISTED ***"
           END-IF.
           IF PO-LINE-SKIPPED > 0
                DISPLAY "*** WARNING: " PO-LINE-SKIPPED
                    " ORDER LINE(S) EXCEEDED PO-LINE-TABLE CAPACITY"
                    " OF 5000 AND WILL NOT BE RECEIVED INTO STOCK ***"
           END-IF.
           MOVE SPACES TO MATCHRPT-REC.
           WRITE MATCHRPT-REC.
           MOVE FULLY-RECEIVED-COUNT TO FOOTER-FULL.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE PROPOSAL-IN, PO-IN, RCPT-IN, PAY-OUT, MATCHRPT,
                 INV-MOVE.

      * One run-control record for DAYBAL's nightly cross-foot:
      * lines read across the three inputs, approvals written.
               PR-LINES-READ + PO-LINES-READ + RCPT-LINES-READ.
           COMPUTE LED-RECS-OUT-PRIMARY =
               PR-LINES-READ + PO-LINES-READ + RCPT-LINES-READ
                   - ACCT-SKIPPED-COUNT - PO-SKIPPED-COUNT.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           COMPUTE LED-RECS-REJECTED =
               ACCT-SKIPPED-COUNT + PO-SKIPPED-COUNT.
           MOVE APPROVED-DOLLARS    TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

