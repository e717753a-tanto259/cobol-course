       IDENTIFICATION DIVISION.
       PROGRAM-ID.     POGEN.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PURCHASE ORDER GENERATION FROM APPROVED RFP PROPOSALS.
      *****
      ***** FAVRFP APPROVES THE PROPOSALS AND PICKS THE WINNING
      ***** VENDOR FOR EACH LINE, BUT PURCHASING STILL TYPED THE
      ***** PURCHASE ORDERS UP SEPARATELY.  THIS RUN READS PROPEXT,
      ***** THE APPROVED-LINE EXTRACT FAVRFP WRITES, AND GROUPS THE
      ***** LINES BY VENDOR AND, WITHIN THE VENDOR, BY ACCOUNT INTO
      ***** SEQUENTIALLY NUMBERED PURCHASE ORDERS AT THE PROPOSAL
      ***** PRICE:
      *****
      *****   - A FORMATTED PO DOCUMENT PRINTS PER VENDOR (POPRINT),
      *****     EVERY ORDER WITH ITS LINES AND TOTAL, AND THE
      *****     VENDOR'S TOTAL AT THE FOOT;
      *****   - THE PURCHORD FILE CARRIES ACROSS RUNS (PURCHORD IN,
      *****     PURCHNEW OUT, THE INVGEN INVROLD/INVRNEW STYLE): EVERY
      *****     ORDER ALREADY ON FILE COPIES FORWARD AND THE NEW
      *****     ORDER LINES FOLLOW IT, CARRYING THE PO NUMBER, VENDOR
      *****     AND LINE DETAIL PORECON AND RCPMATCH MATCH ON;
      *****   - PO NUMBERS CONTINUE FROM THE HIGHEST ONE ON FILE, AND
      *****     A PROPOSAL LINE ALREADY ON A PURCHASE ORDER (SAME
      *****     ACCOUNT, VENDOR AND PROPOSAL DATE) IS NOT ORDERED A
      *****     SECOND TIME WHEN THE EXTRACT IS RUN AGAIN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROPOSAL-IN
           ASSIGN TO PROPEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROPOSAL-IN-ST.
      *  Purchase orders on file, and the file carried forward with
      *  tonight's new orders added (see Copybooks/POREC.cpy).
           SELECT PO-OLD
           ASSIGN TO PURCHORD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PO-OLD-ST.
           SELECT PO-NEW
           ASSIGN TO PURCHNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PO-NEW-ST.
           SELECT POPRINT
           ASSIGN TO POPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POPRINT-ST.
      *  Shared stock movement file (see Copybooks/INVMOVE.cpy): one
      *  on-order movement appended per line ordered, for INVUPD.
           SELECT INV-MOVE
           ASSIGN TO INVMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INV-MOVE-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun dates its orders as the original did.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PROPOSAL-IN
           RECORD CONTAINS 120 CHARACTERS.
       01  PROPOSAL-REC.
           05  PR-ACCT-NO-I            PIC X(08).
           05  PR-GENRE-I              PIC X(09).
           05  PR-MUSICIAN-I           PIC X(30).
           05  PR-INSTRUMENT-I         PIC X(06).
           05  PR-QUANTITY-I           PIC 9(02).
           05  PR-TOTAL-I              PIC S9(9)V99.
           05  PR-VENDOR-ID-I          PIC X(05).
           05  PR-PROP-DATE-I          PIC 9(08).
           05  PR-QUALITY-I            PIC X(01).
           05  PR-SHIP-TO-I            PIC X(03).
           05  PR-CURRENCY-I           PIC X(03).
           05  PR-WEIGHT-CLASS-I       PIC X(01).
           05  PR-EXCH-RATE-I          PIC 9(03)V9(05).
           05  FILLER                  PIC X(05).
           05  PR-TAX-JURIS-I          PIC X(05).
           05  PR-TAX-STATUS-I         PIC X(01).
           05  PR-TAX-AMT-I            PIC S9(7)V99.
           05  FILLER                  PIC X(05).

       FD  PO-OLD
           RECORD CONTAINS 100 CHARACTERS.
       01  PO-OLD-REC                  PIC X(100).

       FD  PO-NEW
           RECORD CONTAINS 100 CHARACTERS.
       01  PO-NEW-REC                  PIC X(100).

       FD  POPRINT
           RECORD CONTAINS 133 CHARACTERS.
       01  POPRINT-REC                 PIC X(133).

       FD  INV-MOVE
           RECORD CONTAINS 70 CHARACTERS.
       01  INV-MOVE-OUT-REC            PIC X(70).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY POREC.
           COPY INVMOVE.

       01  FLAGS.
           05  PROPOSAL-IN-ST          PIC X(02).
               88  PR-NORMAL                           VALUE '00'.
           05  PO-OLD-ST               PIC X(02).
               88  PO-NORMAL                           VALUE '00'.
           05  PO-NEW-ST               PIC X(02).
               88  PN-NORMAL                           VALUE '00'.
           05  POPRINT-ST              PIC X(02).
               88  PP-NORMAL                           VALUE '00'.
           05  INV-MOVE-ST             PIC X(02).
               88  IM-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  PROPOSAL-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROPOSAL                    VALUE 'Y'.
           05  PO-OLD-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-OLD-PO                      VALUE 'Y'.
           05  ON-ORDER-SW             PIC X(01)       VALUE 'N'.
               88  ALREADY-ON-ORDER                    VALUE 'Y'.
           05  VENDOR-DONE-SW          PIC X(01)       VALUE 'N'.
               88  VENDOR-DONE                         VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Approved proposal lines still to be ordered, held so each
      * vendor's orders print together however PROPEXT is sorted.
       01  LINE-TABLE.
           05  LINE-ITEM OCCURS 2000 TIMES INDEXED BY LN-IDX.
               10  LN-ACCT-NO          PIC X(08).
               10  LN-VENDOR-ID        PIC X(05).
               10  LN-PROP-DATE        PIC 9(08).
               10  LN-MUSICIAN         PIC X(30).
               10  LN-INSTRUMENT       PIC X(06).
               10  LN-QUALITY          PIC X(01).
               10  LN-QUANTITY         PIC 9(02).
               10  LN-TOTAL            PIC S9(9)V99.
               10  LN-ORDERED          PIC X(01).
       77  LINE-COUNT                  PIC S9(04) COMP VALUE 0.
       77  LN-SUB                      PIC S9(04) COMP VALUE 0.
       77  LINES-ORDERED               PIC S9(04) COMP VALUE 0.
       77  LINES-SKIPPED               PIC S9(04) COMP VALUE 0.

      * Proposal lines already on a numbered order in PURCHORD, by
      * account, vendor and proposal date.
       01  ON-ORDER-TABLE.
           05  ON-ORDER-ITEM OCCURS 5000 TIMES INDEXED BY OO-IDX.
               10  OO-ACCT-NO          PIC X(08).
               10  OO-VENDOR-ID        PIC X(05).
               10  OO-PROP-DATE        PIC 9(08).
       77  ON-ORDER-COUNT              PIC S9(04) COMP VALUE 0.
       77  ON-ORDER-SKIPPED            PIC S9(04) COMP VALUE 0.

       77  CURR-VENDOR-WS              PIC X(05).
       77  CURR-ACCT-WS                PIC X(08).
       77  NEXT-PO-NUMBER              PIC 9(08) VALUE 1.
       77  PO-LINE-WS                  PIC 9(03) VALUE 0.

       77  PR-LINES-READ               PIC 9(07) VALUE 0.
       77  PR-LINES-ON-ORDER           PIC 9(07) VALUE 0.
       77  PR-LINES-REJECTED           PIC 9(07) VALUE 0.
       77  OLD-ORDERS-COPIED           PIC 9(07) VALUE 0.
       77  ORDERS-ISSUED               PIC 9(05) VALUE 0.
       77  VENDORS-ORDERED             PIC 9(05) VALUE 0.
       77  VENDOR-PO-COUNT             PIC 9(05) VALUE 0.
       01  PO-AMT-WS                   PIC S9(9)V99.
       01  VENDOR-AMT-WS               PIC S9(11)V99.
       01  ORDERED-DOLLARS             PIC S9(11)V99 VALUE 0.

       01  VEND-HDR-LINE.
           05  FILLER                  PIC X(27)
                    VALUE 'PURCHASE ORDERS FOR VENDOR '.
           05  VH-VENDOR-ID            PIC X(05).
           05  FILLER                  PIC X(10)
                    VALUE '   ISSUED '.
           05  VH-ISSUE-DATE           PIC 9(08).

       01  PO-HDR-LINE.
           05  FILLER                  PIC X(10)
                    VALUE 'PO NUMBER '.
           05  PH-PO-NUMBER            PIC 9(08).
           05  FILLER                  PIC X(12)
                    VALUE '   ACCOUNT  '.
           05  PH-ACCT-NO              PIC X(08).
           05  FILLER                  PIC X(15)
                    VALUE '   ORDER DATE  '.
           05  PH-ORDER-DATE           PIC 9(08).

       01  PO-COL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE 'LINE'.
           05  FILLER                  PIC X(12)
                    VALUE 'INSTRUMENT'.
           05  FILLER                  PIC X(09)       VALUE 'QUALITY'.
           05  FILLER                  PIC X(05)       VALUE 'QTY'.
           05  FILLER                  PIC X(32)       VALUE 'MUSICIAN'.
           05  FILLER                  PIC X(14)
                    VALUE '        AMOUNT'.

       01  PO-DETAIL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PD-LINE-NO              PIC ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  PD-INSTRUMENT           PIC X(06).
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  PD-QUALITY              PIC X(01).
           05  FILLER                  PIC X(08)       VALUE SPACES.
           05  PD-QUANTITY             PIC Z9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  PD-MUSICIAN             PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  PD-AMOUNT               PIC $$,$$$,$$9.99.

       01  PO-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'PURCHASE ORDER TOTAL'.
           05  FILLER                  PIC X(02)       VALUE ': '.
           05  PT-AMOUNT               PIC $$,$$$,$$9.99.

       01  VEND-TOTAL-LINE.
           05  FILLER                  PIC X(14)
                    VALUE 'VENDOR TOTAL: '.
           05  VT-AMOUNT               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(20)
                    VALUE '   PURCHASE ORDERS: '.
           05  VT-PO-COUNT             PIC ZZ,ZZ9.

       01  FOOTER-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'ORDERS ISSUED:  '.
           05  FOOTER-ISSUED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'VENDORS:  '.
           05  FOOTER-VENDORS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(17)
                    VALUE 'TOTAL ORDERED:  '.
           05  FOOTER-DOLLARS          PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(16)
                    VALUE 'LINES ORDERED:  '.
           05  FOOTER-LINES            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(19)
                    VALUE 'ALREADY ON ORDER:  '.
           05  FOOTER-ON-ORDER         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(11)
                    VALUE 'REJECTED:  '.
           05  FOOTER-REJECTED         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-COPY-OLD-ORDER UNTIL NO-MORE-OLD-PO.
           PERFORM 220-LOAD-PROPOSAL-LINE UNTIL NO-MORE-PROPOSAL.
           PERFORM 300-ISSUE-VENDOR-ORDERS
               THRU 300-ISSUE-VENDOR-ORDERS-X
               UNTIL LINES-ORDERED >= LINE-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 150-OPEN-FILES.
           PERFORM 400-READ-OLD-PO.
           PERFORM 410-READ-PROPOSAL.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night dates its orders
      * with that night's business; absent a card the system date
      * stands in.
       110-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BUSINESS-DATE-NUM.
           OPEN INPUT BUSDATE.
           IF BD-NORMAL
                READ BUSDATE
                    AT END CONTINUE
                END-READ
                IF BD-NORMAL
                       AND BD-BUSINESS-DATE NUMERIC
                       AND BD-BUSINESS-DATE > 0
                     MOVE BD-BUSINESS-DATE TO BUSINESS-DATE-NUM
                END-IF
                CLOSE BUSDATE
           END-IF.

       150-OPEN-FILES.
           OPEN INPUT PROPOSAL-IN
           IF NOT PR-NORMAL
                DISPLAY 'ERROR OPENING PROPEXT'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PO-OLD
           IF NOT PO-NORMAL
                DISPLAY 'ERROR OPENING PURCHORD'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PO-NEW
           IF NOT PN-NORMAL
                DISPLAY 'ERROR OPENING PURCHNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT POPRINT
           IF NOT PP-NORMAL
                DISPLAY 'ERROR OPENING POPRINT'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND INV-MOVE
           IF NOT IM-NORMAL
                DISPLAY 'ERROR OPENING INVMOVE'
                GO TO 999-RETURN-ERR.

      * Every order on file carries forward as it stands.  A numbered
      * order moves the next PO number past its own and records its
      * proposal line as already ordered; a hand-typed order (no PO
      * number) only copies.
       200-COPY-OLD-ORDER.
           IF PO-NUMBER NUMERIC
                  AND PO-NUMBER > ZERO
                IF PO-NUMBER >= NEXT-PO-NUMBER
                     COMPUTE NEXT-PO-NUMBER = PO-NUMBER + 1
                END-IF
                PERFORM 210-NOTE-ON-ORDER
           END-IF.

           WRITE PO-NEW-REC FROM PURCHASE-ORDER-REC.
           ADD 1 TO OLD-ORDERS-COPIED.
           PERFORM 400-READ-OLD-PO.

       210-NOTE-ON-ORDER.
           IF ON-ORDER-COUNT >= 5000
                ADD 1 TO ON-ORDER-SKIPPED
           ELSE
                ADD 1 TO ON-ORDER-COUNT
                MOVE PO-ACCT-NO    TO OO-ACCT-NO (ON-ORDER-COUNT)
                MOVE PO-VENDOR-ID  TO OO-VENDOR-ID (ON-ORDER-COUNT)
                MOVE PO-PROP-DATE  TO OO-PROP-DATE (ON-ORDER-COUNT)
           END-IF.

      * One approved proposal line: set aside if it is already on a
      * numbered order, rejected if it names no vendor or no account
      * or its price will not fit an order line, otherwise held for
      * ordering.
       220-LOAD-PROPOSAL-LINE.
           ADD 1 TO PR-LINES-READ.
           PERFORM 230-CHECK-ON-ORDER.

           EVALUATE TRUE
               WHEN ALREADY-ON-ORDER
                   ADD 1 TO PR-LINES-ON-ORDER
               WHEN PR-VENDOR-ID-I = SPACES
                   ADD 1 TO PR-LINES-REJECTED
                   DISPLAY '*** WARNING: ACCOUNT ' PR-ACCT-NO-I
                           ' PROPOSAL LINE HAS NO VENDOR - NOT'
                           ' ORDERED ***'
               WHEN PR-ACCT-NO-I = SPACES
                   ADD 1 TO PR-LINES-REJECTED
                   DISPLAY '*** WARNING: VENDOR ' PR-VENDOR-ID-I
                           ' PROPOSAL LINE HAS NO ACCOUNT - NOT'
                           ' ORDERED ***'
               WHEN PR-TOTAL-I NOT NUMERIC
                 OR PR-TOTAL-I <= ZERO
                 OR PR-TOTAL-I > 9999999.99
                   ADD 1 TO PR-LINES-REJECTED
                   DISPLAY '*** WARNING: ACCOUNT ' PR-ACCT-NO-I
                           ' PROPOSAL LINE AMOUNT CANNOT BE ORDERED'
                           ' ***'
               WHEN LINE-COUNT >= 2000
                   ADD 1 TO PR-LINES-REJECTED
                   ADD 1 TO LINES-SKIPPED
               WHEN OTHER
                   ADD 1 TO LINE-COUNT
                   MOVE PR-ACCT-NO-I    TO LN-ACCT-NO (LINE-COUNT)
                   MOVE PR-VENDOR-ID-I  TO LN-VENDOR-ID (LINE-COUNT)
                   MOVE PR-PROP-DATE-I  TO LN-PROP-DATE (LINE-COUNT)
                   MOVE PR-MUSICIAN-I   TO LN-MUSICIAN (LINE-COUNT)
                   MOVE PR-INSTRUMENT-I TO LN-INSTRUMENT (LINE-COUNT)
                   MOVE PR-QUALITY-I    TO LN-QUALITY (LINE-COUNT)
                   MOVE PR-QUANTITY-I   TO LN-QUANTITY (LINE-COUNT)
                   MOVE PR-TOTAL-I      TO LN-TOTAL (LINE-COUNT)
                   MOVE 'N'             TO LN-ORDERED (LINE-COUNT)
           END-EVALUATE.

           PERFORM 410-READ-PROPOSAL.

       230-CHECK-ON-ORDER.
           MOVE 'N' TO ON-ORDER-SW.
           SET OO-IDX TO 1.
           SEARCH ON-ORDER-ITEM VARYING OO-IDX
               AT END
                   CONTINUE
               WHEN OO-IDX > ON-ORDER-COUNT
                   CONTINUE
               WHEN OO-ACCT-NO (OO-IDX) = PR-ACCT-NO-I
                  AND OO-VENDOR-ID (OO-IDX) = PR-VENDOR-ID-I
                  AND OO-PROP-DATE (OO-IDX) = PR-PROP-DATE-I
                   MOVE 'Y' TO ON-ORDER-SW
           END-SEARCH.

      * One vendor's purchase orders: the first vendor with lines
      * still to order, then one order per account it supplies.
       300-ISSUE-VENDOR-ORDERS.
           MOVE SPACES TO CURR-VENDOR-WS.
           PERFORM VARYING LN-SUB FROM 1 BY 1
               UNTIL LN-SUB > LINE-COUNT
                  OR CURR-VENDOR-WS NOT = SPACES
               IF LN-ORDERED (LN-SUB) NOT = 'Y'
                   MOVE LN-VENDOR-ID (LN-SUB) TO CURR-VENDOR-WS
               END-IF
           END-PERFORM.
           IF CURR-VENDOR-WS = SPACES
                MOVE LINE-COUNT TO LINES-ORDERED
                GO TO 300-ISSUE-VENDOR-ORDERS-X
           END-IF.

           MOVE CURR-VENDOR-WS    TO VH-VENDOR-ID.
           MOVE BUSINESS-DATE-NUM TO VH-ISSUE-DATE.
           WRITE POPRINT-REC FROM VEND-HDR-LINE.
           MOVE SPACES TO POPRINT-REC.
           WRITE POPRINT-REC.

           MOVE ZERO TO VENDOR-AMT-WS.
           MOVE ZERO TO VENDOR-PO-COUNT.
           MOVE 'N' TO VENDOR-DONE-SW.
           PERFORM 310-ISSUE-ONE-ORDER
               THRU 310-ISSUE-ONE-ORDER-X
               UNTIL VENDOR-DONE.

           MOVE VENDOR-AMT-WS   TO VT-AMOUNT.
           MOVE VENDOR-PO-COUNT TO VT-PO-COUNT.
           WRITE POPRINT-REC FROM VEND-TOTAL-LINE.
           MOVE SPACES TO POPRINT-REC.
           WRITE POPRINT-REC.
           WRITE POPRINT-REC.
           ADD 1 TO VENDORS-ORDERED.

       300-ISSUE-VENDOR-ORDERS-X.
           EXIT.

      * One purchase order: the vendor's lines for the first account
      * still to order, numbered in sequence, dated tonight, priced
      * at the proposal total, printed and written to PURCHNEW.
       310-ISSUE-ONE-ORDER.
           MOVE SPACES TO CURR-ACCT-WS.
           PERFORM VARYING LN-SUB FROM 1 BY 1
               UNTIL LN-SUB > LINE-COUNT
                  OR CURR-ACCT-WS NOT = SPACES
               IF LN-ORDERED (LN-SUB) NOT = 'Y'
                  AND LN-VENDOR-ID (LN-SUB) = CURR-VENDOR-WS
                   MOVE LN-ACCT-NO (LN-SUB) TO CURR-ACCT-WS
               END-IF
           END-PERFORM.
           IF CURR-ACCT-WS = SPACES
                MOVE 'Y' TO VENDOR-DONE-SW
                GO TO 310-ISSUE-ONE-ORDER-X
           END-IF.

           MOVE NEXT-PO-NUMBER    TO PH-PO-NUMBER.
           MOVE CURR-ACCT-WS      TO PH-ACCT-NO.
           MOVE BUSINESS-DATE-NUM TO PH-ORDER-DATE.
           WRITE POPRINT-REC FROM PO-HDR-LINE.
           WRITE POPRINT-REC FROM PO-COL-LINE.

           MOVE ZERO TO PO-AMT-WS.
           MOVE ZERO TO PO-LINE-WS.
           PERFORM VARYING LN-SUB FROM 1 BY 1
               UNTIL LN-SUB > LINE-COUNT
               IF LN-ORDERED (LN-SUB) NOT = 'Y'
                  AND LN-VENDOR-ID (LN-SUB) = CURR-VENDOR-WS
                  AND LN-ACCT-NO (LN-SUB) = CURR-ACCT-WS
                   PERFORM 320-ORDER-ONE-LINE
               END-IF
           END-PERFORM.

           MOVE PO-AMT-WS TO PT-AMOUNT.
           WRITE POPRINT-REC FROM PO-TOTAL-LINE.
           MOVE SPACES TO POPRINT-REC.
           WRITE POPRINT-REC.

           ADD PO-AMT-WS TO VENDOR-AMT-WS.
           ADD 1 TO VENDOR-PO-COUNT.
           ADD 1 TO ORDERS-ISSUED.
           ADD 1 TO NEXT-PO-NUMBER.

       310-ISSUE-ONE-ORDER-X.
           EXIT.

       320-ORDER-ONE-LINE.
           ADD 1 TO PO-LINE-WS.
           MOVE SPACES TO PURCHASE-ORDER-REC.
           MOVE CURR-ACCT-WS            TO PO-ACCT-NO.
           MOVE BUSINESS-DATE-NUM       TO PO-ORDER-DATE.
           MOVE LN-TOTAL (LN-SUB)       TO PO-ORDER-AMT.
           MOVE NEXT-PO-NUMBER          TO PO-NUMBER.
           MOVE PO-LINE-WS              TO PO-LINE-NO.
           MOVE CURR-VENDOR-WS          TO PO-VENDOR-ID.
           MOVE LN-PROP-DATE (LN-SUB)   TO PO-PROP-DATE.
           MOVE LN-INSTRUMENT (LN-SUB)  TO PO-INSTRUMENT.
           MOVE LN-QUALITY (LN-SUB)     TO PO-QUALITY.
           MOVE LN-QUANTITY (LN-SUB)    TO PO-QUANTITY.
           MOVE LN-MUSICIAN (LN-SUB)    TO PO-MUSICIAN.
           WRITE PO-NEW-REC FROM PURCHASE-ORDER-REC.

           MOVE PO-LINE-WS              TO PD-LINE-NO.
           MOVE LN-INSTRUMENT (LN-SUB)  TO PD-INSTRUMENT.
           MOVE LN-QUALITY (LN-SUB)     TO PD-QUALITY.
           MOVE LN-QUANTITY (LN-SUB)    TO PD-QUANTITY.
           MOVE LN-MUSICIAN (LN-SUB)    TO PD-MUSICIAN.
           MOVE LN-TOTAL (LN-SUB)       TO PD-AMOUNT.
           WRITE POPRINT-REC FROM PO-DETAIL-LINE.

      * The line's units are now on order from the vendor, at the
      * line's landed cost per unit.
           MOVE SPACES                  TO INV-MOVE-REC.
           MOVE 'O'                     TO IM-MOVE-TYPE.
           MOVE LN-INSTRUMENT (LN-SUB)  TO IM-INST-TYPE.
           MOVE LN-QUALITY (LN-SUB)     TO IM-INST-QUAL.
           MOVE LN-QUANTITY (LN-SUB)    TO IM-QUANTITY.
           IF LN-QUANTITY (LN-SUB) > 0
                COMPUTE IM-UNIT-COST ROUNDED =
                    LN-TOTAL (LN-SUB) / LN-QUANTITY (LN-SUB)
           ELSE
                MOVE ZERO TO IM-UNIT-COST
           END-IF.
           MOVE CURR-ACCT-WS            TO IM-ACCT-NO.
           MOVE NEXT-PO-NUMBER          TO IM-PO-NUMBER.
           MOVE PO-LINE-WS              TO IM-PO-LINE.
           MOVE BUSINESS-DATE-NUM       TO IM-BUS-DATE.
           MOVE 'POGEN'                 TO IM-SOURCE-JOB.
           MOVE ZERO                    TO IM-REORDER-QTY.
           WRITE INV-MOVE-OUT-REC FROM INV-MOVE-REC.

           ADD LN-TOTAL (LN-SUB) TO PO-AMT-WS.
           ADD LN-TOTAL (LN-SUB) TO ORDERED-DOLLARS.
           MOVE 'Y' TO LN-ORDERED (LN-SUB).
           ADD 1 TO LINES-ORDERED.

       400-READ-OLD-PO.
           READ PO-OLD INTO PURCHASE-ORDER-REC
               AT END MOVE 'Y' TO PO-OLD-EOF
           END-READ.

           IF NOT (PO-NORMAL OR NO-MORE-OLD-PO)
                DISPLAY 'ERROR READING PURCHORD'
                GO TO 999-RETURN-ERR
           END-IF.

       410-READ-PROPOSAL.
           READ PROPOSAL-IN
               AT END MOVE 'Y' TO PROPOSAL-EOF
           END-READ.

           IF NOT (PR-NORMAL OR NO-MORE-PROPOSAL)
                DISPLAY 'ERROR READING PROPEXT'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           IF ON-ORDER-SKIPPED > 0
                DISPLAY "*** WARNING: " ON-ORDER-SKIPPED
                    " NUMBERED ORDER LINE(S) EXCEEDED ON-ORDER-TABLE"
                    " CAPACITY OF 5000 AND CANNOT GUARD AGAINST"
                    " REORDERING ***"
           END-IF.
           IF LINES-SKIPPED > 0
                DISPLAY "*** WARNING: " LINES-SKIPPED
                    " PROPOSAL LINE(S) EXCEEDED LINE-TABLE CAPACITY"
                    " OF 2000 AND WERE NOT ORDERED ***"
           END-IF.
           MOVE ORDERS-ISSUED     TO FOOTER-ISSUED.
           MOVE VENDORS-ORDERED   TO FOOTER-VENDORS.
           MOVE ORDERED-DOLLARS   TO FOOTER-DOLLARS.
           WRITE POPRINT-REC FROM FOOTER-LINE.
           MOVE LINES-ORDERED     TO FOOTER-LINES.
           MOVE PR-LINES-ON-ORDER TO FOOTER-ON-ORDER.
           MOVE PR-LINES-REJECTED TO FOOTER-REJECTED.
           WRITE POPRINT-REC FROM FOOTER-LINE-02.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE PROPOSAL-IN, PO-OLD, PO-NEW, POPRINT, INV-MOVE.

      * One run-control record for DAYBAL's nightly cross-foot:
      * proposal lines read must equal lines ordered plus lines
      * already on order plus lines rejected.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'POGEN'             TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE PR-LINES-READ       TO LED-RECS-IN.
           MOVE LINES-ORDERED       TO LED-RECS-OUT-PRIMARY.
           MOVE PR-LINES-ON-ORDER   TO LED-RECS-OUT-SECONDARY.
           MOVE PR-LINES-REJECTED   TO LED-RECS-REJECTED.
           MOVE ORDERED-DOLLARS     TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
