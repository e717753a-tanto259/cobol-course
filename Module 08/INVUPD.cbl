       IDENTIFICATION DIVISION.
       PROGRAM-ID.     INVUPD.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** INSTRUMENT INVENTORY UPDATE AND REORDER REPORT.
      *****
      ***** EVERY RFP LINE USED TO BE BOUGHT AS A SPECIAL ORDER EVEN
      ***** WITH THE INSTRUMENT SITTING IN THE STOCKROOM.  INVMAST
      ***** (SEE COPYBOOKS/INVREC.CPY) NOW HOLDS ON-HAND, RESERVED
      ***** AND ON-ORDER QUANTITIES BY INSTRUMENT TYPE AND QUALITY,
      ***** AND FAVRFP FILLS LINES FROM WHAT IS AVAILABLE BEFORE
      ***** QUOTING A VENDOR.  THE PROGRAMS THAT MOVE INSTRUMENTS
      ***** APPEND TO INVMOVE (SEE COPYBOOKS/INVMOVE.CPY) AND THIS
      ***** RUN POSTS THE CYCLE'S MOVEMENTS, CARRYING INVMAST FORWARD
      ***** THE INVGEN WAY (INVMAST IN, INVMNEW OUT):
      *****
      *****   - A RESERVATION (FAVRFP) ADDS TO RESERVED;
      *****   - AN ORDER LINE (POGEN) ADDS TO ON ORDER;
      *****   - A RECEIPT (RCPMATCH, OR THE DOCK) ADDS TO ON HAND AT
      *****     ITS UNIT COST, REWEIGHTING THE AVERAGE COST.  A
      *****     RECEIPT AGAINST A PURCHASE ORDER COMES OFF ON ORDER
      *****     AND IS RESERVED FOR THE ARTIST IT WAS BOUGHT FOR.
      *****     RCPMATCH SENDS A RECEIVED ORDER EVERY NIGHT ITS
      *****     RECEIPTS STAY ON FILE, SO EACH PO LINE RECEIVED IS
      *****     KEPT ON INVRCVD AND NEVER POSTS TWICE;
      *****   - A SHIPMENT (THE DOCK) RELIEVES ON HAND AND RESERVED;
      *****   - A STOCK COUNT OR REORDER PARAMETERS (THE STOCKROOM)
      *****     RESET THE COUNTED OR SET FIGURES.
      *****
      ***** MOVEMENTS STAMPED AFTER THE BUSINESS DATE CARRY FORWARD ON
      ***** INVMVNEW FOR THEIR OWN CYCLE.  MOVEMENTS THAT CANNOT POST
      ***** LIST ON INVRPT, FOLLOWED BY THE REORDER REPORT: EVERY TYPE
      ***** AND QUALITY WHOSE AVAILABLE PLUS ON-ORDER QUANTITY IS
      ***** BELOW ITS REORDER POINT, WITH THE QUANTITY TO BUY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Inventory on file, and the file carried forward with the
      *  cycle's movements posted.
           SELECT INV-OLD
           ASSIGN TO INVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INV-OLD-ST.
           SELECT INV-NEW
           ASSIGN TO INVMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INV-NEW-ST.
      *  Stock movements appended through the cycle, and the ones
      *  dated after it carried forward.
           SELECT MOVE-IN
           ASSIGN TO INVMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVE-IN-ST.
           SELECT MOVE-NEW
           ASSIGN TO INVMVNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MOVE-NEW-ST.
      *  Purchase order lines already received into stock, and the
      *  list carried forward with tonight's receipts added.
           SELECT RCVD-OLD
           ASSIGN TO INVRCVD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCVD-OLD-ST.
           SELECT RCVD-NEW
           ASSIGN TO INVRCVN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RCVD-NEW-ST.
           SELECT INVRPT
           ASSIGN TO INVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVRPT-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun posts the original cycle's movements.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  INV-OLD
           RECORD CONTAINS 60 CHARACTERS.
       01  INV-OLD-REC                 PIC X(60).

       FD  INV-NEW
           RECORD CONTAINS 60 CHARACTERS.
       01  INV-NEW-REC                 PIC X(60).

       FD  MOVE-IN
           RECORD CONTAINS 70 CHARACTERS.
       01  MOVE-IN-REC                 PIC X(70).

       FD  MOVE-NEW
           RECORD CONTAINS 70 CHARACTERS.
       01  MOVE-NEW-REC                PIC X(70).

      * One record per purchase order line received into stock.
       FD  RCVD-OLD
           RECORD CONTAINS 20 CHARACTERS.
       01  RCVD-OLD-REC.
           05  RV-PO-NUMBER            PIC 9(08).
           05  RV-PO-LINE              PIC 9(03).
           05  RV-RECEIVED-DATE        PIC 9(08).
           05  FILLER                  PIC X(01).

       FD  RCVD-NEW
           RECORD CONTAINS 20 CHARACTERS.
       01  RCVD-NEW-REC                PIC X(20).

       FD  INVRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  INVRPT-REC                  PIC X(133).

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
           COPY INVREC.
           COPY INVMOVE.

       01  FLAGS.
           05  INV-OLD-ST              PIC X(02).
               88  IO-NORMAL                           VALUE '00'.
           05  INV-NEW-ST              PIC X(02).
               88  IN-NORMAL                           VALUE '00'.
           05  MOVE-IN-ST              PIC X(02).
               88  MI-NORMAL                           VALUE '00'.
           05  MOVE-NEW-ST             PIC X(02).
               88  MN-NORMAL                           VALUE '00'.
           05  RCVD-OLD-ST             PIC X(02).
               88  RO-NORMAL                           VALUE '00'.
           05  RCVD-NEW-ST             PIC X(02).
               88  RN-NORMAL                           VALUE '00'.
           05  INVRPT-ST               PIC X(02).
               88  IR-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  INV-OLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-INVENTORY                   VALUE 'Y'.
           05  MOVE-IN-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-MOVES                       VALUE 'Y'.
           05  RCVD-OLD-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-RECEIVED                    VALUE 'Y'.
           05  RCVD-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  ALREADY-RECEIVED                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).

      * The inventory master held in memory while the cycle's
      * movements post to it.
       01  STOCK-TABLE.
           05  STOCK-ITEM OCCURS 500 TIMES
                   INDEXED BY ST-IDX.
               10  ST-INST-TYPE            PIC X(06).
               10  ST-INST-QUAL            PIC X(01).
               10  ST-ON-HAND              PIC 9(05).
               10  ST-RESERVED             PIC 9(05).
               10  ST-ON-ORDER             PIC 9(05).
               10  ST-AVG-COST             PIC 9(05)V99.
               10  ST-REORDER-POINT        PIC 9(05).
               10  ST-REORDER-QTY          PIC 9(05).
               10  ST-LAST-MOVE-DATE       PIC 9(08).
       77  STOCK-MAX                   PIC S9(04) COMP VALUE 500.
       77  STOCK-COUNT                 PIC S9(04) COMP VALUE 0.
       77  STOCK-SUB                   PIC S9(04) COMP VALUE 0.

      * Purchase order lines received into stock on any cycle.
       01  RCVD-TABLE.
           05  RCVD-ITEM OCCURS 10000 TIMES
                   INDEXED BY RV-IDX.
               10  RT-PO-NUMBER            PIC 9(08).
               10  RT-PO-LINE              PIC 9(03).
               10  RT-RECEIVED-DATE        PIC 9(08).
       77  RCVD-MAX                    PIC S9(05) COMP VALUE 10000.
       77  RCVD-COUNT                  PIC S9(05) COMP VALUE 0.
       77  RCVD-SUB                    PIC S9(05) COMP VALUE 0.

       77  REJECT-REASON               PIC X(30).
       77  REORDER-LISTED              PIC 9(05) VALUE 0.
       77  AVAILABLE-WS                PIC 9(05).
       77  POSITION-WS                 PIC 9(06).
       77  SUGGESTED-QTY-WS            PIC 9(06).
       77  RELIEVE-QTY-WS              PIC 9(05).
       01  STOCK-VALUE-WS              PIC S9(11)V99.

       77  MOVES-READ                  PIC 9(07) VALUE 0.
       77  MOVES-POSTED                PIC 9(07) VALUE 0.
       77  MOVES-CARRIED               PIC 9(07) VALUE 0.
       77  MOVES-DUPLICATE             PIC 9(07) VALUE 0.
       77  MOVES-REJECTED              PIC 9(07) VALUE 0.
       01  RECEIVED-DOLLARS            PIC S9(11)V99 VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(36)
                    VALUE 'INSTRUMENT INVENTORY UPDATE FOR '.
           05  HDR-DATE                PIC 9(08).

       01  REJECT-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'MOVEMENTS NOT POSTED'.

       01  REJECT-LINE.
           05  RJ-MOVE-TYPE            PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-INST-TYPE            PIC X(06).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RJ-INST-QUAL            PIC X(01).
           05  FILLER                  PIC X(06)       VALUE '  QTY '.
           05  RJ-QUANTITY             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07)       VALUE '  ACCT '.
           05  RJ-ACCT-NO              PIC X(08).
           05  FILLER                  PIC X(05)       VALUE '  PO '.
           05  RJ-PO-NUMBER            PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE '-'.
           05  RJ-PO-LINE              PIC 9(03).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-SOURCE-JOB           PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-REASON               PIC X(30).

       01  REORDER-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'REORDER REPORT'.

       01  REORDER-COL-LINE.
           05  FILLER                  PIC X(12)
                    VALUE 'TYPE   QUAL'.
           05  FILLER                  PIC X(10)
                    VALUE '   ON HAND'.
           05  FILLER                  PIC X(10)
                    VALUE '  RESERVED'.
           05  FILLER                  PIC X(10)
                    VALUE '  ON ORDER'.
           05  FILLER                  PIC X(10)
                    VALUE '  AVAILABL'.
           05  FILLER                  PIC X(10)
                    VALUE '  REORD PT'.
           05  FILLER                  PIC X(10)
                    VALUE '   REORDER'.
           05  FILLER                  PIC X(12)
                    VALUE '    AVG COST'.

       01  REORDER-LINE.
           05  RO-INST-TYPE            PIC X(06).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RO-INST-QUAL            PIC X(01).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RO-ON-HAND              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RO-RESERVED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RO-ON-ORDER             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RO-AVAILABLE            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RO-REORDER-POINT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RO-SUGGESTED            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RO-AVG-COST             PIC $$$,$$9.99.

       01  FOOTER-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'MOVEMENTS READ:  '.
           05  FOOTER-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11)
                    VALUE '  POSTED: '.
           05  FOOTER-POSTED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12)
                    VALUE '  CARRIED: '.
           05  FOOTER-CARRIED          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20)
                    VALUE '  ALREADY RECEIVED: '.
           05  FOOTER-DUPLICATE        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '  REJECTED: '.
           05  FOOTER-REJECTED         PIC ZZZ,ZZ9.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(21)
                    VALUE 'BELOW REORDER POINT: '.
           05  FOOTER-REORDER          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
                    VALUE '  RECEIVED INTO STOCK '.
           05  FOOTER-DOLLARS          PIC -$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-MOVEMENT UNTIL NO-MORE-MOVES.
           PERFORM 300-REORDER-REPORT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 800-WRITE-NEW-MASTERS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 150-OPEN-FILES.
           PERFORM 160-LOAD-INVENTORY.
           PERFORM 170-LOAD-RECEIVED.

           MOVE BUSINESS-DATE-NUM TO HDR-DATE.
           WRITE INVRPT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO INVRPT-REC.
           WRITE INVRPT-REC.
           WRITE INVRPT-REC FROM REJECT-HEADER-LINE.
           PERFORM 410-READ-MOVE.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set; absent a card the system date stands in.
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
           OPEN INPUT INV-OLD
           IF NOT IO-NORMAL
                DISPLAY 'ERROR OPENING INVMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT MOVE-IN
           IF NOT MI-NORMAL
                DISPLAY 'ERROR OPENING INVMOVE'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RCVD-OLD
           IF NOT RO-NORMAL
                DISPLAY 'ERROR OPENING INVRCVD'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT INV-NEW
           IF NOT IN-NORMAL
                DISPLAY 'ERROR OPENING INVMNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT MOVE-NEW
           IF NOT MN-NORMAL
                DISPLAY 'ERROR OPENING INVMVNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT RCVD-NEW
           IF NOT RN-NORMAL
                DISPLAY 'ERROR OPENING INVRCVN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT INVRPT
           IF NOT IR-NORMAL
                DISPLAY 'ERROR OPENING INVRPT'
                GO TO 999-RETURN-ERR.

      * A master too big for the table would silently drop stock from
      * INVMNEW, so the run stops instead.
       160-LOAD-INVENTORY.
           PERFORM 400-READ-INVENTORY.
           PERFORM UNTIL NO-MORE-INVENTORY
               IF STOCK-COUNT >= STOCK-MAX
                    DISPLAY "ERROR: MORE THAN " STOCK-MAX
                        " INSTRUMENT TYPES ON INVMAST"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO STOCK-COUNT
               MOVE IV-INST-TYPE      TO ST-INST-TYPE (STOCK-COUNT)
               MOVE IV-INST-QUAL      TO ST-INST-QUAL (STOCK-COUNT)
               MOVE IV-ON-HAND        TO ST-ON-HAND (STOCK-COUNT)
               MOVE IV-RESERVED       TO ST-RESERVED (STOCK-COUNT)
               MOVE IV-ON-ORDER       TO ST-ON-ORDER (STOCK-COUNT)
               MOVE IV-AVG-COST       TO ST-AVG-COST (STOCK-COUNT)
               MOVE IV-REORDER-POINT  TO ST-REORDER-POINT (STOCK-COUNT)
               MOVE IV-REORDER-QTY    TO ST-REORDER-QTY (STOCK-COUNT)
               MOVE IV-LAST-MOVE-DATE
                                   TO ST-LAST-MOVE-DATE (STOCK-COUNT)
               PERFORM 400-READ-INVENTORY
           END-PERFORM.
           CLOSE INV-OLD.

       170-LOAD-RECEIVED.
           PERFORM 420-READ-RECEIVED.
           PERFORM UNTIL NO-MORE-RECEIVED
               IF RCVD-COUNT >= RCVD-MAX
                    DISPLAY "ERROR: MORE THAN " RCVD-MAX
                        " RECEIVED PO LINES ON INVRCVD"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO RCVD-COUNT
               MOVE RV-PO-NUMBER     TO RT-PO-NUMBER (RCVD-COUNT)
               MOVE RV-PO-LINE       TO RT-PO-LINE (RCVD-COUNT)
               MOVE RV-RECEIVED-DATE TO RT-RECEIVED-DATE (RCVD-COUNT)
               PERFORM 420-READ-RECEIVED
           END-PERFORM.
           CLOSE RCVD-OLD.

      * Movements for the business date or earlier post; later ones
      * carry forward untouched for their own cycle.
       200-POST-MOVEMENT.
           ADD 1 TO MOVES-READ.
           MOVE MOVE-IN-REC TO INV-MOVE-REC.

           IF IM-BUS-DATE NUMERIC
                  AND IM-BUS-DATE > BUSINESS-DATE-NUM
                WRITE MOVE-NEW-REC FROM MOVE-IN-REC
                ADD 1 TO MOVES-CARRIED
           ELSE
                PERFORM 210-APPLY-MOVEMENT THRU 210-APPLY-MOVEMENT-X
           END-IF.

           PERFORM 410-READ-MOVE.

       210-APPLY-MOVEMENT.
           IF IM-QUANTITY NOT NUMERIC
                  OR IM-UNIT-COST NOT NUMERIC
                MOVE 'QUANTITY OR COST NOT NUMERIC' TO REJECT-REASON
                PERFORM 290-REJECT-MOVEMENT
                GO TO 210-APPLY-MOVEMENT-X
           END-IF.
           IF NOT (IM-RESERVATION OR IM-ON-ORDER OR IM-RECEIPT
                   OR IM-SHIPMENT OR IM-STOCK-COUNT
                   OR IM-REORDER-PARMS)
                MOVE 'UNKNOWN MOVEMENT TYPE' TO REJECT-REASON
                PERFORM 290-REJECT-MOVEMENT
                GO TO 210-APPLY-MOVEMENT-X
           END-IF.

      * A receipt against a purchase order line already in stock is
      * the same delivery sent again.
           IF IM-RECEIPT
                  AND IM-PO-NUMBER NUMERIC
                  AND IM-PO-NUMBER > ZERO
                PERFORM 260-CHECK-RECEIVED
                IF ALREADY-RECEIVED
                     ADD 1 TO MOVES-DUPLICATE
                     GO TO 210-APPLY-MOVEMENT-X
                END-IF
           END-IF.

           PERFORM 250-FIND-STOCK.
           IF STOCK-SUB = 0
                IF IM-RESERVATION OR IM-SHIPMENT
                     MOVE 'TYPE/QUALITY NOT IN STOCK' TO REJECT-REASON
                     PERFORM 290-REJECT-MOVEMENT
                     GO TO 210-APPLY-MOVEMENT-X
                END-IF
                PERFORM 255-ADD-STOCK
           END-IF.

           EVALUATE TRUE
               WHEN IM-RESERVATION
                   ADD IM-QUANTITY TO ST-RESERVED (STOCK-SUB)
               WHEN IM-ON-ORDER
                   ADD IM-QUANTITY TO ST-ON-ORDER (STOCK-SUB)
               WHEN IM-RECEIPT
                   PERFORM 220-POST-RECEIPT
               WHEN IM-SHIPMENT
                   IF IM-QUANTITY > ST-ON-HAND (STOCK-SUB)
                        MOVE 'SHIPPED MORE THAN ON HAND'
                                                   TO REJECT-REASON
                        PERFORM 290-REJECT-MOVEMENT
                        GO TO 210-APPLY-MOVEMENT-X
                   END-IF
                   SUBTRACT IM-QUANTITY FROM ST-ON-HAND (STOCK-SUB)
                   IF IM-QUANTITY > ST-RESERVED (STOCK-SUB)
                        MOVE ZERO TO ST-RESERVED (STOCK-SUB)
                   ELSE
                        SUBTRACT IM-QUANTITY
                            FROM ST-RESERVED (STOCK-SUB)
                   END-IF
               WHEN IM-STOCK-COUNT
                   MOVE IM-QUANTITY TO ST-ON-HAND (STOCK-SUB)
                   IF IM-UNIT-COST > ZERO
                        MOVE IM-UNIT-COST TO ST-AVG-COST (STOCK-SUB)
                   END-IF
               WHEN IM-REORDER-PARMS
                   MOVE IM-QUANTITY TO ST-REORDER-POINT (STOCK-SUB)
                   IF IM-REORDER-QTY NUMERIC
                        MOVE IM-REORDER-QTY
                                       TO ST-REORDER-QTY (STOCK-SUB)
                   END-IF
           END-EVALUATE.

           MOVE BUSINESS-DATE-NUM TO ST-LAST-MOVE-DATE (STOCK-SUB).
           ADD 1 TO MOVES-POSTED.

       210-APPLY-MOVEMENT-X.
           EXIT.

      * Received stock reweights the average cost at its unit cost.
      * Stock bought on a purchase order is no longer on order and
      * is held for the artist who ordered it until it ships.
       220-POST-RECEIPT.
           COMPUTE STOCK-VALUE-WS =
               ST-ON-HAND (STOCK-SUB) * ST-AVG-COST (STOCK-SUB)
                   + IM-QUANTITY * IM-UNIT-COST.
           ADD IM-QUANTITY TO ST-ON-HAND (STOCK-SUB).
           IF ST-ON-HAND (STOCK-SUB) > ZERO
                COMPUTE ST-AVG-COST (STOCK-SUB) ROUNDED =
                    STOCK-VALUE-WS / ST-ON-HAND (STOCK-SUB)
           END-IF.
           COMPUTE RECEIVED-DOLLARS =
               RECEIVED-DOLLARS + IM-QUANTITY * IM-UNIT-COST.

           IF IM-PO-NUMBER NUMERIC
                  AND IM-PO-NUMBER > ZERO
                IF IM-QUANTITY > ST-ON-ORDER (STOCK-SUB)
                     MOVE ST-ON-ORDER (STOCK-SUB) TO RELIEVE-QTY-WS
                ELSE
                     MOVE IM-QUANTITY TO RELIEVE-QTY-WS
                END-IF
                SUBTRACT RELIEVE-QTY-WS FROM ST-ON-ORDER (STOCK-SUB)
                ADD IM-QUANTITY TO ST-RESERVED (STOCK-SUB)
                PERFORM 265-ADD-RECEIVED
           END-IF.

       250-FIND-STOCK.
           MOVE 0 TO STOCK-SUB.
           SET ST-IDX TO 1.
           SEARCH STOCK-ITEM VARYING ST-IDX
               AT END
                   CONTINUE
               WHEN ST-IDX > STOCK-COUNT
                   CONTINUE
               WHEN ST-INST-TYPE (ST-IDX) = IM-INST-TYPE
                      AND ST-INST-QUAL (ST-IDX) = IM-INST-QUAL
                   SET STOCK-SUB TO ST-IDX
           END-SEARCH.

       255-ADD-STOCK.
           IF STOCK-COUNT >= STOCK-MAX
                DISPLAY "ERROR: MORE THAN " STOCK-MAX
                    " INSTRUMENT TYPES ON INVMAST"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO STOCK-COUNT.
           MOVE STOCK-COUNT TO STOCK-SUB.
           MOVE IM-INST-TYPE TO ST-INST-TYPE (STOCK-SUB).
           MOVE IM-INST-QUAL TO ST-INST-QUAL (STOCK-SUB).
           MOVE ZERO TO ST-ON-HAND (STOCK-SUB).
           MOVE ZERO TO ST-RESERVED (STOCK-SUB).
           MOVE ZERO TO ST-ON-ORDER (STOCK-SUB).
           MOVE ZERO TO ST-AVG-COST (STOCK-SUB).
           MOVE ZERO TO ST-REORDER-POINT (STOCK-SUB).
           MOVE ZERO TO ST-REORDER-QTY (STOCK-SUB).
           MOVE ZERO TO ST-LAST-MOVE-DATE (STOCK-SUB).

       260-CHECK-RECEIVED.
           MOVE 'N' TO RCVD-FOUND-SW.
           SET RV-IDX TO 1.
           SEARCH RCVD-ITEM VARYING RV-IDX
               AT END
                   CONTINUE
               WHEN RV-IDX > RCVD-COUNT
                   CONTINUE
               WHEN RT-PO-NUMBER (RV-IDX) = IM-PO-NUMBER
                      AND RT-PO-LINE (RV-IDX) = IM-PO-LINE
                   MOVE 'Y' TO RCVD-FOUND-SW
           END-SEARCH.

       265-ADD-RECEIVED.
           IF RCVD-COUNT >= RCVD-MAX
                DISPLAY "ERROR: MORE THAN " RCVD-MAX
                    " RECEIVED PO LINES ON INVRCVD"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO RCVD-COUNT.
           MOVE IM-PO-NUMBER      TO RT-PO-NUMBER (RCVD-COUNT).
           MOVE IM-PO-LINE        TO RT-PO-LINE (RCVD-COUNT).
           MOVE BUSINESS-DATE-NUM TO RT-RECEIVED-DATE (RCVD-COUNT).

       290-REJECT-MOVEMENT.
           MOVE IM-MOVE-TYPE  TO RJ-MOVE-TYPE.
           MOVE IM-INST-TYPE  TO RJ-INST-TYPE.
           MOVE IM-INST-QUAL  TO RJ-INST-QUAL.
           IF IM-QUANTITY NUMERIC
                MOVE IM-QUANTITY TO RJ-QUANTITY
           ELSE
                MOVE ZERO TO RJ-QUANTITY
           END-IF.
           MOVE IM-ACCT-NO    TO RJ-ACCT-NO.
           IF IM-PO-NUMBER NUMERIC AND IM-PO-LINE NUMERIC
                MOVE IM-PO-NUMBER TO RJ-PO-NUMBER
                MOVE IM-PO-LINE   TO RJ-PO-LINE
           ELSE
                MOVE ZERO TO RJ-PO-NUMBER
                MOVE ZERO TO RJ-PO-LINE
           END-IF.
           MOVE IM-SOURCE-JOB TO RJ-SOURCE-JOB.
           MOVE REJECT-REASON TO RJ-REASON.
           WRITE INVRPT-REC FROM REJECT-LINE.
           ADD 1 TO MOVES-REJECTED.

      * Every type and quality with a reorder point whose available
      * stock plus what is already on order has fallen below it.  The
      * quantity to buy is the reorder quantity, or the shortfall
      * where no reorder quantity is set.
       300-REORDER-REPORT.
           MOVE SPACES TO INVRPT-REC.
           WRITE INVRPT-REC.
           WRITE INVRPT-REC FROM REORDER-HEADER-LINE.
           WRITE INVRPT-REC FROM REORDER-COL-LINE.
           PERFORM 310-CHECK-REORDER
               VARYING STOCK-SUB FROM 1 BY 1
               UNTIL STOCK-SUB > STOCK-COUNT.

       310-CHECK-REORDER.
           IF ST-ON-HAND (STOCK-SUB) > ST-RESERVED (STOCK-SUB)
                COMPUTE AVAILABLE-WS =
                    ST-ON-HAND (STOCK-SUB) - ST-RESERVED (STOCK-SUB)
           ELSE
                MOVE ZERO TO AVAILABLE-WS
           END-IF.
           COMPUTE POSITION-WS = AVAILABLE-WS + ST-ON-ORDER (STOCK-SUB).

           IF ST-REORDER-POINT (STOCK-SUB) > ZERO
                  AND POSITION-WS < ST-REORDER-POINT (STOCK-SUB)
                IF ST-REORDER-QTY (STOCK-SUB) > ZERO
                     MOVE ST-REORDER-QTY (STOCK-SUB)
                                             TO SUGGESTED-QTY-WS
                ELSE
                     COMPUTE SUGGESTED-QTY-WS =
                         ST-REORDER-POINT (STOCK-SUB) - POSITION-WS
                END-IF
                MOVE ST-INST-TYPE (STOCK-SUB)     TO RO-INST-TYPE
                MOVE ST-INST-QUAL (STOCK-SUB)     TO RO-INST-QUAL
                MOVE ST-ON-HAND (STOCK-SUB)       TO RO-ON-HAND
                MOVE ST-RESERVED (STOCK-SUB)      TO RO-RESERVED
                MOVE ST-ON-ORDER (STOCK-SUB)      TO RO-ON-ORDER
                MOVE AVAILABLE-WS                 TO RO-AVAILABLE
                MOVE ST-REORDER-POINT (STOCK-SUB) TO RO-REORDER-POINT
                MOVE SUGGESTED-QTY-WS             TO RO-SUGGESTED
                MOVE ST-AVG-COST (STOCK-SUB)      TO RO-AVG-COST
                WRITE INVRPT-REC FROM REORDER-LINE
                ADD 1 TO REORDER-LISTED
           END-IF.

       400-READ-INVENTORY.
           READ INV-OLD INTO INVENTORY-REC
               AT END MOVE 'Y' TO INV-OLD-EOF
           END-READ.

           IF NOT (IO-NORMAL OR NO-MORE-INVENTORY)
                DISPLAY 'ERROR READING INVMAST'
                GO TO 999-RETURN-ERR
           END-IF.

       410-READ-MOVE.
           READ MOVE-IN
               AT END MOVE 'Y' TO MOVE-IN-EOF
           END-READ.

           IF NOT (MI-NORMAL OR NO-MORE-MOVES)
                DISPLAY 'ERROR READING INVMOVE'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-RECEIVED.
           READ RCVD-OLD
               AT END MOVE 'Y' TO RCVD-OLD-EOF
           END-READ.

           IF NOT (RO-NORMAL OR NO-MORE-RECEIVED)
                DISPLAY 'ERROR READING INVRCVD'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO INVRPT-REC.
           WRITE INVRPT-REC.
           MOVE MOVES-READ       TO FOOTER-READ.
           MOVE MOVES-POSTED     TO FOOTER-POSTED.
           MOVE MOVES-CARRIED    TO FOOTER-CARRIED.
           MOVE MOVES-DUPLICATE  TO FOOTER-DUPLICATE.
           MOVE MOVES-REJECTED   TO FOOTER-REJECTED.
           WRITE INVRPT-REC FROM FOOTER-LINE.
           MOVE REORDER-LISTED   TO FOOTER-REORDER.
           MOVE RECEIVED-DOLLARS TO FOOTER-DOLLARS.
           WRITE INVRPT-REC FROM FOOTER-LINE-02.

      * The posted master and the received PO lines carry forward
      * for the operator to promote over INVMAST and INVRCVD.
       800-WRITE-NEW-MASTERS.
           PERFORM 810-WRITE-STOCK-ITEM
               VARYING STOCK-SUB FROM 1 BY 1
               UNTIL STOCK-SUB > STOCK-COUNT.
           PERFORM 820-WRITE-RECEIVED-ITEM
               VARYING RCVD-SUB FROM 1 BY 1
               UNTIL RCVD-SUB > RCVD-COUNT.

       810-WRITE-STOCK-ITEM.
           MOVE SPACES TO INVENTORY-REC.
           MOVE ST-INST-TYPE (STOCK-SUB)      TO IV-INST-TYPE.
           MOVE ST-INST-QUAL (STOCK-SUB)      TO IV-INST-QUAL.
           MOVE ST-ON-HAND (STOCK-SUB)        TO IV-ON-HAND.
           MOVE ST-RESERVED (STOCK-SUB)       TO IV-RESERVED.
           MOVE ST-ON-ORDER (STOCK-SUB)       TO IV-ON-ORDER.
           MOVE ST-AVG-COST (STOCK-SUB)       TO IV-AVG-COST.
           MOVE ST-REORDER-POINT (STOCK-SUB)  TO IV-REORDER-POINT.
           MOVE ST-REORDER-QTY (STOCK-SUB)    TO IV-REORDER-QTY.
           MOVE ST-LAST-MOVE-DATE (STOCK-SUB) TO IV-LAST-MOVE-DATE.
           WRITE INV-NEW-REC FROM INVENTORY-REC.

       820-WRITE-RECEIVED-ITEM.
           MOVE SPACES TO RCVD-OLD-REC.
           MOVE RT-PO-NUMBER (RCVD-SUB)     TO RV-PO-NUMBER.
           MOVE RT-PO-LINE (RCVD-SUB)       TO RV-PO-LINE.
           MOVE RT-RECEIVED-DATE (RCVD-SUB) TO RV-RECEIVED-DATE.
           WRITE RCVD-NEW-REC FROM RCVD-OLD-REC.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "STOCK MOVEMENTS READ : " MOVES-READ.
           DISPLAY "MOVEMENTS POSTED     : " MOVES-POSTED.
           DISPLAY "MOVEMENTS REJECTED   : " MOVES-REJECTED.
           DISPLAY "MOVEMENTS CARRIED FWD: " MOVES-CARRIED.
           CLOSE MOVE-IN, INV-NEW, MOVE-NEW, RCVD-NEW, INVRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * movements read must equal those posted, those carried
      * forward or already received, and those rejected.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'INVUPD'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE MOVES-READ          TO LED-RECS-IN.
           MOVE MOVES-POSTED        TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY =
               MOVES-CARRIED + MOVES-DUPLICATE.
           MOVE MOVES-REJECTED      TO LED-RECS-REJECTED.
           MOVE RECEIVED-DOLLARS    TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
