       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PRODMNT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** TRANSACTION-DRIVEN MAINTENANCE FOR THE PRODMAST PRODUCT
      ***** MASTER.
      *****
      ***** A SALETRN RECORD NOW NAMES THE PRODUCT SOLD, AND SALESRPT
      ***** REJECTS A SALE WHOSE PRODUCT CODE IS NOT ON PRODMAST (SEE
      ***** COPYBOOKS/PRODREC.CPY) AND REPORTS PRODUCT MIX AND GROSS
      ***** MARGIN BY PRODUCT LINE FROM IT.  THIS PROGRAM APPLIES
      ***** ADD/CHANGE/DELETE TRANSACTIONS TO THE MASTER IN THE
      ***** CLNTMNT OLD/NEW-MASTER MOLD: EVERY APPLIED CHANGE ON A
      ***** BEFORE/AFTER AUDIT LISTING, BAD TRANSACTIONS REJECTED TO
      ***** THEIR OWN LISTING, AND THE RESULT WRITTEN AS A NEW MASTER
      ***** (PRODMSTO) SO THE PRIOR FILE SURVIVES.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODMAST-OLD
           ASSIGN TO PRODMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODMAST-OLD-ST.
           SELECT PRODTRAN
           ASSIGN TO PRODTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODTRAN-ST.
           SELECT PRODMAST-NEW
           ASSIGN TO PRODMSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODMAST-NEW-ST.
           SELECT PRODAUDT
           ASSIGN TO PRODAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODAUDT-ST.
           SELECT PRODREJS
           ASSIGN TO PRODREJS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRODREJS-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PRODMAST-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  PRODMAST-OLD-REC            PIC X(80).

      * One transaction per record: 'A' add, 'C' change, 'D' delete,
      * then the full product record image.  Adds and changes carry
      * the whole new record; deletes only need the code filled.
       FD  PRODTRAN
           RECORD CONTAINS 90 CHARACTERS.
       01  PRODTRAN-REC.
           05  PT-ACTION               PIC X(01).
               88  PT-ADD                              VALUE 'A'.
               88  PT-CHANGE                           VALUE 'C'.
               88  PT-DELETE                           VALUE 'D'.
           05  PT-RECORD-IMAGE         PIC X(80).
           05  FILLER                  PIC X(09).

       FD  PRODMAST-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  PRODMAST-NEW-REC            PIC X(80).

       FD  PRODAUDT
           RECORD CONTAINS 133 CHARACTERS.
       01  PRODAUDT-REC                PIC X(133).

       FD  PRODREJS
           RECORD CONTAINS 133 CHARACTERS.
       01  PRODREJS-REC                PIC X(133).

       WORKING-STORAGE SECTION.
      * The transaction's PRODMAST view, the same layout SALESRPT
      * reads.
           COPY PRODREC.

       01  FLAGS.
           05  PRODMAST-OLD-ST         PIC X(02).
               88  PO-NORMAL                           VALUE '00'.
           05  PRODTRAN-ST             PIC X(02).
               88  PT-NORMAL                           VALUE '00'.
           05  PRODMAST-NEW-ST         PIC X(02).
               88  PN-NORMAL                           VALUE '00'.
           05  PRODAUDT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  PRODREJS-ST             PIC X(02).
               88  RJ-NORMAL                           VALUE '00'.
           05  PRODMAST-OLD-EOF        PIC X(01)       VALUE 'N'.
               88  NO-MORE-PRODMAST                    VALUE 'Y'.
           05  PRODTRAN-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-TRANS                       VALUE 'Y'.
           05  TRAN-VALID-SW           PIC X(01)       VALUE 'Y'.
               88  TRAN-VALID                          VALUE 'Y'.

      * The product master held in memory while transactions apply,
      * keyed by product code.
       01  PRODUCT-TABLE.
           05  PRODUCT-ITEM OCCURS 500 TIMES
                   INDEXED BY PRD-IDX.
               10  PRODUCT-RECORD-IMAGE    PIC X(80).
               10  PRODUCT-KEY-VIEW REDEFINES PRODUCT-RECORD-IMAGE.
                   15  PRODUCT-TABLE-KEY   PIC X(08).
                   15  FILLER              PIC X(72).
       77  PRODUCT-MAX                 PIC S9(04) COMP VALUE 500.
       77  PRODUCT-COUNT               PIC S9(04) COMP VALUE 0.
       77  PRODUCT-FOUND-SUB           PIC S9(04) COMP VALUE 0.
       77  SHIFT-SUB                   PIC S9(04) COMP VALUE 0.

       77  REASON-DESC-WS              PIC X(30).
       77  APPLIED-COUNT               PIC 9(05) VALUE 0.
       77  REJECTED-COUNT              PIC 9(05) VALUE 0.

       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(80).
           05  FILLER                  PIC X(35)       VALUE SPACES.

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(80).
           05  FILLER                  PIC X(18)       VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-TRANSACTION UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-PRODMAST.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.
           MOVE PT-RECORD-IMAGE TO PRODUCT-REC.
           PERFORM 210-FIND-PRODUCT.
           EVALUATE TRUE
               WHEN PT-ADD
                   PERFORM 220-APPLY-PRODUCT-ADD
               WHEN PT-CHANGE
                   PERFORM 230-APPLY-PRODUCT-CHANGE
               WHEN PT-DELETE
                   PERFORM 240-APPLY-PRODUCT-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO REASON-DESC-WS
                   PERFORM 260-REJECT-TRANSACTION
           END-EVALUATE.

           PERFORM 400-READ-TRANSACTION.

       210-FIND-PRODUCT.
           MOVE 0 TO PRODUCT-FOUND-SUB.
           SET PRD-IDX TO 1.
           SEARCH PRODUCT-ITEM VARYING PRD-IDX
               AT END
                   CONTINUE
               WHEN PRD-IDX > PRODUCT-COUNT
                   CONTINUE
               WHEN PRODUCT-TABLE-KEY (PRD-IDX) = PR-PRODUCT-CODE
                   SET PRODUCT-FOUND-SUB TO PRD-IDX
           END-SEARCH.

       220-APPLY-PRODUCT-ADD.
           IF PRODUCT-FOUND-SUB > 0
                MOVE 'PRODUCT ALREADY ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-PRODUCT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF PRODUCT-COUNT >= PRODUCT-MAX
                          MOVE 'MASTER IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO PRODUCT-COUNT
                          MOVE PRODUCT-REC
                              TO PRODUCT-RECORD-IMAGE (PRODUCT-COUNT)
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE PRODUCT-REC     TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE PRODAUDT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       230-APPLY-PRODUCT-CHANGE.
           IF PRODUCT-FOUND-SUB = 0
                MOVE 'PRODUCT NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-PRODUCT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE PRODUCT-RECORD-IMAGE (PRODUCT-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE PRODAUDT-REC FROM AUDIT-LINE
                     MOVE PRODUCT-REC
                         TO PRODUCT-RECORD-IMAGE (PRODUCT-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE PRODUCT-REC     TO AUD-RECORD-IMAGE
                     WRITE PRODAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

       240-APPLY-PRODUCT-DELETE.
           IF PRODUCT-FOUND-SUB = 0
                MOVE 'PRODUCT NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                MOVE 'BEFORE'        TO AUD-TAG
                MOVE 'DELETE'        TO AUD-ACTION
                MOVE PRODUCT-RECORD-IMAGE (PRODUCT-FOUND-SUB)
                    TO AUD-RECORD-IMAGE
                WRITE PRODAUDT-REC FROM AUDIT-LINE

                MOVE PRODUCT-FOUND-SUB TO SHIFT-SUB
                PERFORM UNTIL SHIFT-SUB >= PRODUCT-COUNT
                    MOVE PRODUCT-RECORD-IMAGE (SHIFT-SUB + 1)
                        TO PRODUCT-RECORD-IMAGE (SHIFT-SUB)
                    ADD 1 TO SHIFT-SUB
                END-PERFORM
                SUBTRACT 1 FROM PRODUCT-COUNT
                ADD 1 TO APPLIED-COUNT
           END-IF.

      * The whole product an add or change would land: a code, a
      * description to print, the product line it reports under and
      * a numeric standard cost.
       250-VALIDATE-PRODUCT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF PR-PRODUCT-CODE = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING PRODUCT CODE' TO REASON-DESC-WS.
           IF PR-DESCRIPTION = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING DESCRIPTION' TO REASON-DESC-WS.
           IF PR-PRODUCT-LINE = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING PRODUCT LINE' TO REASON-DESC-WS.
           IF PR-STD-COST NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'STANDARD COST NOT NUMERIC' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE PT-ACTION       TO REJ-ACTION.
           MOVE REASON-DESC-WS  TO REJ-REASON.
           MOVE PT-RECORD-IMAGE TO REJ-RECORD-IMAGE.
           WRITE PRODREJS-REC FROM REJECT-LINE.

       300-OPEN-FILES.
           OPEN INPUT PRODMAST-OLD
           IF NOT PO-NORMAL
                DISPLAY 'ERROR OPENING PRODMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PRODTRAN
           IF NOT PT-NORMAL
                DISPLAY 'ERROR OPENING PRODTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PRODMAST-NEW
           IF NOT PN-NORMAL
                DISPLAY 'ERROR OPENING PRODMSTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PRODAUDT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING PRODAUDT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PRODREJS
           IF NOT RJ-NORMAL
                DISPLAY 'ERROR OPENING PRODREJS'
                GO TO 999-RETURN-ERR.

      * Saving from a truncated table would silently shrink the
      * master, so a master past capacity stops the run.
       320-LOAD-PRODMAST.
           READ PRODMAST-OLD
               AT END MOVE 'Y' TO PRODMAST-OLD-EOF
           END-READ.

           IF NOT (PO-NORMAL OR NO-MORE-PRODMAST)
                DISPLAY 'ERROR READING PRODMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING PRD-IDX FROM 1 BY 1
               UNTIL NO-MORE-PRODMAST OR PRD-IDX > PRODUCT-MAX
                   ADD 1 TO PRODUCT-COUNT
                   MOVE PRODMAST-OLD-REC
                       TO PRODUCT-RECORD-IMAGE (PRD-IDX)
                   READ PRODMAST-OLD
                       AT END MOVE 'Y' TO PRODMAST-OLD-EOF
                   END-READ
           END-PERFORM.

           IF NOT NO-MORE-PRODMAST
                DISPLAY "ERROR: PRODMAST HAS MORE THAN " PRODUCT-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PRODMAST-OLD.

       400-READ-TRANSACTION.
           READ PRODTRAN
               AT END MOVE 'Y' TO PRODTRAN-EOF
           END-READ.

           IF NOT (PT-NORMAL OR NO-MORE-TRANS)
                DISPLAY 'ERROR READING PRODTRAN'
                GO TO 999-RETURN-ERR
           END-IF.

       800-WRITE-NEW-MASTER.
           PERFORM 810-WRITE-ONE-PRODUCT
               VARYING PRD-IDX FROM 1 BY 1
               UNTIL PRD-IDX > PRODUCT-COUNT.

       810-WRITE-ONE-PRODUCT.
           MOVE PRODUCT-RECORD-IMAGE (PRD-IDX) TO PRODMAST-NEW-REC.
           WRITE PRODMAST-NEW-REC.
           IF NOT PN-NORMAL
                DISPLAY 'ERROR WRITING PRODMSTO'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           DISPLAY "PRODUCTS ON MASTER   : " PRODUCT-COUNT.
           CLOSE PRODTRAN, PRODMAST-NEW, PRODAUDT, PRODREJS.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
