       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VNDRMNT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** TRANSACTION-DRIVEN MAINTENANCE FOR THE VENDMAST VENDOR
      ***** MASTER.
      *****
      ***** A VENDOR WAS ONLY EVER A FIVE-CHARACTER ID ON ITS VENDPRC
      ***** QUOTES, SO ACCOUNTS PAYABLE KEPT THE REMIT-TO ADDRESSES
      ***** AND BANK DETAILS IN A BINDER.  VENDMAST (SEE
      ***** COPYBOOKS/VENDREC.CPY) NOW HOLDS EACH VENDOR'S NAME,
      ***** REMIT-TO ADDRESS, PAY METHOD, BANK ROUTING AND ACCOUNT,
      ***** PAYMENT TERMS AND PAY HOLD, AND VNDPAY PAYS FROM IT.
      ***** THIS PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO
      ***** THE MASTER IN THE CLNTMNT OLD/NEW-MASTER MOLD: EVERY
      ***** APPLIED CHANGE ON A BEFORE/AFTER AUDIT LISTING, BAD
      ***** TRANSACTIONS REJECTED TO THEIR OWN LISTING, AND THE RESULT
      ***** WRITTEN AS A NEW MASTER (VENDMSTO) SO THE PRIOR FILE
      ***** SURVIVES.  A VENDOR MUST HAVE QUOTED ON VENDPRC TO BE
      ***** ADDED OR CHANGED, AND AN ACH VENDOR'S ROUTING NUMBER MUST
      ***** PASS ITS CHECK DIGIT, SO A MISKEYED NUMBER IS CAUGHT HERE
      ***** RATHER THAN RETURNED BY THE BANK.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMAST-OLD
           ASSIGN TO VENDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDMAST-OLD-ST.
           SELECT VENDTRAN
           ASSIGN TO VENDTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDTRAN-ST.
           SELECT VENDPRC
           ASSIGN TO VENDPRC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDPRC-ST.
           SELECT VENDMAST-NEW
           ASSIGN TO VENDMSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDMAST-NEW-ST.
           SELECT VENDAUDT
           ASSIGN TO VENDAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDAUDT-ST.
           SELECT VENDREJS
           ASSIGN TO VENDREJS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDREJS-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDMAST-OLD
           RECORD CONTAINS 150 CHARACTERS.
       01  VENDMAST-OLD-REC            PIC X(150).

      * One transaction per record: 'A' add, 'C' change, 'D' delete,
      * then the full vendor record image.  Adds and changes carry
      * the whole new record; deletes only need the id filled.
       FD  VENDTRAN
           RECORD CONTAINS 160 CHARACTERS.
       01  VENDTRAN-REC.
           05  VT-ACTION               PIC X(01).
               88  VT-ADD                              VALUE 'A'.
               88  VT-CHANGE                           VALUE 'C'.
               88  VT-DELETE                           VALUE 'D'.
           05  VT-RECORD-IMAGE         PIC X(150).
           05  FILLER                  PIC X(09).

      * VENDMAIN's VENDPRC layout, vendor id only.
       FD  VENDPRC
           RECORD CONTAINS 40 CHARACTERS.
       01  VENDPRC-REC.
           05  FILLER                  PIC X(23).
           05  VP-VENDOR-ID-I          PIC X(05).
           05  FILLER                  PIC X(12).

       FD  VENDMAST-NEW
           RECORD CONTAINS 150 CHARACTERS.
       01  VENDMAST-NEW-REC            PIC X(150).

       FD  VENDAUDT
           RECORD CONTAINS 180 CHARACTERS.
       01  VENDAUDT-REC                PIC X(180).

       FD  VENDREJS
           RECORD CONTAINS 190 CHARACTERS.
       01  VENDREJS-REC                PIC X(190).

       WORKING-STORAGE SECTION.
      * The transaction's VENDMAST view, the same layout VNDPAY
      * reads.
           COPY VENDREC.

       01  FLAGS.
           05  VENDMAST-OLD-ST         PIC X(02).
               88  VO-NORMAL                           VALUE '00'.
           05  VENDTRAN-ST             PIC X(02).
               88  VT-NORMAL                           VALUE '00'.
           05  VENDPRC-ST              PIC X(02).
               88  VP-NORMAL                           VALUE '00'.
           05  VENDMAST-NEW-ST         PIC X(02).
               88  VN-NORMAL                           VALUE '00'.
           05  VENDAUDT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  VENDREJS-ST             PIC X(02).
               88  RJ-NORMAL                           VALUE '00'.
           05  VENDMAST-OLD-EOF        PIC X(01)       VALUE 'N'.
               88  NO-MORE-VENDMAST                    VALUE 'Y'.
           05  VENDTRAN-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-TRANS                       VALUE 'Y'.
           05  VENDPRC-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-VENDPRC                     VALUE 'Y'.
           05  TRAN-VALID-SW           PIC X(01)       VALUE 'Y'.
               88  TRAN-VALID                          VALUE 'Y'.

      * The vendor master held in memory while transactions apply,
      * keyed by vendor id.
       01  VEND-TABLE.
           05  VEND-ITEM OCCURS 500 TIMES
                   INDEXED BY VND-IDX.
               10  VEND-RECORD-IMAGE       PIC X(150).
               10  VEND-KEY-VIEW REDEFINES VEND-RECORD-IMAGE.
                   15  VEND-TABLE-KEY      PIC X(05).
                   15  FILLER              PIC X(145).
       77  VEND-MAX                    PIC S9(04) COMP VALUE 500.
       77  VEND-COUNT                  PIC S9(04) COMP VALUE 0.
       77  VEND-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  SHIFT-SUB                   PIC S9(04) COMP VALUE 0.

      * Vendor ids quoting on VENDPRC, for the quoted-vendor check.
       01  QUOTED-ID-TABLE.
           05  QUOTED-ID OCCURS 500 TIMES
                   INDEXED BY QID-IDX  PIC X(05).
       77  QUOTED-COUNT                PIC S9(04) COMP VALUE 0.
       77  QUOTED-FOUND-SW             PIC X(01)       VALUE 'N'.
           88  QUOTED-FOUND                            VALUE 'Y'.

      * ABA check digit: 3, 7 and 1 weights repeating across the
      * nine digits must total a multiple of ten.
       77  ROUTING-SUM-WS              PIC 9(05).
       77  ROUTING-QUOT-WS             PIC 9(05).
       77  ROUTING-REM-WS              PIC 9(02).

       77  REASON-DESC-WS              PIC X(30).
       77  APPLIED-COUNT               PIC 9(05) VALUE 0.
       77  REJECTED-COUNT              PIC 9(05) VALUE 0.

       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(150).
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(150).
           05  FILLER                  PIC X(05)       VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-TRANSACTION UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-VENDMAST.
           PERFORM 340-LOAD-QUOTED-IDS.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.
           MOVE VT-RECORD-IMAGE TO VENDOR-REC.
           PERFORM 210-FIND-VENDOR.
           EVALUATE TRUE
               WHEN VT-ADD
                   PERFORM 220-APPLY-VEND-ADD
               WHEN VT-CHANGE
                   PERFORM 230-APPLY-VEND-CHANGE
               WHEN VT-DELETE
                   PERFORM 240-APPLY-VEND-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO REASON-DESC-WS
                   PERFORM 260-REJECT-TRANSACTION
           END-EVALUATE.

           PERFORM 400-READ-TRANSACTION.

       210-FIND-VENDOR.
           MOVE 0 TO VEND-FOUND-SUB.
           SET VND-IDX TO 1.
           SEARCH VEND-ITEM VARYING VND-IDX
               AT END
                   CONTINUE
               WHEN VND-IDX > VEND-COUNT
                   CONTINUE
               WHEN VEND-TABLE-KEY (VND-IDX) = VM-VENDOR-ID
                   SET VEND-FOUND-SUB TO VND-IDX
           END-SEARCH.

       220-APPLY-VEND-ADD.
           IF VEND-FOUND-SUB > 0
                MOVE 'VENDOR ALREADY ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-VENDOR
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF VEND-COUNT >= VEND-MAX
                          MOVE 'MASTER IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO VEND-COUNT
                          MOVE VENDOR-REC
                              TO VEND-RECORD-IMAGE (VEND-COUNT)
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE VENDOR-REC      TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE VENDAUDT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       230-APPLY-VEND-CHANGE.
           IF VEND-FOUND-SUB = 0
                MOVE 'VENDOR NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-VENDOR
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE VEND-RECORD-IMAGE (VEND-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE VENDAUDT-REC FROM AUDIT-LINE
                     MOVE VENDOR-REC
                         TO VEND-RECORD-IMAGE (VEND-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE VENDOR-REC      TO AUD-RECORD-IMAGE
                     WRITE VENDAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

       240-APPLY-VEND-DELETE.
           IF VEND-FOUND-SUB = 0
                MOVE 'VENDOR NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                MOVE 'BEFORE'        TO AUD-TAG
                MOVE 'DELETE'        TO AUD-ACTION
                MOVE VEND-RECORD-IMAGE (VEND-FOUND-SUB)
                    TO AUD-RECORD-IMAGE
                WRITE VENDAUDT-REC FROM AUDIT-LINE

                MOVE VEND-FOUND-SUB TO SHIFT-SUB
                PERFORM UNTIL SHIFT-SUB >= VEND-COUNT
                    MOVE VEND-RECORD-IMAGE (SHIFT-SUB + 1)
                        TO VEND-RECORD-IMAGE (SHIFT-SUB)
                    ADD 1 TO SHIFT-SUB
                END-PERFORM
                SUBTRACT 1 FROM VEND-COUNT
                ADD 1 TO APPLIED-COUNT
           END-IF.

      * The whole vendor an add or change would land: an id that has
      * quoted on VENDPRC, a name and full remit-to address, a pay
      * method of ACH or check -- ACH needing a routing number that
      * passes its check digit and an account number -- numeric
      * terms, and a pay hold that is blank or 'H'.
       250-VALIDATE-VENDOR.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           MOVE 'N' TO QUOTED-FOUND-SW.
           SET QID-IDX TO 1.
           SEARCH QUOTED-ID VARYING QID-IDX
               AT END
                   CONTINUE
               WHEN QID-IDX > QUOTED-COUNT
                   CONTINUE
               WHEN QUOTED-ID (QID-IDX) = VM-VENDOR-ID
                   MOVE 'Y' TO QUOTED-FOUND-SW
           END-SEARCH.
           IF NOT QUOTED-FOUND
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'VENDOR HAS NO VENDPRC QUOTE' TO REASON-DESC-WS.
           IF VM-VENDOR-ID = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING VENDOR ID' TO REASON-DESC-WS.
           IF VM-NAME = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING VENDOR NAME' TO REASON-DESC-WS.
           IF VM-STREET = SPACES OR VM-CITY = SPACES
                  OR VM-STATE = SPACES OR VM-ZIP = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INCOMPLETE REMIT-TO ADDRESS' TO REASON-DESC-WS.

           EVALUATE TRUE
               WHEN VM-PAYS-BY-CHECK
                   CONTINUE
               WHEN VM-PAYS-BY-ACH
                   PERFORM 255-CHECK-ROUTING
               WHEN OTHER
                   MOVE 'N' TO TRAN-VALID-SW
                   MOVE 'PAY METHOD NOT A OR C' TO REASON-DESC-WS
           END-EVALUATE.

           IF VM-TERMS-DAYS NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'TERMS DAYS NOT NUMERIC' TO REASON-DESC-WS.
           IF VM-PAY-HOLD NOT = SPACE AND NOT VM-PAYMENT-HELD
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'PAY HOLD NOT BLANK OR H' TO REASON-DESC-WS.

       255-CHECK-ROUTING.
           IF VM-BANK-ACCOUNT = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING BANK ACCOUNT' TO REASON-DESC-WS.
           IF VM-BANK-ROUTING NOT NUMERIC OR VM-BANK-ROUTING = ZERO
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING ROUTING NUMBER' TO REASON-DESC-WS
           ELSE
                COMPUTE ROUTING-SUM-WS =
                    3 * (VM-ROUTING-DIGIT (1) + VM-ROUTING-DIGIT (4)
                         + VM-ROUTING-DIGIT (7))
                  + 7 * (VM-ROUTING-DIGIT (2) + VM-ROUTING-DIGIT (5)
                         + VM-ROUTING-DIGIT (8))
                  +     (VM-ROUTING-DIGIT (3) + VM-ROUTING-DIGIT (6)
                         + VM-ROUTING-DIGIT (9))
                DIVIDE ROUTING-SUM-WS BY 10 GIVING ROUTING-QUOT-WS
                    REMAINDER ROUTING-REM-WS
                IF ROUTING-REM-WS NOT = ZERO
                     MOVE 'N' TO TRAN-VALID-SW
                     MOVE 'ROUTING CHECK DIGIT INVALID'
                         TO REASON-DESC-WS
                END-IF
           END-IF.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE VT-ACTION       TO REJ-ACTION.
           MOVE REASON-DESC-WS  TO REJ-REASON.
           MOVE VT-RECORD-IMAGE TO REJ-RECORD-IMAGE.
           WRITE VENDREJS-REC FROM REJECT-LINE.

       300-OPEN-FILES.
           OPEN INPUT VENDMAST-OLD
           IF NOT VO-NORMAL
                DISPLAY 'ERROR OPENING VENDMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT VENDTRAN
           IF NOT VT-NORMAL
                DISPLAY 'ERROR OPENING VENDTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT VENDMAST-NEW
           IF NOT VN-NORMAL
                DISPLAY 'ERROR OPENING VENDMSTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT VENDAUDT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING VENDAUDT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT VENDREJS
           IF NOT RJ-NORMAL
                DISPLAY 'ERROR OPENING VENDREJS'
                GO TO 999-RETURN-ERR.

      * Saving from a truncated table would silently shrink the
      * master, so a master past capacity stops the run.
       320-LOAD-VENDMAST.
           READ VENDMAST-OLD
               AT END MOVE 'Y' TO VENDMAST-OLD-EOF
           END-READ.

           IF NOT (VO-NORMAL OR NO-MORE-VENDMAST)
                DISPLAY 'ERROR READING VENDMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING VND-IDX FROM 1 BY 1
               UNTIL NO-MORE-VENDMAST OR VND-IDX > VEND-MAX
                   ADD 1 TO VEND-COUNT
                   MOVE VENDMAST-OLD-REC
                       TO VEND-RECORD-IMAGE (VND-IDX)
                   READ VENDMAST-OLD
                       AT END MOVE 'Y' TO VENDMAST-OLD-EOF
                   END-READ
           END-PERFORM.

           IF NOT NO-MORE-VENDMAST
                DISPLAY "ERROR: VENDMAST HAS MORE THAN " VEND-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE VENDMAST-OLD.

      * Every vendor id quoting on VENDPRC, active quote or retired,
      * once each.
       340-LOAD-QUOTED-IDS.
           OPEN INPUT VENDPRC
           IF NOT VP-NORMAL
                DISPLAY 'ERROR OPENING VENDPRC'
                GO TO 999-RETURN-ERR.

           READ VENDPRC
               AT END MOVE 'Y' TO VENDPRC-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-VENDPRC
               MOVE 'N' TO QUOTED-FOUND-SW
               SET QID-IDX TO 1
               SEARCH QUOTED-ID VARYING QID-IDX
                   AT END
                       CONTINUE
                   WHEN QID-IDX > QUOTED-COUNT
                       CONTINUE
                   WHEN QUOTED-ID (QID-IDX) = VP-VENDOR-ID-I
                       MOVE 'Y' TO QUOTED-FOUND-SW
               END-SEARCH
               IF NOT QUOTED-FOUND
                    IF QUOTED-COUNT >= 500
                         DISPLAY "ERROR: VENDPRC HAS MORE THAN 500 "
                             "VENDORS"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO QUOTED-COUNT
                    MOVE VP-VENDOR-ID-I TO QUOTED-ID (QUOTED-COUNT)
               END-IF
               READ VENDPRC
                   AT END MOVE 'Y' TO VENDPRC-EOF
               END-READ
           END-PERFORM.

           CLOSE VENDPRC.

       400-READ-TRANSACTION.
           READ VENDTRAN
               AT END MOVE 'Y' TO VENDTRAN-EOF
           END-READ.

           IF NOT (VT-NORMAL OR NO-MORE-TRANS)
                DISPLAY 'ERROR READING VENDTRAN'
                GO TO 999-RETURN-ERR
           END-IF.

       800-WRITE-NEW-MASTER.
           PERFORM 810-WRITE-ONE-VENDOR
               VARYING VND-IDX FROM 1 BY 1
               UNTIL VND-IDX > VEND-COUNT.

       810-WRITE-ONE-VENDOR.
           MOVE VEND-RECORD-IMAGE (VND-IDX) TO VENDMAST-NEW-REC.
           WRITE VENDMAST-NEW-REC.
           IF NOT VN-NORMAL
                DISPLAY 'ERROR WRITING VENDMSTO'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           DISPLAY "VENDORS ON MASTER    : " VEND-COUNT.
           CLOSE VENDTRAN, VENDMAST-NEW, VENDAUDT, VENDREJS.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
