       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CLNTMNT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** TRANSACTION-DRIVEN MAINTENANCE FOR THE CLNTMAST CLIENT
      ***** MASTER AND THE PROJCLNT PROJECT-TO-CLIENT MAP.
      *****
      ***** INVGEN USED TO KNOW A CLIENT ONLY BY THE FOUR-CHARACTER
      ***** PROJECT CODE, SO INVOICES WENT OUT WITH NO BILL-TO
      ***** ADDRESS AND EVERY CLIENT ON NET 30.  CLNTMAST (SEE
      ***** COPYBOOKS/CLNTREC.CPY) NOW HOLDS EACH CLIENT'S BILL-TO
      ***** ADDRESS, TERMS, CREDIT LIMIT AND TAX-EXEMPT FLAG, AND
      ***** PROJCLNT SAYS WHICH CLIENT EACH PROJECT BILLS TO.  THIS
      ***** PROGRAM APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO BOTH IN
      ***** THE EMPMAINT OLD/NEW-MASTER MOLD: EVERY APPLIED CHANGE ON
      ***** A BEFORE/AFTER AUDIT LISTING, BAD TRANSACTIONS REJECTED
      ***** TO THEIR OWN LISTING, AND THE RESULTS WRITTEN AS NEW
      ***** MASTERS (CLNTMSTO, PROJCLTO) SO THE PRIOR FILES SURVIVE.
      ***** A PROJECT MAY ONLY MAP TO A CLIENT ON FILE, AND A CLIENT
      ***** STILL MAPPED FROM A PROJECT CANNOT BE DELETED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLNTMAST-OLD
           ASSIGN TO CLNTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLNTMAST-OLD-ST.
           SELECT PROJCLNT-OLD
           ASSIGN TO PROJCLNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROJCLNT-OLD-ST.
           SELECT CLNTTRAN
           ASSIGN TO CLNTTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLNTTRAN-ST.
           SELECT CLNTMAST-NEW
           ASSIGN TO CLNTMSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLNTMAST-NEW-ST.
           SELECT PROJCLNT-NEW
           ASSIGN TO PROJCLTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROJCLNT-NEW-ST.
           SELECT CLNTAUDT
           ASSIGN TO CLNTAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLNTAUDT-ST.
           SELECT CLNTREJS
           ASSIGN TO CLNTREJS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLNTREJS-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  CLNTMAST-OLD
           RECORD CONTAINS 160 CHARACTERS.
       01  CLNTMAST-OLD-REC            PIC X(160).

       FD  PROJCLNT-OLD
           RECORD CONTAINS 20 CHARACTERS.
       01  PROJCLNT-OLD-REC            PIC X(20).

      * One transaction per record: 'A' add, 'C' change, 'D' delete,
      * then the record type -- 'C' a CLNTMAST client, 'P' a
      * PROJCLNT project mapping -- and the full record image.  Adds
      * and changes carry the whole new record; deletes only need
      * the key filled.
       FD  CLNTTRAN
           RECORD CONTAINS 170 CHARACTERS.
       01  CLNTTRAN-REC.
           05  CT-ACTION               PIC X(01).
               88  CT-ADD                              VALUE 'A'.
               88  CT-CHANGE                           VALUE 'C'.
               88  CT-DELETE                           VALUE 'D'.
           05  CT-REC-TYPE             PIC X(01).
               88  CT-CLIENT-TRAN                      VALUE 'C'.
               88  CT-MAP-TRAN                         VALUE 'P'.
           05  CT-RECORD-IMAGE         PIC X(160).
           05  FILLER                  PIC X(08).

       FD  CLNTMAST-NEW
           RECORD CONTAINS 160 CHARACTERS.
       01  CLNTMAST-NEW-REC            PIC X(160).

       FD  PROJCLNT-NEW
           RECORD CONTAINS 20 CHARACTERS.
       01  PROJCLNT-NEW-REC            PIC X(20).

       FD  CLNTAUDT
           RECORD CONTAINS 200 CHARACTERS.
       01  CLNTAUDT-REC                PIC X(200).

       FD  CLNTREJS
           RECORD CONTAINS 200 CHARACTERS.
       01  CLNTREJS-REC                PIC X(200).

       WORKING-STORAGE SECTION.
      * The transaction's CLNTMAST view, the same layout INVGEN reads.
           COPY CLNTREC.

      * The transaction's PROJCLNT view.
       01  PROJ-MAP-WS.
           05  PM-PROJECT              PIC X(04).
           05  PM-CLIENT-ID            PIC X(06).
           05  FILLER                  PIC X(10).

       01  FLAGS.
           05  CLNTMAST-OLD-ST         PIC X(02).
               88  CO-NORMAL                           VALUE '00'.
           05  PROJCLNT-OLD-ST         PIC X(02).
               88  PO-NORMAL                           VALUE '00'.
           05  CLNTTRAN-ST             PIC X(02).
               88  CT-NORMAL                           VALUE '00'.
           05  CLNTMAST-NEW-ST         PIC X(02).
               88  CN-NORMAL                           VALUE '00'.
           05  PROJCLNT-NEW-ST         PIC X(02).
               88  PN-NORMAL                           VALUE '00'.
           05  CLNTAUDT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  CLNTREJS-ST             PIC X(02).
               88  RJ-NORMAL                           VALUE '00'.
           05  CLNTMAST-OLD-EOF        PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLNTMAST                    VALUE 'Y'.
           05  PROJCLNT-OLD-EOF        PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROJCLNT                    VALUE 'Y'.
           05  CLNTTRAN-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-TRANS                       VALUE 'Y'.
           05  TRAN-VALID-SW           PIC X(01)       VALUE 'Y'.
               88  TRAN-VALID                          VALUE 'Y'.

      * The client master held in memory while transactions apply,
      * keyed by client id.
       01  CLIENT-TABLE.
           05  CLIENT-ITEM OCCURS 500 TIMES
                   INDEXED BY CLT-IDX.
               10  CLIENT-RECORD-IMAGE     PIC X(160).
               10  CLIENT-KEY-VIEW REDEFINES CLIENT-RECORD-IMAGE.
                   15  CLIENT-TABLE-KEY    PIC X(06).
                   15  FILLER              PIC X(154).
       77  CLIENT-MAX                  PIC S9(04) COMP VALUE 500.
       77  CLIENT-COUNT                PIC S9(04) COMP VALUE 0.
       77  CLIENT-FOUND-SUB            PIC S9(04) COMP VALUE 0.

      * The project map, keyed by project code.
       01  MAP-TABLE.
           05  MAP-ITEM OCCURS 200 TIMES
                   INDEXED BY MAP-IDX.
               10  MAP-RECORD-IMAGE        PIC X(20).
               10  MAP-KEY-VIEW REDEFINES MAP-RECORD-IMAGE.
                   15  MAP-TABLE-KEY       PIC X(04).
                   15  MAP-CLIENT-ID       PIC X(06).
                   15  FILLER              PIC X(10).
       77  MAP-MAX                     PIC S9(04) COMP VALUE 200.
       77  MAP-COUNT                   PIC S9(04) COMP VALUE 0.
       77  MAP-FOUND-SUB               PIC S9(04) COMP VALUE 0.
       77  SHIFT-SUB                   PIC S9(04) COMP VALUE 0.

      * Longest payment terms a client may be given, in days.
       77  TERMS-DAYS-MAX              PIC 9(03) VALUE 120.

       77  REASON-DESC-WS              PIC X(30).
       77  APPLIED-COUNT               PIC 9(05) VALUE 0.
       77  REJECTED-COUNT              PIC 9(05) VALUE 0.

       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-REC-TYPE            PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(160).

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  REJ-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(160).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-TRANSACTION UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTERS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-CLNTMAST.
           PERFORM 330-LOAD-PROJCLNT.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN CT-CLIENT-TRAN
                   MOVE CT-RECORD-IMAGE TO CLIENT-REC
                   MOVE 'CLIENT'        TO AUD-REC-TYPE
                   PERFORM 210-FIND-CLIENT
                   EVALUATE TRUE
                       WHEN CT-ADD
                           PERFORM 220-APPLY-CLIENT-ADD
                       WHEN CT-CHANGE
                           PERFORM 230-APPLY-CLIENT-CHANGE
                       WHEN CT-DELETE
                           PERFORM 240-APPLY-CLIENT-DELETE
                       WHEN OTHER
                           MOVE 'INVALID ACTION CODE'
                               TO REASON-DESC-WS
                           PERFORM 260-REJECT-TRANSACTION
                   END-EVALUATE
               WHEN CT-MAP-TRAN
                   MOVE CT-RECORD-IMAGE TO PROJ-MAP-WS
                   MOVE 'MAP'           TO AUD-REC-TYPE
                   PERFORM 215-FIND-MAP
                   EVALUATE TRUE
                       WHEN CT-ADD
                           PERFORM 270-APPLY-MAP-ADD
                       WHEN CT-CHANGE
                           PERFORM 280-APPLY-MAP-CHANGE
                       WHEN CT-DELETE
                           PERFORM 290-APPLY-MAP-DELETE
                       WHEN OTHER
                           MOVE 'INVALID ACTION CODE'
                               TO REASON-DESC-WS
                           PERFORM 260-REJECT-TRANSACTION
                   END-EVALUATE
               WHEN OTHER
                   MOVE 'INVALID RECORD TYPE' TO REASON-DESC-WS
                   PERFORM 260-REJECT-TRANSACTION
           END-EVALUATE.

           PERFORM 400-READ-TRANSACTION.

       210-FIND-CLIENT.
           MOVE 0 TO CLIENT-FOUND-SUB.
           SET CLT-IDX TO 1.
           SEARCH CLIENT-ITEM VARYING CLT-IDX
               AT END
                   CONTINUE
               WHEN CLT-IDX > CLIENT-COUNT
                   CONTINUE
               WHEN CLIENT-TABLE-KEY (CLT-IDX) = CL-CLIENT-ID
                   SET CLIENT-FOUND-SUB TO CLT-IDX
           END-SEARCH.

       215-FIND-MAP.
           MOVE 0 TO MAP-FOUND-SUB.
           SET MAP-IDX TO 1.
           SEARCH MAP-ITEM VARYING MAP-IDX
               AT END
                   CONTINUE
               WHEN MAP-IDX > MAP-COUNT
                   CONTINUE
               WHEN MAP-TABLE-KEY (MAP-IDX) = PM-PROJECT
                   SET MAP-FOUND-SUB TO MAP-IDX
           END-SEARCH.

       220-APPLY-CLIENT-ADD.
           IF CLIENT-FOUND-SUB > 0
                MOVE 'CLIENT ALREADY ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-CLIENT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF CLIENT-COUNT >= CLIENT-MAX
                          MOVE 'MASTER IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO CLIENT-COUNT
                          MOVE CLIENT-REC
                              TO CLIENT-RECORD-IMAGE (CLIENT-COUNT)
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE CLIENT-REC      TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE CLNTAUDT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       230-APPLY-CLIENT-CHANGE.
           IF CLIENT-FOUND-SUB = 0
                MOVE 'CLIENT NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-CLIENT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE CLIENT-RECORD-IMAGE (CLIENT-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE CLNTAUDT-REC FROM AUDIT-LINE
                     MOVE CLIENT-REC
                         TO CLIENT-RECORD-IMAGE (CLIENT-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE CLIENT-REC      TO AUD-RECORD-IMAGE
                     WRITE CLNTAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

      * A client a project still bills to cannot go: the project's
      * next invoice would have no one to be addressed to.
       240-APPLY-CLIENT-DELETE.
           IF CLIENT-FOUND-SUB = 0
                MOVE 'CLIENT NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                MOVE SPACES TO REASON-DESC-WS
                SET MAP-IDX TO 1
                SEARCH MAP-ITEM VARYING MAP-IDX
                    AT END
                        CONTINUE
                    WHEN MAP-IDX > MAP-COUNT
                        CONTINUE
                    WHEN MAP-CLIENT-ID (MAP-IDX) = CL-CLIENT-ID
                        MOVE 'CLIENT STILL MAPPED TO PROJECT'
                            TO REASON-DESC-WS
                END-SEARCH
                IF REASON-DESC-WS NOT = SPACES
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'DELETE'        TO AUD-ACTION
                     MOVE CLIENT-RECORD-IMAGE (CLIENT-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE CLNTAUDT-REC FROM AUDIT-LINE

                     MOVE CLIENT-FOUND-SUB TO SHIFT-SUB
                     PERFORM UNTIL SHIFT-SUB >= CLIENT-COUNT
                         MOVE CLIENT-RECORD-IMAGE (SHIFT-SUB + 1)
                             TO CLIENT-RECORD-IMAGE (SHIFT-SUB)
                         ADD 1 TO SHIFT-SUB
                     END-PERFORM
                     SUBTRACT 1 FROM CLIENT-COUNT
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

      * The whole client an add or change would land: an id, a name
      * and a bill-to address to print, a numeric ZIP, terms within
      * reason, a numeric credit limit and a Y/N tax-exempt flag.
       250-VALIDATE-CLIENT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF CL-CLIENT-ID = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING CLIENT ID' TO REASON-DESC-WS.
           IF CL-NAME = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING CLIENT NAME' TO REASON-DESC-WS.
           IF CL-ADDR-1 = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING BILL-TO ADDRESS' TO REASON-DESC-WS.
           IF CL-CITY = SPACES OR CL-STATE = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING CITY OR STATE' TO REASON-DESC-WS.
           IF CL-ZIP5 NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID ZIP CODE' TO REASON-DESC-WS.
           IF CL-ZIP4 NOT = SPACES AND CL-ZIP4 NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID ZIP+4' TO REASON-DESC-WS.
           IF CL-TERMS-DAYS NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'TERMS DAYS NOT NUMERIC' TO REASON-DESC-WS.
           IF CL-TERMS-DAYS NUMERIC
                  AND (CL-TERMS-DAYS = ZERO OR
                       CL-TERMS-DAYS > TERMS-DAYS-MAX)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'TERMS DAYS UNREASONABLE' TO REASON-DESC-WS.
           IF CL-CREDIT-LIMIT NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'CREDIT LIMIT NOT NUMERIC' TO REASON-DESC-WS.
           IF NOT CL-TAX-FLAG-VALID
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'TAX-EXEMPT FLAG NOT Y OR N' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE CT-ACTION       TO REJ-ACTION.
           MOVE CT-REC-TYPE     TO REJ-REC-TYPE.
           MOVE REASON-DESC-WS  TO REJ-REASON.
           MOVE CT-RECORD-IMAGE TO REJ-RECORD-IMAGE.
           WRITE CLNTREJS-REC FROM REJECT-LINE.

       270-APPLY-MAP-ADD.
           IF MAP-FOUND-SUB > 0
                MOVE 'PROJECT ALREADY MAPPED' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 295-VALIDATE-MAP
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF MAP-COUNT >= MAP-MAX
                          MOVE 'PROJECT MAP IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO MAP-COUNT
                          MOVE PROJ-MAP-WS
                              TO MAP-RECORD-IMAGE (MAP-COUNT)
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE PROJ-MAP-WS     TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE CLNTAUDT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       280-APPLY-MAP-CHANGE.
           IF MAP-FOUND-SUB = 0
                MOVE 'PROJECT NOT MAPPED' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 295-VALIDATE-MAP
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE MAP-RECORD-IMAGE (MAP-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE CLNTAUDT-REC FROM AUDIT-LINE
                     MOVE PROJ-MAP-WS
                         TO MAP-RECORD-IMAGE (MAP-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE PROJ-MAP-WS     TO AUD-RECORD-IMAGE
                     WRITE CLNTAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

       290-APPLY-MAP-DELETE.
           IF MAP-FOUND-SUB = 0
                MOVE 'PROJECT NOT MAPPED' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                MOVE 'BEFORE'        TO AUD-TAG
                MOVE 'DELETE'        TO AUD-ACTION
                MOVE MAP-RECORD-IMAGE (MAP-FOUND-SUB)
                    TO AUD-RECORD-IMAGE
                WRITE CLNTAUDT-REC FROM AUDIT-LINE

                MOVE MAP-FOUND-SUB TO SHIFT-SUB
                PERFORM UNTIL SHIFT-SUB >= MAP-COUNT
                    MOVE MAP-RECORD-IMAGE (SHIFT-SUB + 1)
                        TO MAP-RECORD-IMAGE (SHIFT-SUB)
                    ADD 1 TO SHIFT-SUB
                END-PERFORM
                SUBTRACT 1 FROM MAP-COUNT
                ADD 1 TO APPLIED-COUNT
           END-IF.

      * A mapping needs a project code and a client already on the
      * master (as it stands after the transactions ahead of it).
       295-VALIDATE-MAP.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF PM-PROJECT = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING PROJECT CODE' TO REASON-DESC-WS
           END-IF.

           MOVE PM-CLIENT-ID TO CL-CLIENT-ID.
           PERFORM 210-FIND-CLIENT.
           IF CLIENT-FOUND-SUB = 0
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'CLIENT NOT ON MASTER' TO REASON-DESC-WS
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT CLNTMAST-OLD
           IF NOT CO-NORMAL
                DISPLAY 'ERROR OPENING CLNTMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PROJCLNT-OLD
           IF NOT PO-NORMAL
                DISPLAY 'ERROR OPENING PROJCLNT'
                GO TO 999-RETURN-ERR.

           OPEN INPUT CLNTTRAN
           IF NOT CT-NORMAL
                DISPLAY 'ERROR OPENING CLNTTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CLNTMAST-NEW
           IF NOT CN-NORMAL
                DISPLAY 'ERROR OPENING CLNTMSTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PROJCLNT-NEW
           IF NOT PN-NORMAL
                DISPLAY 'ERROR OPENING PROJCLTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CLNTAUDT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING CLNTAUDT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CLNTREJS
           IF NOT RJ-NORMAL
                DISPLAY 'ERROR OPENING CLNTREJS'
                GO TO 999-RETURN-ERR.

      * Saving from a truncated table would silently shrink the
      * master, so a master past capacity stops the run.
       320-LOAD-CLNTMAST.
           READ CLNTMAST-OLD
               AT END MOVE 'Y' TO CLNTMAST-OLD-EOF
           END-READ.

           IF NOT (CO-NORMAL OR NO-MORE-CLNTMAST)
                DISPLAY 'ERROR READING CLNTMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING CLT-IDX FROM 1 BY 1
               UNTIL NO-MORE-CLNTMAST OR CLT-IDX > CLIENT-MAX
                   ADD 1 TO CLIENT-COUNT
                   MOVE CLNTMAST-OLD-REC
                       TO CLIENT-RECORD-IMAGE (CLT-IDX)
                   READ CLNTMAST-OLD
                       AT END MOVE 'Y' TO CLNTMAST-OLD-EOF
                   END-READ
           END-PERFORM.

           IF NOT NO-MORE-CLNTMAST
                DISPLAY "ERROR: CLNTMAST HAS MORE THAN " CLIENT-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE CLNTMAST-OLD.

       330-LOAD-PROJCLNT.
           READ PROJCLNT-OLD
               AT END MOVE 'Y' TO PROJCLNT-OLD-EOF
           END-READ.

           IF NOT (PO-NORMAL OR NO-MORE-PROJCLNT)
                DISPLAY 'ERROR READING PROJCLNT'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING MAP-IDX FROM 1 BY 1
               UNTIL NO-MORE-PROJCLNT OR MAP-IDX > MAP-MAX
                   ADD 1 TO MAP-COUNT
                   MOVE PROJCLNT-OLD-REC
                       TO MAP-RECORD-IMAGE (MAP-IDX)
                   READ PROJCLNT-OLD
                       AT END MOVE 'Y' TO PROJCLNT-OLD-EOF
                   END-READ
           END-PERFORM.

           IF NOT NO-MORE-PROJCLNT
                DISPLAY "ERROR: PROJCLNT HAS MORE THAN " MAP-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PROJCLNT-OLD.

       400-READ-TRANSACTION.
           READ CLNTTRAN
               AT END MOVE 'Y' TO CLNTTRAN-EOF
           END-READ.

           IF NOT (CT-NORMAL OR NO-MORE-TRANS)
                DISPLAY 'ERROR READING CLNTTRAN'
                GO TO 999-RETURN-ERR
           END-IF.

       800-WRITE-NEW-MASTERS.
           PERFORM 810-WRITE-ONE-CLIENT
               VARYING CLT-IDX FROM 1 BY 1
               UNTIL CLT-IDX > CLIENT-COUNT.
           PERFORM 820-WRITE-ONE-MAP
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-COUNT.

       810-WRITE-ONE-CLIENT.
           MOVE CLIENT-RECORD-IMAGE (CLT-IDX) TO CLNTMAST-NEW-REC.
           WRITE CLNTMAST-NEW-REC.
           IF NOT CN-NORMAL
                DISPLAY 'ERROR WRITING CLNTMSTO'
                GO TO 999-RETURN-ERR
           END-IF.

       820-WRITE-ONE-MAP.
           MOVE MAP-RECORD-IMAGE (MAP-IDX) TO PROJCLNT-NEW-REC.
           WRITE PROJCLNT-NEW-REC.
           IF NOT PN-NORMAL
                DISPLAY 'ERROR WRITING PROJCLTO'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           DISPLAY "CLIENTS ON MASTER    : " CLIENT-COUNT.
           DISPLAY "PROJECTS MAPPED      : " MAP-COUNT.
           CLOSE CLNTTRAN, CLNTMAST-NEW, PROJCLNT-NEW, CLNTAUDT,
                 CLNTREJS.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
