      ***** INSTEAD OF LETTING THEM INTO THE FEED.  THE RESULT GOES
      ***** OUT AS A NEW MASTER (EMPROJO) SO THE OLD FEED IS NEVER
      ***** OVERWRITTEN IN PLACE.
      *****
      ***** EMPROJ IS KEYED BY NAME AND THE PAYROLL MASTER (EMPMAS2)
      ***** BY EMPLOYEE ID, SO THIS PROGRAM ALSO CARRIES THE
      ***** CROSSWALK BETWEEN THEM (EMPXREF IN, EMPXREFO OUT): AN ADD
      ***** MUST NAME THE EMPLOYEE ID, A CHANGE MAY SET OR CORRECT
      ***** IT, A DELETE DROPS IT WITH THE ROW, AND EVERY ID IS
      ***** CHECKED AGAINST EMPMAS2 BEFORE IT IS ACCEPTED.
      *****
      ***** THE FEED CARRIES ONE ROW PER EMPLOYEE PER PROJECT, SO A
      ***** TRANSACTION FINDS ITS ROW BY NAME AND PROJECT, FALLING
      ***** BACK TO THE NAME'S FIRST ROW WHEN THAT NAME HAS NO ROW
      ***** ON THE TRANSACTION'S PROJECT (A CHANGE MOVING SOMEONE TO
      ***** A NEW PROJECT, OR A DELETE KEYED BY NAME ONLY).  AN ADD
      ***** IS REFUSED ONLY WHEN THE NAME IS ALREADY ON THAT PROJECT,
      ***** SO STAFMTCH'S ADD FOR A NEW ASSIGNMENT APPLIES; ALL OF A
      ***** NAME'S ROWS SHARE ONE CROSSWALK ID.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO RATEHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RATEHIST-ST.
      *  Name-to-employee-id crosswalk, one row per EMPROJ name that
      *  has an id, carried run to run like the feed itself.  No
      *  crosswalk on file is a first run: every row starts without
      *  an id until a change transaction supplies one.
           SELECT EMPXREF-OLD
           ASSIGN TO EMPXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPXREF-OLD-ST.
           SELECT EMPXREF-NEW
           ASSIGN TO EMPXREFO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPXREF-NEW-ST.
      *  Payroll master, read only for the ids the crosswalk may
      *  point at.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLOYEE-MASTER-ST.

       DATA DIVISION.
       FILE SECTION.
      * carry the whole new row; deletes only need the name filled.
      * A transaction that sets or changes the billing rates must
      * also carry the date the new rates take effect, which goes to
      * the rate history.  ET-EMP-ID is the employee's EMPMAS2 id:
      * required on an add, optional on a change (zero or blank
      * leaves the crosswalk as it stands).
       FD  EMPTRANS
           RECORD CONTAINS 96 CHARACTERS.
       01  EMPTRANS-REC.
           05  ET-ACTION               PIC X(01).
               88  ET-ADD                              VALUE 'A'.
               88  ET-DELETE                           VALUE 'D'.
           05  ET-RECORD-IMAGE         PIC X(80).
           05  ET-RATE-EFF-DATE        PIC 9(08).
           05  ET-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(01).

       FD  EMPROJ-NEW
       01  EMPROJ-NEW-REC              PIC X(80).

       FD  EMPAUDIT
           RECORD CONTAINS 110 CHARACTERS.
       01  EMPAUDIT-REC                PIC X(110).

       FD  EMPREJS
           RECORD CONTAINS 133 CHARACTERS.
           05  RH-EFF-DATE             PIC 9(08).
           05  RH-DAY-RATE             PIC 9(03)V99.
           05  RH-OT-RATE              PIC 9(03)V99.
           05  RH-PROJECT              PIC X(04).
           05  FILLER                  PIC X(03).

       FD  EMPXREF-OLD
           RECORD CONTAINS 40 CHARACTERS.
       01  EMPXREF-OLD-REC.
           05  XR-NAME                 PIC X(15).
           05  XR-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(19).

       FD  EMPXREF-NEW
           RECORD CONTAINS 40 CHARACTERS.
       01  EMPXREF-NEW-REC.
           05  XN-NAME                 PIC X(15).
           05  XN-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(19).

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  FILLER                  PIC X(136).
           05  EM-EMP-ID-I             PIC 9(06).
           05  FILLER                  PIC X(22).

       WORKING-STORAGE SECTION.
      * The transaction's EMPROJ view, the same layout TABLES01 reads.
               88  RJ-NORMAL                           VALUE '00'.
           05  RATEHIST-ST             PIC X(02).
               88  RH-NORMAL                           VALUE '00'.
           05  EMPXREF-OLD-ST          PIC X(02).
               88  XO-NORMAL                           VALUE '00'.
               88  XO-FILE-MISSING                     VALUE '35'.
           05  EMPXREF-NEW-ST          PIC X(02).
               88  XN-NORMAL                           VALUE '00'.
           05  EMPLOYEE-MASTER-ST      PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  EMPROJ-OLD-EOF          PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.
           05  EMPTRANS-EOF            PIC X(01)       VALUE 'N'.
               88  TRAN-VALID                          VALUE 'Y'.
           05  RATE-CHANGED-SW         PIC X(01)       VALUE 'N'.
               88  RATE-CHANGED                        VALUE 'Y'.
           05  EMPXREF-OLD-EOF         PIC X(01)       VALUE 'N'.
               88  NO-MORE-XREF                        VALUE 'Y'.
           05  MASTER-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-MASTER                      VALUE 'Y'.
           05  ID-CHANGED-SW           PIC X(01)       VALUE 'N'.
               88  ID-CHANGED                          VALUE 'Y'.
           05  EXACT-ROW-SW            PIC X(01)       VALUE 'N'.
               88  EXACT-ROW-FOUND                     VALUE 'Y'.
           05  XREF-HIT-SW             PIC X(01)       VALUE 'N'.
               88  XREF-HIT                            VALUE 'Y'.
           05  NAME-SEEN-SW            PIC X(01)       VALUE 'N'.
               88  NAME-SEEN                           VALUE 'Y'.

      * The feed held in memory while transactions apply, keyed by
      * EMP-NAME -- the same key TABLES01's table is ordered on --
      * and project, with each row's crosswalk id alongside (zero
      * until known).
       01  EMP-TABLE.
           05  EMP-ITEM OCCURS 200 TIMES
                   INDEXED BY EMP-IDX.
               10  EMP-RECORD-IMAGE        PIC X(80).
               10  EMP-NAME-KEY REDEFINES EMP-RECORD-IMAGE.
                   15  EMP-PROJECT-KEY     PIC X(04).
                   15  EMP-NAME            PIC X(15).
                   15  FILLER              PIC X(61).
               10  EMP-XREF-ID             PIC 9(06).
       77  EMP-MAX                     PIC S9(04) COMP VALUE 200.
       77  EMP-COUNT                   PIC S9(04) COMP VALUE 0.
       77  EMP-FOUND-SUB               PIC S9(04) COMP VALUE 0.
       77  SHIFT-SUB                   PIC S9(04) COMP VALUE 0.
       77  NAME-SUB                    PIC S9(04) COMP VALUE 0.

      * Employee ids on the payroll master.
       01  MASTER-ID-TABLE.
           05  MASTER-ID OCCURS 500 TIMES
                   INDEXED BY MAS-IDX      PIC 9(06).
       77  MASTER-COUNT                PIC S9(04) COMP VALUE 0.
       77  MASTER-FOUND-SW             PIC X(01) VALUE 'N'.
           88  MASTER-FOUND                        VALUE 'Y'.
       77  XREF-DUP-SW                 PIC X(01) VALUE 'N'.
           88  XREF-DUP                            VALUE 'Y'.
       77  XREF-DROPPED-COUNT          PIC 9(05) VALUE 0.
       77  XREF-WRITTEN-COUNT          PIC 9(05) VALUE 0.
       77  XREF-MISSING-COUNT          PIC 9(05) VALUE 0.

      * The same range edits TABLES01's load applies, plus a
      * reasonableness ceiling on the two billing rates so a
           05  AUD-ACTION              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(80).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-EMP-ID              PIC 9(06).

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
       100-HOUSEKEEPING.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-EMPROJ.
           PERFORM 330-LOAD-CROSSWALK.
           PERFORM 340-LOAD-MASTER-IDS.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.

           PERFORM 400-READ-TRANSACTION.

      * The name's row on the transaction's project when there is
      * one, otherwise the name's first row.
       210-FIND-EMPLOYEE.
           MOVE 0 TO EMP-FOUND-SUB.
           MOVE 'N' TO EXACT-ROW-SW.
           SET EMP-IDX TO 1.
           SEARCH EMP-ITEM VARYING EMP-IDX
               AT END
               WHEN EMP-IDX > EMP-COUNT
                   CONTINUE
               WHEN EMP-NAME (EMP-IDX) = ET-NAME
                    AND EMP-PROJECT-KEY (EMP-IDX) = ET-PROJECT
                   SET EMP-FOUND-SUB TO EMP-IDX
                   MOVE 'Y' TO EXACT-ROW-SW
           END-SEARCH.

           IF EMP-FOUND-SUB = 0
                SET EMP-IDX TO 1
                SEARCH EMP-ITEM VARYING EMP-IDX
                    AT END
                        CONTINUE
                    WHEN EMP-IDX > EMP-COUNT
                        CONTINUE
                    WHEN EMP-NAME (EMP-IDX) = ET-NAME
                        SET EMP-FOUND-SUB TO EMP-IDX
                END-SEARCH
           END-IF.

       220-APPLY-ADD.
           IF EXACT-ROW-FOUND
                MOVE 'NAME ALREADY ON PROJECT' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-RESULT
                          ADD 1 TO EMP-COUNT
                          MOVE ET-RECORD-IMAGE
                              TO EMP-RECORD-IMAGE (EMP-COUNT)
                          MOVE ET-EMP-ID TO EMP-XREF-ID (EMP-COUNT)
                          MOVE SPACES          TO AUD-TAG
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE ET-RECORD-IMAGE TO AUD-RECORD-IMAGE
                          MOVE ET-EMP-ID       TO AUD-EMP-ID
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE EMPAUDIT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                       EP-PER-HOUR-OT-RATE
                     MOVE 'Y' TO RATE-CHANGED-SW
                END-IF
                MOVE 'N' TO ID-CHANGED-SW
                IF ET-EMP-ID NUMERIC AND ET-EMP-ID > ZERO
                       AND ET-EMP-ID NOT =
                           EMP-XREF-ID (EMP-FOUND-SUB)
                     MOVE 'Y' TO ID-CHANGED-SW
                END-IF
                IF TRAN-VALID AND RATE-CHANGED
                       AND (ET-RATE-EFF-DATE NOT NUMERIC
                            OR ET-RATE-EFF-DATE = ZERO)
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE EMP-RECORD-IMAGE (EMP-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     MOVE EMP-XREF-ID (EMP-FOUND-SUB) TO AUD-EMP-ID
                     WRITE EMPAUDIT-REC FROM AUDIT-LINE
                     MOVE ET-RECORD-IMAGE
                         TO EMP-RECORD-IMAGE (EMP-FOUND-SUB)
                     IF ID-CHANGED
                          PERFORM VARYING NAME-SUB FROM 1 BY 1
                              UNTIL NAME-SUB > EMP-COUNT
                              IF EMP-NAME (NAME-SUB) = ET-NAME
                                   MOVE ET-EMP-ID
                                       TO EMP-XREF-ID (NAME-SUB)
                              END-IF
                          END-PERFORM
                     END-IF
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE ET-RECORD-IMAGE TO AUD-RECORD-IMAGE
                     MOVE EMP-XREF-ID (EMP-FOUND-SUB) TO AUD-EMP-ID
                     WRITE EMPAUDIT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                     IF RATE-CHANGED
                MOVE 'DELETE'        TO AUD-ACTION
                MOVE EMP-RECORD-IMAGE (EMP-FOUND-SUB)
                    TO AUD-RECORD-IMAGE
                MOVE EMP-XREF-ID (EMP-FOUND-SUB) TO AUD-EMP-ID
                WRITE EMPAUDIT-REC FROM AUDIT-LINE

                MOVE EMP-FOUND-SUB TO SHIFT-SUB
                PERFORM UNTIL SHIFT-SUB >= EMP-COUNT
                    MOVE EMP-ITEM (SHIFT-SUB + 1)
                        TO EMP-ITEM (SHIFT-SUB)
                    ADD 1 TO SHIFT-SUB
                END-PERFORM
                SUBTRACT 1 FROM EMP-COUNT
                       OR ET-RATE-EFF-DATE = ZERO)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING RATE EFFECTIVE DATE' TO REASON-DESC-WS.
      * The crosswalk id: required on an add, and any id given must
      * be on the payroll master and not already carried by another
      * row, or two names would cost to the same person.
           IF ET-ADD
                  AND (ET-EMP-ID NOT NUMERIC OR ET-EMP-ID = ZERO)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING EMPLOYEE ID' TO REASON-DESC-WS.
           IF ET-EMP-ID NUMERIC AND ET-EMP-ID > ZERO
                PERFORM 280-CHECK-EMPLOYEE-ID
                IF NOT MASTER-FOUND
                     MOVE 'N' TO TRAN-VALID-SW
                     MOVE 'EMPLOYEE ID NOT ON EMPMAS2'
                         TO REASON-DESC-WS
                END-IF
                IF XREF-DUP
                     MOVE 'N' TO TRAN-VALID-SW
                     MOVE 'EMPLOYEE ID ON ANOTHER ROW'
                         TO REASON-DESC-WS
                END-IF
           END-IF.
      * A name's further project rows are the same person, so an add
      * for a name already on the feed must carry that name's id.
           IF ET-ADD AND EMP-FOUND-SUB > 0
                  AND EMP-XREF-ID (EMP-FOUND-SUB) > ZERO
                  AND ET-EMP-ID NOT = EMP-XREF-ID (EMP-FOUND-SUB)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'ID DIFFERS FROM NAME ON FEED' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.

      * Appends the rates just applied to the rate history.  The
      * file is only ever extended, never rewritten, so every rate
      * ever in force stays on record.  The project is carried so
      * an employee billed on more than one project keeps a separate
      * rate line for each.
       270-WRITE-RATE-HISTORY.
           MOVE SPACES TO RATEHIST-REC.
           MOVE ET-NAME                 TO RH-NAME.
           MOVE ET-PROJECT              TO RH-PROJECT.
           MOVE ET-RATE-EFF-DATE        TO RH-EFF-DATE.
           MOVE ET-PER-DAY-BILLING-RATE TO RH-DAY-RATE.
           MOVE ET-PER-HOUR-OT-RATE     TO RH-OT-RATE.
                GO TO 999-RETURN-ERR
           END-IF.

       280-CHECK-EMPLOYEE-ID.
           MOVE 'N' TO MASTER-FOUND-SW.
           SET MAS-IDX TO 1.
           SEARCH MASTER-ID VARYING MAS-IDX
               AT END
                   CONTINUE
               WHEN MAS-IDX > MASTER-COUNT
                   CONTINUE
               WHEN MASTER-ID (MAS-IDX) = ET-EMP-ID
                   MOVE 'Y' TO MASTER-FOUND-SW
           END-SEARCH.

           MOVE 'N' TO XREF-DUP-SW.
           SET EMP-IDX TO 1.
           SEARCH EMP-ITEM VARYING EMP-IDX
               AT END
                   CONTINUE
               WHEN EMP-IDX > EMP-COUNT
                   CONTINUE
               WHEN EMP-XREF-ID (EMP-IDX) = ET-EMP-ID
                   IF EMP-NAME (EMP-IDX) NOT = ET-NAME
                        MOVE 'Y' TO XREF-DUP-SW
                   END-IF
           END-SEARCH.

       300-OPEN-FILES.
           OPEN INPUT EMPROJ-OLD
           IF NOT EO-NORMAL
                DISPLAY 'ERROR OPENING RATEHIST'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT EMPXREF-NEW
           IF NOT XN-NORMAL
                DISPLAY 'ERROR OPENING EMPXREFO'
                GO TO 999-RETURN-ERR.

       320-LOAD-EMPROJ.
           READ EMPROJ-OLD
               AT END MOVE 'Y' TO EMPROJ-OLD-EOF
               UNTIL NO-MORE-EMPROJ OR EMP-IDX > EMP-MAX
                   ADD 1 TO EMP-COUNT
                   MOVE EMPROJ-OLD-REC TO EMP-RECORD-IMAGE (EMP-IDX)
                   MOVE ZERO TO EMP-XREF-ID (EMP-IDX)
                   READ EMPROJ-OLD
                       AT END MOVE 'Y' TO EMPROJ-OLD-EOF
                   END-READ

           CLOSE EMPROJ-OLD.

      * Each crosswalk row lands on every row carrying its name; a
      * name no longer on the feed is dropped and counted.
       330-LOAD-CROSSWALK.
           OPEN INPUT EMPXREF-OLD.
           IF XO-FILE-MISSING
                DISPLAY 'NO EMPXREF ON FILE - CROSSWALK STARTS EMPTY'
           ELSE
                IF NOT XO-NORMAL
                     DISPLAY 'ERROR OPENING EMPXREF'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 335-READ-CROSSWALK
                PERFORM UNTIL NO-MORE-XREF
                    MOVE 'N' TO XREF-HIT-SW
                    PERFORM VARYING NAME-SUB FROM 1 BY 1
                        UNTIL NAME-SUB > EMP-COUNT
                        IF EMP-NAME (NAME-SUB) = XR-NAME
                             MOVE XR-EMP-ID TO EMP-XREF-ID (NAME-SUB)
                             MOVE 'Y' TO XREF-HIT-SW
                        END-IF
                    END-PERFORM
                    IF NOT XREF-HIT
                         ADD 1 TO XREF-DROPPED-COUNT
                    END-IF
                    PERFORM 335-READ-CROSSWALK
                END-PERFORM
                CLOSE EMPXREF-OLD
           END-IF.

       335-READ-CROSSWALK.
           READ EMPXREF-OLD
               AT END MOVE 'Y' TO EMPXREF-OLD-EOF
           END-READ.

           IF NOT (XO-NORMAL OR NO-MORE-XREF)
                DISPLAY 'ERROR READING EMPXREF'
                GO TO 999-RETURN-ERR
           END-IF.

       340-LOAD-MASTER-IDS.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING EMPMAS2'
                GO TO 999-RETURN-ERR.

           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-MASTER
               IF MASTER-COUNT >= 500
                    DISPLAY "ERROR: EMPMAS2 HAS MORE THAN 500 "
                        "EMPLOYEES"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO MASTER-COUNT
               MOVE EM-EMP-ID-I TO MASTER-ID (MASTER-COUNT)
               READ EMPLOYEE-MASTER
                   AT END MOVE 'Y' TO MASTER-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPLOYEE-MASTER.

       400-READ-TRANSACTION.
           READ EMPTRANS
               AT END MOVE 'Y' TO EMPTRANS-EOF
                GO TO 999-RETURN-ERR
           END-IF.

      * One crosswalk row per name, written with the name's first
      * project row.
           MOVE 'N' TO NAME-SEEN-SW.
           PERFORM VARYING NAME-SUB FROM 1 BY 1
               UNTIL NAME-SUB >= EMP-IDX
               IF EMP-NAME (NAME-SUB) = EMP-NAME (EMP-IDX)
                    MOVE 'Y' TO NAME-SEEN-SW
               END-IF
           END-PERFORM.

           IF NOT NAME-SEEN
                IF EMP-XREF-ID (EMP-IDX) = ZERO
                     ADD 1 TO XREF-MISSING-COUNT
                ELSE
                     MOVE SPACES                 TO EMPXREF-NEW-REC
                     MOVE EMP-NAME (EMP-IDX)     TO XN-NAME
                     MOVE EMP-XREF-ID (EMP-IDX)  TO XN-EMP-ID
                     WRITE EMPXREF-NEW-REC
                     IF NOT XN-NORMAL
                          DISPLAY 'ERROR WRITING EMPXREFO'
                          GO TO 999-RETURN-ERR
                     END-IF
                     ADD 1 TO XREF-WRITTEN-COUNT
                END-IF
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           DISPLAY "CROSSWALK IDS WRITTEN: " XREF-WRITTEN-COUNT.
           IF XREF-DROPPED-COUNT > 0
                DISPLAY "*** WARNING: " XREF-DROPPED-COUNT
                    " EMPXREF ROW(S) NAMED NO EMPROJ ROW AND WERE"
                    " DROPPED ***"
           END-IF.
           IF XREF-MISSING-COUNT > 0
                DISPLAY "*** WARNING: " XREF-MISSING-COUNT
                    " EMPROJ ROW(S) HAVE NO EMPLOYEE ID ON THE"
                    " CROSSWALK ***"
           END-IF.
           CLOSE EMPTRANS, EMPROJ-NEW, EMPAUDIT, EMPREJS, RATEHIST,
                 EMPXREF-NEW.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
