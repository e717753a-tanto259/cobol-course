       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SLSPMNT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** TRANSACTION-DRIVEN MAINTENANCE FOR THE SLSPMAST SALESPERSON
      ***** MASTER.
      *****
      ***** SALETRN USED TO ACCEPT ANY SIX DIGITS AS A SALESPERSON, SO
      ***** A TYPO CREDITED A SALE AND ITS COMMISSION TO SOMEONE WHO
      ***** DOES NOT EXIST.  SLSPMAST (SEE COPYBOOKS/SLSPREC.CPY) NOW
      ***** HOLDS EACH SALESPERSON'S NAME, PAYROLL ID, ASSIGNED
      ***** REGIONS, QUOTAS AND ACTIVE DATES, AND SALESRPT AND
      ***** COMMCALC CHECK EVERY SALE AGAINST IT.  THIS PROGRAM
      ***** APPLIES ADD/CHANGE/DELETE TRANSACTIONS TO THE MASTER IN
      ***** THE CLNTMNT OLD/NEW-MASTER MOLD: EVERY APPLIED CHANGE ON A
      ***** BEFORE/AFTER AUDIT LISTING, BAD TRANSACTIONS REJECTED TO
      ***** THEIR OWN LISTING, AND THE RESULT WRITTEN AS A NEW MASTER
      ***** (SLSPMSTO) SO THE PRIOR FILE SURVIVES.  A SALESPERSON MUST
      ***** BE ON THE PAYROLL MASTER (EMPMAS2) TO BE ADDED OR CHANGED.
      ***** SOMEONE WHO LEAVES IS BEST ENDED WITH AN ACTIVE-THRU DATE
      ***** RATHER THAN DELETED, SO RETURNS OF THEIR EARLIER SALES
      ***** STILL FIND THEM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLSPMAST-OLD
           ASSIGN TO SLSPMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSPMAST-OLD-ST.
           SELECT SLSPTRAN
           ASSIGN TO SLSPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSPTRAN-ST.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLOYEE-MASTER-ST.
           SELECT SLSPMAST-NEW
           ASSIGN TO SLSPMSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSPMAST-NEW-ST.
           SELECT SLSPAUDT
           ASSIGN TO SLSPAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSPAUDT-ST.
           SELECT SLSPREJS
           ASSIGN TO SLSPREJS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SLSPREJS-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  SLSPMAST-OLD
           RECORD CONTAINS 250 CHARACTERS.
       01  SLSPMAST-OLD-REC            PIC X(250).

      * One transaction per record: 'A' add, 'C' change, 'D' delete,
      * then the full salesperson record image.  Adds and changes
      * carry the whole new record; deletes only need the id filled.
       FD  SLSPTRAN
           RECORD CONTAINS 260 CHARACTERS.
       01  SLSPTRAN-REC.
           05  ST-ACTION               PIC X(01).
               88  ST-ADD                              VALUE 'A'.
               88  ST-CHANGE                           VALUE 'C'.
               88  ST-DELETE                           VALUE 'D'.
           05  ST-RECORD-IMAGE         PIC X(250).
           05  FILLER                  PIC X(09).

      * PAYROL0B's EMPMAS2 layout, id only.
       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPLOYEE-MASTER-REC.
           05  FILLER                  PIC X(136).
           05  EM-EMP-ID-I             PIC 9(06).
           05  FILLER                  PIC X(22).

       FD  SLSPMAST-NEW
           RECORD CONTAINS 250 CHARACTERS.
       01  SLSPMAST-NEW-REC            PIC X(250).

       FD  SLSPAUDT
           RECORD CONTAINS 280 CHARACTERS.
       01  SLSPAUDT-REC                PIC X(280).

       FD  SLSPREJS
           RECORD CONTAINS 290 CHARACTERS.
       01  SLSPREJS-REC                PIC X(290).

       WORKING-STORAGE SECTION.
      * The transaction's SLSPMAST view, the same layout SALESRPT and
      * COMMCALC read.
           COPY SLSPREC.

       01  FLAGS.
           05  SLSPMAST-OLD-ST         PIC X(02).
               88  SO-NORMAL                           VALUE '00'.
           05  SLSPTRAN-ST             PIC X(02).
               88  ST-NORMAL                           VALUE '00'.
           05  EMPLOYEE-MASTER-ST      PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  SLSPMAST-NEW-ST         PIC X(02).
               88  SN-NORMAL                           VALUE '00'.
           05  SLSPAUDT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  SLSPREJS-ST             PIC X(02).
               88  RJ-NORMAL                           VALUE '00'.
           05  SLSPMAST-OLD-EOF        PIC X(01)       VALUE 'N'.
               88  NO-MORE-SLSPMAST                    VALUE 'Y'.
           05  SLSPTRAN-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-TRANS                       VALUE 'Y'.
           05  MASTER-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-MASTER                      VALUE 'Y'.
           05  TRAN-VALID-SW           PIC X(01)       VALUE 'Y'.
               88  TRAN-VALID                          VALUE 'Y'.

      * The salesperson master held in memory while transactions
      * apply, keyed by salesperson id.
       01  SLSP-TABLE.
           05  SLSP-ITEM OCCURS 200 TIMES
                   INDEXED BY SLP-IDX.
               10  SLSP-RECORD-IMAGE       PIC X(250).
               10  SLSP-KEY-VIEW REDEFINES SLSP-RECORD-IMAGE.
                   15  SLSP-TABLE-KEY      PIC 9(06).
                   15  FILLER              PIC X(244).
       77  SLSP-MAX                    PIC S9(04) COMP VALUE 200.
       77  SLSP-COUNT                  PIC S9(04) COMP VALUE 0.
       77  SLSP-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  SHIFT-SUB                   PIC S9(04) COMP VALUE 0.

      * EMPMAS2 employee ids, for the payroll-id check.
       01  MASTER-ID-TABLE.
           05  MASTER-ID OCCURS 500 TIMES
                   INDEXED BY MAS-IDX  PIC 9(06).
       77  MASTER-COUNT                PIC S9(04) COMP VALUE 0.
       77  MASTER-FOUND-SW             PIC X(01)       VALUE 'N'.
           88  MASTER-FOUND                            VALUE 'Y'.

       77  REGION-SUB                  PIC S9(04) COMP VALUE 0.
       77  QUARTER-SUB                 PIC S9(04) COMP VALUE 0.
       77  QUOTA-SUM-WS                PIC 9(11)V99.
       77  QUOTA-NUMERIC-SW            PIC X(01)       VALUE 'Y'.
           88  QUOTAS-NUMERIC                          VALUE 'Y'.

       77  REASON-DESC-WS              PIC X(30).
       77  APPLIED-COUNT               PIC 9(05) VALUE 0.
       77  REJECTED-COUNT              PIC 9(05) VALUE 0.

       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(250).
           05  FILLER                  PIC X(12)       VALUE SPACES.

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(250).
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
           PERFORM 320-LOAD-SLSPMAST.
           PERFORM 340-LOAD-MASTER-IDS.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.
           MOVE ST-RECORD-IMAGE TO SALESPERSON-REC.
           PERFORM 210-FIND-SALESPERSON.
           EVALUATE TRUE
               WHEN ST-ADD
                   PERFORM 220-APPLY-SLSP-ADD
               WHEN ST-CHANGE
                   PERFORM 230-APPLY-SLSP-CHANGE
               WHEN ST-DELETE
                   PERFORM 240-APPLY-SLSP-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO REASON-DESC-WS
                   PERFORM 260-REJECT-TRANSACTION
           END-EVALUATE.

           PERFORM 400-READ-TRANSACTION.

       210-FIND-SALESPERSON.
           MOVE 0 TO SLSP-FOUND-SUB.
           SET SLP-IDX TO 1.
           SEARCH SLSP-ITEM VARYING SLP-IDX
               AT END
                   CONTINUE
               WHEN SLP-IDX > SLSP-COUNT
                   CONTINUE
               WHEN SLSP-TABLE-KEY (SLP-IDX) = SP-SALESPERSON-ID
                   SET SLSP-FOUND-SUB TO SLP-IDX
           END-SEARCH.

       220-APPLY-SLSP-ADD.
           IF SLSP-FOUND-SUB > 0
                MOVE 'SALESPERSON ALREADY ON MASTER'
                    TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-SALESPERSON
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF SLSP-COUNT >= SLSP-MAX
                          MOVE 'MASTER IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO SLSP-COUNT
                          MOVE SALESPERSON-REC
                              TO SLSP-RECORD-IMAGE (SLSP-COUNT)
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE SALESPERSON-REC TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE SLSPAUDT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       230-APPLY-SLSP-CHANGE.
           IF SLSP-FOUND-SUB = 0
                MOVE 'SALESPERSON NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-SALESPERSON
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE SLSP-RECORD-IMAGE (SLSP-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE SLSPAUDT-REC FROM AUDIT-LINE
                     MOVE SALESPERSON-REC
                         TO SLSP-RECORD-IMAGE (SLSP-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE SALESPERSON-REC TO AUD-RECORD-IMAGE
                     WRITE SLSPAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

       240-APPLY-SLSP-DELETE.
           IF SLSP-FOUND-SUB = 0
                MOVE 'SALESPERSON NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                MOVE 'BEFORE'        TO AUD-TAG
                MOVE 'DELETE'        TO AUD-ACTION
                MOVE SLSP-RECORD-IMAGE (SLSP-FOUND-SUB)
                    TO AUD-RECORD-IMAGE
                WRITE SLSPAUDT-REC FROM AUDIT-LINE

                MOVE SLSP-FOUND-SUB TO SHIFT-SUB
                PERFORM UNTIL SHIFT-SUB >= SLSP-COUNT
                    MOVE SLSP-RECORD-IMAGE (SHIFT-SUB + 1)
                        TO SLSP-RECORD-IMAGE (SHIFT-SUB)
                    ADD 1 TO SHIFT-SUB
                END-PERFORM
                SUBTRACT 1 FROM SLSP-COUNT
                ADD 1 TO APPLIED-COUNT
           END-IF.

      * The whole salesperson an add or change would land: an id, a
      * name, a payroll id on EMPMAS2, at least one assigned region,
      * numeric quotas whose quarters add up to the year, and an
      * active-from date with any active-thru date on or after it.
       250-VALIDATE-SALESPERSON.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF SP-SALESPERSON-ID NOT NUMERIC
                  OR SP-SALESPERSON-ID = ZERO
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING SALESPERSON ID' TO REASON-DESC-WS.
           IF SP-NAME = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING SALESPERSON NAME' TO REASON-DESC-WS.
           IF SP-REGION (1) = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'NO REGION ASSIGNED' TO REASON-DESC-WS.

           MOVE 'N' TO MASTER-FOUND-SW.
           IF SP-EMP-ID NUMERIC
                SET MAS-IDX TO 1
                SEARCH MASTER-ID VARYING MAS-IDX
                    AT END
                        CONTINUE
                    WHEN MAS-IDX > MASTER-COUNT
                        CONTINUE
                    WHEN MASTER-ID (MAS-IDX) = SP-EMP-ID
                        MOVE 'Y' TO MASTER-FOUND-SW
                END-SEARCH
           END-IF.
           IF NOT MASTER-FOUND
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'EMPLOYEE ID NOT ON EMPMAS2' TO REASON-DESC-WS.

           MOVE 'Y' TO QUOTA-NUMERIC-SW.
           MOVE ZERO TO QUOTA-SUM-WS.
           PERFORM VARYING QUARTER-SUB FROM 1 BY 1
               UNTIL QUARTER-SUB > 4
               IF SP-QTR-QUOTA (QUARTER-SUB) NUMERIC
                   ADD SP-QTR-QUOTA (QUARTER-SUB) TO QUOTA-SUM-WS
               ELSE
                   MOVE 'N' TO QUOTA-NUMERIC-SW
               END-IF
           END-PERFORM.
           IF SP-ANNUAL-QUOTA NOT NUMERIC OR NOT QUOTAS-NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'QUOTA NOT NUMERIC' TO REASON-DESC-WS
           ELSE
                IF QUOTA-SUM-WS NOT = SP-ANNUAL-QUOTA
                     MOVE 'N' TO TRAN-VALID-SW
                     MOVE 'QUARTERS DO NOT SUM TO ANNUAL'
                         TO REASON-DESC-WS
                END-IF
           END-IF.

           IF SP-ACTIVE-FROM NOT NUMERIC OR SP-ACTIVE-FROM = ZERO
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING ACTIVE-FROM DATE' TO REASON-DESC-WS.
           IF SP-ACTIVE-THRU NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'ACTIVE-THRU DATE NOT NUMERIC' TO REASON-DESC-WS.
           IF SP-ACTIVE-FROM NUMERIC AND SP-ACTIVE-THRU NUMERIC
                  AND SP-ACTIVE-THRU NOT = ZERO
                  AND SP-ACTIVE-THRU < SP-ACTIVE-FROM
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'ACTIVE-THRU BEFORE ACTIVE-FROM'
                    TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE ST-ACTION       TO REJ-ACTION.
           MOVE REASON-DESC-WS  TO REJ-REASON.
           MOVE ST-RECORD-IMAGE TO REJ-RECORD-IMAGE.
           WRITE SLSPREJS-REC FROM REJECT-LINE.

       300-OPEN-FILES.
           OPEN INPUT SLSPMAST-OLD
           IF NOT SO-NORMAL
                DISPLAY 'ERROR OPENING SLSPMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT SLSPTRAN
           IF NOT ST-NORMAL
                DISPLAY 'ERROR OPENING SLSPTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SLSPMAST-NEW
           IF NOT SN-NORMAL
                DISPLAY 'ERROR OPENING SLSPMSTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SLSPAUDT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING SLSPAUDT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SLSPREJS
           IF NOT RJ-NORMAL
                DISPLAY 'ERROR OPENING SLSPREJS'
                GO TO 999-RETURN-ERR.

      * Saving from a truncated table would silently shrink the
      * master, so a master past capacity stops the run.
       320-LOAD-SLSPMAST.
           READ SLSPMAST-OLD
               AT END MOVE 'Y' TO SLSPMAST-OLD-EOF
           END-READ.

           IF NOT (SO-NORMAL OR NO-MORE-SLSPMAST)
                DISPLAY 'ERROR READING SLSPMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING SLP-IDX FROM 1 BY 1
               UNTIL NO-MORE-SLSPMAST OR SLP-IDX > SLSP-MAX
                   ADD 1 TO SLSP-COUNT
                   MOVE SLSPMAST-OLD-REC
                       TO SLSP-RECORD-IMAGE (SLP-IDX)
                   READ SLSPMAST-OLD
                       AT END MOVE 'Y' TO SLSPMAST-OLD-EOF
                   END-READ
           END-PERFORM.

           IF NOT NO-MORE-SLSPMAST
                DISPLAY "ERROR: SLSPMAST HAS MORE THAN " SLSP-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE SLSPMAST-OLD.

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
           READ SLSPTRAN
               AT END MOVE 'Y' TO SLSPTRAN-EOF
           END-READ.

           IF NOT (ST-NORMAL OR NO-MORE-TRANS)
                DISPLAY 'ERROR READING SLSPTRAN'
                GO TO 999-RETURN-ERR
           END-IF.

       800-WRITE-NEW-MASTER.
           PERFORM 810-WRITE-ONE-SALESPERSON
               VARYING SLP-IDX FROM 1 BY 1
               UNTIL SLP-IDX > SLSP-COUNT.

       810-WRITE-ONE-SALESPERSON.
           MOVE SLSP-RECORD-IMAGE (SLP-IDX) TO SLSPMAST-NEW-REC.
           WRITE SLSPMAST-NEW-REC.
           IF NOT SN-NORMAL
                DISPLAY 'ERROR WRITING SLSPMSTO'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           DISPLAY "SALESPEOPLE ON MASTER: " SLSP-COUNT.
           CLOSE SLSPTRAN, SLSPMAST-NEW, SLSPAUDT, SLSPREJS.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
