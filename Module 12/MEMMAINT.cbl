       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MEMMAINT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** TRANSACTION-DRIVEN MAINTENANCE FOR THE MEMMAST MEMBER
      ***** MASTER -- THE POLICYHOLDER AND DEPENDENTS COVERED UNDER
      ***** EACH POLMAST POLICY.
      *****
      ***** MEDCLAIM PAYS A DEPENDENT'S CLAIM ONLY WHILE THAT MEMBER
      ***** IS ON MEMMAST AND COVERED ON THE BENEFIT DATE (MC28/MC29),
      ***** AND TRACKS EACH MEMBER'S OWN DEDUCTIBLE BY MEMBER SUFFIX.
      ***** THIS PROGRAM APPLIES ADD/CHANGE/TERMINATE TRANSACTIONS
      ***** (MEMTRANS) FROM POLICY ADMINISTRATION TO THE CURRENT
      ***** MASTER IN THE POLMAINT MOLD: EVERY MEMBER MUST HANG OFF A
      ***** POLICY ALREADY ON POLMAST, DATES ARE EDITED AGAINST EACH
      ***** OTHER BEFORE ANYTHING LANDS, EVERY APPLIED CHANGE GOES TO
      ***** A BEFORE/AFTER AUDIT LISTING, AND BAD TRANSACTIONS GO TO
      ***** THEIR OWN LISTING.  THE RESULT GOES OUT AS A NEW MASTER
      ***** (MEMMASTO) SO THE PRIOR FILE SURVIVES.
      *****
      ***** SUFFIX 00 IS ALWAYS THE POLICYHOLDER (RELATIONSHIP 'S');
      ***** DEPENDENTS TAKE 01-99 AS SPOUSE ('P'), CHILD ('C') OR
      ***** OTHER DEPENDENT ('O').  A TERMINATION SETS THE MEMBER'S
      ***** TERMINATION DATE ONLY, SO CLAIMS INCURRED WHILE THE MEMBER
      ***** WAS COVERED STILL PAY.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEMMAST-OLD
           ASSIGN TO MEMMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMMAST-OLD-ST.
           SELECT MEMTRANS
           ASSIGN TO MEMTRANS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMTRANS-ST.
           SELECT MEMMAST-NEW
           ASSIGN TO MEMMASTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMMAST-NEW-ST.
      *  Policy eligibility master, read only: a member can only be
      *  added under a policy policy administration already carries.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Before/after audit listing of every applied change, so a
      *  master can be explained line by line after the fact.
           SELECT MEMAUDIT
           ASSIGN TO MEMAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMAUDIT-ST.
           SELECT MEMREJS
           ASSIGN TO MEMREJS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MEMREJS-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MEMMAST-OLD
           RECORD CONTAINS 60 CHARACTERS.
       01  MEMMAST-OLD-REC             PIC X(60).

      * One transaction per record: 'A' add, 'C' change, 'T'
      * terminate, followed by the full MEMMAST record image.  Adds
      * and changes carry the whole new record; a terminate only
      * needs the policy number, member suffix and termination date.
       FD  MEMTRANS
           RECORD CONTAINS 70 CHARACTERS.
       01  MEMTRANS-REC.
           05  MT-ACTION               PIC X(01).
               88  MT-ADD                              VALUE 'A'.
               88  MT-CHANGE                           VALUE 'C'.
               88  MT-TERMINATE                        VALUE 'T'.
           05  MT-RECORD-IMAGE         PIC X(60).
           05  FILLER                  PIC X(09).

       FD  MEMMAST-NEW
           RECORD CONTAINS 60 CHARACTERS.
       01  MEMMAST-NEW-REC             PIC X(60).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  PM-EFF-DATE-I           PIC 9(08).
           05  PM-TERM-DATE-I          PIC 9(08).
           05  PM-STATUS-I             PIC X(01).
           05  FILLER                  PIC X(06).

       FD  MEMAUDIT
           RECORD CONTAINS 100 CHARACTERS.
       01  MEMAUDIT-REC                PIC X(100).

       FD  MEMREJS
           RECORD CONTAINS 133 CHARACTERS.
       01  MEMREJS-REC                 PIC X(133).

       WORKING-STORAGE SECTION.
      * The transaction's MEMMAST view, the same layout MEDCLAIM
      * reads.
       01  MEM-TRAN-WS.
           05  MT-POLICY-NO            PIC 9(07).
           05  MT-MEMBER-SUFFIX        PIC 9(02).
           05  MT-RELATIONSHIP         PIC X(01).
               88  MT-REL-SUBSCRIBER                   VALUE 'S'.
               88  MT-REL-VALID                        VALUES 'S', 'P',
                                                              'C', 'O'.
           05  MT-LNAME                PIC X(15).
           05  MT-FNAME                PIC X(10).
           05  MT-BIRTH-DATE           PIC 9(08).
           05  MT-BIRTH-DATE-MDY REDEFINES MT-BIRTH-DATE.
               10  MT-BIRTH-YEAR       PIC 9(04).
               10  MT-BIRTH-MONTH      PIC 9(02).
               10  MT-BIRTH-DAY        PIC 9(02).
           05  MT-EFF-DATE             PIC 9(08).
           05  MT-EFF-DATE-MDY REDEFINES MT-EFF-DATE.
               10  MT-EFF-YEAR         PIC 9(04).
               10  MT-EFF-MONTH        PIC 9(02).
               10  MT-EFF-DAY          PIC 9(02).
           05  MT-TERM-DATE            PIC 9(08).
           05  MT-TERM-DATE-MDY REDEFINES MT-TERM-DATE.
               10  MT-TERM-YEAR        PIC 9(04).
               10  MT-TERM-MONTH       PIC 9(02).
               10  MT-TERM-DAY         PIC 9(02).
           05  FILLER                  PIC X(01).

       01  FLAGS.
           05  MEMMAST-OLD-ST          PIC X(02).
               88  MO-NORMAL                           VALUE '00'.
           05  MEMTRANS-ST             PIC X(02).
               88  MT-NORMAL                           VALUE '00'.
           05  MEMMAST-NEW-ST          PIC X(02).
               88  MN-NORMAL                           VALUE '00'.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  MEMAUDIT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  MEMREJS-ST              PIC X(02).
               88  RJ-NORMAL                           VALUE '00'.
           05  MEMMAST-OLD-EOF         PIC X(01)       VALUE 'N'.
               88  NO-MORE-MEMMAST                     VALUE 'Y'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  MEMTRANS-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-TRANS                       VALUE 'Y'.
           05  TRAN-VALID-SW           PIC X(01)       VALUE 'Y'.
               88  TRAN-VALID                          VALUE 'Y'.

      * The master held in memory while transactions apply, keyed by
      * policy number and member suffix -- the same 9999 capacity
      * MEDCLAIM loads.
       01  MEM-TABLE.
           05  MEM-ITEM OCCURS 9999 TIMES
                   INDEXED BY MEM-IDX.
               10  MEM-RECORD-IMAGE        PIC X(60).
               10  MEM-KEY-VIEW REDEFINES MEM-RECORD-IMAGE.
                   15  MEM-POLICY-NO       PIC 9(07).
                   15  MEM-MEMBER-SUFFIX   PIC 9(02).
                   15  FILLER              PIC X(35).
                   15  MEM-EFF-DATE        PIC 9(08).
                   15  MEM-TERM-DATE       PIC 9(08).
       77  MEM-MAX                     PIC S9(04) COMP VALUE 9999.
       77  MEM-COUNT                   PIC S9(04) COMP VALUE 0.
       77  MEM-FOUND-SUB               PIC S9(04) COMP VALUE 0.

      * Policies on POLMAST with their effective dates -- a member's
      * coverage cannot start before the policy's does.
       01  POLICY-TABLE.
           05  POLICY-ITEM OCCURS 5000 TIMES
                   INDEXED BY PM-IDX.
               10  PM-POLICY-NO            PIC 9(07).
               10  PM-EFF-DATE             PIC 9(08).
       77  POLMAST-COUNT               PIC S9(04) COMP VALUE 0.
       77  POL-FOUND-SUB               PIC S9(04) COMP VALUE 0.

       77  REASON-DESC-WS              PIC X(30).
       77  APPLIED-COUNT               PIC 9(05) VALUE 0.
       77  REJECTED-COUNT              PIC 9(05) VALUE 0.
       77  TRAN-READ-COUNT             PIC 9(05) VALUE 0.

       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(09).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(60).

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(60).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-TRANSACTION UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-POLMAST.
           PERFORM 320-LOAD-MEMMAST.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.
           ADD 1 TO TRAN-READ-COUNT.
           MOVE MT-RECORD-IMAGE TO MEM-TRAN-WS.
           PERFORM 210-FIND-MEMBER.
           PERFORM 215-FIND-POLICY.

           EVALUATE TRUE
               WHEN MT-ADD
                   PERFORM 220-APPLY-ADD
               WHEN MT-CHANGE
                   PERFORM 230-APPLY-CHANGE
               WHEN MT-TERMINATE
                   PERFORM 240-APPLY-TERMINATE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO REASON-DESC-WS
                   PERFORM 260-REJECT-TRANSACTION
           END-EVALUATE.

           PERFORM 400-READ-TRANSACTION.

       210-FIND-MEMBER.
           MOVE 0 TO MEM-FOUND-SUB.
           IF MT-POLICY-NO NUMERIC AND MT-MEMBER-SUFFIX NUMERIC
                SET MEM-IDX TO 1
                SEARCH MEM-ITEM VARYING MEM-IDX
                    AT END
                        CONTINUE
                    WHEN MEM-IDX > MEM-COUNT
                        CONTINUE
                    WHEN MEM-POLICY-NO (MEM-IDX) = MT-POLICY-NO
                           AND MEM-MEMBER-SUFFIX (MEM-IDX) =
                               MT-MEMBER-SUFFIX
                        SET MEM-FOUND-SUB TO MEM-IDX
                END-SEARCH
           END-IF.

       215-FIND-POLICY.
           MOVE 0 TO POL-FOUND-SUB.
           IF MT-POLICY-NO NUMERIC
                SET PM-IDX TO 1
                SEARCH POLICY-ITEM VARYING PM-IDX
                    AT END
                        CONTINUE
                    WHEN PM-IDX > POLMAST-COUNT
                        CONTINUE
                    WHEN PM-POLICY-NO (PM-IDX) = MT-POLICY-NO
                        SET POL-FOUND-SUB TO PM-IDX
                END-SEARCH
           END-IF.

       220-APPLY-ADD.
           IF MEM-FOUND-SUB > 0
                MOVE 'MEMBER ALREADY ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-RESULT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF MEM-COUNT >= MEM-MAX
                          MOVE 'MASTER IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO MEM-COUNT
                          MOVE MT-RECORD-IMAGE
                              TO MEM-RECORD-IMAGE (MEM-COUNT)
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE MT-RECORD-IMAGE TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE MEMAUDIT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       230-APPLY-CHANGE.
           IF MEM-FOUND-SUB = 0
                MOVE 'MEMBER NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-RESULT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE MEM-RECORD-IMAGE (MEM-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE MEMAUDIT-REC FROM AUDIT-LINE
                     MOVE MT-RECORD-IMAGE
                         TO MEM-RECORD-IMAGE (MEM-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE MT-RECORD-IMAGE TO AUD-RECORD-IMAGE
                     WRITE MEMAUDIT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

      * A terminate keeps the record and only sets the member's
      * termination date, edited against the effective date already
      * on the master.
       240-APPLY-TERMINATE.
           IF MEM-FOUND-SUB = 0
                MOVE 'MEMBER NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 255-VALIDATE-TERM-DATE
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'TERMINATE'     TO AUD-ACTION
                     MOVE MEM-RECORD-IMAGE (MEM-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE MEMAUDIT-REC FROM AUDIT-LINE
                     MOVE MT-TERM-DATE
                         TO MEM-TERM-DATE (MEM-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE MEM-RECORD-IMAGE (MEM-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE MEMAUDIT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

      * The whole record an add or change would land: a policy that
      * is on POLMAST, a numeric suffix whose relationship agrees with
      * it (00 is the policyholder and only the policyholder), names
      * present, real calendar-looking dates, coverage starting no
      * earlier than the policy's, and a termination date, when one
      * is carried, no earlier than the member's effective date.
       250-VALIDATE-RESULT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF MT-POLICY-NO NOT NUMERIC OR MT-POLICY-NO = ZERO
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID POLICY NUMBER' TO REASON-DESC-WS.
           IF MT-POLICY-NO NUMERIC AND MT-POLICY-NO > ZERO
                  AND POL-FOUND-SUB = 0
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'POLICY NOT ON POLMAST' TO REASON-DESC-WS.
           IF MT-MEMBER-SUFFIX NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID MEMBER SUFFIX' TO REASON-DESC-WS.
           IF NOT MT-REL-VALID
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID RELATIONSHIP CODE' TO REASON-DESC-WS.
           IF MT-MEMBER-SUFFIX NUMERIC
                  AND ((MT-MEMBER-SUFFIX = ZERO AND
                        NOT MT-REL-SUBSCRIBER) OR
                       (MT-MEMBER-SUFFIX > ZERO AND
                        MT-REL-SUBSCRIBER))
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'SUFFIX/RELATIONSHIP MISMATCH' TO REASON-DESC-WS.
           IF MT-LNAME = SPACES OR MT-FNAME = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING MEMBER NAME' TO REASON-DESC-WS.
           IF MT-BIRTH-DATE NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID BIRTH DATE' TO REASON-DESC-WS.
           IF MT-BIRTH-DATE NUMERIC
                  AND (MT-BIRTH-MONTH < 01 OR MT-BIRTH-MONTH > 12 OR
                       MT-BIRTH-DAY < 01 OR MT-BIRTH-DAY > 31 OR
                       MT-BIRTH-YEAR = ZERO)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID BIRTH DATE' TO REASON-DESC-WS.
           IF MT-EFF-DATE NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID EFFECTIVE DATE' TO REASON-DESC-WS.
           IF MT-EFF-DATE NUMERIC
                  AND (MT-EFF-MONTH < 01 OR MT-EFF-MONTH > 12 OR
                       MT-EFF-DAY < 01 OR MT-EFF-DAY > 31 OR
                       MT-EFF-YEAR = ZERO)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID EFFECTIVE DATE' TO REASON-DESC-WS.
           IF MT-EFF-DATE NUMERIC AND POL-FOUND-SUB > 0
                  AND MT-EFF-DATE < PM-EFF-DATE (POL-FOUND-SUB)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'EFF DATE BEFORE POLICY EFF' TO REASON-DESC-WS.
           IF MT-TERM-DATE NOT NUMERIC
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID TERMINATION DATE' TO REASON-DESC-WS.
           IF MT-TERM-DATE NUMERIC AND MT-TERM-DATE > ZERO
                  AND (MT-TERM-MONTH < 01 OR MT-TERM-MONTH > 12 OR
                       MT-TERM-DAY < 01 OR MT-TERM-DAY > 31)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID TERMINATION DATE' TO REASON-DESC-WS.
           IF MT-TERM-DATE NUMERIC AND MT-EFF-DATE NUMERIC
                  AND MT-TERM-DATE > ZERO
                  AND MT-TERM-DATE < MT-EFF-DATE
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'TERM DATE BEFORE EFF DATE' TO REASON-DESC-WS.

      * A terminate transaction only carries the key and the new
      * termination date, so only the date is edited -- against the
      * effective date already on the master.
       255-VALIDATE-TERM-DATE.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF MT-TERM-DATE NOT NUMERIC OR MT-TERM-DATE = ZERO
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID TERMINATION DATE' TO REASON-DESC-WS.
           IF MT-TERM-DATE NUMERIC AND MT-TERM-DATE > ZERO
                  AND (MT-TERM-MONTH < 01 OR MT-TERM-MONTH > 12 OR
                       MT-TERM-DAY < 01 OR MT-TERM-DAY > 31)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID TERMINATION DATE' TO REASON-DESC-WS.
           IF MT-TERM-DATE NUMERIC AND MT-TERM-DATE > ZERO
                  AND MT-TERM-DATE < MEM-EFF-DATE (MEM-FOUND-SUB)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'TERM DATE BEFORE EFF DATE' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE MT-ACTION       TO REJ-ACTION.
           MOVE REASON-DESC-WS  TO REJ-REASON.
           MOVE MT-RECORD-IMAGE TO REJ-RECORD-IMAGE.
           WRITE MEMREJS-REC FROM REJECT-LINE.

       300-OPEN-FILES.
           OPEN INPUT MEMMAST-OLD
           IF NOT MO-NORMAL
                DISPLAY 'ERROR OPENING MEMMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING POLMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT MEMTRANS
           IF NOT MT-NORMAL
                DISPLAY 'ERROR OPENING MEMTRANS'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT MEMMAST-NEW
           IF NOT MN-NORMAL
                DISPLAY 'ERROR OPENING MEMMASTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT MEMAUDIT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING MEMAUDIT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT MEMREJS
           IF NOT RJ-NORMAL
                DISPLAY 'ERROR OPENING MEMREJS'
                GO TO 999-RETURN-ERR.

       310-LOAD-POLMAST.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

           IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                DISPLAY 'ERROR READING POLMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL NO-MORE-POLMAST OR PM-IDX > 5000
                   ADD 1 TO POLMAST-COUNT
                   MOVE PM-POLICY-NO-I TO PM-POLICY-NO (PM-IDX)
                   MOVE PM-EFF-DATE-I  TO PM-EFF-DATE (PM-IDX)
                   READ POLMAST
                       AT END MOVE 'Y' TO POLMAST-EOF
                   END-READ
           END-PERFORM.

      * Editing against a truncated policy table would reject every
      * member of a policy past the ceiling, so it stops the run.
           IF NOT NO-MORE-POLMAST
                DISPLAY "ERROR: POLMAST HAS MORE THAN 5000 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE POLMAST.

       320-LOAD-MEMMAST.
           READ MEMMAST-OLD
               AT END MOVE 'Y' TO MEMMAST-OLD-EOF
           END-READ.

           IF NOT (MO-NORMAL OR NO-MORE-MEMMAST)
                DISPLAY 'ERROR READING MEMMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING MEM-IDX FROM 1 BY 1
               UNTIL NO-MORE-MEMMAST OR MEM-IDX > MEM-MAX
                   ADD 1 TO MEM-COUNT
                   MOVE MEMMAST-OLD-REC TO MEM-RECORD-IMAGE (MEM-IDX)
                   READ MEMMAST-OLD
                       AT END MOVE 'Y' TO MEMMAST-OLD-EOF
                   END-READ
           END-PERFORM.

      * Saving from a truncated table would silently shrink the
      * master and bounce every dropped member's claims, so a master
      * past capacity stops the run.
           IF NOT NO-MORE-MEMMAST
                DISPLAY "ERROR: MEMMAST HAS MORE THAN " MEM-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE MEMMAST-OLD.

       400-READ-TRANSACTION.
           READ MEMTRANS
               AT END MOVE 'Y' TO MEMTRANS-EOF
           END-READ.

           IF NOT (MT-NORMAL OR NO-MORE-TRANS)
                DISPLAY 'ERROR READING MEMTRANS'
                GO TO 999-RETURN-ERR
           END-IF.

       800-WRITE-NEW-MASTER.
           PERFORM 810-WRITE-ONE-MEMBER
               VARYING MEM-IDX FROM 1 BY 1
               UNTIL MEM-IDX > MEM-COUNT.

       810-WRITE-ONE-MEMBER.
           MOVE MEM-RECORD-IMAGE (MEM-IDX) TO MEMMAST-NEW-REC.
           WRITE MEMMAST-NEW-REC.
           IF NOT MN-NORMAL
                DISPLAY 'ERROR WRITING MEMMASTO'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS READ    : " TRAN-READ-COUNT.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           CLOSE MEMTRANS, MEMMAST-NEW, MEMAUDIT, MEMREJS.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
