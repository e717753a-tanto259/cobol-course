      ***** INSTMAIN'S CHANGES LAND ON INSAUDIT.  THE RESULT GOES
      ***** OUT AS A NEW MASTER (BEDMASTO) SO THE OLD FILE IS NEVER
      ***** OVERWRITTEN IN PLACE.
      *****
      ***** THE OPERATOR SIGNS ON AGAINST OPERSEC BEFORE THE MENU
      ***** APPEARS.  LISTING IS OPEN TO ANY SIGNED-ON OPERATOR;
      ***** EVERY CHANGE AND THE CHANGE HISTORY NEED THE ADMITTING
      ***** ROLE, AND EVERY BEDAUDIT ENTRY CARRIES THE OPERATOR ID
      ***** THAT MADE THE CHANGE.
      ******************************************************************

       ENVIRONMENT DIVISION.
             RECORD KEY IS AH-KEY
             FILE STATUS IS AHCODE.
      *  Permanent change-audit trail: every add, move and
      *  out-of-service scheduling is appended here with date, time,
      *  operator and the before/after values.
           SELECT BEDAUDIT
           ASSIGN TO BEDAUDIT
               ORGANIZATION IS SEQUENTIAL
           ASSIGN TO BEDCHGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BEDCHGR-ST.
      *  Operator security file: read at sign-on and updated in
      *  place with the failure count, lockout and last sign-on.
           SELECT OPERSEC
           ASSIGN TO OPERSEC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERSEC-ST.
      *  Failed sign-on log shared by the maintenance programs.
           SELECT SIGNLOG
           ASSIGN TO SIGNLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SIGNLOG-ST.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                  PIC X(56).

       FD  ADMHIST
           RECORD CONTAINS 70 CHARACTERS.
       01  AH-REC.
           05  AH-KEY.
               10  AH-PATIENT-NBR-I   PIC 9(05).
           05  AH-DISCH-DATE-NUM-I    PIC 9(08).
           05  AH-DIAG-CODE-I         PIC 9(03).
           05  AH-INS-TYPE-I          PIC X(03).
           05  AH-CHARGES-GROSS-I     PIC S9(07)V99.
           05  AH-CHARGE-LINES-I      PIC 9(04).
           05  AH-PCP-ID-I            PIC X(06).
           05  FILLER                 PIC X(07).

       FD  BEDAUDIT
           RECORD CONTAINS 80 CHARACTERS.
           05  AUD-AFT-WARD            PIC X(03).
           05  AUD-OOS-FROM            PIC 9(08).
           05  AUD-OOS-TO              PIC 9(08).
           05  AUD-OPER-ID             PIC X(08).
           05  FILLER                  PIC X(22).

       FD  BEDCHGR
           RECORD CONTAINS 133 CHARACTERS.
       01  BEDCHGR-REC                 PIC X(133).

       FD  OPERSEC
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERSEC-FILE-REC            PIC X(80).

       FD  SIGNLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  SIGNLOG-FILE-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  BEDMAST-OLD-ST          PIC X(02).
               88  BED-FOUND                           VALUE 'Y'.
           05  BED-OCCUPIED-SW         PIC X(01)       VALUE 'N'.
               88  BED-OCCUPIED                        VALUE 'Y'.
           05  OPERSEC-ST              PIC X(02).
               88  OSF-NORMAL                          VALUE '00'.
           05  SIGNLOG-ST              PIC X(02).
               88  SLF-NORMAL                          VALUE '00'.
           05  OPERSEC-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-OPERATORS                   VALUE 'Y'.
           05  OPER-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  OPER-FOUND                          VALUE 'Y'.
           05  SIGNED-ON-SW            PIC X(01)       VALUE 'N'.
               88  SIGNED-ON                           VALUE 'Y'.
           05  FUNCTION-ALLOWED-SW     PIC X(01)       VALUE 'N'.
               88  FUNCTION-ALLOWED                    VALUE 'Y'.

       01  BED-TABLE.
           05  BED-ITEM OCCURS 500 TIMES INDEXED BY B-IDX.
           05  CHG-OOS-FROM-O          PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE '-'.
           05  CHG-OOS-TO-O            PIC 9(08).
           05  FILLER                  PIC X(05)       VALUE '  BY '.
           05  CHG-OPER-O              PIC X(08).

      * Operator sign-on.  The signed-on operator's id is stamped on
      * every change this session makes; the roles decide which menu
      * functions the operator may use.
           COPY OPERREC.
           COPY SIGNLOG.

       01  SIGNON-OPER-ID              PIC X(08)       VALUE SPACES.
       01  SIGNON-PASSWORD             PIC X(08).
       01  SIGNON-REASON               PIC X(30).
       01  SIGNON-ROLES.
           05  SIGNON-ROLE             PIC X(01) OCCURS 5 TIMES.
       01  REQUIRED-ROLE               PIC X(01).
       01  HASH-SOURCE.
           05  HASH-SRC-ID             PIC X(08).
           05  HASH-SRC-PW             PIC X(08).
       77  SIGNON-HASH                 PIC 9(10).
       77  HASH-SUB                    PIC S9(04) COMP.
       77  ROLE-SUB                    PIC S9(04) COMP.
       77  SIGNON-TRIES                PIC 9(02)       VALUE 0.
       77  SIGNON-TRY-MAX              PIC 9(02)       VALUE 3.
       77  LOCKOUT-LIMIT               PIC 9(02)       VALUE 3.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
      ******************************************************************

       100-HOUSEKEEPING.
           PERFORM 150-SIGN-ON.

           OPEN INPUT BEDMAST-OLD
           IF NOT BOF-NORMAL
               DISPLAY "ERROR OPENING BEDMAST"
       120-EXIT.
           EXIT.

      ******************************************************************

      * Nobody gets into the menu without signing on.  Three tries
      * per session; every refusal is written to SIGNLOG, and
      * LOCKOUT-LIMIT consecutive wrong passwords lock the id on
      * OPERSEC until the security administrator resets it in
      * OPERMAIN.
       150-SIGN-ON.
           OPEN EXTEND SIGNLOG
           IF NOT SLF-NORMAL
               DISPLAY "ERROR OPENING SIGNLOG"
               GO TO 999-RETURN-ERR.

           PERFORM 155-TRY-SIGN-ON THRU 155-EXIT
               UNTIL SIGNED-ON OR SIGNON-TRIES >= SIGNON-TRY-MAX.
           CLOSE SIGNLOG.

           IF NOT SIGNED-ON
               DISPLAY "SIGN-ON REFUSED, SESSION ENDED"
               GO TO 999-RETURN-ERR.
           DISPLAY "SIGNED ON AS " SIGNON-OPER-ID.

       155-TRY-SIGN-ON.
           ADD 1 TO SIGNON-TRIES.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT SIGNON-OPER-ID.
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           MOVE SIGNON-OPER-ID  TO HASH-SRC-ID.
           MOVE SIGNON-PASSWORD TO HASH-SRC-PW.
           MOVE SPACES TO SIGNON-PASSWORD.
           PERFORM 160-HASH-PASSWORD.

           OPEN I-O OPERSEC
           IF NOT OSF-NORMAL
               DISPLAY "ERROR OPENING OPERSEC"
               GO TO 999-RETURN-ERR.

           MOVE 'N' TO OPER-FOUND-SW.
           MOVE 'N' TO OPERSEC-EOF.
           PERFORM 165-READ-OPERATOR
               UNTIL OPER-FOUND OR NO-MORE-OPERATORS.

           IF NOT OPER-FOUND
               MOVE 'UNKNOWN OPERATOR ID' TO SIGNON-REASON
               PERFORM 170-LOG-FAILED-SIGN-ON
               DISPLAY "INVALID OPERATOR ID OR PASSWORD"
               CLOSE OPERSEC
               GO TO 155-EXIT.

           IF NOT OS-IS-ACTIVE
               MOVE 'OPERATOR INACTIVE' TO SIGNON-REASON
               PERFORM 170-LOG-FAILED-SIGN-ON
               DISPLAY "OPERATOR " SIGNON-OPER-ID " IS INACTIVE"
               CLOSE OPERSEC
               GO TO 155-EXIT.

           IF OS-IS-LOCKED
               MOVE 'OPERATOR LOCKED OUT' TO SIGNON-REASON
               PERFORM 170-LOG-FAILED-SIGN-ON
               DISPLAY "OPERATOR " SIGNON-OPER-ID
                       " IS LOCKED OUT - SEE SECURITY ADMINISTRATOR"
               CLOSE OPERSEC
               GO TO 155-EXIT.

           IF OS-PASSWORD-HASH NOT = SIGNON-HASH
               ADD 1 TO OS-FAILED-COUNT
               MOVE 'WRONG PASSWORD' TO SIGNON-REASON
               IF OS-FAILED-COUNT >= LOCKOUT-LIMIT
                   MOVE 'Y' TO OS-LOCKED
                   MOVE 'WRONG PASSWORD - ID LOCKED OUT'
                       TO SIGNON-REASON
               END-IF
               PERFORM 168-REWRITE-OPERATOR
               PERFORM 170-LOG-FAILED-SIGN-ON
               DISPLAY "INVALID OPERATOR ID OR PASSWORD"
               CLOSE OPERSEC
               GO TO 155-EXIT.

           MOVE ZERO TO OS-FAILED-COUNT.
           MOVE FUNCTION CURRENT-DATE (1:8) TO OS-LAST-SIGNON-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO OS-LAST-SIGNON-TIME.
           PERFORM 168-REWRITE-OPERATOR.
           MOVE OS-ROLES TO SIGNON-ROLES.
           MOVE 'Y' TO SIGNED-ON-SW.
           CLOSE OPERSEC.

       155-EXIT.
           EXIT.

      * Folds operator id and password into a ten-digit hash, the
      * same way OPERMAIN does when a password is set.
       160-HASH-PASSWORD.
           MOVE ZERO TO SIGNON-HASH.
           PERFORM VARYING HASH-SUB FROM 1 BY 1
               UNTIL HASH-SUB > 16
               COMPUTE SIGNON-HASH = FUNCTION MOD
                   (SIGNON-HASH * 131
                    + FUNCTION ORD (HASH-SOURCE (HASH-SUB:1)),
                    2147483647)
           END-PERFORM.

       165-READ-OPERATOR.
           READ OPERSEC INTO OPER-SEC-REC
               AT END MOVE 'Y' TO OPERSEC-EOF
           END-READ.
           IF NOT (OSF-NORMAL OR NO-MORE-OPERATORS)
               DISPLAY "ERROR READING OPERSEC"
               GO TO 999-RETURN-ERR
           END-IF.
           IF NOT NO-MORE-OPERATORS
              AND OS-OPER-ID = SIGNON-OPER-ID
               MOVE 'Y' TO OPER-FOUND-SW
           END-IF.

       168-REWRITE-OPERATOR.
           REWRITE OPERSEC-FILE-REC FROM OPER-SEC-REC.
           IF NOT OSF-NORMAL
               DISPLAY "ERROR REWRITING OPERSEC"
               GO TO 999-RETURN-ERR
           END-IF.

       170-LOG-FAILED-SIGN-ON.
           MOVE SPACES TO SIGN-LOG-REC.
           INITIALIZE SIGN-LOG-REC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO SL-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO SL-TIME.
           MOVE 'BEDMAINT'      TO SL-PROGRAM.
           MOVE SIGNON-OPER-ID  TO SL-OPER-ID.
           MOVE SIGNON-REASON   TO SL-REASON.
           IF OPER-FOUND
               MOVE OS-FAILED-COUNT TO SL-FAILED-COUNT
           END-IF.
           WRITE SIGNLOG-FILE-REC FROM SIGN-LOG-REC.
           IF NOT SLF-NORMAL
               DISPLAY "ERROR WRITING SIGNLOG"
               GO TO 999-RETURN-ERR
           END-IF.

      * The caller names the role the menu function needs; an
      * operator without it is turned back to the menu.
       180-CHECK-AUTHORITY.
           MOVE 'N' TO FUNCTION-ALLOWED-SW.
           PERFORM VARYING ROLE-SUB FROM 1 BY 1
               UNTIL ROLE-SUB > 5
               IF SIGNON-ROLE (ROLE-SUB) = REQUIRED-ROLE
                   MOVE 'Y' TO FUNCTION-ALLOWED-SW
               END-IF
           END-PERFORM.
           IF NOT FUNCTION-ALLOWED
               DISPLAY "OPERATOR " SIGNON-OPER-ID
                       " IS NOT AUTHORIZED FOR THIS FUNCTION"
           END-IF.

      ******************************************************************

       200-RUN-MENU.
               WHEN "1"
                   PERFORM 210-LIST-BEDS
               WHEN "2"
                   MOVE 'A' TO REQUIRED-ROLE
                   PERFORM 180-CHECK-AUTHORITY
                   IF FUNCTION-ALLOWED
                       PERFORM 220-ADD-BED
                   END-IF
               WHEN "3"
                   MOVE 'A' TO REQUIRED-ROLE
                   PERFORM 180-CHECK-AUTHORITY
                   IF FUNCTION-ALLOWED
                       PERFORM 230-MOVE-BED
                   END-IF
               WHEN "4"
                   MOVE 'A' TO REQUIRED-ROLE
                   PERFORM 180-CHECK-AUTHORITY
                   IF FUNCTION-ALLOWED
                       PERFORM 240-SCHEDULE-OOS THRU 240-EXIT
                   END-IF
               WHEN "5"
                   MOVE 'A' TO REQUIRED-ROLE
                   PERFORM 180-CHECK-AUTHORITY
                   IF FUNCTION-ALLOWED
                       PERFORM 250-PRINT-CHANGE-HISTORY
                   END-IF
               WHEN "6"
                   MOVE 'Y' TO SAVE-AND-EXIT-SW
               WHEN OTHER
           MOVE FUNCTION CURRENT-DATE (9:6) TO AUDIT-TIME-WS.
           MOVE AUDIT-DATE-WS TO AUD-DATE.
           MOVE AUDIT-TIME-WS TO AUD-TIME.
           MOVE SIGNON-OPER-ID TO AUD-OPER-ID.
           WRITE BEDAUDIT-REC.
           IF NOT AUF-NORMAL
               DISPLAY "ERROR WRITING BEDAUDIT"
           MOVE AUD-AFT-WARD TO CHG-AFT-WARD-O.
           MOVE AUD-OOS-FROM TO CHG-OOS-FROM-O.
           MOVE AUD-OOS-TO   TO CHG-OOS-TO-O.
           MOVE AUD-OPER-ID  TO CHG-OPER-O.
           WRITE BEDCHGR-REC FROM CHG-DETAIL-LINE.

           READ BEDAUDIT
