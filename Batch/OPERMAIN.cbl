       IDENTIFICATION DIVISION.
       PROGRAM-ID.     OPERMAIN.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** ONLINE MAINTENANCE UTILITY FOR THE OPERATOR SECURITY FILE
      ***** (OPERSEC).
      *****
      ***** EVERY CONSOLE MAINTENANCE PROGRAM -- INSTMAIN, BEDMAINT,
      ***** DIAGMAIN, VENDMAIN, CALMAINT -- SIGNS ITS OPERATOR ON
      ***** AGAINST OPERSEC AND LETS EACH MENU FUNCTION THROUGH ONLY
      ***** FOR THE ROLES ALLOWED TO USE IT.  THIS PROGRAM, IN THE
      ***** INSTMAIN OLD/NEW-MASTER MOLD, IS WHERE THE SECURITY
      ***** ADMINISTRATOR ENROLLS AN OPERATOR, CHANGES THE ROLES,
      ***** RESETS A FORGOTTEN PASSWORD (WHICH ALSO CLEARS A LOCKOUT)
      ***** AND DEACTIVATES AN OPERATOR WHO HAS LEFT (OR REACTIVATES
      ***** ONE WHO RETURNS).  THE RESULT GOES OUT AS A NEW MASTER
      ***** (OPERSECO) SO THE OLD FILE IS NEVER OVERWRITTEN IN PLACE.
      *****
      ***** THE ADMINISTRATOR SIGNS ON LIKE ANYONE ELSE AND MUST HOLD
      ***** THE SECURITY ADMIN ROLE.  ONLY WHEN OPERSEC IS MISSING OR
      ***** EMPTY DOES THE PROGRAM RUN WITHOUT A SIGN-ON, AND THEN ONLY
      ***** TO ENROLL THE FIRST ADMINISTRATOR.  A SAVE THAT WOULD LEAVE
      ***** NO ACTIVE, UNLOCKED ADMINISTRATOR IS REFUSED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERSEC-NEW
           ASSIGN TO OPERSECO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OPERSEC-NEW-ST.
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
       FD  OPERSEC-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERSEC-NEW-REC             PIC X(80).

       FD  OPERSEC
           RECORD CONTAINS 80 CHARACTERS.
       01  OPERSEC-FILE-REC            PIC X(80).

       FD  SIGNLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  SIGNLOG-FILE-REC            PIC X(80).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  OPERSEC-NEW-ST          PIC X(02).
               88  ONF-NORMAL                          VALUE '00'.
           05  OPERSEC-MISSING-SW      PIC X(01)       VALUE 'N'.
               88  FIRST-USE                           VALUE 'Y'.
           05  SAVE-AND-EXIT-SW        PIC X(01)       VALUE 'N'.
               88  SAVE-AND-EXIT                       VALUE 'Y'.
           05  ROLES-OK-SW             PIC X(01)       VALUE 'N'.
               88  ROLES-OK                            VALUE 'Y'.
           05  ADMIN-FOUND-SW          PIC X(01)       VALUE 'N'.
               88  ADMIN-FOUND                         VALUE 'Y'.
           05  OPERSEC-ST              PIC X(02).
               88  OSF-NORMAL                          VALUE '00'.
               88  OSF-FILE-MISSING                    VALUE '35'.
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
       01  OPER-TABLE.
           05  OPER-ITEM OCCURS 100 TIMES INDEXED BY O-IDX.
               10  OT-OPER-ID          PIC X(08).
               10  OT-OPER-NAME        PIC X(20).
               10  OT-PASSWORD-HASH    PIC 9(10).
               10  OT-ROLES.
                   15  OT-ROLE         PIC X(01) OCCURS 5 TIMES.
               10  OT-ACTIVE           PIC X(01).
                    88  OT-IS-ACTIVE               VALUE 'Y'.
               10  OT-LAST-SIGNON-DATE PIC 9(08).
               10  OT-LAST-SIGNON-TIME PIC 9(06).
               10  OT-FAILED-COUNT     PIC 9(02).
               10  OT-LOCKED           PIC X(01).
                    88  OT-IS-LOCKED               VALUE 'Y'.
       77  OPER-MAX                    PIC S9(04) COMP VALUE 100.
       77  OPER-COUNT                  PIC S9(04) COMP VALUE 0.
       77  OPER-SUB                    PIC S9(04) COMP VALUE 0.

       01  MENU-CHOICE                 PIC X(01).
       01  INPUT-OPER-ID               PIC X(08).
       01  INPUT-OPER-NAME             PIC X(20).
       01  INPUT-PASSWORD              PIC X(08).
       01  INPUT-PASSWORD-2            PIC X(08).
       01  INPUT-ROLES.
           05  INPUT-ROLE              PIC X(01) OCCURS 5 TIMES.
               88  INPUT-KNOWN-ROLE    VALUES 'B', 'A', 'M', 'P',
                                              'C', 'S', ' '.

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
           PERFORM 200-RUN-MENU UNTIL SAVE-AND-EXIT.
           PERFORM 900-SAVE-AND-CLEANUP.
           GOBACK.

      ******************************************************************

      * The administrator's own sign-on is rewritten on OPERSEC before
      * the table is loaded, so the saved master keeps it.
       100-HOUSEKEEPING.
           PERFORM 120-CHECK-FIRST-USE THRU 120-EXIT.
           IF FIRST-USE
               DISPLAY "OPERSEC IS EMPTY - ENROLL THE FIRST SECURITY "
                       "ADMINISTRATOR"
               MOVE 'S' TO SIGNON-ROLE (1)
           ELSE
               PERFORM 150-SIGN-ON
               MOVE 'S' TO REQUIRED-ROLE
               PERFORM 180-CHECK-AUTHORITY
               IF NOT FUNCTION-ALLOWED
                   GO TO 999-RETURN-ERR
               END-IF
               PERFORM 110-LOAD-OPER-TABLE
           END-IF.

       110-LOAD-OPER-TABLE.
           OPEN INPUT OPERSEC
           IF NOT OSF-NORMAL
               DISPLAY "ERROR OPENING OPERSEC"
               GO TO 999-RETURN-ERR.

           MOVE 'N' TO OPERSEC-EOF.
           READ OPERSEC INTO OPER-SEC-REC
               AT END MOVE 'Y' TO OPERSEC-EOF
           END-READ.
           IF NOT (OSF-NORMAL OR NO-MORE-OPERATORS)
               DISPLAY "ERROR READING OPERSEC"
               GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING O-IDX FROM 1 BY 1
               UNTIL NO-MORE-OPERATORS OR O-IDX > OPER-MAX
                   MOVE OS-OPER-ID          TO OT-OPER-ID (O-IDX)
                   MOVE OS-OPER-NAME        TO OT-OPER-NAME (O-IDX)
                   MOVE OS-PASSWORD-HASH    TO OT-PASSWORD-HASH (O-IDX)
                   MOVE OS-ROLES            TO OT-ROLES (O-IDX)
                   MOVE OS-ACTIVE           TO OT-ACTIVE (O-IDX)
                   MOVE OS-LAST-SIGNON-DATE
                       TO OT-LAST-SIGNON-DATE (O-IDX)
                   MOVE OS-LAST-SIGNON-TIME
                       TO OT-LAST-SIGNON-TIME (O-IDX)
                   MOVE OS-FAILED-COUNT     TO OT-FAILED-COUNT (O-IDX)
                   MOVE OS-LOCKED           TO OT-LOCKED (O-IDX)
                   ADD 1 TO OPER-COUNT
                   READ OPERSEC INTO OPER-SEC-REC
                       AT END MOVE 'Y' TO OPERSEC-EOF
                   END-READ
           END-PERFORM.

           IF NOT NO-MORE-OPERATORS
               DISPLAY "ERROR: OPERSEC HAS MORE THAN " OPER-MAX
                       " OPERATORS - TABLE TOO SMALL, NOT SAVED"
               GO TO 999-RETURN-ERR
           END-IF.
           CLOSE OPERSEC.

      * A missing or empty OPERSEC means nobody could sign on to
      * enroll anyone, so the session starts without a sign-on.
       120-CHECK-FIRST-USE.
           OPEN INPUT OPERSEC.
           IF OSF-FILE-MISSING
               MOVE 'Y' TO OPERSEC-MISSING-SW
               GO TO 120-EXIT.
           IF NOT OSF-NORMAL
               DISPLAY "ERROR OPENING OPERSEC"
               GO TO 999-RETURN-ERR.

           READ OPERSEC INTO OPER-SEC-REC
               AT END MOVE 'Y' TO OPERSEC-MISSING-SW
           END-READ.
           CLOSE OPERSEC.

       120-EXIT.
           EXIT.

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
           MOVE 'OPERMAIN'      TO SL-PROGRAM.
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
           DISPLAY " ".
           DISPLAY "OPERATOR SECURITY MAINTENANCE".
           DISPLAY "1. LIST OPERATORS".
           DISPLAY "2. ADD OPERATOR".
           DISPLAY "3. CHANGE OPERATOR ROLES".
           DISPLAY "4. RESET PASSWORD AND UNLOCK".
           DISPLAY "5. DEACTIVATE OR REACTIVATE OPERATOR".
           DISPLAY "6. SAVE AND EXIT".
           DISPLAY "ENTER CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.

           EVALUATE MENU-CHOICE
               WHEN "1"
                   PERFORM 210-LIST-OPERATORS
               WHEN "2"
                   PERFORM 220-ADD-OPERATOR THRU 220-EXIT
               WHEN "3"
                   PERFORM 230-CHANGE-ROLES THRU 230-EXIT
               WHEN "4"
                   PERFORM 240-RESET-PASSWORD THRU 240-EXIT
               WHEN "5"
                   PERFORM 250-DEACTIVATE-OPERATOR THRU 250-EXIT
               WHEN "6"
                   PERFORM 280-CHECK-ADMIN-REMAINS
                   IF ADMIN-FOUND
                       MOVE 'Y' TO SAVE-AND-EXIT-SW
                   ELSE
                       DISPLAY "ERROR: NO ACTIVE, UNLOCKED SECURITY "
                               "ADMINISTRATOR WOULD REMAIN, NOT SAVED"
                   END-IF
               WHEN OTHER
                   DISPLAY "INVALID CHOICE, TRY AGAIN"
           END-EVALUATE.

       210-LIST-OPERATORS.
           PERFORM 215-LIST-ONE-OPERATOR
               VARYING O-IDX FROM 1 BY 1
               UNTIL O-IDX > OPER-COUNT.

       215-LIST-ONE-OPERATOR.
           IF NOT OT-IS-ACTIVE (O-IDX)
               DISPLAY OT-OPER-ID (O-IDX) " " OT-OPER-NAME (O-IDX)
                       " ROLES " OT-ROLES (O-IDX) " INACTIVE"
           ELSE
           IF OT-IS-LOCKED (O-IDX)
               DISPLAY OT-OPER-ID (O-IDX) " " OT-OPER-NAME (O-IDX)
                       " ROLES " OT-ROLES (O-IDX) " LOCKED OUT"
                       " AFTER " OT-FAILED-COUNT (O-IDX) " FAILURES"
           ELSE
               DISPLAY OT-OPER-ID (O-IDX) " " OT-OPER-NAME (O-IDX)
                       " ROLES " OT-ROLES (O-IDX) " LAST SIGN-ON "
                       OT-LAST-SIGNON-DATE (O-IDX) " "
                       OT-LAST-SIGNON-TIME (O-IDX)
           END-IF
           END-IF.

      * On first use the first operator enrolled must be a security
      * administrator -- anyone else would leave the file with nobody
      * able to maintain it.
       220-ADD-OPERATOR.
           IF OPER-COUNT >= OPER-MAX
               DISPLAY "OPERSEC IS FULL, CANNOT ADD ANOTHER OPERATOR"
               GO TO 220-EXIT.

           DISPLAY "ENTER OPERATOR ID (8 CHARS): " WITH NO ADVANCING.
           ACCEPT INPUT-OPER-ID.
           IF INPUT-OPER-ID = SPACES
               DISPLAY "ERROR: MISSING OPERATOR ID, NOT ADDED"
               GO TO 220-EXIT.

           PERFORM 270-FIND-OPERATOR.
           IF OPER-SUB > 0
               DISPLAY "ERROR: OPERATOR " INPUT-OPER-ID
                       " ALREADY ON FILE, NOT ADDED"
               GO TO 220-EXIT.

           DISPLAY "ENTER OPERATOR NAME (20 CHARS): "
               WITH NO ADVANCING.
           ACCEPT INPUT-OPER-NAME.
           DISPLAY "ENTER ROLES (UP TO 5 OF B/A/M/P/C/S): "
               WITH NO ADVANCING.
           ACCEPT INPUT-ROLES.
           PERFORM 260-EDIT-ROLES.
           IF NOT ROLES-OK
               DISPLAY "ERROR: INVALID ROLES " INPUT-ROLES
                       ", NOT ADDED"
               GO TO 220-EXIT.

           IF FIRST-USE AND OPER-COUNT = 0
               MOVE 'N' TO FUNCTION-ALLOWED-SW
               PERFORM VARYING ROLE-SUB FROM 1 BY 1
                   UNTIL ROLE-SUB > 5
                   IF INPUT-ROLE (ROLE-SUB) = 'S'
                       MOVE 'Y' TO FUNCTION-ALLOWED-SW
                   END-IF
               END-PERFORM
               IF NOT FUNCTION-ALLOWED
                   DISPLAY "ERROR: FIRST OPERATOR MUST HOLD ROLE S, "
                           "NOT ADDED"
                   GO TO 220-EXIT
               END-IF
           END-IF.

           PERFORM 265-ACCEPT-NEW-PASSWORD.
           IF INPUT-PASSWORD = SPACES
               DISPLAY "ERROR: PASSWORDS MISSING OR DO NOT MATCH, "
                       "NOT ADDED"
               GO TO 220-EXIT.

           ADD 1 TO OPER-COUNT.
           MOVE INPUT-OPER-ID   TO OT-OPER-ID (OPER-COUNT).
           MOVE INPUT-OPER-NAME TO OT-OPER-NAME (OPER-COUNT).
           MOVE SIGNON-HASH     TO OT-PASSWORD-HASH (OPER-COUNT).
           MOVE INPUT-ROLES     TO OT-ROLES (OPER-COUNT).
           MOVE 'Y'             TO OT-ACTIVE (OPER-COUNT).
           MOVE ZERO            TO OT-LAST-SIGNON-DATE (OPER-COUNT)
                                   OT-LAST-SIGNON-TIME (OPER-COUNT)
                                   OT-FAILED-COUNT (OPER-COUNT).
           MOVE 'N'             TO OT-LOCKED (OPER-COUNT).
           DISPLAY "OPERATOR " INPUT-OPER-ID " ADDED WITH ROLES "
                   INPUT-ROLES.

       220-EXIT.
           EXIT.

       230-CHANGE-ROLES.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT INPUT-OPER-ID.
           PERFORM 270-FIND-OPERATOR.
           IF OPER-SUB = 0
               DISPLAY "OPERATOR " INPUT-OPER-ID " NOT FOUND"
               GO TO 230-EXIT.

           DISPLAY "CURRENT ROLES ARE " OT-ROLES (OPER-SUB).
           DISPLAY "ENTER NEW ROLES (UP TO 5 OF B/A/M/P/C/S): "
               WITH NO ADVANCING.
           ACCEPT INPUT-ROLES.
           PERFORM 260-EDIT-ROLES.
           IF NOT ROLES-OK
               DISPLAY "ERROR: INVALID ROLES " INPUT-ROLES
                       ", NOT CHANGED"
               GO TO 230-EXIT.

           MOVE INPUT-ROLES TO OT-ROLES (OPER-SUB).
           DISPLAY "OPERATOR " INPUT-OPER-ID " NOW HOLDS ROLES "
                   INPUT-ROLES.

       230-EXIT.
           EXIT.

      * A reset sets a new password and clears the failure count and
      * any lockout -- the administrator has confirmed who is asking.
       240-RESET-PASSWORD.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT INPUT-OPER-ID.
           PERFORM 270-FIND-OPERATOR.
           IF OPER-SUB = 0
               DISPLAY "OPERATOR " INPUT-OPER-ID " NOT FOUND"
               GO TO 240-EXIT.

           PERFORM 265-ACCEPT-NEW-PASSWORD.
           IF INPUT-PASSWORD = SPACES
               DISPLAY "ERROR: PASSWORDS MISSING OR DO NOT MATCH, "
                       "NOT RESET"
               GO TO 240-EXIT.

           MOVE SIGNON-HASH TO OT-PASSWORD-HASH (OPER-SUB).
           MOVE ZERO        TO OT-FAILED-COUNT (OPER-SUB).
           MOVE 'N'         TO OT-LOCKED (OPER-SUB).
           DISPLAY "PASSWORD RESET AND LOCKOUT CLEARED FOR "
                   INPUT-OPER-ID.

       240-EXIT.
           EXIT.

      * A departed operator stays on file, inactive, so the ids on
      * the audit trails still resolve to a name.  The same choice
      * brings an inactive operator back.
       250-DEACTIVATE-OPERATOR.
           DISPLAY "ENTER OPERATOR ID TO DEACTIVATE OR REACTIVATE: "
               WITH NO ADVANCING.
           ACCEPT INPUT-OPER-ID.
           PERFORM 270-FIND-OPERATOR.
           IF OPER-SUB = 0
               DISPLAY "OPERATOR " INPUT-OPER-ID " NOT FOUND"
               GO TO 250-EXIT.

           IF OT-IS-ACTIVE (OPER-SUB)
               MOVE 'N' TO OT-ACTIVE (OPER-SUB)
               DISPLAY "OPERATOR " INPUT-OPER-ID " DEACTIVATED"
           ELSE
               MOVE 'Y' TO OT-ACTIVE (OPER-SUB)
               DISPLAY "OPERATOR " INPUT-OPER-ID " REACTIVATED"
           END-IF.

       250-EXIT.
           EXIT.

      * Every role byte must be a known code or blank, and at least
      * one role must be given.
       260-EDIT-ROLES.
           MOVE 'Y' TO ROLES-OK-SW.
           PERFORM VARYING ROLE-SUB FROM 1 BY 1
               UNTIL ROLE-SUB > 5
               IF NOT INPUT-KNOWN-ROLE (ROLE-SUB)
                   MOVE 'N' TO ROLES-OK-SW
               END-IF
           END-PERFORM.
           IF INPUT-ROLES = SPACES
               MOVE 'N' TO ROLES-OK-SW
           END-IF.

      * The new password is keyed twice; a blank or mismatched entry
      * comes back as spaces.  The hash lands in SIGNON-HASH.
       265-ACCEPT-NEW-PASSWORD.
           DISPLAY "ENTER NEW PASSWORD: " WITH NO ADVANCING.
           ACCEPT INPUT-PASSWORD.
           DISPLAY "ENTER NEW PASSWORD AGAIN: " WITH NO ADVANCING.
           ACCEPT INPUT-PASSWORD-2.
           IF INPUT-PASSWORD NOT = INPUT-PASSWORD-2
               MOVE SPACES TO INPUT-PASSWORD
           END-IF.
           IF INPUT-PASSWORD NOT = SPACES
               MOVE INPUT-OPER-ID  TO HASH-SRC-ID
               MOVE INPUT-PASSWORD TO HASH-SRC-PW
               PERFORM 160-HASH-PASSWORD
           END-IF.
           MOVE SPACES TO INPUT-PASSWORD-2.

       270-FIND-OPERATOR.
           MOVE 0 TO OPER-SUB.
           SET O-IDX TO 1.
           SEARCH OPER-ITEM VARYING O-IDX
               AT END
                   CONTINUE
               WHEN O-IDX > OPER-COUNT
                   CONTINUE
               WHEN OT-OPER-ID (O-IDX) = INPUT-OPER-ID
                   SET OPER-SUB TO O-IDX
           END-SEARCH.

       280-CHECK-ADMIN-REMAINS.
           MOVE 'N' TO ADMIN-FOUND-SW.
           PERFORM VARYING O-IDX FROM 1 BY 1
               UNTIL O-IDX > OPER-COUNT
               IF OT-IS-ACTIVE (O-IDX) AND NOT OT-IS-LOCKED (O-IDX)
                   PERFORM VARYING ROLE-SUB FROM 1 BY 1
                       UNTIL ROLE-SUB > 5
                       IF OT-ROLE (O-IDX, ROLE-SUB) = 'S'
                           MOVE 'Y' TO ADMIN-FOUND-SW
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      ******************************************************************

       900-SAVE-AND-CLEANUP.
           OPEN OUTPUT OPERSEC-NEW
           IF NOT ONF-NORMAL
               DISPLAY "ERROR OPENING OPERSECO"
               GO TO 999-RETURN-ERR.

           PERFORM 910-WRITE-OPER-ENTRY
               VARYING O-IDX FROM 1 BY 1
               UNTIL O-IDX > OPER-COUNT.

           CLOSE OPERSEC-NEW.
           DISPLAY "OPERSECO SAVED: " OPER-COUNT " OPERATORS".

       910-WRITE-OPER-ENTRY.
           MOVE SPACES TO OPER-SEC-REC.
           INITIALIZE OPER-SEC-REC.
           MOVE OT-OPER-ID (O-IDX)          TO OS-OPER-ID.
           MOVE OT-OPER-NAME (O-IDX)        TO OS-OPER-NAME.
           MOVE OT-PASSWORD-HASH (O-IDX)    TO OS-PASSWORD-HASH.
           MOVE OT-ROLES (O-IDX)            TO OS-ROLES.
           MOVE OT-ACTIVE (O-IDX)           TO OS-ACTIVE.
           MOVE OT-LAST-SIGNON-DATE (O-IDX) TO OS-LAST-SIGNON-DATE.
           MOVE OT-LAST-SIGNON-TIME (O-IDX) TO OS-LAST-SIGNON-TIME.
           MOVE OT-FAILED-COUNT (O-IDX)     TO OS-FAILED-COUNT.
           MOVE OT-LOCKED (O-IDX)           TO OS-LOCKED.
           WRITE OPERSEC-NEW-REC FROM OPER-SEC-REC.
           IF NOT ONF-NORMAL
               DISPLAY "ERROR WRITING OPERSECO"
               GO TO 999-RETURN-ERR
           END-IF.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
