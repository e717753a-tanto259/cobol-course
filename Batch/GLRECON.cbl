       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLRECON.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** MONTH-END SUBLEDGER-TO-GL RECONCILIATION.
      *****
      ***** THE SUBLEDGERS' FIGURES FOR THE MONTH ARE THE RUN-LEDGER
      ***** DOLLARS BY JOB, WHICH LEDGSUM SUMMARIZES AND WRITES TO
      ***** LEDGJOB.  THE GLJOBMAP CONTROL FILE NAMES, FOR EACH JOB
      ***** WHOSE DOLLARS REACH THE GENERAL LEDGER, THE ACCOUNT ITS
      ***** DOLLARS DEBIT AND THE ACCOUNT THEY CREDIT -- THE SAME PAIR
      ***** THE JOB'S GLPOST ENTRIES TAKE FROM GLACCTS.  THIS RUN
      ***** ADDS THE MONTH'S JOB DOLLARS UP BY ACCOUNT AND SIDE AND
      ***** SETS THEM AGAINST THE GL SYSTEM'S POSTED BALANCES FOR THE
      ***** MONTH (GLBAL), LISTING EVERY ACCOUNT WHOSE DEBITS OR
      ***** CREDITS DO NOT AGREE, AND EVERY JOB WITH DOLLARS BUT NO
      ***** GLJOBMAP ENTRY.  A BATCH THE GL LOADER REJECTED AND THAT
      ***** WAS NEVER CORRECTED (SEE GLACKPR), OR A JOURNAL KEYED
      ***** STRAIGHT INTO THE GL, SHOWS HERE AS A DIFFERENCE BEFORE
      ***** THE MONTH CLOSES.
      *****
      ***** RUNS ON THE MONTH-END CYCLE AFTER LEDGSUM, FOR THE MONTH
      ***** OF THE CYCLE'S BUSINESS DATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGJOB
           ASSIGN TO LEDGJOB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGJOB-ST.
           SELECT GLJOBMAP
           ASSIGN TO GLJOBMAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLJOBMAP-ST.
           SELECT GLBAL
           ASSIGN TO GLBAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLBAL-ST.
           SELECT GLRECRPT
           ASSIGN TO GLRECRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLRECRPT-ST.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  LEDGJOB
           RECORD CONTAINS 40 CHARACTERS.
       01  LEDGJOB-REC.
           05  LJ-MONTH                PIC 9(06).
           05  LJ-JOB-NAME             PIC X(08).
           05  LJ-RUN-COUNT            PIC 9(05).
           05  LJ-DOLLARS              PIC S9(13)V99.
           05  FILLER                  PIC X(06).

      * Job-to-account map, shaped like GLACCTS but keyed by job.
       FD  GLJOBMAP
           RECORD CONTAINS 30 CHARACTERS.
       01  GLJOBMAP-REC.
           05  GJM-JOB-NAME            PIC X(08).
           05  GJM-DEBIT-ACCT          PIC X(08).
           05  GJM-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(06).

      * The GL system's posted activity by account and period.
       FD  GLBAL
           RECORD CONTAINS 80 CHARACTERS.
       01  GLBAL-REC.
           05  GLB-ACCOUNT             PIC X(08).
           05  GLB-PERIOD              PIC 9(06).
           05  GLB-POSTED-DEBITS       PIC S9(11)V99.
           05  GLB-POSTED-CREDITS      PIC S9(11)V99.
           05  FILLER                  PIC X(40).

       FD  GLRECRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  GLRECRPT-REC                PIC X(133).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.

       01  FLAGS.
           05  LEDGJOB-ST              PIC X(02).
               88  LJ-NORMAL                           VALUE '00'.
           05  GLJOBMAP-ST             PIC X(02).
               88  GJM-NORMAL                          VALUE '00'.
           05  GLBAL-ST                PIC X(02).
               88  GLB-NORMAL                          VALUE '00'.
           05  GLRECRPT-ST             PIC X(02).
               88  GRR-NORMAL                          VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  LEDGJOB-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-LEDGJOB                     VALUE 'Y'.
           05  GLJOBMAP-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLJOBMAP                    VALUE 'Y'.
           05  GLBAL-EOF               PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLBAL                       VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       01  REPORT-MONTH-WS             PIC 9(06).

       01  JOB-MAP-TABLE.
           05  JOB-MAP-ITEM OCCURS 50 TIMES
                   INDEXED BY JM-IDX.
               10  JM-JOB-NAME             PIC X(08).
               10  JM-DEBIT-ACCT           PIC X(08).
               10  JM-CREDIT-ACCT          PIC X(08).
       77  JOB-MAP-MAX                 PIC S9(04) COMP VALUE 50.
       77  JOB-MAP-COUNT               PIC S9(04) COMP VALUE 0.

      * One slot per account the map names: the subledger's debits
      * and credits to it against what the GL posted.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ITEM OCCURS 60 TIMES
                   INDEXED BY AC-IDX.
               10  AC-ACCOUNT              PIC X(08).
               10  AC-SUB-DEBITS           PIC S9(13)V99.
               10  AC-SUB-CREDITS          PIC S9(13)V99.
               10  AC-GL-DEBITS            PIC S9(13)V99.
               10  AC-GL-CREDITS           PIC S9(13)V99.
       77  ACCOUNT-MAX                 PIC S9(04) COMP VALUE 60.
       77  ACCOUNT-COUNT               PIC S9(04) COMP VALUE 0.
       77  ACCOUNT-SUB                 PIC S9(04) COMP VALUE 0.
       77  FIND-ACCOUNT                PIC X(08).

       77  JOBS-READ                   PIC 9(05) VALUE 0.
       77  JOBS-MAPPED                 PIC 9(05) VALUE 0.
       77  JOBS-UNMAPPED               PIC 9(05) VALUE 0.
       77  ACCOUNTS-UNRECONCILED       PIC 9(05) VALUE 0.
       01  DEBIT-DIFFERENCE            PIC S9(13)V99.
       01  CREDIT-DIFFERENCE           PIC S9(13)V99.
       01  UNRECONCILED-TOTAL          PIC S9(13)V99 VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(40)
                    VALUE 'SUBLEDGER TO GL RECONCILIATION FOR '.
           05  HDR-MONTH               PIC 9(06).

       01  JOB-LINE.
           05  JBL-JOB-NAME            PIC X(08).
           05  FILLER                  PIC X(05)
                    VALUE '  $: '.
           05  JBL-DOLLARS             PIC -$,$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(06)
                    VALUE '  DR '.
           05  JBL-DEBIT-ACCT          PIC X(08).
           05  FILLER                  PIC X(06)
                    VALUE '  CR '.
           05  JBL-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  JBL-NOTE                PIC X(30).

       01  ACCOUNT-HEADER-LINE.
           05  FILLER                  PIC X(10) VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(22)
                    VALUE '     SUBLEDGER DEBITS'.
           05  FILLER                  PIC X(22)
                    VALUE '     GL POSTED DEBITS'.
           05  FILLER                  PIC X(22)
                    VALUE '    SUBLEDGER CREDITS'.
           05  FILLER                  PIC X(22)
                    VALUE '    GL POSTED CREDITS'.

       01  ACCOUNT-LINE.
           05  ACL-ACCOUNT             PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ACL-SUB-DEBITS          PIC -$,$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ACL-GL-DEBITS           PIC -$,$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ACL-SUB-CREDITS         PIC -$,$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ACL-GL-CREDITS          PIC -$,$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  ACL-VERDICT             PIC X(18).

       01  DIFFERENCE-LINE.
           05  FILLER                  PIC X(10)
                    VALUE '  DIFF'.
           05  FILLER                  PIC X(22)       VALUE SPACES.
           05  DFL-DEBIT-DIFF          PIC -$,$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(23)       VALUE SPACES.
           05  DFL-CREDIT-DIFF         PIC -$,$$$,$$$,$$$,$$9.99.

       01  FOOTER-LINE.
           05  FILLER                  PIC X(24)
                    VALUE 'ACCOUNTS UNRECONCILED:  '.
           05  FOOTER-UNRECONCILED     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(22)
                    VALUE '  JOBS WITHOUT MAP:  '.
           05  FOOTER-UNMAPPED         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-JOB-DOLLARS.
           PERFORM 300-LOAD-GL-BALANCES.
           PERFORM 500-PRINT-ACCOUNTS.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           MOVE BUSINESS-DATE-NUM (1:6) TO REPORT-MONTH-WS.
           PERFORM 120-LOAD-JOB-MAP.

           OPEN INPUT LEDGJOB
           IF NOT LJ-NORMAL
                DISPLAY 'ERROR OPENING LEDGJOB'
                GO TO 999-RETURN-ERR.

           OPEN INPUT GLBAL
           IF NOT GLB-NORMAL
                DISPLAY 'ERROR OPENING GLBAL'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT GLRECRPT
           IF NOT GRR-NORMAL
                DISPLAY 'ERROR OPENING GLRECRPT'
                GO TO 999-RETURN-ERR.

           MOVE REPORT-MONTH-WS TO HDR-MONTH.
           WRITE GLRECRPT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.

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

      * Every account the map names gets a slot up front, so an
      * account the subledger never touched but the GL posted to is
      * still compared.
       120-LOAD-JOB-MAP.
           OPEN INPUT GLJOBMAP
           IF NOT GJM-NORMAL
                DISPLAY 'ERROR OPENING GLJOBMAP'
                GO TO 999-RETURN-ERR.

           READ GLJOBMAP
               AT END MOVE 'Y' TO GLJOBMAP-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-GLJOBMAP
               IF GJM-JOB-NAME NOT = SPACES
                    IF JOB-MAP-COUNT >= JOB-MAP-MAX
                         DISPLAY "ERROR: MORE THAN " JOB-MAP-MAX
                             " JOBS ON GLJOBMAP"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO JOB-MAP-COUNT
                    MOVE GJM-JOB-NAME    TO JM-JOB-NAME (JOB-MAP-COUNT)
                    MOVE GJM-DEBIT-ACCT  TO
                        JM-DEBIT-ACCT (JOB-MAP-COUNT)
                    MOVE GJM-CREDIT-ACCT TO
                        JM-CREDIT-ACCT (JOB-MAP-COUNT)
                    MOVE GJM-DEBIT-ACCT  TO FIND-ACCOUNT
                    PERFORM 250-FIND-ACCOUNT
                    MOVE GJM-CREDIT-ACCT TO FIND-ACCOUNT
                    PERFORM 250-FIND-ACCOUNT
               END-IF
               READ GLJOBMAP
                   AT END MOVE 'Y' TO GLJOBMAP-EOF
               END-READ
           END-PERFORM.
           CLOSE GLJOBMAP.

      * Each job's month dollars post to its debit account's debits
      * and its credit account's credits.  A job with dollars and no
      * map entry cannot be reconciled and is listed as such; a job
      * with no dollars (most of the suite moves no money) is left
      * off.
       200-POST-JOB-DOLLARS.
           MOVE 'SUBLEDGER DOLLARS BY JOB' TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.
           MOVE '------------------------' TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.

           PERFORM 410-READ-LEDGJOB.
           PERFORM 205-WORK-ONE-JOB UNTIL NO-MORE-LEDGJOB.
           CLOSE LEDGJOB.

       205-WORK-ONE-JOB.
           PERFORM 210-POST-ONE-JOB THRU 210-POST-ONE-JOB-X.
           PERFORM 410-READ-LEDGJOB.

       210-POST-ONE-JOB.
           IF LJ-MONTH NOT = REPORT-MONTH-WS
                GO TO 210-POST-ONE-JOB-X.

           ADD 1 TO JOBS-READ.
           MOVE LJ-JOB-NAME TO JBL-JOB-NAME.
           MOVE LJ-DOLLARS  TO JBL-DOLLARS.
           MOVE SPACES      TO JBL-DEBIT-ACCT JBL-CREDIT-ACCT JBL-NOTE.

           SET JM-IDX TO 1.
           SEARCH JOB-MAP-ITEM VARYING JM-IDX
               AT END
                   CONTINUE
               WHEN JM-IDX > JOB-MAP-COUNT
                   CONTINUE
               WHEN JM-JOB-NAME (JM-IDX) = LJ-JOB-NAME
                   CONTINUE
           END-SEARCH.

           IF JM-IDX > JOB-MAP-COUNT
                IF LJ-DOLLARS NOT = ZERO
                     ADD 1 TO JOBS-UNMAPPED
                     MOVE '** NO GLJOBMAP ENTRY **' TO JBL-NOTE
                     WRITE GLRECRPT-REC FROM JOB-LINE
                END-IF
                GO TO 210-POST-ONE-JOB-X
           END-IF.

           ADD 1 TO JOBS-MAPPED.
           MOVE JM-DEBIT-ACCT (JM-IDX)  TO JBL-DEBIT-ACCT.
           MOVE JM-CREDIT-ACCT (JM-IDX) TO JBL-CREDIT-ACCT.
           WRITE GLRECRPT-REC FROM JOB-LINE.

           IF JM-DEBIT-ACCT (JM-IDX) NOT = SPACES
                MOVE JM-DEBIT-ACCT (JM-IDX) TO FIND-ACCOUNT
                PERFORM 250-FIND-ACCOUNT
                ADD LJ-DOLLARS TO AC-SUB-DEBITS (ACCOUNT-SUB)
           END-IF.
           IF JM-CREDIT-ACCT (JM-IDX) NOT = SPACES
                MOVE JM-CREDIT-ACCT (JM-IDX) TO FIND-ACCOUNT
                PERFORM 250-FIND-ACCOUNT
                ADD LJ-DOLLARS TO AC-SUB-CREDITS (ACCOUNT-SUB)
           END-IF.

       210-POST-ONE-JOB-X.
           EXIT.

      * Leaves ACCOUNT-SUB on FIND-ACCOUNT's slot, opening one on
      * first sight; a blank account (a one-sided job) is skipped.
       250-FIND-ACCOUNT.
           MOVE 0 TO ACCOUNT-SUB.
           IF FIND-ACCOUNT NOT = SPACES
                SET AC-IDX TO 1
                SEARCH ACCOUNT-ITEM VARYING AC-IDX
                    AT END
                        CONTINUE
                    WHEN AC-IDX > ACCOUNT-COUNT
                        CONTINUE
                    WHEN AC-ACCOUNT (AC-IDX) = FIND-ACCOUNT
                        SET ACCOUNT-SUB TO AC-IDX
                END-SEARCH
                IF ACCOUNT-SUB = 0
                     PERFORM 255-OPEN-ACCOUNT
                END-IF
           END-IF.

       255-OPEN-ACCOUNT.
           IF ACCOUNT-COUNT >= ACCOUNT-MAX
                DISPLAY "ERROR: MORE THAN " ACCOUNT-MAX
                    " ACCOUNTS ON GLJOBMAP"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO ACCOUNT-COUNT.
           MOVE ACCOUNT-COUNT TO ACCOUNT-SUB.
           MOVE FIND-ACCOUNT TO AC-ACCOUNT (ACCOUNT-SUB).
           MOVE ZERO TO AC-SUB-DEBITS (ACCOUNT-SUB).
           MOVE ZERO TO AC-SUB-CREDITS (ACCOUNT-SUB).
           MOVE ZERO TO AC-GL-DEBITS (ACCOUNT-SUB).
           MOVE ZERO TO AC-GL-CREDITS (ACCOUNT-SUB).

      * The GL's posted activity for the month, for the accounts the
      * map names; the GL's other accounts are not this
      * reconciliation's business.
       300-LOAD-GL-BALANCES.
           PERFORM 420-READ-GLBAL.
           PERFORM 310-LOAD-ONE-BALANCE UNTIL NO-MORE-GLBAL.
           CLOSE GLBAL.

       310-LOAD-ONE-BALANCE.
           IF GLB-PERIOD = REPORT-MONTH-WS
                SET AC-IDX TO 1
                SEARCH ACCOUNT-ITEM VARYING AC-IDX
                    AT END
                        CONTINUE
                    WHEN AC-IDX > ACCOUNT-COUNT
                        CONTINUE
                    WHEN AC-ACCOUNT (AC-IDX) = GLB-ACCOUNT
                        ADD GLB-POSTED-DEBITS  TO AC-GL-DEBITS (AC-IDX)
                        ADD GLB-POSTED-CREDITS TO AC-GL-CREDITS (AC-IDX)
                END-SEARCH
           END-IF.

           PERFORM 420-READ-GLBAL.

       410-READ-LEDGJOB.
           READ LEDGJOB
               AT END MOVE 'Y' TO LEDGJOB-EOF
           END-READ.

           IF NOT (LJ-NORMAL OR NO-MORE-LEDGJOB)
                DISPLAY 'ERROR READING LEDGJOB'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-GLBAL.
           READ GLBAL
               AT END MOVE 'Y' TO GLBAL-EOF
           END-READ.

           IF NOT (GLB-NORMAL OR NO-MORE-GLBAL)
                DISPLAY 'ERROR READING GLBAL'
                GO TO 999-RETURN-ERR
           END-IF.

      * One line per account, with the difference under any account
      * whose debits or credits do not agree.
       500-PRINT-ACCOUNTS.
           MOVE SPACES TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.
           MOVE 'ACCOUNT RECONCILIATION' TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.
           MOVE '----------------------' TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.
           WRITE GLRECRPT-REC FROM ACCOUNT-HEADER-LINE.

           PERFORM 510-PRINT-ONE-ACCOUNT
               VARYING ACCOUNT-SUB FROM 1 BY 1
               UNTIL ACCOUNT-SUB > ACCOUNT-COUNT.

       510-PRINT-ONE-ACCOUNT.
           MOVE AC-ACCOUNT (ACCOUNT-SUB)     TO ACL-ACCOUNT.
           MOVE AC-SUB-DEBITS (ACCOUNT-SUB)  TO ACL-SUB-DEBITS.
           MOVE AC-GL-DEBITS (ACCOUNT-SUB)   TO ACL-GL-DEBITS.
           MOVE AC-SUB-CREDITS (ACCOUNT-SUB) TO ACL-SUB-CREDITS.
           MOVE AC-GL-CREDITS (ACCOUNT-SUB)  TO ACL-GL-CREDITS.
           COMPUTE DEBIT-DIFFERENCE =
               AC-SUB-DEBITS (ACCOUNT-SUB) - AC-GL-DEBITS (ACCOUNT-SUB).
           COMPUTE CREDIT-DIFFERENCE =
               AC-SUB-CREDITS (ACCOUNT-SUB)
               - AC-GL-CREDITS (ACCOUNT-SUB).

           IF DEBIT-DIFFERENCE = ZERO AND CREDIT-DIFFERENCE = ZERO
                MOVE 'RECONCILED' TO ACL-VERDICT
                WRITE GLRECRPT-REC FROM ACCOUNT-LINE
           ELSE
                ADD 1 TO ACCOUNTS-UNRECONCILED
                MOVE '** UNRECONCILED **' TO ACL-VERDICT
                WRITE GLRECRPT-REC FROM ACCOUNT-LINE
                MOVE DEBIT-DIFFERENCE  TO DFL-DEBIT-DIFF
                MOVE CREDIT-DIFFERENCE TO DFL-CREDIT-DIFF
                WRITE GLRECRPT-REC FROM DIFFERENCE-LINE
                IF DEBIT-DIFFERENCE < ZERO
                     SUBTRACT DEBIT-DIFFERENCE FROM UNRECONCILED-TOTAL
                ELSE
                     ADD DEBIT-DIFFERENCE TO UNRECONCILED-TOTAL
                END-IF
                IF CREDIT-DIFFERENCE < ZERO
                     SUBTRACT CREDIT-DIFFERENCE FROM UNRECONCILED-TOTAL
                ELSE
                     ADD CREDIT-DIFFERENCE TO UNRECONCILED-TOTAL
                END-IF
                DISPLAY "*** GL ACCOUNT " AC-ACCOUNT (ACCOUNT-SUB)
                    " DOES NOT RECONCILE TO THE SUBLEDGERS ***"
           END-IF.

       600-PRINT-FOOTER.
           MOVE SPACES TO GLRECRPT-REC.
           WRITE GLRECRPT-REC.
           MOVE ACCOUNTS-UNRECONCILED TO FOOTER-UNRECONCILED.
           MOVE JOBS-UNMAPPED         TO FOOTER-UNMAPPED.
           WRITE GLRECRPT-REC FROM FOOTER-LINE.

       900-CLEANUP.
           DISPLAY "LEDGER JOBS READ     : " JOBS-READ.
           DISPLAY "JOBS RECONCILED      : " JOBS-MAPPED.
           DISPLAY "ACCOUNTS UNRECONCILED: " ACCOUNTS-UNRECONCILED.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE GLRECRPT.

      * One run-control record for DAYBAL's cross-foot: each job
      * read was reconciled through the map (primary) or was not
      * (secondary); the dollars are the total difference, debits
      * and credits alike, left unreconciled.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           MOVE SPACES TO LEDGER-REC.
           INITIALIZE LEDGER-REC.
           MOVE 'GLRECON'              TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM      TO LED-RUN-DATE.
           MOVE JOBS-READ              TO LED-RECS-IN.
           MOVE JOBS-MAPPED            TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY = JOBS-READ - JOBS-MAPPED.
           MOVE ZERO                   TO LED-RECS-REJECTED.
           MOVE UNRECONCILED-TOTAL     TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
