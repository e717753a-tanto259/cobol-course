      ***** CAN BE CHECKED AT A GLANCE.
      *****
      ***** THE SCHEDULE'S FILE ORDER IS ITS DEPENDENCY ORDER WITHIN
      ***** A GROUP: INTGCHK FIRST OF ALL, AHEAD OF EVERY STEP THAT
      ***** READS THE MASTERS IT CROSS-CHECKS (ITS ORPHANS ARE
      ***** REPORTED, NEVER FAILED, SO IT BLOCKS NOTHING), EXCRPT
      ***** AFTER THE EXCEPTION WRITERS AND INTGCHK,
      ***** RECONCIL AFTER CLAIMPD, EXCPAYMT AND HOSPBILL EXIST (SO
      ***** MEDEXCQ AHEAD OF IT), PREMBILL AHEAD OF MEDCLAIM AND
      ***** MEDPENDQ (BOTH READ ITS GRACELST), STOPLOSS AFTER
      ***** MEDCLAIM AND MEDEXCQ, PROVPAY AFTER MEDCLAIM, DISBREL AND
      ***** DISBRET (IT PAYS FROM ALL THREE AND HONORS DISBRET'S
      ***** PAYMENT HOLDS), PROVSCRN AHEAD OF MEDCLAIM AND
      ***** MEDPENDQ WHEN IT RUNS (BOTH READ ITS PRVREVW), MEDAPPL
      ***** AFTER MEDCLAIM AND MEDEXCQ (ITS APPLSTG RUNS THROUGH
      ***** MEDCLAIM AS A STANDALONE BATCH, LIKE PENDSTG), SUBRPRO
      ***** AFTER MEDCLAIM (IT WORKS THE CASES MEDCLAIM OPENS),
      ***** HOSPCLM AFTER HOSPEDIT AND AHEAD OF RECONCIL (ITS
      ***** HOSPCLMS RUNS THROUGH MEDCLAIM AS A STANDALONE BATCH AND
      ***** RECONCIL AGES FROM ITS CLMSUBLG), HOSPRECV AFTER
      ***** MEDCLAIM, MEDEXCQ AND HOSPCLM (IT POSTS THEIR CLAIMPD,
      ***** EXCPAYMT AND REMITDTL AGAINST THE STAYS CLMSUBLG OPENS),
      ***** HOSPCOLL AFTER HOSPRECV (IT PLACES THE BDWOFF WRITE-OFFS),
      ***** HOSPCRED AFTER HOSPRECV (IT REFUNDS FROM ITS ARMNEW, AND
      ***** ITS PATREFND POSTS BACK IN THE NEXT CYCLE'S HOSPRECV),
      ***** HOSPEST AHEAD OF HOSPSTMT (THE BILLS COMPARE AGAINST THE
      ***** ESTIMATES IT KEEPS), BEDFCST AFTER HOSPEDIT (IT
      ***** FORECASTS FROM THE STAYS HOSPEDIT LEAVES OPEN ON ADMHIST),
      ***** VNDPAY AFTER RCPMATCH (IT PAYS FROM RCPMATCH'S PAYAPPR
      ***** APPROVALS), TIMEEDIT AHEAD OF PAYROL0B (PAYROL0B PAYS
      ***** FROM ITS TIMEHRS AND TIMELAB AND STOPS ON A MISSING OR
      ***** OTHER-PERIOD TRAILER), PAYCHECK, PAYADV, LABRPT AND
      ***** GARNRMT AFTER PAYROL0B (EACH WORKS FROM AN EXTRACT
      ***** PAYROL0B WRITES), INVGEN AFTER TABLES01, ONCALPAY AND
      ***** CONTBURN (IT INVOICES FROM THE BILLCLR CONTBURN CLEARS),
      ***** CASHFCST AFTER EVERY PAYMENT AND RECEIVABLE STEP (PROVPAY,
      ***** PAYROL0B, MEDEXCQ, DISBREL, VNDPAY, INVGEN, HOSPRECV --
      ***** IT FORECASTS FROM THE FILES AND QUEUES THEY LEAVE),
      ***** GLACKPR AHEAD OF GLCONSOL (IT SETTLES THE BATCHES SENT ON
      ***** EARLIER NIGHTS BEFORE TONIGHT'S JOIN THEM ON GLSENT),
      ***** GLRECON ON THE MONTH-END CYCLE AFTER LEDGSUM (IT
      ***** RECONCILES LEDGSUM'S LEDGJOB TO THE GL),
      ***** BANKREC AFTER PROVPAY, PAYROL0B AND MEDEXCQ AND AHEAD OF
      ***** GLCONSOL (IT BOOKS TONIGHT'S OUTBOUND FILES AS OUTSTANDING
      ***** AND ITS FEE AND INTEREST ENTRIES GO OUT ON GLPOST),
      ***** ARCHRET ON THE MONTH-END CYCLE AFTER EVERY STEP THAT
      ***** WRITES THE HISTORY FILES AND AUDIT TRAILS IT TRIMS AND
      ***** AFTER EXCRPT (ITS KEEP GENERATIONS REPLACE THOSE FILES),
      ***** PORECON, MEDTRUP, PHYSRPT AND PROV1099 ON THEIR MONTHLY
      ***** AND YEAR-END CYCLES.
      *****
      ***** THE BANK'S CUT-OFFS ARE WATCHED AS THE CHAIN RUNS.  THE
      ***** NITEDLV DELIVERABLES FILE NAMES EACH OUTPUT THE BANK
      ***** NEEDS BY A CLOCK DEADLINE (ACHFILE FROM PAYROL0B BY THE
      ***** PAYROLL CUT-OFF, BANKDISB FROM PROVPAY BY THE CLAIMS
      ***** CUT-OFF) AND THE STEP THAT PRODUCES IT.  AFTER EVERY STEP
      ***** THE DRIVER PROJECTS EACH OUTSTANDING DELIVERABLE'S FINISH
      ***** FROM THE CLOCK PLUS BATTREND'S AVERAGE ELAPSED TIMES
      ***** (STEPAVG) FOR THE STEPS STILL AHEAD OF ITS PRODUCER, AND
      ***** THE MOMENT ONE IS AT RISK, MISSED, PRODUCED LATE OR LOST
      ***** TO A FAILURE AN ESCALATION RECORD GOES TO DLVALERT AND A
      ***** LINE TO THE CONSOLE AND THE REPORT -- NOT THE NEXT
      ***** MORNING.
      *****
      ***** EVERY MEDCLAIM RUN IS PRECEDED BY MEDBKOUT, WHICH BACKS
      ***** OUT A PREVIOUS MEDCLAIM RUN THAT NEVER FINISHED, SO THE
      ***** RESTART FROM A FAILED MEDCLAIM RERUNS IT AGAINST THE FILES
      ***** AS THEY STOOD BEFORE THE FAILED ATTEMPT.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO NITEARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NITEARCH-ST.
      * Deliverables control file: each critical output, the step
      * that produces it and its clock deadline.  No file means no
      * deadlines are watched.
           SELECT NITEDLV
           ASSIGN TO NITEDLV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NITEDLV-ST.
      * Average elapsed seconds per step, written by BATTREND from
      * the run-statistics archive.  A step with no average (or no
      * file at all) projects as no time.
           SELECT STEPAVG
           ASSIGN TO STEPAVG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEPAVG-ST.
      * Escalation alerts, appended and closed one at a time so each
      * is on file for the on-call operator the moment it is raised.
           SELECT DLVALERT
           ASSIGN TO DLVALERT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DLVALERT-ST.

       DATA DIVISION.
       FILE SECTION.
           05  CU-TO-DATE              PIC 9(08).
           05  FILLER                  PIC X(64).

      * The deadline falls on the business date plus the days-after
      * count at HHMM -- a payroll file due at 0600 the morning after
      * the cycle is 0600 with one day after.
       FD  NITEDLV
           RECORD CONTAINS 80 CHARACTERS.
       01  NITEDLV-REC.
           05  ND-OUTPUT-NAME-I        PIC X(08).
           05  ND-STEP-NAME-I          PIC X(08).
           05  ND-DEADLINE-HH-I        PIC 9(02).
           05  ND-DEADLINE-MM-I        PIC 9(02).
           05  ND-DAYS-AFTER-I         PIC 9(01).
           05  ND-DESCRIPTION-I        PIC X(30).
           05  FILLER                  PIC X(29).

       FD  STEPAVG
           RECORD CONTAINS 20 CHARACTERS.
       01  STEPAVG-REC.
           05  SA-STEP-NAME            PIC X(08).
           05  SA-AVG-SECS             PIC 9(07).
           05  SA-RUN-COUNT            PIC 9(05).

      * One escalation per deliverable event: AT RISK (projected
      * past its deadline), MISSED (deadline passed, not yet
      * produced), LATE (produced after its deadline), FAILED (its
      * step failed or was blocked) or UNSCHED (its step is not on
      * NITESCHD).  The estimate is the projected finish for AT
      * RISK and the clock at the time of the event otherwise.
       FD  DLVALERT
           RECORD CONTAINS 80 CHARACTERS.
       01  DLVALERT-REC.
           05  DA-RUN-DATE             PIC 9(08).
           05  DA-ALERT-DATE           PIC 9(08).
           05  DA-ALERT-TIME           PIC 9(06).
           05  DA-ALERT-TYPE           PIC X(08).
           05  DA-OUTPUT-NAME          PIC X(08).
           05  DA-STEP-NAME            PIC X(08).
           05  DA-DEADLINE-DATE        PIC 9(08).
           05  DA-DEADLINE-TIME        PIC 9(04).
           05  DA-EST-DATE             PIC 9(08).
           05  DA-EST-TIME             PIC 9(04).
           05  FILLER                  PIC X(10).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  NITERPT-ST              PIC X(02).
               88  CATCHUP-MODE                        VALUE 'Y'.
           05  NITEHIST-OPEN-SW        PIC X(01)       VALUE 'N'.
               88  NITEHIST-IS-OPEN                    VALUE 'Y'.
           05  NITEDLV-ST              PIC X(02).
               88  ND-NORMAL                           VALUE '00'.
               88  ND-FILE-MISSING                     VALUE '35'.
           05  NITEDLV-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-NITEDLV                     VALUE 'Y'.
           05  STEPAVG-ST              PIC X(02).
               88  SA-NORMAL                           VALUE '00'.
               88  SA-FILE-MISSING                     VALUE '35'.
           05  STEPAVG-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-STEPAVG                     VALUE 'Y'.
           05  DLVALERT-ST             PIC X(02).
               88  DA-NORMAL                           VALUE '00'.
               88  DA-FILE-MISSING                     VALUE '35'.
           05  PRJ-DUE-SW              PIC X(01)       VALUE 'N'.
               88  PRJ-STEP-DUE                        VALUE 'Y'.
           05  PRJ-DONE-SW             PIC X(01)       VALUE 'N'.
               88  PRJ-STEP-DONE                       VALUE 'Y'.
           05  PRODUCER-BLOCKED-SW     PIC X(01)       VALUE 'N'.
               88  PRODUCER-BLOCKED                    VALUE 'Y'.

       01  STEP-NAME                   PIC X(08).
       01  STEP-RETURN-CODE            PIC S9(04) COMP.

      * The schedule in dependency (file) order.
       01  SCHEDULE-TABLE.
           05  SCHEDULE-ITEM OCCURS 50 TIMES
                   INDEXED BY SCH-IDX.
               10  SCH-STEP-NAME           PIC X(08).
               10  SCH-FREQUENCY           PIC X(01).
      * failed group report NOT RUN instead of running against
      * missing inputs.
       01  FAILED-GROUP-TABLE.
           05  FAILED-GROUP-ITEM OCCURS 50 TIMES
                   INDEXED BY FG-IDX.
               10  FG-GROUP                PIC X(02).
       77  FAILED-GROUP-COUNT          PIC S9(04) COMP VALUE 0.
      * Steps already completed tonight per the run history, so a
      * rerun picks up at the failure point.
       01  COMPLETED-STEP-TABLE.
           05  COMPLETED-STEP-ITEM OCCURS 50 TIMES
                   INDEXED BY CS-IDX.
               10  CS-STEP-NAME            PIC X(08).
       77  COMPLETED-STEP-COUNT        PIC S9(04) COMP VALUE 0.

      * Deliverables watched against the clock, armed afresh for
      * each cycle.  A deliverable is pending until its producing
      * step's turn comes; AT RISK and MISSED each escalate once.
       01  DELIVERABLE-TABLE.
           05  DELIVERABLE-ITEM OCCURS 20 TIMES
                   INDEXED BY DV-IDX.
               10  DV-OUTPUT-NAME          PIC X(08).
               10  DV-STEP-NAME            PIC X(08).
               10  DV-DEADLINE-HH          PIC 9(02).
               10  DV-DEADLINE-MM          PIC 9(02).
               10  DV-DAYS-AFTER           PIC 9(01).
               10  DV-SCH-POS              PIC S9(04) COMP.
               10  DV-DEADLINE-MIN         PIC 9(09).
               10  DV-STATUS               PIC X(01).
                    88  DV-AT-RISK                 VALUE 'R'.
                    88  DV-MISSED                  VALUE 'M'.
                    88  DV-CLOSED                  VALUE 'C'.
       77  DELIVERABLE-COUNT           PIC S9(04) COMP VALUE 0.

       01  STEP-AVG-TABLE.
           05  STEP-AVG-ITEM OCCURS 50 TIMES
                   INDEXED BY SA-IDX.
               10  SAT-STEP-NAME           PIC X(08).
               10  SAT-AVG-SECS            PIC 9(07).
       77  STEP-AVG-COUNT              PIC S9(04) COMP VALUE 0.

      * Clock times are carried as minutes from the day-count
      * epoch (INTEGER-OF-DATE times 1440 plus the minute of the
      * day), so a deadline the morning after compares cleanly
      * against a chain that started the evening before.
       01  CLOCK-WS.
           05  CLK-DATE                PIC 9(08).
           05  CLK-HH                  PIC 9(02).
           05  CLK-MM                  PIC 9(02).
           05  CLK-SS                  PIC 9(02).
       77  NOW-MIN                     PIC 9(09).
       77  PROJECTED-MIN               PIC 9(09).
       77  EST-MIN                     PIC 9(09).
       77  REMAINING-SECS              PIC 9(09).
       77  PRJ-SUB                     PIC S9(04) COMP.
       77  ALERT-TYPE                  PIC X(08).
       77  CNV-MIN                     PIC 9(09).
       77  CNV-DAY-INT                 PIC 9(08).
       77  CNV-REM                     PIC 9(04).
       77  CNV-HH                      PIC 9(02).
       77  CNV-MM                      PIC 9(02).
       77  CNV-DATE                    PIC 9(08).
       77  CNV-HHMM                    PIC 9(04).

       01  DELIVERY-LINE.
           05  DLL-FLAG                PIC X(04).
           05  DLL-ALERT-TYPE          PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  DLL-OUTPUT-NAME         PIC X(08).
           05  FILLER                  PIC X(06)       VALUE ' FROM '.
           05  DLL-STEP-NAME           PIC X(08).
           05  FILLER                  PIC X(05)       VALUE ' DUE '.
           05  DLL-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  DLL-DUE-TIME            PIC 9(04).
           05  DLL-EST-LABEL           PIC X(06).
           05  DLL-EST-DATE            PIC 9(08).
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  DLL-EST-TIME            PIC 9(04).

       01  CATCHUP-HEADER-LINE.
           05  FILLER                  PIC X(28)
                    VALUE '=== CYCLE FOR BUSINESS DATE '.
           PERFORM 095-READ-CATCHUP-CARD.
           PERFORM 100-OPEN-FILES.
           PERFORM 105-LOAD-SCHEDULE.
           PERFORM 107-LOAD-DELIVERABLES.
           PERFORM 125-LOAD-STEP-AVERAGES.

           IF CATCHUP-MODE
                PERFORM 150-RUN-CATCHUP
           CLOSE BUSDATE.

       160-RUN-ONE-CYCLE.
           PERFORM 400-START-DEADLINE-WATCH.
           PERFORM 230-RUN-SCHEDULED-STEP
               VARYING SCH-SUB FROM 1 BY 1
               UNTIL SCH-SUB > SCHEDULE-COUNT.
           END-IF.

           IF NOT NO-MORE-NITESCHD
                IF SCHEDULE-COUNT >= 50
                     DISPLAY 'ERROR: NITESCHD HAS MORE THAN 50 STEPS'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                END-IF
                    TO SCH-GROUP (SCHEDULE-COUNT)
           END-IF.

      * Loads the deliverables to watch.  A deadline that is not a
      * real clock time stops the run for the operator to fix rather
      * than silently going unwatched.
       107-LOAD-DELIVERABLES.
           OPEN INPUT NITEDLV.

           IF ND-NORMAL
                PERFORM 108-READ-DELIVERABLE UNTIL NO-MORE-NITEDLV
                CLOSE NITEDLV
           ELSE
                IF NOT ND-FILE-MISSING
                     DISPLAY 'ERROR OPENING NITEDLV'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                END-IF
           END-IF.

       108-READ-DELIVERABLE.
           READ NITEDLV
               AT END MOVE 'Y' TO NITEDLV-EOF
           END-READ.

           IF NOT (ND-NORMAL OR NO-MORE-NITEDLV)
                DISPLAY 'ERROR READING NITEDLV'
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-IF.

           IF NOT NO-MORE-NITEDLV AND NITEDLV-REC NOT = SPACES
                IF ND-DEADLINE-HH-I NOT NUMERIC
                       OR ND-DEADLINE-MM-I NOT NUMERIC
                       OR ND-DAYS-AFTER-I NOT NUMERIC
                       OR ND-DEADLINE-HH-I > 23
                       OR ND-DEADLINE-MM-I > 59
                     DISPLAY 'ERROR: INVALID NITEDLV DEADLINE: '
                             NITEDLV-REC
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                END-IF
                IF DELIVERABLE-COUNT >= 20
                     DISPLAY 'ERROR: NITEDLV HAS MORE THAN 20 '
                             'DELIVERABLES'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                END-IF
                ADD 1 TO DELIVERABLE-COUNT
                MOVE ND-OUTPUT-NAME-I
                    TO DV-OUTPUT-NAME (DELIVERABLE-COUNT)
                MOVE ND-STEP-NAME-I
                    TO DV-STEP-NAME (DELIVERABLE-COUNT)
                MOVE ND-DEADLINE-HH-I
                    TO DV-DEADLINE-HH (DELIVERABLE-COUNT)
                MOVE ND-DEADLINE-MM-I
                    TO DV-DEADLINE-MM (DELIVERABLE-COUNT)
                MOVE ND-DAYS-AFTER-I
                    TO DV-DAYS-AFTER (DELIVERABLE-COUNT)
           END-IF.

      * Loads BATTREND's step averages.  Without them the deadline
      * watch still reports misses, late files and failures as they
      * happen; it just cannot see trouble coming.
       125-LOAD-STEP-AVERAGES.
           OPEN INPUT STEPAVG.

           IF SA-NORMAL
                PERFORM 126-READ-STEP-AVERAGE UNTIL NO-MORE-STEPAVG
                CLOSE STEPAVG
           ELSE
                IF NOT SA-FILE-MISSING
                     DISPLAY 'ERROR OPENING STEPAVG'
                     MOVE 16 TO RETURN-CODE
                     GOBACK
                END-IF
           END-IF.

       126-READ-STEP-AVERAGE.
           READ STEPAVG
               AT END MOVE 'Y' TO STEPAVG-EOF
           END-READ.

           IF NOT (SA-NORMAL OR NO-MORE-STEPAVG)
                DISPLAY 'ERROR READING STEPAVG'
                MOVE 16 TO RETURN-CODE
                GOBACK
           END-IF.

           IF NOT NO-MORE-STEPAVG
                  AND SA-AVG-SECS NUMERIC
                  AND STEP-AVG-COUNT < 50
                ADD 1 TO STEP-AVG-COUNT
                MOVE SA-STEP-NAME TO SAT-STEP-NAME (STEP-AVG-COUNT)
                MOVE SA-AVG-SECS  TO SAT-AVG-SECS (STEP-AVG-COUNT)
           END-IF.

      * Reads the run history and remembers which steps already
      * completed tonight, so a rerun of the same night skips them
      * and resumes from the failure point.  A missing history file
           IF NOT NO-MORE-NITEHIST
                IF NH-RUN-DATE = RUN-DATE-NUM
                       AND NH-RETURN-CODE = ZERO
                       AND COMPLETED-STEP-COUNT < 50
                     ADD 1 TO COMPLETED-STEP-COUNT
                     MOVE NH-STEP-NAME
                         TO CS-STEP-NAME (COMPLETED-STEP-COUNT)
                   END-IF
           END-EVALUATE.

           PERFORM 410-CHECK-DEADLINES.

      * A step is blocked when its own dependency group already has
      * a failure, or -- for a behind-everything step -- when any
      * step failed tonight.  An independent step is never blocked.
                WRITE NITERPT-REC FROM STATUS-LINE
           ELSE
                MOVE FUNCTION CURRENT-DATE (9:6) TO STEP-START-TIME
                PERFORM 265-BACK-OUT-FAILED-RUN
                IF RETURN-CODE = ZERO
                     PERFORM 270-CALL-STEP
                END-IF
                MOVE RETURN-CODE TO STEP-RETURN-CODE
                MOVE FUNCTION CURRENT-DATE (9:6) TO STEP-END-TIME
                PERFORM 280-WRITE-RUN-HISTORY
                   MOVE 'Y' TO STEP-DONE-SW
           END-SEARCH.

      * MEDCLAIM updates CLMHIST, DEDACCUM, MEMACCUM and SUBRCASE in
      * place, so a failed run must be backed out before it is run
      * again.  MEDBKOUT goes ahead of every MEDCLAIM; it does nothing
      * unless MEDCLAIM's journal shows a run that never finished.  A
      * back-out that fails fails the step and MEDCLAIM is not called.
       265-BACK-OUT-FAILED-RUN.
           MOVE ZERO TO RETURN-CODE.
           IF STEP-NAME = "MEDCLAIM"
                CALL "MEDBKOUT"
                IF RETURN-CODE NOT = ZERO
                     DISPLAY 'ERROR: MEDBKOUT FAILED - MEDCLAIM NOT RUN'
                END-IF
           END-IF.

       270-CALL-STEP.
           EVALUATE STEP-NAME
               WHEN "FAVRFP"
                   CALL "REVTREND"
               WHEN "CASEMIX"
                   CALL "CASEMIX"
               WHEN "PHYSRPT"
                   CALL "PHYSRPT"
               WHEN "HOSPRECV"
                   CALL "HOSPRECV"
               WHEN "GLCONSOL"
                   CALL "LEDGSUM"
               WHEN "BATTREND"
                   CALL "BATTREND"
               WHEN "PREMBILL"
                   CALL "PREMBILL"
               WHEN "STOPLOSS"
                   CALL "STOPLOSS"
               WHEN "PROV1099"
                   CALL "PROV1099"
               WHEN "PROVPAY"
                   CALL "PROVPAY"
               WHEN "PROVSCRN"
                   CALL "PROVSCRN"
               WHEN "MEDAPPL"
                   CALL "MEDAPPL"
               WHEN "DISBRET"
                   CALL "DISBRET"
               WHEN "SUBRPRO"
                   CALL "SUBRPRO"
               WHEN "HOSPCLM"
                   CALL "HOSPCLM"
               WHEN "HOSPCOLL"
                   CALL "HOSPCOLL"
               WHEN "HOSPCRED"
                   CALL "HOSPCRED"
               WHEN "HOSPEST"
                   CALL "HOSPEST"
               WHEN "BEDFCST"
                   CALL "BEDFCST"
               WHEN "TIMEEDIT"
                   CALL "TIMEEDIT"
               WHEN "PAYROL0B"
                   CALL "PAYROL0B"
               WHEN "PAYCHECK"
                   CALL "PAYCHECK"
               WHEN "PAYADV"
                   CALL "PAYADV"
               WHEN "LABRPT"
                   CALL "LABRPT"
               WHEN "GARNRMT"
                   CALL "GARNRMT"
               WHEN "INTGCHK"
                   CALL "INTGCHK"
               WHEN "CASHFCST"
                   CALL "CASHFCST"
               WHEN "GLACKPR"
                   CALL "GLACKPR"
               WHEN "GLRECON"
                   CALL "GLRECON"
               WHEN "BANKREC"
                   CALL "BANKREC"
               WHEN "ARCHRET"
                   CALL "ARCHRET"
               WHEN OTHER
                   DISPLAY 'ERROR: UNKNOWN STEP ON NITESCHD: '
                           STEP-NAME

       310-FAIL-STEP-GROUP.
           IF STEP-GROUP NOT = SPACES AND STEP-GROUP NOT = '**'
                  AND FAILED-GROUP-COUNT < 50
                ADD 1 TO FAILED-GROUP-COUNT
                MOVE STEP-GROUP
                    TO FG-GROUP (FAILED-GROUP-COUNT)
               TO NITERPT-REC.
           WRITE NITERPT-REC.

      * Arms every deliverable for this cycle: its deadline on the
      * cycle's business date and its producer's place in the
      * schedule.  A producer not on NITESCHD can never deliver and
      * escalates at once; one not due tonight (a month-end step on
      * an ordinary night) is simply not watched.  The first check
      * runs before any step, so a chain already too late to make a
      * cut-off says so at the start.
       400-START-DEADLINE-WATCH.
           IF DELIVERABLE-COUNT > 0
                PERFORM 430-READ-CLOCK
                PERFORM 405-ARM-ONE-DELIVERABLE
                    VARYING DV-IDX FROM 1 BY 1
                    UNTIL DV-IDX > DELIVERABLE-COUNT
                MOVE ZERO TO SCH-SUB
                PERFORM 410-CHECK-DEADLINES
           END-IF.

       405-ARM-ONE-DELIVERABLE.
           MOVE SPACE TO DV-STATUS (DV-IDX).
           COMPUTE DV-DEADLINE-MIN (DV-IDX) =
               (FUNCTION INTEGER-OF-DATE (RUN-DATE-NUM)
                   + DV-DAYS-AFTER (DV-IDX)) * 1440
               + DV-DEADLINE-HH (DV-IDX) * 60
               + DV-DEADLINE-MM (DV-IDX).

           MOVE ZERO TO DV-SCH-POS (DV-IDX).
           SET SCH-IDX TO 1.
           SEARCH SCHEDULE-ITEM VARYING SCH-IDX
               AT END
                   CONTINUE
               WHEN SCH-IDX > SCHEDULE-COUNT
                   CONTINUE
               WHEN SCH-STEP-NAME (SCH-IDX) = DV-STEP-NAME (DV-IDX)
                   SET DV-SCH-POS (DV-IDX) TO SCH-IDX
           END-SEARCH.

           IF DV-SCH-POS (DV-IDX) = ZERO
                MOVE 'C'       TO DV-STATUS (DV-IDX)
                MOVE 'UNSCHED' TO ALERT-TYPE
                MOVE NOW-MIN   TO EST-MIN
                PERFORM 440-RAISE-ALERT
           ELSE
                MOVE DV-SCH-POS (DV-IDX) TO PRJ-SUB
                PERFORM 427-CHECK-STEP-DUE
                IF NOT PRJ-STEP-DUE
                     MOVE 'C' TO DV-STATUS (DV-IDX)
                END-IF
           END-IF.

      * Runs after every schedule entry (and once before the first),
      * with SCH-SUB at the entry just handled and SL-STATUS holding
      * how it went.
       410-CHECK-DEADLINES.
           IF DELIVERABLE-COUNT > 0
                PERFORM 430-READ-CLOCK
                PERFORM 415-CHECK-ONE-DELIVERABLE THRU 415-EXIT
                    VARYING DV-IDX FROM 1 BY 1
                    UNTIL DV-IDX > DELIVERABLE-COUNT
           END-IF.

      * The producer's own turn settles the deliverable: on time,
      * late, already delivered by an earlier run tonight, or lost
      * to a failure.  Until then a producer stranded behind a
      * failure is lost at once, a passed deadline is MISSED, and a
      * projected finish past the deadline is AT RISK.
       415-CHECK-ONE-DELIVERABLE.
           IF DV-CLOSED (DV-IDX)
                GO TO 415-EXIT
           END-IF.

           MOVE NOW-MIN TO EST-MIN.

           IF DV-SCH-POS (DV-IDX) = SCH-SUB
                MOVE 'C' TO DV-STATUS (DV-IDX)
                EVALUATE SL-STATUS
                    WHEN 'COMPLETED'
                        IF NOW-MIN > DV-DEADLINE-MIN (DV-IDX)
                             MOVE 'LATE' TO ALERT-TYPE
                             PERFORM 440-RAISE-ALERT
                        ELSE
                             MOVE 'MET' TO ALERT-TYPE
                             MOVE SPACES TO DLL-FLAG
                             PERFORM 445-PRINT-DELIVERY-LINE
                        END-IF
                    WHEN 'SKIPPED'
                    WHEN 'NOT SCHED'
                        CONTINUE
                    WHEN OTHER
                        MOVE 'FAILED' TO ALERT-TYPE
                        PERFORM 440-RAISE-ALERT
                END-EVALUATE
                GO TO 415-EXIT
           END-IF.

           PERFORM 417-CHECK-PRODUCER-BLOCKED.
           IF PRODUCER-BLOCKED
                MOVE 'C'      TO DV-STATUS (DV-IDX)
                MOVE 'FAILED' TO ALERT-TYPE
                PERFORM 440-RAISE-ALERT
                GO TO 415-EXIT
           END-IF.

           IF DV-MISSED (DV-IDX)
                GO TO 415-EXIT
           END-IF.

           IF NOW-MIN > DV-DEADLINE-MIN (DV-IDX)
                MOVE 'M'      TO DV-STATUS (DV-IDX)
                MOVE 'MISSED' TO ALERT-TYPE
                PERFORM 440-RAISE-ALERT
                GO TO 415-EXIT
           END-IF.

           IF NOT DV-AT-RISK (DV-IDX)
                PERFORM 420-PROJECT-COMPLETION
                IF PROJECTED-MIN > DV-DEADLINE-MIN (DV-IDX)
                     MOVE 'R'           TO DV-STATUS (DV-IDX)
                     MOVE 'AT RISK'     TO ALERT-TYPE
                     MOVE PROJECTED-MIN TO EST-MIN
                     PERFORM 440-RAISE-ALERT
                END-IF
           END-IF.

       415-EXIT.
           EXIT.

      * The same rule 235-CHECK-STEP-BLOCKED applies when the
      * producer's turn comes, applied early.
       417-CHECK-PRODUCER-BLOCKED.
           MOVE 'N' TO PRODUCER-BLOCKED-SW.
           MOVE DV-SCH-POS (DV-IDX) TO PRJ-SUB.
           EVALUATE TRUE
               WHEN SCH-DEPENDS-ON-ALL (PRJ-SUB)
                   IF CHAIN-ABORTED
                        MOVE 'Y' TO PRODUCER-BLOCKED-SW
                   END-IF
               WHEN SCH-INDEPENDENT (PRJ-SUB)
                   CONTINUE
               WHEN OTHER
                   SET FG-IDX TO 1
                   SEARCH FAILED-GROUP-ITEM VARYING FG-IDX
                       AT END
                           CONTINUE
                       WHEN FG-IDX > FAILED-GROUP-COUNT
                           CONTINUE
                       WHEN FG-GROUP (FG-IDX) = SCH-GROUP (PRJ-SUB)
                           MOVE 'Y' TO PRODUCER-BLOCKED-SW
                   END-SEARCH
           END-EVALUATE.

      * The steps run one after another in schedule order, so the
      * producer finishes after every step still ahead of it that is
      * due tonight and not already complete, each at its average.
       420-PROJECT-COMPLETION.
           MOVE ZERO TO REMAINING-SECS.
           COMPUTE PRJ-SUB = SCH-SUB + 1.
           PERFORM 425-ADD-STEP-ESTIMATE
               VARYING PRJ-SUB FROM PRJ-SUB BY 1
               UNTIL PRJ-SUB > DV-SCH-POS (DV-IDX).
           COMPUTE PROJECTED-MIN =
               NOW-MIN + (REMAINING-SECS + 59) / 60.

       425-ADD-STEP-ESTIMATE.
           PERFORM 427-CHECK-STEP-DUE.
           IF PRJ-STEP-DUE
                MOVE 'N' TO PRJ-DONE-SW
                SET CS-IDX TO 1
                SEARCH COMPLETED-STEP-ITEM VARYING CS-IDX
                    AT END
                        CONTINUE
                    WHEN CS-IDX > COMPLETED-STEP-COUNT
                        CONTINUE
                    WHEN CS-STEP-NAME (CS-IDX) =
                         SCH-STEP-NAME (PRJ-SUB)
                        MOVE 'Y' TO PRJ-DONE-SW
                END-SEARCH
                IF NOT PRJ-STEP-DONE
                     SET SA-IDX TO 1
                     SEARCH STEP-AVG-ITEM VARYING SA-IDX
                         AT END
                             CONTINUE
                         WHEN SA-IDX > STEP-AVG-COUNT
                             CONTINUE
                         WHEN SAT-STEP-NAME (SA-IDX) =
                              SCH-STEP-NAME (PRJ-SUB)
                             ADD SAT-AVG-SECS (SA-IDX)
                                 TO REMAINING-SECS
                     END-SEARCH
                END-IF
           END-IF.

      * Whether schedule entry PRJ-SUB is on tonight's cycle.
       427-CHECK-STEP-DUE.
           MOVE 'N' TO PRJ-DUE-SW.
           EVALUATE TRUE
               WHEN SCH-NIGHTLY (PRJ-SUB)
                   MOVE 'Y' TO PRJ-DUE-SW
               WHEN SCH-MONTH-END (PRJ-SUB)
                    AND TONIGHT-IS-MONTH-END
                   MOVE 'Y' TO PRJ-DUE-SW
               WHEN SCH-YEAR-END (PRJ-SUB)
                    AND TONIGHT-IS-YEAR-END
                   MOVE 'Y' TO PRJ-DUE-SW
           END-EVALUATE.

       430-READ-CLOCK.
           MOVE FUNCTION CURRENT-DATE (1:14) TO CLOCK-WS.
           COMPUTE NOW-MIN =
               FUNCTION INTEGER-OF-DATE (CLK-DATE) * 1440
               + CLK-HH * 60 + CLK-MM.

      * Escalates one deliverable event: console, report line and a
      * DLVALERT record closed straight away.  Trouble writing the
      * alert file is reported but does not stop the night -- the
      * console and report already carry the alert.
       440-RAISE-ALERT.
           MOVE '*** ' TO DLL-FLAG.
           PERFORM 445-PRINT-DELIVERY-LINE.
           DISPLAY DELIVERY-LINE.

           INITIALIZE DLVALERT-REC.
           MOVE RUN-DATE-NUM               TO DA-RUN-DATE.
           MOVE CLK-DATE                   TO DA-ALERT-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO DA-ALERT-TIME.
           MOVE ALERT-TYPE                 TO DA-ALERT-TYPE.
           MOVE DV-OUTPUT-NAME (DV-IDX)    TO DA-OUTPUT-NAME.
           MOVE DV-STEP-NAME (DV-IDX)      TO DA-STEP-NAME.
           MOVE DLL-DUE-DATE               TO DA-DEADLINE-DATE.
           MOVE DLL-DUE-TIME               TO DA-DEADLINE-TIME.
           MOVE DLL-EST-DATE               TO DA-EST-DATE.
           MOVE DLL-EST-TIME               TO DA-EST-TIME.

           OPEN EXTEND DLVALERT.
           IF DA-FILE-MISSING
                OPEN OUTPUT DLVALERT
           END-IF.
           IF DA-NORMAL
                WRITE DLVALERT-REC
                CLOSE DLVALERT
           ELSE
                DISPLAY 'ERROR OPENING DLVALERT - ALERT NOT FILED'
           END-IF.

       445-PRINT-DELIVERY-LINE.
           MOVE ALERT-TYPE              TO DLL-ALERT-TYPE.
           MOVE DV-OUTPUT-NAME (DV-IDX) TO DLL-OUTPUT-NAME.
           MOVE DV-STEP-NAME (DV-IDX)   TO DLL-STEP-NAME.
           MOVE DV-DEADLINE-MIN (DV-IDX) TO CNV-MIN.
           PERFORM 450-MINUTES-TO-CLOCK.
           MOVE CNV-DATE                TO DLL-DUE-DATE.
           MOVE CNV-HHMM                TO DLL-DUE-TIME.
           IF ALERT-TYPE = 'AT RISK'
                MOVE ' PROJ ' TO DLL-EST-LABEL
           ELSE
                MOVE ' AT   ' TO DLL-EST-LABEL
           END-IF.
           MOVE EST-MIN                 TO CNV-MIN.
           PERFORM 450-MINUTES-TO-CLOCK.
           MOVE CNV-DATE                TO DLL-EST-DATE.
           MOVE CNV-HHMM                TO DLL-EST-TIME.
           WRITE NITERPT-REC FROM DELIVERY-LINE.

       450-MINUTES-TO-CLOCK.
           DIVIDE CNV-MIN BY 1440 GIVING CNV-DAY-INT
               REMAINDER CNV-REM.
           DIVIDE CNV-REM BY 60 GIVING CNV-HH
               REMAINDER CNV-MM.
           COMPUTE CNV-DATE = FUNCTION DATE-OF-INTEGER (CNV-DAY-INT).
           COMPUTE CNV-HHMM = CNV-HH * 100 + CNV-MM.

      * A normal night that ran to completion closes out its cycle;
      * an aborted night leaves BUSDATE and the run history in place
      * for the rerun.  Catch-up cycles close themselves out one at
