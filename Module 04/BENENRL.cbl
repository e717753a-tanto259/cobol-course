       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BENENRL.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** BENEFITS OPEN ENROLLMENT RUN.
      *****
      ***** HEALTH, DENTAL AND RETIREMENT ELECTIONS USED TO ARRIVE ON
      ***** PAPER AND BE TYPED INTO DEDFILE BY HAND, WHICH IS HOW
      ***** DEDUCTION CODES AND AMOUNTS DRIFTED FROM WHAT PEOPLE
      ***** ACTUALLY ELECTED.  THIS RUN TAKES THE BENEFIT PLAN FILE
      ***** (BENPLAN -- PLAN CODE, COVERAGE TIER, EMPLOYEE COST PER
      ***** PERIOD, EMPLOYER COST, ELIGIBILITY) AND THE ELECTION
      ***** TRANSACTIONS (BENELECT), VALIDATES EVERY ELECTION AGAINST
      ***** THE EMPLOYEE MASTER (EMPLOYEE TYPE, HIRE DATE AGAINST THE
      ***** PLAN'S WAITING PERIOD, TERMINATION) AND PRODUCES:
      *****
      *****   DEDFILEO  THE NEW PLAN YEAR'S DEDFILE -- EVERY CURRENT
      *****             DEDUCTION THAT IS NOT A BENEFIT PLAN CARRIED
      *****             FORWARD AS IT STANDS, PLUS ONE DEDUCTION PER
      *****             ACCEPTED ELECTION.  A PLAN DEDUCTION NOT
      *****             RE-ELECTED ENDS WITH THE CURRENT PLAN YEAR.
      *****   BENERCON  THE EMPLOYER'S CONTRIBUTION FOR EACH ACCEPTED
      *****             ELECTION, KEPT OFF DEDFILE, WHICH PAYROL0B
      *****             CHARGES TO LABOR COST AND THE GENERAL LEDGER
      *****             AS THE EMPLOYER BENEFIT SHARE.  CLOSED BY A
      *****             CONTROL TRAILER.
      *****   BENCONF   A CONFIRMATION STATEMENT FOR EVERY EMPLOYEE
      *****             WITH AN ELECTION OR A PLAN DEDUCTION ENDING,
      *****             THEN THE ELECTIONS FOR NOBODY ON THE MASTER.
      *****
      ***** BOTH OUTPUT FILES GO INTO PRODUCTION TOGETHER AT THE PLAN
      ***** YEAR'S START.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENPLAN
           ASSIGN TO BENPLAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BENPLAN-ST.
           SELECT BENELECT
           ASSIGN TO BENELECT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BENELECT-ST.
           SELECT EMPMAS2
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPMAS2-ST.
           SELECT DEDFILE
           ASSIGN TO DEDFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEDFILE-ST.
           SELECT DEDFILEO
           ASSIGN TO DEDFILEO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DEDFILEO-ST.
           SELECT BENERCON
           ASSIGN TO BENERCON
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BENERCON-ST.
           SELECT BENCONF
           ASSIGN TO BENCONF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BENCONF-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

      * One row per plan and coverage tier.  Costs are per
      * semi-monthly period -- PAYROL0B spreads a flat amount over
      * the employee's own pay frequency -- or, on a percent plan, a
      * fraction of gross: the employee's elected fraction may not
      * exceed PL-EE-COST, and PL-ER-COST is the company's fraction.
       FD  BENPLAN
           RECORD CONTAINS 80 CHARACTERS.
       01  BENPLAN-REC.
           05  PL-PLAN-CODE            PIC X(03).
           05  PL-TIER                 PIC X(01).
           05  PL-DESC                 PIC X(20).
           05  PL-COST-TYPE            PIC X(01).
           05  PL-EE-COST              PIC 9(5)V99.
           05  PL-ER-COST              PIC 9(5)V99.
      * 'F' full-time only, 'P' part-time only, 'B' both.
           05  PL-ELIG-TYPE            PIC X(01).
           05  PL-WAIT-DAYS            PIC 9(03).
           05  PL-PRIORITY             PIC 9(02).
           05  PL-YEAR-START           PIC 9(08).
           05  FILLER                  PIC X(27).

      * 'E' enroll in the plan at the tier, 'W' waive the plan.  A
      * percent plan's election carries the fraction of gross.
       FD  BENELECT
           RECORD CONTAINS 80 CHARACTERS.
       01  BENELECT-REC.
           05  EL-EMP-ID               PIC 9(06).
           05  EL-PLAN-CODE            PIC X(03).
           05  EL-TIER                 PIC X(01).
           05  EL-ACTION               PIC X(01).
           05  EL-PERCENT              PIC 9V99.
           05  FILLER                  PIC X(66).

       FD  EMPMAS2
           RECORD CONTAINS 164 CHARACTERS.
       01  EMPMAS2-REC                 PIC X(164).

      * PAYROL0B's DEDFILE layout, in and out.
       FD  DEDFILE
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDFILE-REC.
           05  DI-EMP-ID               PIC 9(06).
           05  DI-CODE                 PIC X(03).
           05  FILLER                  PIC X(21).

       FD  DEDFILEO
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDFILEO-REC.
           05  DO-EMP-ID               PIC 9(06).
           05  DO-CODE                 PIC X(03).
           05  DO-TYPE                 PIC X(01).
           05  DO-VALUE                PIC 9(7)V99.
           05  DO-PRIORITY             PIC 9(02).
           05  DO-ER-VALUE             PIC 9(7)V99.

       FD  BENERCON
           RECORD CONTAINS 40 CHARACTERS.
       01  BENERCON-REC.
           05  BE-EMP-ID               PIC 9(06).
           05  BE-PLAN-CODE            PIC X(03).
           05  BE-TIER                 PIC X(01).
           05  BE-ER-TYPE              PIC X(01).
           05  BE-ER-VALUE             PIC 9(7)V99.
           05  BE-YEAR-START           PIC 9(08).
           05  FILLER                  PIC X(12).

       FD  BENCONF
           RECORD CONTAINS 133 CHARACTERS.
       01  BENCONF-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CTLREC.
           COPY RUNLEDG.

      * The EMPMAS2 layout PAYROL0B reads.
       01  EMP-WS.
           05  EMP-FNAME               PIC X(08).
           05  EMP-LNAME               PIC X(08).
           05  EMP-CITY                PIC X(20).
           05  EMP-STREET-NBR          PIC 9(06).
           05  EMP-STREET-NAME         PIC X(30).
           05  EMP-STATE               PIC X(02).
           05  EMP-ZIP-FIRST-5         PIC X(05).
           05  EMP-ZIP-PLUS-4          PIC X(04).
           05  EMP-TYPE                PIC X(01).
           05  FILLER                  PIC X(52).
           05  EMP-EMP-ID              PIC 9(06).
           05  EMP-HIRE-DATE           PIC 9(08).
           05  EMP-TERM-DATE           PIC 9(08).
           05  FILLER                  PIC X(06).

       01  FLAGS.
           05  BENPLAN-ST              PIC X(02).
               88  BP-NORMAL                           VALUE '00'.
           05  BENELECT-ST             PIC X(02).
               88  BL-NORMAL                           VALUE '00'.
           05  EMPMAS2-ST              PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  DEDFILE-ST              PIC X(02).
               88  DI-NORMAL                           VALUE '00'.
           05  DEDFILEO-ST             PIC X(02).
               88  DO-NORMAL                           VALUE '00'.
           05  BENERCON-ST             PIC X(02).
               88  BE-NORMAL                           VALUE '00'.
           05  BENCONF-ST              PIC X(02).
               88  BC-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  BENPLAN-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PLANS                       VALUE 'Y'.
           05  BENELECT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ELECTIONS                   VALUE 'Y'.
           05  EMPMAS2-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPMAS2                     VALUE 'Y'.
           05  DEDFILE-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-DEDFILE                     VALUE 'Y'.
           05  ELECTION-VALID-SW       PIC X(01)       VALUE 'Y'.
               88  ELECTION-VALID                      VALUE 'Y'.
           05  CODE-DONE-SW            PIC X(01)       VALUE 'N'.
               88  CODE-DONE                           VALUE 'Y'.
           05  UNMATCHED-HDR-SW        PIC X(01)       VALUE 'N'.
               88  UNMATCHED-HDR-DONE                  VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       01  PLAN-YEAR-WS.
           05  PLAN-YEAR-START         PIC 9(08)       VALUE 0.
           05  PLAN-YEAR-START-X REDEFINES PLAN-YEAR-START
                                       PIC X(08).

      * The plan file in memory, one entry per plan and tier.
       01  PLAN-TABLE.
           05  PLAN-ITEM OCCURS 100 TIMES
                   INDEXED BY PLN-IDX.
               10  PLN-CODE            PIC X(03).
               10  PLN-TIER            PIC X(01).
               10  PLN-DESC            PIC X(20).
               10  PLN-COST-TYPE       PIC X(01).
                   88  PLN-PERCENT                     VALUE 'P'.
               10  PLN-EE-COST         PIC 9(5)V99.
               10  PLN-ER-COST         PIC 9(5)V99.
               10  PLN-ELIG-TYPE       PIC X(01).
                   88  PLN-ELIG-ALL                    VALUE 'B'.
               10  PLN-WAIT-DAYS       PIC 9(03).
               10  PLN-PRIORITY        PIC 9(02).
       77  PLAN-COUNT                  PIC S9(04) COMP VALUE 0.
       77  PLAN-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  TIER-FOUND-SUB              PIC S9(04) COMP VALUE 0.

      * Every election transaction, claimed as its employee comes
      * off the master; what is left unclaimed names nobody on it.
       01  ELECTION-TABLE.
           05  ELECTION-ITEM OCCURS 2000 TIMES.
               10  ELC-EMP-ID          PIC 9(06).
               10  ELC-PLAN-CODE       PIC X(03).
               10  ELC-TIER            PIC X(01).
               10  ELC-ACTION          PIC X(01).
                   88  ELC-ENROLL                      VALUE 'E'.
                   88  ELC-WAIVE                       VALUE 'W'.
               10  ELC-PERCENT         PIC 9V99.
               10  ELC-MATCHED         PIC X(01).
                   88  ELC-IS-MATCHED                  VALUE 'Y'.
       77  ELECTION-COUNT              PIC S9(04) COMP VALUE 0.
       77  ELC-SUB                     PIC S9(04) COMP VALUE 0.

      * The current year's benefit plan deductions, by employee, so
      * a statement can say which ones end for lack of an election.
       01  OLD-PLAN-DED-TABLE.
           05  OLD-PLAN-DED-ITEM OCCURS 500 TIMES.
               10  OPD-EMP-ID          PIC 9(06).
               10  OPD-CODE            PIC X(03).
       77  OLD-PLAN-DED-COUNT          PIC S9(04) COMP VALUE 0.
       77  OPD-SUB                     PIC S9(04) COMP VALUE 0.

      * The plan codes one employee has already settled this run,
      * enrolled or waived -- a second election for the same plan
      * is rejected.
       01  DONE-CODE-TABLE.
           05  DONE-CODE               PIC X(03) OCCURS 20 TIMES.
       77  DONE-CODE-COUNT             PIC S9(04) COMP VALUE 0.
       77  DONE-SUB                    PIC S9(04) COMP VALUE 0.

       77  EMP-ELECTION-COUNT          PIC S9(04) COMP VALUE 0.
       77  EMP-OLD-PLAN-COUNT          PIC S9(04) COMP VALUE 0.
       77  EMP-EE-FLAT-TOTAL           PIC 9(7)V99 VALUE 0.
       77  EMP-ER-FLAT-TOTAL           PIC 9(7)V99 VALUE 0.
       77  HIRE-DAY-NUM                PIC S9(09) COMP VALUE 0.
       77  YEAR-START-DAY-NUM          PIC S9(09) COMP VALUE 0.
       77  PCT-WORK                    PIC 9(03)V99 VALUE 0.
       77  REASON-DESC-WS              PIC X(30).

       77  ELECTIONS-READ              PIC 9(07) VALUE 0.
       77  ENROLLED-COUNT              PIC 9(07) VALUE 0.
       77  WAIVED-COUNT                PIC 9(07) VALUE 0.
       77  REJECTED-COUNT              PIC 9(07) VALUE 0.
       77  ENDED-COUNT                 PIC 9(07) VALUE 0.
       77  CARRIED-COUNT               PIC 9(07) VALUE 0.
       77  DEDFILEO-COUNT              PIC 9(07) VALUE 0.
       77  STATEMENT-COUNT             PIC 9(07) VALUE 0.
       77  BE-CTL-COUNT                PIC 9(07) VALUE 0.
       01  BE-CTL-HASH                 PIC S9(9)V99 VALUE 0.

       01  CONF-HEADER-01.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(31)
                    VALUE 'BENEFIT ENROLLMENT CONFIRMATION'.

       01  CONF-HEADER-02.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(31)       VALUE ALL '='.

       01  CONF-DATE-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'STATEMENT DATE: '.
           05  CONF-DATE-O             PIC XXXX/XX/XX.
           05  FILLER                  PIC X(26)
                    VALUE '    PLAN YEAR BEGINNING: '.
           05  CONF-YEAR-O             PIC XXXX/XX/XX.

       01  CONF-NAME-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'EMPLOYEE:       '.
           05  CONF-FNAME-O            PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  CONF-LNAME-O            PIC X(08).
           05  FILLER                  PIC X(09)
                    VALUE '     ID: '.
           05  CONF-EMP-ID-O           PIC 9(06).

       01  CONF-ADDR-LINE-1.
           05  FILLER                  PIC X(17)
                    VALUE 'MAIL TO:        '.
           05  CONF-ADDR-NAME-O        PIC X(25).

       01  CONF-ADDR-LINE-2.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  CONF-ADDR-NBR-O         PIC Z(5)9.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  CONF-ADDR-STREET-O      PIC X(30).

       01  CONF-ADDR-LINE-3.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  CONF-ADDR-CITY-O        PIC X(20).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  CONF-ADDR-STATE-O       PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  CONF-ADDR-ZIP-O         PIC X(05).
           05  CONF-ADDR-DASH-O        PIC X(01).
           05  CONF-ADDR-PLUS-4-O      PIC X(04).

       01  CONF-COL-HEADER.
           05  FILLER                  PIC X(06)       VALUE 'PLAN'.
           05  FILLER                  PIC X(22)
                    VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(21)
                    VALUE 'COVERAGE'.
           05  FILLER                  PIC X(16)
                    VALUE '  YOUR COST'.
           05  FILLER                  PIC X(16)
                    VALUE 'COMPANY COST'.
           05  FILLER                  PIC X(30)
                    VALUE 'STATUS'.

       01  CONF-ELECT-LINE.
           05  CONF-PLAN-O             PIC X(03).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CONF-DESC-O             PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CONF-TIER-O             PIC X(19).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CONF-EE-COST-O          PIC X(14).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CONF-ER-COST-O          PIC X(14).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CONF-STATUS-O           PIC X(30).

       01  CONF-REASON-LINE.
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  FILLER                  PIC X(08)
                    VALUE 'REASON: '.
           05  CONF-REASON-O           PIC X(30).

       01  CONF-TOTAL-LINE.
           05  FILLER                  PIC X(41)
                    VALUE 'FLAT PLAN COSTS PER SEMI-MONTHLY PERIOD:'.
           05  FILLER                  PIC X(06)       VALUE 'YOU '.
           05  CONF-TOT-EE-O           PIC $$$,$$9.99.
           05  FILLER                  PIC X(11)
                    VALUE '   COMPANY '.
           05  CONF-TOT-ER-O           PIC $$$,$$9.99.

       01  CONF-NOTE-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'WEEKLY AND BIWEEKLY PAY SPREADS THE SAME'.
           05  FILLER                  PIC X(40)
                    VALUE ' YEARLY COST OVER YOUR CHECKS.  PLEASE R'.
           05  FILLER                  PIC X(40)
                    VALUE 'EPORT ANY ERROR TO PAYROLL.'.

      * Edited cost figures for the statement's cost columns.
       77  COST-AMT-EDIT               PIC $$,$$$,$$9.99.
       77  COST-PCT-EDIT               PIC ZZ9.99.

       01  UNMATCHED-TITLE-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'ELECTIONS FOR EMPLOYEES NOT ON EMPMAS2 -'.
           05  FILLER                  PIC X(12)
                    VALUE ' NOT APPLIED'.

       01  UNMATCHED-LINE.
           05  FILLER                  PIC X(10)
                    VALUE 'EMPLOYEE  '.
           05  UNM-EMP-ID-O            PIC X(06).
           05  FILLER                  PIC X(08)
                    VALUE '  PLAN  '.
           05  UNM-PLAN-O              PIC X(03).
           05  FILLER                  PIC X(08)
                    VALUE '  TIER  '.
           05  UNM-TIER-O              PIC X(01).
           05  FILLER                  PIC X(10)
                    VALUE '  ACTION  '.
           05  UNM-ACTION-O            PIC X(01).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-EMPLOYEE UNTIL NO-MORE-EMPMAS2.
           PERFORM 600-REPORT-UNMATCHED.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-OPEN-FILES.
           PERFORM 130-LOAD-PLANS.
           PERFORM 140-LOAD-ELECTIONS.
           PERFORM 150-CARRY-FORWARD-DEDUCTIONS.
           PERFORM 400-READ-EMPMAS2.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps that
      * night's business; absent a card the system date stands in.
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

       120-OPEN-FILES.
           OPEN INPUT BENPLAN
           IF NOT BP-NORMAL
                DISPLAY 'ERROR OPENING BENPLAN'
                GO TO 999-RETURN-ERR.

           OPEN INPUT BENELECT
           IF NOT BL-NORMAL
                DISPLAY 'ERROR OPENING BENELECT'
                GO TO 999-RETURN-ERR.

           OPEN INPUT EMPMAS2
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING EMPMAS2'
                GO TO 999-RETURN-ERR.

           OPEN INPUT DEDFILE
           IF NOT DI-NORMAL
                DISPLAY 'ERROR OPENING DEDFILE'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT DEDFILEO
           IF NOT DO-NORMAL
                DISPLAY 'ERROR OPENING DEDFILEO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT BENERCON
           IF NOT BE-NORMAL
                DISPLAY 'ERROR OPENING BENERCON'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT BENCONF
           IF NOT BC-NORMAL
                DISPLAY 'ERROR OPENING BENCONF'
                GO TO 999-RETURN-ERR.

      * The plan file is control data: a row with a bad code or
      * figure, or a plan year start that disagrees with the rest,
      * stops the run before a single deduction is written.
       130-LOAD-PLANS.
           READ BENPLAN
               AT END MOVE 'Y' TO BENPLAN-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-PLANS
               IF PL-PLAN-CODE = SPACES
                      OR NOT (PL-COST-TYPE = 'A' OR 'P')
                      OR NOT (PL-ELIG-TYPE = 'F' OR 'P' OR 'B')
                      OR NOT (PL-TIER = 'E' OR 'S' OR 'C' OR 'F')
                      OR PL-EE-COST NOT NUMERIC
                      OR PL-ER-COST NOT NUMERIC
                      OR PL-WAIT-DAYS NOT NUMERIC
                      OR PL-PRIORITY NOT NUMERIC
                      OR PL-YEAR-START NOT NUMERIC
                      OR PL-YEAR-START = ZERO
                    DISPLAY 'ERROR: INVALID BENPLAN ROW FOR PLAN '
                            PL-PLAN-CODE ' TIER ' PL-TIER
                    GO TO 999-RETURN-ERR
               END-IF
               IF PLAN-YEAR-START = ZERO
                    MOVE PL-YEAR-START TO PLAN-YEAR-START
               END-IF
               IF PL-YEAR-START NOT = PLAN-YEAR-START
                    DISPLAY 'ERROR: BENPLAN ROWS NAME MORE THAN ONE '
                            'PLAN YEAR'
                    GO TO 999-RETURN-ERR
               END-IF
               IF PLAN-COUNT >= 100
                    DISPLAY 'ERROR: BENPLAN HAS MORE THAN 100 ROWS'
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO PLAN-COUNT
               MOVE PL-PLAN-CODE TO PLN-CODE (PLAN-COUNT)
               MOVE PL-TIER      TO PLN-TIER (PLAN-COUNT)
               MOVE PL-DESC      TO PLN-DESC (PLAN-COUNT)
               MOVE PL-COST-TYPE TO PLN-COST-TYPE (PLAN-COUNT)
               MOVE PL-EE-COST   TO PLN-EE-COST (PLAN-COUNT)
               MOVE PL-ER-COST   TO PLN-ER-COST (PLAN-COUNT)
               MOVE PL-ELIG-TYPE TO PLN-ELIG-TYPE (PLAN-COUNT)
               MOVE PL-WAIT-DAYS TO PLN-WAIT-DAYS (PLAN-COUNT)
               MOVE PL-PRIORITY  TO PLN-PRIORITY (PLAN-COUNT)
               READ BENPLAN
                   AT END MOVE 'Y' TO BENPLAN-EOF
               END-READ
           END-PERFORM.

           CLOSE BENPLAN.

           IF PLAN-COUNT = 0
                DISPLAY 'ERROR: BENPLAN IS EMPTY'
                GO TO 999-RETURN-ERR
           END-IF.
           COMPUTE YEAR-START-DAY-NUM =
               FUNCTION INTEGER-OF-DATE (PLAN-YEAR-START).

       140-LOAD-ELECTIONS.
           READ BENELECT
               AT END MOVE 'Y' TO BENELECT-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ELECTIONS
               IF ELECTION-COUNT >= 2000
                    DISPLAY 'ERROR: BENELECT HAS MORE THAN 2000 '
                            'ELECTIONS'
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO ELECTION-COUNT
               ADD 1 TO ELECTIONS-READ
               MOVE EL-EMP-ID    TO ELC-EMP-ID (ELECTION-COUNT)
               MOVE EL-PLAN-CODE TO ELC-PLAN-CODE (ELECTION-COUNT)
               MOVE EL-TIER      TO ELC-TIER (ELECTION-COUNT)
               MOVE EL-ACTION    TO ELC-ACTION (ELECTION-COUNT)
               IF EL-PERCENT NUMERIC
                    MOVE EL-PERCENT TO ELC-PERCENT (ELECTION-COUNT)
               ELSE
                    MOVE ZERO TO ELC-PERCENT (ELECTION-COUNT)
               END-IF
               MOVE 'N' TO ELC-MATCHED (ELECTION-COUNT)
               READ BENELECT
                   AT END MOVE 'Y' TO BENELECT-EOF
               END-READ
           END-PERFORM.

           CLOSE BENELECT.

      * Every current deduction whose code is not a benefit plan --
      * garnishments, loans, anything else HR carries -- goes to the
      * new file exactly as it stands.  The plan deductions are held
      * back: the elections decide the new year's.
       150-CARRY-FORWARD-DEDUCTIONS.
           READ DEDFILE
               AT END MOVE 'Y' TO DEDFILE-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-DEDFILE
               MOVE DI-CODE TO EL-PLAN-CODE
               PERFORM 310-FIND-PLAN
               IF PLAN-FOUND-SUB = 0
                    WRITE DEDFILEO-REC FROM DEDFILE-REC
                    ADD 1 TO CARRIED-COUNT
                    ADD 1 TO DEDFILEO-COUNT
               ELSE
                    IF OLD-PLAN-DED-COUNT < 500
                         ADD 1 TO OLD-PLAN-DED-COUNT
                         MOVE DI-EMP-ID
                             TO OPD-EMP-ID (OLD-PLAN-DED-COUNT)
                         MOVE DI-CODE
                             TO OPD-CODE (OLD-PLAN-DED-COUNT)
                    END-IF
               END-IF
               READ DEDFILE
                   AT END MOVE 'Y' TO DEDFILE-EOF
               END-READ
           END-PERFORM.

           CLOSE DEDFILE.

      * One employee off the master: every election for the
      * employee applied in file order, then the plan deductions
      * that end for lack of one, all on one confirmation statement.
      * An employee with neither gets no statement.
       200-PROCESS-EMPLOYEE.
           MOVE EMPMAS2-REC TO EMP-WS.
           MOVE 0 TO EMP-ELECTION-COUNT.
           MOVE 0 TO EMP-OLD-PLAN-COUNT.
           PERFORM VARYING ELC-SUB FROM 1 BY 1
               UNTIL ELC-SUB > ELECTION-COUNT
               IF ELC-EMP-ID (ELC-SUB) = EMP-EMP-ID
                    ADD 1 TO EMP-ELECTION-COUNT
               END-IF
           END-PERFORM.
           PERFORM VARYING OPD-SUB FROM 1 BY 1
               UNTIL OPD-SUB > OLD-PLAN-DED-COUNT
               IF OPD-EMP-ID (OPD-SUB) = EMP-EMP-ID
                    ADD 1 TO EMP-OLD-PLAN-COUNT
               END-IF
           END-PERFORM.

           IF EMP-ELECTION-COUNT > 0 OR EMP-OLD-PLAN-COUNT > 0
                PERFORM 240-START-STATEMENT
                MOVE 0 TO DONE-CODE-COUNT
                MOVE ZERO TO EMP-EE-FLAT-TOTAL
                MOVE ZERO TO EMP-ER-FLAT-TOTAL
                PERFORM 220-APPLY-ELECTION
                    VARYING ELC-SUB FROM 1 BY 1
                    UNTIL ELC-SUB > ELECTION-COUNT
                PERFORM 260-PRINT-ENDED-PLAN
                    VARYING OPD-SUB FROM 1 BY 1
                    UNTIL OPD-SUB > OLD-PLAN-DED-COUNT
                PERFORM 270-END-STATEMENT
           END-IF.

           PERFORM 400-READ-EMPMAS2.

       220-APPLY-ELECTION.
           IF ELC-EMP-ID (ELC-SUB) = EMP-EMP-ID
                MOVE 'Y' TO ELC-MATCHED (ELC-SUB)
                PERFORM 230-VALIDATE-ELECTION
                MOVE ELC-PLAN-CODE (ELC-SUB) TO CONF-PLAN-O
                MOVE SPACES TO CONF-DESC-O
                IF PLAN-FOUND-SUB > 0
                     MOVE PLN-DESC (PLAN-FOUND-SUB) TO CONF-DESC-O
                END-IF
                MOVE SPACES TO CONF-TIER-O
                MOVE SPACES TO CONF-EE-COST-O
                MOVE SPACES TO CONF-ER-COST-O
                IF NOT ELECTION-VALID
                     PERFORM 320-DESCRIBE-TIER
                     MOVE 'NOT ACCEPTED' TO CONF-STATUS-O
                     WRITE BENCONF-REC FROM CONF-ELECT-LINE
                     MOVE REASON-DESC-WS TO CONF-REASON-O
                     WRITE BENCONF-REC FROM CONF-REASON-LINE
                     ADD 1 TO REJECTED-COUNT
                ELSE
                     ADD 1 TO DONE-CODE-COUNT
                     MOVE ELC-PLAN-CODE (ELC-SUB)
                         TO DONE-CODE (DONE-CODE-COUNT)
                     IF ELC-WAIVE (ELC-SUB)
                          MOVE 'WAIVED' TO CONF-TIER-O
                          MOVE 'WAIVED -- NO COVERAGE'
                              TO CONF-STATUS-O
                          WRITE BENCONF-REC FROM CONF-ELECT-LINE
                          ADD 1 TO WAIVED-COUNT
                     ELSE
                          PERFORM 250-ENROLL
                     END-IF
                END-IF
           END-IF.

      * The first failing check names the reason.  A waiver needs
      * only a real plan; an enrollment needs the tier offered, an
      * eligible employee type, the plan's waiting period served by
      * the plan year's start, and on a percent plan a fraction of
      * gross inside the plan's limit.
       230-VALIDATE-ELECTION.
           MOVE 'Y' TO ELECTION-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.
           MOVE ELC-PLAN-CODE (ELC-SUB) TO EL-PLAN-CODE.
           PERFORM 310-FIND-PLAN.
           MOVE 0 TO TIER-FOUND-SUB.
           IF PLAN-FOUND-SUB > 0
                SET PLN-IDX TO 1
                SEARCH PLAN-ITEM VARYING PLN-IDX
                    AT END
                        CONTINUE
                    WHEN PLN-IDX > PLAN-COUNT
                        CONTINUE
                    WHEN PLN-CODE (PLN-IDX) = ELC-PLAN-CODE (ELC-SUB)
                         AND PLN-TIER (PLN-IDX) = ELC-TIER (ELC-SUB)
                        SET TIER-FOUND-SUB TO PLN-IDX
                END-SEARCH
           END-IF.

           MOVE 'N' TO CODE-DONE-SW.
           PERFORM VARYING DONE-SUB FROM 1 BY 1
               UNTIL DONE-SUB > DONE-CODE-COUNT
               IF DONE-CODE (DONE-SUB) = ELC-PLAN-CODE (ELC-SUB)
                    MOVE 'Y' TO CODE-DONE-SW
               END-IF
           END-PERFORM.

           IF NOT (ELC-ENROLL (ELC-SUB) OR ELC-WAIVE (ELC-SUB))
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'INVALID ELECTION ACTION' TO REASON-DESC-WS
           ELSE
           IF PLAN-FOUND-SUB = 0
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'PLAN NOT ON FILE' TO REASON-DESC-WS
           ELSE
           IF CODE-DONE
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'DUPLICATE ELECTION FOR PLAN' TO REASON-DESC-WS
           ELSE
           IF DONE-CODE-COUNT >= 20
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'TOO MANY ELECTIONS' TO REASON-DESC-WS
           ELSE
           IF ELC-WAIVE (ELC-SUB)
                CONTINUE
           ELSE
           IF TIER-FOUND-SUB = 0
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'TIER NOT OFFERED FOR PLAN' TO REASON-DESC-WS
           ELSE
           IF EMP-TERM-DATE NUMERIC AND EMP-TERM-DATE > ZERO
                  AND EMP-TERM-DATE < PLAN-YEAR-START
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'EMPLOYEE TERMINATED' TO REASON-DESC-WS
           ELSE
           IF NOT PLN-ELIG-ALL (TIER-FOUND-SUB)
                  AND PLN-ELIG-TYPE (TIER-FOUND-SUB) NOT = EMP-TYPE
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'NOT ELIGIBLE - EMPLOYEE TYPE' TO REASON-DESC-WS
           ELSE
           IF EMP-HIRE-DATE NOT NUMERIC OR EMP-HIRE-DATE = ZERO
                MOVE 'N' TO ELECTION-VALID-SW
                MOVE 'NO HIRE DATE ON MASTER' TO REASON-DESC-WS
           ELSE
                COMPUTE HIRE-DAY-NUM =
                    FUNCTION INTEGER-OF-DATE (EMP-HIRE-DATE)
                IF HIRE-DAY-NUM + PLN-WAIT-DAYS (TIER-FOUND-SUB)
                       > YEAR-START-DAY-NUM
                     MOVE 'N' TO ELECTION-VALID-SW
                     MOVE 'NOT ELIGIBLE - WAITING PERIOD'
                         TO REASON-DESC-WS
                ELSE
                IF PLN-PERCENT (TIER-FOUND-SUB)
                       AND (ELC-PERCENT (ELC-SUB) = ZERO
                         OR ELC-PERCENT (ELC-SUB)
                                > PLN-EE-COST (TIER-FOUND-SUB))
                     MOVE 'N' TO ELECTION-VALID-SW
                     MOVE 'ELECTED PERCENT NOT ALLOWED'
                         TO REASON-DESC-WS
                END-IF
                END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      * An accepted enrollment: the employee's share goes onto the
      * new DEDFILE at the plan's priority with no employer value,
      * and the company's share onto BENERCON.
       250-ENROLL.
           MOVE TIER-FOUND-SUB TO PLAN-FOUND-SUB.
           MOVE PLN-DESC (PLAN-FOUND-SUB) TO CONF-DESC-O.
           PERFORM 320-DESCRIBE-TIER.

           INITIALIZE DEDFILEO-REC.
           MOVE EMP-EMP-ID                TO DO-EMP-ID.
           MOVE ELC-PLAN-CODE (ELC-SUB)   TO DO-CODE.
           MOVE PLN-COST-TYPE (PLAN-FOUND-SUB) TO DO-TYPE.
           IF PLN-PERCENT (PLAN-FOUND-SUB)
                MOVE ELC-PERCENT (ELC-SUB) TO DO-VALUE
           ELSE
                MOVE PLN-EE-COST (PLAN-FOUND-SUB) TO DO-VALUE
                ADD PLN-EE-COST (PLAN-FOUND-SUB) TO EMP-EE-FLAT-TOTAL
           END-IF.
           MOVE PLN-PRIORITY (PLAN-FOUND-SUB) TO DO-PRIORITY.
           MOVE ZERO                      TO DO-ER-VALUE.
           WRITE DEDFILEO-REC.
           ADD 1 TO DEDFILEO-COUNT.
           PERFORM 330-FORMAT-EE-COST.

           IF PLN-ER-COST (PLAN-FOUND-SUB) > ZERO
                INITIALIZE BENERCON-REC
                MOVE EMP-EMP-ID              TO BE-EMP-ID
                MOVE ELC-PLAN-CODE (ELC-SUB) TO BE-PLAN-CODE
                MOVE ELC-TIER (ELC-SUB)      TO BE-TIER
                MOVE PLN-COST-TYPE (PLAN-FOUND-SUB) TO BE-ER-TYPE
                MOVE PLN-ER-COST (PLAN-FOUND-SUB)   TO BE-ER-VALUE
                MOVE PLAN-YEAR-START         TO BE-YEAR-START
                WRITE BENERCON-REC
                ADD 1 TO BE-CTL-COUNT
                ADD BE-ER-VALUE TO BE-CTL-HASH
                IF NOT PLN-PERCENT (PLAN-FOUND-SUB)
                     ADD BE-ER-VALUE TO EMP-ER-FLAT-TOTAL
                END-IF
                PERFORM 340-FORMAT-ER-COST
           ELSE
                MOVE 'NONE' TO CONF-ER-COST-O
           END-IF.

           MOVE 'ENROLLED' TO CONF-STATUS-O.
           WRITE BENCONF-REC FROM CONF-ELECT-LINE.
           ADD 1 TO ENROLLED-COUNT.

      * Opens the statement: dates, the employee, the mailing block
      * from the master, and the election column headings.
       240-START-STATEMENT.
           WRITE BENCONF-REC FROM CONF-HEADER-01.
           WRITE BENCONF-REC FROM CONF-HEADER-02.
           PERFORM 280-PRINT-BLANK-LINE.

           MOVE BUSINESS-DATE-X   TO CONF-DATE-O.
           MOVE PLAN-YEAR-START-X TO CONF-YEAR-O.
           WRITE BENCONF-REC FROM CONF-DATE-LINE.

           MOVE EMP-FNAME  TO CONF-FNAME-O.
           MOVE EMP-LNAME  TO CONF-LNAME-O.
           MOVE EMP-EMP-ID TO CONF-EMP-ID-O.
           WRITE BENCONF-REC FROM CONF-NAME-LINE.
           PERFORM 280-PRINT-BLANK-LINE.

           MOVE SPACES TO CONF-ADDR-NAME-O.
           STRING EMP-FNAME DELIMITED BY SPACE
                  ' '       DELIMITED BY SIZE
                  EMP-LNAME DELIMITED BY SPACE
               INTO CONF-ADDR-NAME-O.
           MOVE EMP-STREET-NBR  TO CONF-ADDR-NBR-O.
           MOVE EMP-STREET-NAME TO CONF-ADDR-STREET-O.
           MOVE EMP-CITY        TO CONF-ADDR-CITY-O.
           MOVE EMP-STATE       TO CONF-ADDR-STATE-O.
           MOVE EMP-ZIP-FIRST-5 TO CONF-ADDR-ZIP-O.
           IF EMP-ZIP-PLUS-4 = SPACES
                MOVE SPACE TO CONF-ADDR-DASH-O
           ELSE
                MOVE '-'   TO CONF-ADDR-DASH-O
           END-IF.
           MOVE EMP-ZIP-PLUS-4  TO CONF-ADDR-PLUS-4-O.
           WRITE BENCONF-REC FROM CONF-ADDR-LINE-1.
           WRITE BENCONF-REC FROM CONF-ADDR-LINE-2.
           WRITE BENCONF-REC FROM CONF-ADDR-LINE-3.
           PERFORM 280-PRINT-BLANK-LINE.

           WRITE BENCONF-REC FROM CONF-COL-HEADER.

      * A current plan deduction the employee neither re-elected nor
      * waived this run ends with the current plan year.
       260-PRINT-ENDED-PLAN.
           IF OPD-EMP-ID (OPD-SUB) = EMP-EMP-ID
                MOVE 'N' TO CODE-DONE-SW
                PERFORM VARYING DONE-SUB FROM 1 BY 1
                    UNTIL DONE-SUB > DONE-CODE-COUNT
                    IF DONE-CODE (DONE-SUB) = OPD-CODE (OPD-SUB)
                         MOVE 'Y' TO CODE-DONE-SW
                    END-IF
                END-PERFORM
                IF NOT CODE-DONE
                     MOVE OPD-CODE (OPD-SUB) TO CONF-PLAN-O
                     MOVE OPD-CODE (OPD-SUB) TO EL-PLAN-CODE
                     PERFORM 310-FIND-PLAN
                     MOVE PLN-DESC (PLAN-FOUND-SUB) TO CONF-DESC-O
                     MOVE SPACES TO CONF-TIER-O
                     MOVE SPACES TO CONF-EE-COST-O
                     MOVE SPACES TO CONF-ER-COST-O
                     MOVE 'ENDS -- NOT RE-ELECTED' TO CONF-STATUS-O
                     WRITE BENCONF-REC FROM CONF-ELECT-LINE
                     ADD 1 TO ENDED-COUNT
                     IF DONE-CODE-COUNT < 20
                          ADD 1 TO DONE-CODE-COUNT
                          MOVE OPD-CODE (OPD-SUB)
                              TO DONE-CODE (DONE-CODE-COUNT)
                     END-IF
                END-IF
           END-IF.

      * Closes the statement with the flat per-period costs; percent
      * plans are shown on their own lines.
       270-END-STATEMENT.
           PERFORM 280-PRINT-BLANK-LINE.
           MOVE EMP-EE-FLAT-TOTAL TO CONF-TOT-EE-O.
           MOVE EMP-ER-FLAT-TOTAL TO CONF-TOT-ER-O.
           WRITE BENCONF-REC FROM CONF-TOTAL-LINE.
           WRITE BENCONF-REC FROM CONF-NOTE-LINE.
           PERFORM 280-PRINT-BLANK-LINE.
           PERFORM 280-PRINT-BLANK-LINE.
           PERFORM 280-PRINT-BLANK-LINE.
           ADD 1 TO STATEMENT-COUNT.

       280-PRINT-BLANK-LINE.
           MOVE SPACES TO BENCONF-REC.
           WRITE BENCONF-REC.

      * Finds the first plan row for the code in EL-PLAN-CODE, any
      * tier.
       310-FIND-PLAN.
           MOVE 0 TO PLAN-FOUND-SUB.
           SET PLN-IDX TO 1.
           SEARCH PLAN-ITEM VARYING PLN-IDX
               AT END
                   CONTINUE
               WHEN PLN-IDX > PLAN-COUNT
                   CONTINUE
               WHEN PLN-CODE (PLN-IDX) = EL-PLAN-CODE
                   SET PLAN-FOUND-SUB TO PLN-IDX
           END-SEARCH.

       320-DESCRIBE-TIER.
           EVALUATE ELC-TIER (ELC-SUB)
               WHEN 'E'
                   MOVE 'EMPLOYEE ONLY'       TO CONF-TIER-O
               WHEN 'S'
                   MOVE 'EMPLOYEE + SPOUSE'   TO CONF-TIER-O
               WHEN 'C'
                   MOVE 'EMPLOYEE + CHILDREN' TO CONF-TIER-O
               WHEN 'F'
                   MOVE 'FAMILY'              TO CONF-TIER-O
               WHEN OTHER
                   MOVE SPACES                TO CONF-TIER-O
           END-EVALUATE.

      * A flat cost prints as dollars per period, a percent plan's
      * fraction of gross as a percent of pay.
       330-FORMAT-EE-COST.
           MOVE SPACES TO CONF-EE-COST-O.
           IF PLN-PERCENT (PLAN-FOUND-SUB)
                COMPUTE PCT-WORK = ELC-PERCENT (ELC-SUB) * 100
                MOVE PCT-WORK TO COST-PCT-EDIT
                STRING COST-PCT-EDIT DELIMITED BY SIZE
                       '% OF PAY'    DELIMITED BY SIZE
                    INTO CONF-EE-COST-O
           ELSE
                MOVE PLN-EE-COST (PLAN-FOUND-SUB) TO COST-AMT-EDIT
                MOVE COST-AMT-EDIT TO CONF-EE-COST-O
           END-IF.

       340-FORMAT-ER-COST.
           MOVE SPACES TO CONF-ER-COST-O.
           IF PLN-PERCENT (PLAN-FOUND-SUB)
                COMPUTE PCT-WORK = PLN-ER-COST (PLAN-FOUND-SUB) * 100
                MOVE PCT-WORK TO COST-PCT-EDIT
                STRING COST-PCT-EDIT DELIMITED BY SIZE
                       '% OF PAY'    DELIMITED BY SIZE
                    INTO CONF-ER-COST-O
           ELSE
                MOVE PLN-ER-COST (PLAN-FOUND-SUB) TO COST-AMT-EDIT
                MOVE COST-AMT-EDIT TO CONF-ER-COST-O
           END-IF.

       400-READ-EMPMAS2.
           READ EMPMAS2
               AT END MOVE 'Y' TO EMPMAS2-EOF
           END-READ.

           IF NOT (EM-NORMAL OR NO-MORE-EMPMAS2)
                DISPLAY 'ERROR READING EMPMAS2'
                GO TO 999-RETURN-ERR
           END-IF.

      * Elections left unclaimed name nobody on the master -- a
      * keying error on the form, or someone not yet hired -- and
      * are listed for HR rather than applied.
       600-REPORT-UNMATCHED.
           PERFORM VARYING ELC-SUB FROM 1 BY 1
               UNTIL ELC-SUB > ELECTION-COUNT
               IF NOT ELC-IS-MATCHED (ELC-SUB)
                    IF NOT UNMATCHED-HDR-DONE
                         MOVE 'Y' TO UNMATCHED-HDR-SW
                         WRITE BENCONF-REC FROM UNMATCHED-TITLE-LINE
                         PERFORM 280-PRINT-BLANK-LINE
                    END-IF
                    MOVE ELECTION-ITEM (ELC-SUB) (1:6)
                        TO UNM-EMP-ID-O
                    MOVE ELC-PLAN-CODE (ELC-SUB) TO UNM-PLAN-O
                    MOVE ELC-TIER (ELC-SUB)      TO UNM-TIER-O
                    MOVE ELC-ACTION (ELC-SUB)    TO UNM-ACTION-O
                    WRITE BENCONF-REC FROM UNMATCHED-LINE
                    ADD 1 TO REJECTED-COUNT
               END-IF
           END-PERFORM.

       900-CLEANUP.
           MOVE 'CONTROL'    TO CTL-ID.
           MOVE BE-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE BE-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE BENERCON-REC FROM CONTROL-REC.

           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "ELECTIONS READ:              " ELECTIONS-READ.
           DISPLAY "ELECTIONS ENROLLED:          " ENROLLED-COUNT.
           DISPLAY "ELECTIONS WAIVED:            " WAIVED-COUNT.
           DISPLAY "ELECTIONS NOT ACCEPTED:      " REJECTED-COUNT.
           DISPLAY "PLAN DEDUCTIONS ENDING:      " ENDED-COUNT.
           DISPLAY "DEDUCTIONS CARRIED FORWARD:  " CARRIED-COUNT.
           DISPLAY "DEDFILEO RECORDS WRITTEN:    " DEDFILEO-COUNT.
           DISPLAY "EMPLOYER CONTRIBUTIONS:      " BE-CTL-COUNT.
           DISPLAY "CONFIRMATIONS PRINTED:       " STATEMENT-COUNT.
           CLOSE EMPMAS2, DEDFILEO, BENERCON, BENCONF.

      * One run-control record for DAYBAL's nightly cross-foot:
      * elections in, enrolled as primary, waived as secondary, the
      * rest rejected, and the employer contribution hash.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'BENENRL '          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE ELECTIONS-READ      TO LED-RECS-IN.
           MOVE ENROLLED-COUNT      TO LED-RECS-OUT-PRIMARY.
           MOVE WAIVED-COUNT        TO LED-RECS-OUT-SECONDARY.
           MOVE REJECTED-COUNT      TO LED-RECS-REJECTED.
           MOVE BE-CTL-HASH         TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
