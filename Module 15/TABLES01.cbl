      *  Billing-period card: the date range this run is billing,
      *  which is what the rate boundaries are split against.
           SELECT BILLPERD-FILE ASSIGN TO BILLPERD.
      *  Approved timesheet days and OT hours per employee per
      *  project, rolled up by TIMEEDIT from the same daily time
      *  PAYROL0B pays from.  These replace the days and OT hours
      *  keyed on EMPROJ, so billing and payroll share one source.
           SELECT TIME-PROJ-FILE ASSIGN TO TIMEPROJ.
      *  PAYROL0B's pay-period card, read for the period id TIMEPROJ's
      *  trailer must carry.
           SELECT PAYPERD-FILE ASSIGN TO PAYPERD.
       DATA DIVISION.
       FILE SECTION.
       FD  INPUT-FILE RECORDING MODE F.
           05 BX-DAY-BILL                   PIC 9(06)V99.
           05 BX-OT-BILL                    PIC 9(06)V99.
           05 BX-TOTAL-BILL                 PIC 9(07)V99.
      *  Blank on the labor lines written here; ONCALPAY appends its
      *  on-call charge lines as 'O' with the on-call pay behind them.
           05 BX-LINE-TYPE                  PIC X(01).
           05 BX-PAY-COST                   PIC 9(07)V99.
           05 FILLER                        PIC X(02).
       FD  RATE-HIST-FILE RECORDING MODE F.
       01  RATE-HIST-REC.
           05 RH-NAME-I                     PIC X(15).
           05 RH-EFF-DATE-I                 PIC 9(08).
           05 RH-DAY-RATE-I                 PIC 9(03)V99.
           05 RH-OT-RATE-I                  PIC 9(03)V99.
      *  Blank on rows keyed before the project was carried; those
      *  still apply to the employee on every project.
           05 RH-PROJECT-I                  PIC X(04).
           05 FILLER                        PIC X(03).
       FD  BILLPERD-FILE RECORDING MODE F.
       01  BILLPERD-REC.
           05 BP-PERIOD-START               PIC 9(08).
           05 BP-PERIOD-END                 PIC 9(08).
           05 FILLER                        PIC X(64).
       FD  TIME-PROJ-FILE RECORDING MODE F.
       01  TIME-PROJ-REC.
           05 TP-PROJECT-I                  PIC X(04).
           05 TP-NAME-I                     PIC X(15).
           05 TP-DAYS-I                     PIC 9(03).
           05 TP-OT-HOURS-I                 PIC 9(03).
           05 FILLER                        PIC X(15).
      *  TIMEEDIT's CONTROL trailer: the CTLREC layout, then the pay
      *  period the time was edited for.
       01  TIME-PROJ-CTL-REC.
           05 FILLER                        PIC X(25).
           05 TP-CTL-PERIOD-ID-I            PIC 9(06).
           05 FILLER                        PIC X(09).
       FD  PAYPERD-FILE RECORDING MODE F.
       01  PAYPERD-REC.
           05 PPD-PERIOD-ID                 PIC 9(06).
           05 FILLER                        PIC X(24).
       WORKING-STORAGE SECTION.
           COPY CTLREC.
       77  PROJECT-INDEX     PIC S9(4) COMP.
       77  TABLE-MAX         PIC S9(4) COMP VALUE 200.
       77  TABLE-COUNT       PIC S9(4) COMP VALUE 0.
                88 END-OF-RATES  VALUE 'Y'.
       77  SW-PERIOD-ON-FILE PIC X(01) VALUE 'N'.
                88 PERIOD-ON-FILE VALUE 'Y'.
       77  SW-END-OF-TIME    PIC X(01) VALUE SPACES.
                88 END-OF-TIME   VALUE 'Y'.
       77  SW-TIME-CTL-SEEN  PIC X(01) VALUE 'N'.
                88 TIME-CTL-SEEN VALUE 'Y'.
      *  TIMEPROJ control figures: what the trailer says, and what
      *  was actually read (days plus OT hours for the hash).
       77  PAY-PERIOD-ID     PIC 9(06) VALUE 0.
       77  TIME-EXP-PERIOD   PIC 9(06) VALUE 0.
       77  TIME-EXP-COUNT    PIC 9(07) VALUE 0.
       77  TIME-EXP-HASH     PIC S9(9)V99 VALUE 0.
       77  TIME-VER-COUNT    PIC 9(07) VALUE 0.
       77  TIME-VER-HASH     PIC S9(9)V99 VALUE 0.
       77  TIME-SKIPPED-COUNT PIC S9(4) COMP VALUE 0.
      *  Timesheet rollup held in memory, one row per employee per
      *  project that had approved time this period.
       77  TIME-MAX          PIC S9(4) COMP VALUE 400.
       77  TIME-COUNT        PIC S9(4) COMP VALUE 0.
       77  TIME-SUB          PIC S9(4) COMP.
       01  TIME-PROJ-TABLE.
           05 TIME-PROJ-ITEM OCCURS 400 TIMES.
                10 TM-PROJECT                PIC X(04).
                10 TM-NAME                   PIC X(15).
                10 TM-DAYS                   PIC 9(03).
                10 TM-OT-HOURS               PIC 9(03).
      *  Rate history held in memory in file order, which is
      *  maintenance-entry order, NOT effective-date order -- a
      *  retroactive rate is keyed after later-effective ones, so
                10 RT-EFF-DATE               PIC 9(08).
                10 RT-DAY-RATE               PIC 9(03)V99.
                10 RT-OT-RATE                PIC 9(03)V99.
                10 RT-PROJECT                PIC X(04).
       77  PERIOD-START-DATE PIC 9(08).
       77  PERIOD-START-INT  PIC 9(08).
       77  PERIOD-END-INT    PIC 9(08).
       77  SEG1-BEST-INT     PIC 9(08).
       77  SEG-INS-SUB       PIC S9(4) COMP.
       77  RATE-CALC-NAME    PIC X(15).
       77  RATE-CALC-PROJECT PIC X(04).
       77  RATE-CALC-DAYS    PIC 9(03).
       77  RATE-CALC-OT-HOURS PIC 9(03).
       77  RATE-CALC-DAY-RATE PIC 9(03)V99.
           MOVE 0 TO EXCEPTION-COUNT.
           PERFORM 020-LOAD-BILLING-PERIOD.
           PERFORM 030-LOAD-RATE-HISTORY.
           PERFORM 040-LOAD-TIMESHEET-ROLLUP.
           OPEN INPUT INPUT-FILE.
           OPEN OUTPUT EXCEPT-FILE.
           OPEN OUTPUT BILL-STMT-FILE.
           AT END MOVE 'Y' TO SW-END-OF-FILE.
           PERFORM VARYING PROJECT-INDEX FROM 1 BY 1
              UNTIL END-OF-FILE *> Load Table
                PERFORM 045-APPLY-TIMESHEET-ROLLUP
                IF TABLE-COUNT >= TABLE-MAX
                    ADD 1 TO TABLE-SKIPPED-COUNT
                ELSE IF EMP-NBR-DAYS-ON-PROJ-I > DAYS-ON-PROJ-MAX
                    MOVE EMP-ON-CALL-I   TO
                            EMP-ON-CALL (TABLE-COUNT)
                    MOVE EMP-NAME-I TO RATE-CALC-NAME
                    MOVE EMP-PROJECT-I TO RATE-CALC-PROJECT
                    MOVE EMP-NBR-DAYS-ON-PROJ-I TO RATE-CALC-DAYS
                    MOVE EMP-NBR-OT-HOURS-I TO RATE-CALC-OT-HOURS
                    MOVE EMP-PER-DAY-BILLING-RATE-I
                       MOVE RH-EFF-DATE-I TO RT-EFF-DATE (RATE-COUNT)
                       MOVE RH-DAY-RATE-I TO RT-DAY-RATE (RATE-COUNT)
                       MOVE RH-OT-RATE-I TO RT-OT-RATE (RATE-COUNT)
                       MOVE RH-PROJECT-I TO RT-PROJECT (RATE-COUNT)
                   END-IF
                   READ RATE-HIST-FILE
                       AT END MOVE 'Y' TO SW-END-OF-RATES
               END-IF
           END-PERFORM.
           CLOSE RATE-HIST-FILE.
      ***  The pay period TIMEEDIT stamped the rollup with comes off
      ***  the same PAYPERD card; without one nothing can be billed.
       035-GET-PAY-PERIOD.
           OPEN INPUT PAYPERD-FILE.
           READ PAYPERD-FILE
               AT END
                   DISPLAY "ERROR: PAYPERD CONTROL RECORD MISSING"
                   GO TO 999-ABORT-RUN
           END-READ.
           MOVE PPD-PERIOD-ID TO PAY-PERIOD-ID.
           CLOSE PAYPERD-FILE.
      ***  Loads the approved-time rollup TIMEEDIT writes. Rows
      ***  past the table are still read, so the file can be held
      ***  to its CONTROL trailer; a file short of its trailer, out
      ***  of balance with it, or edited for another pay period
      ***  stops the run before anything is billed from it.
       040-LOAD-TIMESHEET-ROLLUP.
           PERFORM 035-GET-PAY-PERIOD.
           OPEN INPUT TIME-PROJ-FILE.
           READ TIME-PROJ-FILE
           AT END MOVE 'Y' TO SW-END-OF-TIME.
           PERFORM UNTIL END-OF-TIME
               IF TIME-PROJ-REC (1:7) = 'CONTROL'
                   MOVE TIME-PROJ-REC TO CONTROL-REC
                   MOVE CTL-RECORD-COUNT TO TIME-EXP-COUNT
                   MOVE CTL-AMOUNT-HASH TO TIME-EXP-HASH
                   MOVE TP-CTL-PERIOD-ID-I TO TIME-EXP-PERIOD
                   MOVE 'Y' TO SW-TIME-CTL-SEEN
                   MOVE 'Y' TO SW-END-OF-TIME
               ELSE
                   ADD 1 TO TIME-VER-COUNT
                   ADD TP-DAYS-I TP-OT-HOURS-I TO TIME-VER-HASH
                   IF TIME-COUNT >= TIME-MAX
                       ADD 1 TO TIME-SKIPPED-COUNT
                   ELSE
                       ADD 1 TO TIME-COUNT
                       MOVE TP-PROJECT-I TO TM-PROJECT (TIME-COUNT)
                       MOVE TP-NAME-I TO TM-NAME (TIME-COUNT)
                       MOVE TP-DAYS-I TO TM-DAYS (TIME-COUNT)
                       MOVE TP-OT-HOURS-I TO TM-OT-HOURS (TIME-COUNT)
                   END-IF
                   READ TIME-PROJ-FILE
                       AT END MOVE 'Y' TO SW-END-OF-TIME
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE TIME-PROJ-FILE.
           IF TIME-SKIPPED-COUNT > 0
               DISPLAY "*** WARNING: TIMEPROJ EXCEEDED TABLE"
                   " CAPACITY OF " TIME-MAX " - " TIME-SKIPPED-COUNT
                   " EXCESS ROWS IGNORED ***"
           END-IF.
           IF NOT TIME-CTL-SEEN
               DISPLAY "ERROR: TIMEPROJ CONTROL RECORD NOT FOUND"
               GO TO 999-ABORT-RUN
           END-IF.
           IF TIME-EXP-PERIOD NOT = PAY-PERIOD-ID
               DISPLAY "ERROR: TIMEPROJ IS FOR PAY PERIOD "
                   TIME-EXP-PERIOD ", THIS RUN IS PERIOD "
                   PAY-PERIOD-ID
               GO TO 999-ABORT-RUN
           END-IF.
           IF TIME-VER-COUNT NOT = TIME-EXP-COUNT
               DISPLAY "ERROR: TIMEPROJ RECORD COUNT OUT OF BALANCE"
               GO TO 999-ABORT-RUN
           END-IF.
           IF TIME-VER-HASH NOT = TIME-EXP-HASH
               DISPLAY "ERROR: TIMEPROJ HOURS HASH OUT OF BALANCE"
               GO TO 999-ABORT-RUN
           END-IF.
      ***  Replaces the EMPROJ row's days and OT hours with the
      ***  period's approved time for that employee and project. A
      ***  row with no approved time bills nothing; the range edit
      ***  below then applies to the timesheet figures.
       045-APPLY-TIMESHEET-ROLLUP.
           MOVE 0 TO EMP-NBR-DAYS-ON-PROJ-I.
           MOVE 0 TO EMP-NBR-OT-HOURS-I.
           PERFORM VARYING TIME-SUB FROM 1 BY 1
             UNTIL TIME-SUB > TIME-COUNT
               IF TM-PROJECT (TIME-SUB) = EMP-PROJECT-I
                   AND TM-NAME (TIME-SUB) = EMP-NAME-I
                   MOVE TM-DAYS (TIME-SUB) TO EMP-NBR-DAYS-ON-PROJ-I
                   MOVE TM-OT-HOURS (TIME-SUB) TO EMP-NBR-OT-HOURS-I
               END-IF
           END-PERFORM.
      ***  Writes one out-of-range EMPROJ row to the exceptions
      ***  listing; the row is excluded from the table and from every
      ***  billing total.
      ***  pick tracks the latest effective date seen and the
      ***  in-period segments insert in start order, keeping the
      ***  span arithmetic below valid whatever order the rates
      ***  were keyed in.  A rate applies to the row's own project
      ***  only; an employee on two projects at different rates
      ***  must not pick up the other project's history.
       070-BUILD-RATE-SEGMENTS.
           MOVE 1 TO SEG-COUNT.
           MOVE PERIOD-START-INT TO SEG-START-INT (1).
           PERFORM VARYING RATE-SUB FROM 1 BY 1
             UNTIL RATE-SUB > RATE-COUNT
               IF RT-NAME (RATE-SUB) = RATE-CALC-NAME
                 AND (RT-PROJECT (RATE-SUB) = RATE-CALC-PROJECT
                   OR RT-PROJECT (RATE-SUB) = SPACES)
                   COMPUTE RATE-EFF-INT = FUNCTION
                       INTEGER-OF-DATE (RT-EFF-DATE (RATE-SUB))
                   IF RATE-EFF-INT <= PERIOD-START-INT
      ***  with one sub-line per rate segment so a disputed charge
      ***  can be traced to the rate in force when it was earned.
           MOVE EMP-NAME (PROJECT-INDEX) TO RATE-CALC-NAME.
           MOVE EMP-PROJECT (PROJECT-INDEX) TO RATE-CALC-PROJECT.
           MOVE EMP-NBR-DAYS-ON-PROJ (PROJECT-INDEX)
               TO RATE-CALC-DAYS.
           MOVE EMP-NBR-OT-HOURS (PROJECT-INDEX)
           CLOSE EXCEPT-FILE.
           CLOSE BILL-STMT-FILE.
           CLOSE BILL-EXT-FILE.
       999-ABORT-RUN.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
