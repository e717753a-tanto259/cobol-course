       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TIMEEDIT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** DAILY TIMESHEET EDIT AND ROLLUP.
      *****
      ***** HOURS USED TO BE KEYED TWICE -- AS EM-HOURS-WORKED-I ON
      ***** EMPMAS2 FOR PAYROL0B AND AGAIN AS THE DAYS-ON-PROJECT AND
      ***** OT-HOURS FIGURES ON EMPROJ FOR TABLES01 BILLING -- AND THE
      ***** TWO NEVER AGREED.  TIMESHT NOW CARRIES ONE RECORD PER
      ***** EMPLOYEE PER PROJECT PER WORK DAY (REGULAR AND OVERTIME
      ***** HOURS, WITH THE SUPERVISOR'S APPROVAL STATUS), AND THIS
      ***** RUN:
      *****
      *****   - EDITS EVERY LINE AGAINST EMPMAS2 (EMPLOYEE ON FILE,
      *****     WORK DATE INSIDE EMPLOYMENT AND NOT PAST THE PAY
      *****     PERIOD'S PAID-THROUGH DATE) AND EMPROJ (THE EMPLOYEE
      *****     ASSIGNED TO THE PROJECT CHARGED), REJECTING BAD LINES
      *****     TO THE TIMERPT LISTING WITH A REASON;
      *****   - FLAGS WEEKEND AND HOLCAL HOLIDAY WORK ON THE LISTING;
      *****   - LISTS TIME STILL AWAITING APPROVAL OR TURNED DOWN BY
      *****     THE SUPERVISOR, WHICH IS NEITHER PAID NOR BILLED;
      *****   - HOLDS BACK APPROVED TIME FOR AN EMPLOYEE WHOSE PAY
      *****     FREQUENCY THE PAYPERD CARD DOES NOT COVER, SO IT IS
      *****     FED AGAIN WITH THE RUN THAT PAYS IT INSTEAD OF LANDING
      *****     ON A RUN THAT SKIPS THE EMPLOYEE;
      *****   - ROLLS APPROVED TIME UP TWO WAYS FROM THE ONE SORTED
      *****     PASS: TIMEHRS, THE PERIOD'S REGULAR AND OVERTIME HOURS
      *****     PER EMPLOYEE THAT PAYROL0B PAYS, AND TIMEPROJ, THE
      *****     DAYS AND OT HOURS PER EMPLOYEE PER PROJECT THAT
      *****     TABLES01 BILLS;
      *****   - WRITES TIMELAB, THE REGULAR AND OVERTIME HOURS PER
      *****     EMPLOYEE PER PROJECT (NON-BILLABLE TIME INCLUDED
      *****     UNDER A BLANK PROJECT) THAT PAYROL0B SPLITS EACH
      *****     EMPLOYEE'S LABOR COST ACROSS.
      *****
      ***** EACH OF THE THREE CLOSES WITH A CONTROL TRAILER (SEE
      ***** CTLREC.CPY) CARRYING ITS RECORD COUNT AND AN HOURS HASH,
      ***** STAMPED WITH THE PAYPERD PERIOD ID, SO A TRUNCATED FILE OR
      ***** ONE LEFT OVER FROM ANOTHER PERIOD STOPS ITS READER.
      *****
      ***** A BLANK PROJECT IS NON-BILLABLE TIME: IT IS PAID BUT
      ***** NEVER REACHES TIMEPROJ.  EMPROJ IS KEYED BY NAME, NOT
      ***** EMPLOYEE ID, SO THE LINK IS THE MASTER'S FIRST AND LAST
      ***** NAME SEPARATED BY ONE SPACE -- THE WAY THE PERSONNEL FEED
      ***** HAS ALWAYS CARRIED THEM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHT
           ASSIGN TO TIMESHT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMESHT-ST.
           SELECT TIMESORT
           ASSIGN TO TIMESORT.
           SELECT EMPLOYEE-MASTER
           ASSIGN TO EMPMAS2
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPLOYEE-MASTER-ST.
           SELECT EMPROJ
           ASSIGN TO EMPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPROJ-ST.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
      *  PAYROL0B's pay-period control card, read here only for the
      *  paid-through date the period's time must fall on or before,
      *  the pay frequencies the run covers, and the period id the
      *  extract trailers are stamped with.
           SELECT PAYPERD
           ASSIGN TO PAYPERD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYPERD-ST.
      *  Approved period hours per employee, read by PAYROL0B.
           SELECT TIMEHRS
           ASSIGN TO TIMEHRS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMEHRS-ST.
      *  Approved days and OT hours per employee per project, read
      *  by TABLES01.
           SELECT TIMEPROJ
           ASSIGN TO TIMEPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMEPROJ-ST.
      *  Approved regular and OT hours per employee per project,
      *  billable or not, read by PAYROL0B for labor distribution.
           SELECT TIMELAB
           ASSIGN TO TIMELAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMELAB-ST.
           SELECT TIMERPT
           ASSIGN TO TIMERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TIMERPT-ST.
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

      * One line per employee per project per work day.  The
      * approval status is set by the supervisor: 'A' approved,
      * 'P' awaiting approval, 'D' disapproved.
       FD  TIMESHT
           RECORD CONTAINS 80 CHARACTERS.
       01  TIMESHT-REC.
           05  TS-EMP-ID               PIC 9(06).
           05  TS-PROJECT              PIC X(04).
           05  TS-WORK-DATE            PIC 9(08).
           05  TS-WORK-DATE-R REDEFINES TS-WORK-DATE.
               10  TS-WORK-YYYY        PIC 9(04).
               10  TS-WORK-MM          PIC 9(02).
               10  TS-WORK-DD          PIC 9(02).
           05  TS-REG-HOURS            PIC 9(2)V99.
           05  TS-OT-HOURS             PIC 9(2)V99.
           05  TS-APPROVAL             PIC X(01).
               88  TS-APPROVED                         VALUE 'A'.
               88  TS-PENDING                          VALUE 'P'.
               88  TS-DISAPPROVED                      VALUE 'D'.
           05  TS-APPROVER             PIC X(08).
           05  FILLER                  PIC X(45).

       SD  TIMESORT
           RECORD CONTAINS 41 CHARACTERS.
       01  TIMESORT-REC.
           05  SRT-EMP-ID              PIC 9(06).
           05  SRT-PROJECT             PIC X(04).
           05  SRT-WORK-DATE           PIC 9(08).
           05  SRT-NAME                PIC X(15).
           05  SRT-REG-HOURS           PIC 9(2)V99.
           05  SRT-OT-HOURS            PIC 9(2)V99.

       FD  EMPLOYEE-MASTER
           RECORD CONTAINS 164 CHARACTERS.
      * Slice of the PAYROL0B EMPLOYEE-MASTER-REC layout: the names
      * lead the record, the address block runs to byte 83, and the
      * employee id, hire and termination dates sit at bytes 137-158
      * the pay frequency at byte 160 and the cost center after it.
       01  EMPLOYEE-MASTER-REC.
           05  EM-FNAME-I                  PIC X(08).
           05  EM-LNAME-I                  PIC X(08).
           05  FILLER                      PIC X(67).
           05  EM-EMP-TYPE-I               PIC X(01).
           05  FILLER                      PIC X(52).
           05  EM-EMP-ID-I                 PIC 9(06).
           05  EM-HIRE-DATE-I              PIC 9(08).
           05  EM-TERM-DATE-I              PIC 9(08).
           05  FILLER                      PIC X(01).
           05  EM-PAY-FREQ-I               PIC X(01).
           05  FILLER                      PIC X(04).

       FD  EMPROJ
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 FILLER                        PIC X(61).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  PAYPERD
           RECORDING MODE F.
       01  PAYPERD-REC.
           05  PPD-PERIOD-ID               PIC 9(06).
           05  PPD-PAID-THRU               PIC 9(08).
           05  FILLER                      PIC X(02).
           05  PPD-RUN-FREQS               PIC X(03).
           05  FILLER                      PIC X(11).

      * Each extract's CONTROL trailer is the CTLREC layout with the
      * pay period id in the six bytes after it.
       FD  TIMEHRS
           RECORD CONTAINS 40 CHARACTERS.
       01  TIMEHRS-REC.
           05  TH-EMP-ID               PIC 9(06).
           05  TH-REG-HOURS            PIC 9(3)V99.
           05  TH-OT-HOURS             PIC 9(3)V99.
           05  FILLER                  PIC X(24).
       01  TIMEHRS-CTL-REC.
           05  FILLER                  PIC X(25).
           05  TH-CTL-PERIOD-ID        PIC 9(06).
           05  FILLER                  PIC X(09).

       FD  TIMEPROJ
           RECORD CONTAINS 40 CHARACTERS.
       01  TIMEPROJ-REC.
           05  TP-PROJECT              PIC X(04).
           05  TP-NAME                 PIC X(15).
           05  TP-DAYS                 PIC 9(03).
           05  TP-OT-HOURS             PIC 9(03).
           05  FILLER                  PIC X(15).
       01  TIMEPROJ-CTL-REC.
           05  FILLER                  PIC X(25).
           05  TP-CTL-PERIOD-ID        PIC 9(06).
           05  FILLER                  PIC X(09).

       FD  TIMELAB
           RECORD CONTAINS 40 CHARACTERS.
       01  TIMELAB-REC.
           05  TL-EMP-ID               PIC 9(06).
           05  TL-PROJECT              PIC X(04).
           05  TL-REG-HOURS            PIC 9(3)V99.
           05  TL-OT-HOURS             PIC 9(3)V99.
           05  FILLER                  PIC X(20).
       01  TIMELAB-CTL-REC.
           05  FILLER                  PIC X(25).
           05  TL-CTL-PERIOD-ID        PIC 9(06).
           05  FILLER                  PIC X(09).

       FD  TIMERPT
           RECORD CONTAINS 133 CHARACTERS.
       01  TIMERPT-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.

       01  FLAGS.
           05  TIMESHT-ST              PIC X(02).
               88  TS-NORMAL                           VALUE '00'.
           05  EMPLOYEE-MASTER-ST      PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  EMPROJ-ST               PIC X(02).
               88  EP-NORMAL                           VALUE '00'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  PAYPERD-ST              PIC X(02).
               88  PP-NORMAL                           VALUE '00'.
           05  TIMEHRS-ST              PIC X(02).
               88  TH-NORMAL                           VALUE '00'.
           05  TIMEPROJ-ST             PIC X(02).
               88  TP-NORMAL                           VALUE '00'.
           05  TIMELAB-ST              PIC X(02).
               88  TL-NORMAL                           VALUE '00'.
           05  TIMERPT-ST              PIC X(02).
               88  TR-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  TIMESHT-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-TIMESHT                     VALUE 'Y'.
           05  MASTER-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-MASTER                      VALUE 'Y'.
           05  EMPROJ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  HOLIDAY-HIT-SW          PIC X(01)       VALUE 'N'.
               88  DAY-IS-HOLIDAY                      VALUE 'Y'.
           05  LINE-OK-SW              PIC X(01)       VALUE 'Y'.
               88  LINE-OK                             VALUE 'Y'.
           05  FIRST-SORTED-SW         PIC X(01)       VALUE 'Y'.
               88  FIRST-SORTED                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       77  PAID-THRU-WS                PIC 9(08) VALUE 0.
       77  PERIOD-ID-WS                PIC 9(06) VALUE 0.
      * None listed on the card is the semi-monthly run.
       01  RUN-FREQ-TABLE.
           05  RUN-FREQ                PIC X(01) OCCURS 3 TIMES.

      * Employee master by id: the EMPROJ name the timesheet line is
      * matched to, and the employment window the work must fall in.
       01  EMP-TABLE.
           05  EMP-ITEM OCCURS 500 TIMES
                   INDEXED BY EMP-IDX.
               10  ET-EMP-ID               PIC 9(06).
               10  ET-NAME                 PIC X(15).
               10  ET-HIRE-DATE            PIC 9(08).
               10  ET-TERM-DATE            PIC 9(08).
               10  ET-PAY-FREQ             PIC X(01).
       77  EMP-COUNT                   PIC S9(04) COMP VALUE 0.
       77  EMP-SKIPPED-COUNT           PIC S9(04) COMP VALUE 0.
       77  EMP-FOUND-SUB               PIC S9(04) COMP VALUE 0.

      * Project assignments off EMPROJ, one row per person per
      * project, the same 200-row ceiling TABLES01 loads to.
       01  ASSIGN-TABLE.
           05  ASSIGN-ITEM OCCURS 200 TIMES
                   INDEXED BY ASG-IDX.
               10  AT-PROJECT              PIC X(04).
               10  AT-NAME                 PIC X(15).
       77  ASSIGN-COUNT                PIC S9(04) COMP VALUE 0.
       77  ASSIGN-SKIPPED-COUNT        PIC S9(04) COMP VALUE 0.
       77  PROJECT-FOUND-SW            PIC X(01) VALUE 'N'.
           88  PROJECT-FOUND                       VALUE 'Y'.
       77  ASSIGN-FOUND-SW             PIC X(01) VALUE 'N'.
           88  ASSIGN-FOUND                        VALUE 'Y'.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT               PIC S9(04) COMP VALUE 0.

       77  WORK-DATE-INT               PIC 9(08).
       77  WORK-DOW-WS                 PIC 9(01).
       77  DAY-HOURS-WS                PIC 9(03)V99.
       77  NAME-WS                     PIC X(15).
       77  REJECT-REASON-WS            PIC X(34).

      * Control-break accumulators for the rollup.
       01  BREAK-FIELDS.
           05  BRK-EMP-ID              PIC 9(06).
           05  BRK-PROJECT             PIC X(04).
           05  BRK-NAME                PIC X(15).
           05  BRK-WORK-DATE           PIC 9(08).
           05  BRK-EMP-REG-HOURS       PIC 9(3)V99.
           05  BRK-EMP-OT-HOURS        PIC 9(3)V99.
           05  BRK-PROJ-DAYS           PIC 9(03).
           05  BRK-PROJ-REG-HOURS      PIC 9(3)V99.
           05  BRK-PROJ-OT-HOURS       PIC 9(3)V99.

       77  LINES-READ                  PIC 9(07) VALUE 0.
       77  LINES-APPROVED              PIC 9(07) VALUE 0.
       77  LINES-PENDING               PIC 9(07) VALUE 0.
       77  LINES-DISAPPROVED           PIC 9(07) VALUE 0.
       77  LINES-REJECTED              PIC 9(07) VALUE 0.
       77  LINES-OFF-CYCLE             PIC 9(07) VALUE 0.
       77  WEEKEND-LINES               PIC 9(07) VALUE 0.
       77  HOLIDAY-LINES               PIC 9(07) VALUE 0.
       77  TIMEHRS-WRITTEN             PIC 9(07) VALUE 0.
       77  TIMEPROJ-WRITTEN            PIC 9(07) VALUE 0.
       77  TIMELAB-WRITTEN             PIC 9(07) VALUE 0.
      * Trailer hashes: regular plus OT hours on TIMEHRS and TIMELAB,
      * days plus OT hours on TIMEPROJ, as written.
       77  TIMEHRS-HASH                PIC S9(9)V99 VALUE 0.
       77  TIMEPROJ-HASH               PIC S9(9)V99 VALUE 0.
       77  TIMELAB-HASH                PIC S9(9)V99 VALUE 0.
       77  APPROVED-REG-TOTAL          PIC 9(7)V99 VALUE 0.
       77  APPROVED-OT-TOTAL           PIC 9(7)V99 VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                  VALUE "TIMESHEET EDIT AND APPROVAL REPORT".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-TITLE-DATE          PIC X(08).

       01  RPT-COL-HEADER.
           05  FILLER                  PIC X(10)       VALUE "EMPLOYEE".
           05  FILLER                  PIC X(08)       VALUE "PROJ".
           05  FILLER                  PIC X(11)
                  VALUE "WORK DATE".
           05  FILLER                  PIC X(10)
                  VALUE "   REG HRS".
           05  FILLER                  PIC X(10)
                  VALUE "    OT HRS".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(34)       VALUE "STATUS".
           05  FILLER                  PIC X(08)       VALUE "FLAG".

       01  RPT-DETAIL-LINE.
           05  RPT-EMP-ID              PIC 9(06).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-PROJECT             PIC X(04).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-WORK-DATE           PIC X(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-REG-HOURS           PIC ZZZ,ZZ9.99.
           05  RPT-OT-HOURS            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-STATUS              PIC X(34).
           05  RPT-FLAG                PIC X(08).

       01  RPT-COUNT-LINE.
           05  RPT-COUNT-LABEL         PIC X(30).
           05  RPT-COUNT-O             PIC Z,ZZZ,ZZ9.

       01  RPT-HOURS-LINE.
           05  RPT-HOURS-LABEL         PIC X(30).
           05  RPT-HOURS-O             PIC Z,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT TIMESORT
               ON ASCENDING KEY SRT-EMP-ID
               ON ASCENDING KEY SRT-PROJECT
               ON ASCENDING KEY SRT-WORK-DATE
               INPUT PROCEDURE IS 200-EDIT-TIMESHEET
                   THRU 200-EDIT-TIMESHEET-X
               OUTPUT PROCEDURE IS 300-ROLL-UP-TIME
                   THRU 300-ROLL-UP-TIME-X.
           PERFORM 350-WRITE-TRAILERS.
           PERFORM 500-FINISH-UP.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-GET-PAID-THRU.
           PERFORM 130-LOAD-EMPLOYEES.
           PERFORM 140-LOAD-ASSIGNMENTS.
           PERFORM 150-LOAD-HOLIDAYS.

           OPEN OUTPUT TIMEHRS
           IF NOT TH-NORMAL
                DISPLAY 'ERROR OPENING TIMEHRS'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT TIMEPROJ
           IF NOT TP-NORMAL
                DISPLAY 'ERROR OPENING TIMEPROJ'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT TIMELAB
           IF NOT TL-NORMAL
                DISPLAY 'ERROR OPENING TIMELAB'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT TIMERPT
           IF NOT TR-NORMAL
                DISPLAY 'ERROR OPENING TIMERPT'
                GO TO 999-RETURN-ERR.

           MOVE BUSINESS-DATE-X TO RPT-TITLE-DATE.
           WRITE TIMERPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO TIMERPT-REC.
           WRITE TIMERPT-REC.
           WRITE TIMERPT-REC FROM RPT-COL-HEADER.
           MOVE SPACES TO TIMERPT-REC.
           WRITE TIMERPT-REC.

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

      * Time dated after the period's paid-through date belongs to
      * the next period and is rejected until then.
       120-GET-PAID-THRU.
           OPEN INPUT PAYPERD
           IF NOT PP-NORMAL
                DISPLAY 'ERROR OPENING PAYPERD'
                GO TO 999-RETURN-ERR.

           READ PAYPERD
               AT END
                   DISPLAY 'ERROR: PAYPERD CONTROL RECORD MISSING'
                   GO TO 999-RETURN-ERR
           END-READ.

           IF PPD-PAID-THRU NOT NUMERIC OR PPD-PAID-THRU = ZERO
                DISPLAY 'ERROR: PAYPERD PAID-THROUGH DATE INVALID'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE PPD-PAID-THRU TO PAID-THRU-WS.
           MOVE PPD-PERIOD-ID TO PERIOD-ID-WS.
           MOVE PPD-RUN-FREQS TO RUN-FREQ-TABLE.
           IF RUN-FREQ-TABLE = SPACES
                MOVE 'S' TO RUN-FREQ (1)
           END-IF.
           CLOSE PAYPERD.

      * The EMPROJ name for each employee is built from the master's
      * first and last names, one space between.
       130-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING EMPMAS2'
                GO TO 999-RETURN-ERR.

           READ EMPLOYEE-MASTER
               AT END MOVE 'Y' TO MASTER-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-MASTER
               IF EMP-COUNT >= 500
                    ADD 1 TO EMP-SKIPPED-COUNT
               ELSE
                    ADD 1 TO EMP-COUNT
                    MOVE EM-EMP-ID-I TO ET-EMP-ID (EMP-COUNT)
                    MOVE SPACES TO NAME-WS
                    STRING EM-FNAME-I DELIMITED BY SPACE
                           ' '        DELIMITED BY SIZE
                           EM-LNAME-I DELIMITED BY SPACE
                        INTO NAME-WS
                    END-STRING
                    MOVE NAME-WS TO ET-NAME (EMP-COUNT)
                    MOVE EM-HIRE-DATE-I TO ET-HIRE-DATE (EMP-COUNT)
                    MOVE EM-TERM-DATE-I TO ET-TERM-DATE (EMP-COUNT)
                    IF EM-PAY-FREQ-I = SPACE
                         MOVE 'S' TO ET-PAY-FREQ (EMP-COUNT)
                    ELSE
                         MOVE EM-PAY-FREQ-I
                             TO ET-PAY-FREQ (EMP-COUNT)
                    END-IF
               END-IF
               READ EMPLOYEE-MASTER
                   AT END MOVE 'Y' TO MASTER-EOF
               END-READ
           END-PERFORM.

           IF EMP-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " EMP-SKIPPED-COUNT
                    " EMPLOYEE(S) EXCEEDED EMPLOYEE-TABLE CAPACITY"
                    " OF 500 AND WERE SKIPPED ***"
           END-IF.

           CLOSE EMPLOYEE-MASTER.

       140-LOAD-ASSIGNMENTS.
           OPEN INPUT EMPROJ
           IF NOT EP-NORMAL
                DISPLAY 'ERROR OPENING EMPROJ'
                GO TO 999-RETURN-ERR.

           READ EMPROJ
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPROJ
               IF ASSIGN-COUNT >= 200
                    ADD 1 TO ASSIGN-SKIPPED-COUNT
               ELSE
                    ADD 1 TO ASSIGN-COUNT
                    MOVE EMP-PROJECT-I TO AT-PROJECT (ASSIGN-COUNT)
                    MOVE EMP-NAME-I    TO AT-NAME (ASSIGN-COUNT)
               END-IF
               READ EMPROJ
                   AT END MOVE 'Y' TO EMPROJ-EOF
               END-READ
           END-PERFORM.

           IF ASSIGN-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " ASSIGN-SKIPPED-COUNT
                    " EMPROJ ROW(S) EXCEEDED ASSIGNMENT-TABLE CAPACITY"
                    " OF 200 AND WERE SKIPPED ***"
           END-IF.

           CLOSE EMPROJ.

       150-LOAD-HOLIDAYS.
           OPEN INPUT HOLCAL
           IF NOT HC-NORMAL
                DISPLAY 'ERROR OPENING HOLCAL'
                GO TO 999-RETURN-ERR.

           READ HOLCAL
               AT END MOVE 'Y' TO HOLCAL-EOF
           END-READ.

           PERFORM VARYING HOL-IDX FROM 1 BY 1
               UNTIL NO-MORE-HOLCAL OR HOL-IDX > 100
                   IF HC-HOLIDAY-DATE NUMERIC
                          AND HC-HOLIDAY-DATE > 0
                        ADD 1 TO HOLIDAY-COUNT
                        COMPUTE HOL-DATE-INT (HOLIDAY-COUNT) =
                            FUNCTION INTEGER-OF-DATE
                                (HC-HOLIDAY-DATE)
                   END-IF
                   READ HOLCAL
                       AT END MOVE 'Y' TO HOLCAL-EOF
                   END-READ
           END-PERFORM.

           CLOSE HOLCAL.

      * First pass: every timesheet line is edited.  Rejected lines
      * and time not yet approved go to the listing only; approved
      * lines that pass are released to the sort with the EMPROJ
      * name attached.
       200-EDIT-TIMESHEET.
           OPEN INPUT TIMESHT
           IF NOT TS-NORMAL
                DISPLAY 'ERROR OPENING TIMESHT'
                GO TO 999-RETURN-ERR.

           PERFORM 400-READ-TIMESHT.

           PERFORM UNTIL NO-MORE-TIMESHT
               ADD 1 TO LINES-READ
               PERFORM 210-EDIT-ONE-LINE
               PERFORM 400-READ-TIMESHT
           END-PERFORM.

           CLOSE TIMESHT.

       200-EDIT-TIMESHEET-X.
           EXIT.

       210-EDIT-ONE-LINE.
           MOVE 'Y' TO LINE-OK-SW.
           MOVE SPACES TO REJECT-REASON-WS.
           MOVE SPACES TO RPT-FLAG.
           PERFORM 220-FIND-EMPLOYEE.

           EVALUATE TRUE
               WHEN EMP-FOUND-SUB = 0
                   MOVE 'EMPLOYEE NOT ON EMPMAS2'
                       TO REJECT-REASON-WS
               WHEN TS-WORK-DATE NOT NUMERIC
                     OR TS-WORK-YYYY < 1601
                     OR TS-WORK-MM < 1 OR TS-WORK-MM > 12
                     OR TS-WORK-DD < 1 OR TS-WORK-DD > 31
                   MOVE 'INVALID WORK DATE' TO REJECT-REASON-WS
               WHEN TS-REG-HOURS NOT NUMERIC
                     OR TS-OT-HOURS NOT NUMERIC
                   MOVE 'HOURS NOT NUMERIC' TO REJECT-REASON-WS
               WHEN NOT (TS-APPROVED OR TS-PENDING
                         OR TS-DISAPPROVED)
                   MOVE 'INVALID APPROVAL STATUS'
                       TO REJECT-REASON-WS
           END-EVALUATE.

           IF REJECT-REASON-WS = SPACES
                COMPUTE WORK-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (TS-WORK-DATE)
                COMPUTE DAY-HOURS-WS = TS-REG-HOURS + TS-OT-HOURS
                EVALUATE TRUE
                    WHEN WORK-DATE-INT = 0
                        MOVE 'INVALID WORK DATE' TO REJECT-REASON-WS
                    WHEN TS-WORK-DATE > PAID-THRU-WS
                        MOVE 'AFTER PERIOD PAID-THROUGH DATE'
                            TO REJECT-REASON-WS
                    WHEN ET-HIRE-DATE (EMP-FOUND-SUB) NUMERIC
                          AND TS-WORK-DATE
                              < ET-HIRE-DATE (EMP-FOUND-SUB)
                        MOVE 'WORK DATE BEFORE HIRE DATE'
                            TO REJECT-REASON-WS
                    WHEN ET-TERM-DATE (EMP-FOUND-SUB) NUMERIC
                          AND ET-TERM-DATE (EMP-FOUND-SUB) > ZERO
                          AND TS-WORK-DATE
                              > ET-TERM-DATE (EMP-FOUND-SUB)
                        MOVE 'WORK DATE AFTER TERMINATION'
                            TO REJECT-REASON-WS
                    WHEN DAY-HOURS-WS = ZERO
                        MOVE 'NO HOURS REPORTED' TO REJECT-REASON-WS
                    WHEN DAY-HOURS-WS > 24
                        MOVE 'MORE THAN 24 HOURS IN ONE DAY'
                            TO REJECT-REASON-WS
                END-EVALUATE
           END-IF.

           IF REJECT-REASON-WS = SPACES
                  AND TS-PROJECT NOT = SPACES
                PERFORM 230-FIND-ASSIGNMENT
                IF NOT PROJECT-FOUND
                     MOVE 'PROJECT NOT ON EMPROJ' TO REJECT-REASON-WS
                ELSE
                     IF NOT ASSIGN-FOUND
                          MOVE 'EMPLOYEE NOT ASSIGNED TO PROJECT'
                              TO REJECT-REASON-WS
                     END-IF
                END-IF
           END-IF.

           IF REJECT-REASON-WS NOT = SPACES
                MOVE 'N' TO LINE-OK-SW
                ADD 1 TO LINES-REJECTED
                STRING 'REJECTED: ' DELIMITED BY SIZE
                       REJECT-REASON-WS DELIMITED BY SIZE
                    INTO RPT-STATUS
                END-STRING
                PERFORM 250-WRITE-DETAIL
           ELSE
                PERFORM 240-FLAG-WEEKEND-HOLIDAY
                EVALUATE TRUE
                    WHEN TS-PENDING
                        ADD 1 TO LINES-PENDING
                        MOVE 'AWAITING APPROVAL - NOT PAID'
                            TO RPT-STATUS
                        PERFORM 250-WRITE-DETAIL
                    WHEN TS-DISAPPROVED
                        ADD 1 TO LINES-DISAPPROVED
                        MOVE 'DISAPPROVED BY SUPERVISOR'
                            TO RPT-STATUS
                        PERFORM 250-WRITE-DETAIL
                    WHEN ET-PAY-FREQ (EMP-FOUND-SUB) NOT = RUN-FREQ (1)
                     AND ET-PAY-FREQ (EMP-FOUND-SUB) NOT = RUN-FREQ (2)
                     AND ET-PAY-FREQ (EMP-FOUND-SUB) NOT = RUN-FREQ (3)
                        ADD 1 TO LINES-OFF-CYCLE
                        MOVE 'APPROVED - HELD FOR OWN PAY CYCLE'
                            TO RPT-STATUS
                        PERFORM 250-WRITE-DETAIL
                    WHEN OTHER
                        ADD 1 TO LINES-APPROVED
                        ADD TS-REG-HOURS TO APPROVED-REG-TOTAL
                        ADD TS-OT-HOURS  TO APPROVED-OT-TOTAL
                        IF RPT-FLAG NOT = SPACES
                             MOVE 'APPROVED' TO RPT-STATUS
                             PERFORM 250-WRITE-DETAIL
                        END-IF
                        MOVE TS-EMP-ID    TO SRT-EMP-ID
                        MOVE TS-PROJECT   TO SRT-PROJECT
                        MOVE TS-WORK-DATE TO SRT-WORK-DATE
                        MOVE ET-NAME (EMP-FOUND-SUB) TO SRT-NAME
                        MOVE TS-REG-HOURS TO SRT-REG-HOURS
                        MOVE TS-OT-HOURS  TO SRT-OT-HOURS
                        RELEASE TIMESORT-REC
                END-EVALUATE
           END-IF.

       220-FIND-EMPLOYEE.
           MOVE 0 TO EMP-FOUND-SUB.
           SET EMP-IDX TO 1.
           SEARCH EMP-ITEM VARYING EMP-IDX
               AT END
                   CONTINUE
               WHEN EMP-IDX > EMP-COUNT
                   CONTINUE
               WHEN ET-EMP-ID (EMP-IDX) = TS-EMP-ID
                   SET EMP-FOUND-SUB TO EMP-IDX
           END-SEARCH.

      * The project must be on EMPROJ at all, and this employee must
      * carry a row on it -- the row TABLES01 will bill the time to.
       230-FIND-ASSIGNMENT.
           MOVE 'N' TO PROJECT-FOUND-SW.
           MOVE 'N' TO ASSIGN-FOUND-SW.
           PERFORM VARYING ASG-IDX FROM 1 BY 1
               UNTIL ASG-IDX > ASSIGN-COUNT OR ASSIGN-FOUND
                   IF AT-PROJECT (ASG-IDX) = TS-PROJECT
                        MOVE 'Y' TO PROJECT-FOUND-SW
                        IF AT-NAME (ASG-IDX) = ET-NAME (EMP-FOUND-SUB)
                             MOVE 'Y' TO ASSIGN-FOUND-SW
                        END-IF
                   END-IF
           END-PERFORM.

      * Saturday, Sunday and HOLCAL holiday work is flagged on the
      * listing for the supervisor's review; it is still paid and
      * billed once approved.
       240-FLAG-WEEKEND-HOLIDAY.
           COMPUTE WORK-DOW-WS = FUNCTION MOD (WORK-DATE-INT, 7).
           MOVE 'N' TO HOLIDAY-HIT-SW.
           SET HOL-IDX TO 1.
           SEARCH HOLIDAY-ITEM VARYING HOL-IDX
               AT END
                   CONTINUE
               WHEN HOL-IDX > HOLIDAY-COUNT
                   CONTINUE
               WHEN HOL-DATE-INT (HOL-IDX) = WORK-DATE-INT
                   SET DAY-IS-HOLIDAY TO TRUE
           END-SEARCH.

           EVALUATE TRUE
               WHEN DAY-IS-HOLIDAY
                   MOVE 'HOLIDAY' TO RPT-FLAG
                   ADD 1 TO HOLIDAY-LINES
               WHEN WORK-DOW-WS = 6 OR WORK-DOW-WS = 0
                   MOVE 'WEEKEND' TO RPT-FLAG
                   ADD 1 TO WEEKEND-LINES
           END-EVALUATE.

       250-WRITE-DETAIL.
           MOVE TS-EMP-ID    TO RPT-EMP-ID.
           MOVE TS-PROJECT   TO RPT-PROJECT.
           MOVE TS-WORK-DATE TO RPT-WORK-DATE.
           IF TS-REG-HOURS NUMERIC
                MOVE TS-REG-HOURS TO RPT-REG-HOURS
           ELSE
                MOVE ZERO TO RPT-REG-HOURS
           END-IF.
           IF TS-OT-HOURS NUMERIC
                MOVE TS-OT-HOURS TO RPT-OT-HOURS
           ELSE
                MOVE ZERO TO RPT-OT-HOURS
           END-IF.
           WRITE TIMERPT-REC FROM RPT-DETAIL-LINE.

      * Second pass: approved time comes back in employee, project,
      * work-date order.  Each employee break writes the period's
      * hours to TIMEHRS; each billable project break writes the
      * distinct days worked and the OT hours to TIMEPROJ, and every
      * project break writes the hours to TIMELAB.
       300-ROLL-UP-TIME.
           RETURN TIMESORT
               AT END
                   IF NOT FIRST-SORTED
                        PERFORM 330-END-PROJECT
                        PERFORM 340-END-EMPLOYEE
                   END-IF
                   GO TO 300-ROLL-UP-TIME-X
           END-RETURN.

           IF FIRST-SORTED
                MOVE 'N' TO FIRST-SORTED-SW
                PERFORM 310-START-EMPLOYEE
                PERFORM 320-START-PROJECT
           ELSE
                IF SRT-EMP-ID NOT = BRK-EMP-ID
                     PERFORM 330-END-PROJECT
                     PERFORM 340-END-EMPLOYEE
                     PERFORM 310-START-EMPLOYEE
                     PERFORM 320-START-PROJECT
                ELSE
                     IF SRT-PROJECT NOT = BRK-PROJECT
                          PERFORM 330-END-PROJECT
                          PERFORM 320-START-PROJECT
                     END-IF
                END-IF
           END-IF.

           ADD SRT-REG-HOURS TO BRK-EMP-REG-HOURS.
           ADD SRT-OT-HOURS  TO BRK-EMP-OT-HOURS.
           ADD SRT-REG-HOURS TO BRK-PROJ-REG-HOURS.
           ADD SRT-OT-HOURS  TO BRK-PROJ-OT-HOURS.
           IF SRT-WORK-DATE NOT = BRK-WORK-DATE
                ADD 1 TO BRK-PROJ-DAYS
                MOVE SRT-WORK-DATE TO BRK-WORK-DATE
           END-IF.
           GO TO 300-ROLL-UP-TIME.

       300-ROLL-UP-TIME-X.
           EXIT.

       310-START-EMPLOYEE.
           MOVE SRT-EMP-ID TO BRK-EMP-ID.
           MOVE SRT-NAME   TO BRK-NAME.
           MOVE ZERO TO BRK-EMP-REG-HOURS.
           MOVE ZERO TO BRK-EMP-OT-HOURS.

       320-START-PROJECT.
           MOVE SRT-PROJECT TO BRK-PROJECT.
           MOVE ZERO TO BRK-WORK-DATE.
           MOVE ZERO TO BRK-PROJ-DAYS.
           MOVE ZERO TO BRK-PROJ-REG-HOURS.
           MOVE ZERO TO BRK-PROJ-OT-HOURS.

      * Non-billable time (blank project) is paid but never billed.
      * EMPROJ carries OT hours whole, so the rollup rounds to them.
      * Labor distribution takes every project, blank included, so
      * the cost of non-billable time still lands somewhere.
       330-END-PROJECT.
           INITIALIZE TIMELAB-REC.
           MOVE BRK-EMP-ID         TO TL-EMP-ID.
           MOVE BRK-PROJECT        TO TL-PROJECT.
           MOVE BRK-PROJ-REG-HOURS TO TL-REG-HOURS.
           MOVE BRK-PROJ-OT-HOURS  TO TL-OT-HOURS.
           WRITE TIMELAB-REC.
           ADD 1 TO TIMELAB-WRITTEN.
           ADD TL-REG-HOURS TL-OT-HOURS TO TIMELAB-HASH.

           IF BRK-PROJECT NOT = SPACES
                INITIALIZE TIMEPROJ-REC
                MOVE BRK-PROJECT   TO TP-PROJECT
                MOVE BRK-NAME      TO TP-NAME
                MOVE BRK-PROJ-DAYS TO TP-DAYS
                COMPUTE TP-OT-HOURS ROUNDED = BRK-PROJ-OT-HOURS
                WRITE TIMEPROJ-REC
                ADD 1 TO TIMEPROJ-WRITTEN
                ADD TP-DAYS TP-OT-HOURS TO TIMEPROJ-HASH
           END-IF.

       340-END-EMPLOYEE.
           INITIALIZE TIMEHRS-REC.
           MOVE BRK-EMP-ID        TO TH-EMP-ID.
           MOVE BRK-EMP-REG-HOURS TO TH-REG-HOURS.
           MOVE BRK-EMP-OT-HOURS  TO TH-OT-HOURS.
           WRITE TIMEHRS-REC.
           ADD 1 TO TIMEHRS-WRITTEN.
           ADD TH-REG-HOURS TH-OT-HOURS TO TIMEHRS-HASH.

      * Every extract gets its trailer, an empty one included, so
      * its reader can tell a quiet period from a run that never
      * finished.
       350-WRITE-TRAILERS.
           MOVE 'CONTROL'        TO CTL-ID.
           MOVE TIMEHRS-WRITTEN  TO CTL-RECORD-COUNT.
           MOVE TIMEHRS-HASH     TO CTL-AMOUNT-HASH.
           MOVE CONTROL-REC      TO TIMEHRS-REC.
           MOVE PERIOD-ID-WS     TO TH-CTL-PERIOD-ID.
           WRITE TIMEHRS-REC.

           MOVE TIMEPROJ-WRITTEN TO CTL-RECORD-COUNT.
           MOVE TIMEPROJ-HASH    TO CTL-AMOUNT-HASH.
           MOVE CONTROL-REC      TO TIMEPROJ-REC.
           MOVE PERIOD-ID-WS     TO TP-CTL-PERIOD-ID.
           WRITE TIMEPROJ-REC.

           MOVE TIMELAB-WRITTEN  TO CTL-RECORD-COUNT.
           MOVE TIMELAB-HASH     TO CTL-AMOUNT-HASH.
           MOVE CONTROL-REC      TO TIMELAB-REC.
           MOVE PERIOD-ID-WS     TO TL-CTL-PERIOD-ID.
           WRITE TIMELAB-REC.

       400-READ-TIMESHT.
           READ TIMESHT
               AT END MOVE 'Y' TO TIMESHT-EOF
           END-READ.

           IF NOT (TS-NORMAL OR NO-MORE-TIMESHT)
                DISPLAY 'ERROR READING TIMESHT'
                GO TO 999-RETURN-ERR
           END-IF.

       500-FINISH-UP.
           MOVE SPACES TO TIMERPT-REC.
           WRITE TIMERPT-REC.

           MOVE 'TIMESHEET LINES READ:' TO RPT-COUNT-LABEL.
           MOVE LINES-READ TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'APPROVED:' TO RPT-COUNT-LABEL.
           MOVE LINES-APPROVED TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'AWAITING APPROVAL:' TO RPT-COUNT-LABEL.
           MOVE LINES-PENDING TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'DISAPPROVED:' TO RPT-COUNT-LABEL.
           MOVE LINES-DISAPPROVED TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'REJECTED:' TO RPT-COUNT-LABEL.
           MOVE LINES-REJECTED TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'HELD FOR OWN PAY CYCLE:' TO RPT-COUNT-LABEL.
           MOVE LINES-OFF-CYCLE TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'WEEKEND LINES:' TO RPT-COUNT-LABEL.
           MOVE WEEKEND-LINES TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'HOLIDAY LINES:' TO RPT-COUNT-LABEL.
           MOVE HOLIDAY-LINES TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'APPROVED REGULAR HOURS:' TO RPT-HOURS-LABEL.
           MOVE APPROVED-REG-TOTAL TO RPT-HOURS-O.
           WRITE TIMERPT-REC FROM RPT-HOURS-LINE.
           MOVE 'APPROVED OVERTIME HOURS:' TO RPT-HOURS-LABEL.
           MOVE APPROVED-OT-TOTAL TO RPT-HOURS-O.
           WRITE TIMERPT-REC FROM RPT-HOURS-LINE.
           MOVE 'EMPLOYEES TO PAYROLL:' TO RPT-COUNT-LABEL.
           MOVE TIMEHRS-WRITTEN TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'PROJECT ROWS TO BILLING:' TO RPT-COUNT-LABEL.
           MOVE TIMEPROJ-WRITTEN TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.
           MOVE 'PROJECT ROWS TO LABOR DIST:' TO RPT-COUNT-LABEL.
           MOVE TIMELAB-WRITTEN TO RPT-COUNT-O.
           WRITE TIMERPT-REC FROM RPT-COUNT-LINE.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "TIMESHEET LINES READ : " LINES-READ.
           DISPLAY "APPROVED             : " LINES-APPROVED.
           DISPLAY "NOT YET PAYABLE      : "
               LINES-PENDING " PENDING, "
               LINES-DISAPPROVED " DISAPPROVED, "
               LINES-OFF-CYCLE " OFF CYCLE".
           DISPLAY "REJECTED             : " LINES-REJECTED.
           CLOSE TIMEHRS, TIMEPROJ, TIMELAB, TIMERPT.

      * One run-control record for DAYBAL's nightly cross-foot --
      * every line read lands approved (primary), held back pending,
      * disapproved or off cycle (secondary), or rejected.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'TIMEEDIT'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE LINES-READ          TO LED-RECS-IN.
           MOVE LINES-APPROVED      TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY =
               LINES-PENDING + LINES-DISAPPROVED + LINES-OFF-CYCLE.
           MOVE LINES-REJECTED      TO LED-RECS-REJECTED.
           MOVE ZERO                TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
