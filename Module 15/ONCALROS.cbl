       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ONCALROS.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** ON-CALL ROTATION ROSTER.
      *****
      ***** EMP-ON-CALL ON EMPROJ ONLY TOLD TABLES01 WHO MAY BILL
      ***** ON-CALL WORK; THE ROTATION ITSELF LIVED ON A WHITEBOARD.
      ***** THIS RUN BUILDS THE ROTATION FOR THE ONCLPARM PERIOD, ONE
      ***** PERSON ON CALL PER PROJECT PER DAY, FROM THE PROJECT'S
      ***** ON-CALL-ELIGIBLE ROWS ON EMPROJ:
      *****
      *****   - HOLCAL HOLIDAYS ARE LEFT OFF THE ROTATION;
      *****   - ANYONE ON RECORDED LEAVE (LEAVSCHD) THAT DAY, OR
      *****     ALREADY ON CALL THAT DAY FOR ANOTHER PROJECT, IS
      *****     PASSED OVER;
      *****   - OF THE REST, THE PERSON WITH THE FEWEST DAYS ON CALL
      *****     SO FAR THIS PERIOD TAKES THE DAY, THE ONE OFF CALL
      *****     LONGEST BREAKING A TIE, SO THE DAYS SPREAD EVENLY.
      *****
      ***** THE ROSTER IS WRITTEN TO ONCALSCH FOR ONCALPAY AND PRINTED
      ***** ON ONCALRPT WITH EACH PERSON'S DAYS AND ANY DAY NOBODY
      ***** COULD COVER.  EMPROJ IS KEYED BY NAME, SO THE EMPLOYEE ID
      ***** THE LEAVE AND THE PAY SIDE NEED COMES THROUGH EMPXREF; AN
      ***** ELIGIBLE ROW WITH NO CROSSWALK ID IS LEFT OFF THE ROTATION
      ***** AND LISTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCLPARM
           ASSIGN TO ONCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCLPARM-ST.
           SELECT EMPROJ
           ASSIGN TO EMPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPROJ-ST.
           SELECT EMPXREF
           ASSIGN TO EMPXREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPXREF-ST.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
      *  Leave booked ahead by the timekeeping desk, one record per
      *  absence with its first and last day.  Optional: no file
      *  means nobody is booked off.
           SELECT LEAVSCHD
           ASSIGN TO LEAVSCHD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEAVSCHD-ST.
           SELECT ONCALSCH
           ASSIGN TO ONCALSCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCALSCH-ST.
           SELECT ONCALRPT
           ASSIGN TO ONCALRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCALRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  reproduces the original date's results.
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
       FD  ONCLPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  ONCLPARM-REC                PIC X(80).

       FD  EMPROJ
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 FILLER                        PIC X(58).
           05 EMP-ON-CALL-I                 PIC X(01).
           05 FILLER                        PIC X(02).

       FD  EMPXREF
           RECORD CONTAINS 40 CHARACTERS.
       01  EMPXREF-REC.
           05  XR-NAME                 PIC X(15).
           05  XR-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(19).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  LEAVSCHD
           RECORD CONTAINS 40 CHARACTERS.
       01  LEAVSCHD-REC.
           05  LS-EMP-ID               PIC 9(06).
           05  LS-FROM-DATE            PIC 9(08).
           05  LS-THRU-DATE            PIC 9(08).
           05  FILLER                  PIC X(18).

       FD  ONCALSCH
           RECORD CONTAINS 40 CHARACTERS.
       01  ONCALSCH-OUT-REC            PIC X(40).

       FD  ONCALRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  ONCALRPT-REC                PIC X(133).

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
           COPY ONCLPRM.
           COPY ONCLSCH.

       01  FLAGS.
           05  ONCLPARM-ST             PIC X(02).
               88  OP-NORMAL                           VALUE '00'.
           05  EMPROJ-ST               PIC X(02).
               88  EP-NORMAL                           VALUE '00'.
           05  EMPXREF-ST              PIC X(02).
               88  XR-NORMAL                           VALUE '00'.
               88  XR-FILE-MISSING                     VALUE '35'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  LEAVSCHD-ST             PIC X(02).
               88  LS-NORMAL                           VALUE '00'.
               88  LS-FILE-MISSING                     VALUE '35'.
           05  ONCALSCH-ST             PIC X(02).
               88  OS-NORMAL                           VALUE '00'.
           05  ONCALRPT-ST             PIC X(02).
               88  RP-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  EMPROJ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.
           05  EMPXREF-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-XREF                        VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  LEAVSCHD-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-LEAVE                       VALUE 'Y'.
           05  HOLIDAY-HIT-SW          PIC X(01)       VALUE 'N'.
               88  DAY-IS-HOLIDAY                      VALUE 'Y'.
           05  AVAILABLE-SW            PIC X(01)       VALUE 'Y'.
               88  PERSON-AVAILABLE                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Every on-call-eligible EMPROJ row with a crosswalk id: the
      * days it has stood on call this period and the last of them,
      * as an INTEGER-OF-DATE day number (zero before the first).
       01  ELIGIBLE-TABLE.
           05  ELIGIBLE-ITEM OCCURS 200 TIMES INDEXED BY EL-IDX.
               10  EL-PROJECT          PIC X(04).
               10  EL-NAME             PIC X(15).
               10  EL-EMP-ID           PIC 9(06).
               10  EL-DAYS-ON-CALL     PIC 9(03).
               10  EL-LAST-DAY-INT     PIC 9(08).
       77  ELIGIBLE-COUNT              PIC S9(04) COMP VALUE 0.
       77  EL-SUB                      PIC S9(04) COMP VALUE 0.
       77  OTHER-SUB                   PIC S9(04) COMP VALUE 0.
       77  PICK-SUB                    PIC S9(04) COMP VALUE 0.
       77  NO-XREF-COUNT               PIC 9(05) VALUE 0.

      * The projects with anyone eligible, in EMPROJ order.
       01  PROJECT-TABLE.
           05  PROJECT-ITEM OCCURS 100 TIMES INDEXED BY PJ-IDX.
               10  PJ-PROJECT          PIC X(04).
               10  PJ-COVERED          PIC 9(05).
               10  PJ-UNCOVERED        PIC 9(05).
       77  PROJECT-COUNT               PIC S9(04) COMP VALUE 0.
       77  PJ-SUB                      PIC S9(04) COMP VALUE 0.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT               PIC S9(04) COMP VALUE 0.

      * Booked leave as INTEGER-OF-DATE day-number ranges.
       01  LEAVE-TABLE.
           05  LEAVE-ITEM OCCURS 500 TIMES INDEXED BY LV-IDX.
               10  LV-EMP-ID           PIC 9(06).
               10  LV-FROM-INT         PIC 9(08).
               10  LV-THRU-INT         PIC 9(08).
       77  LEAVE-COUNT                 PIC S9(04) COMP VALUE 0.

       77  PERIOD-START-INT            PIC 9(08).
       77  PERIOD-END-INT              PIC 9(08).
       77  DAY-INT                     PIC 9(08).
       77  DAY-DATE-WS                 PIC 9(08).

       77  SLOTS-CONSIDERED            PIC 9(05) VALUE 0.
       77  SLOTS-COVERED               PIC 9(05) VALUE 0.
       77  SLOTS-UNCOVERED             PIC 9(05) VALUE 0.
       77  SLOTS-HOLIDAY               PIC 9(05) VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(30)
                    VALUE 'ON-CALL ROTATION - PERIOD '.
           05  HDR-START               PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE ' TO '.
           05  HDR-END                 PIC 9(08).
           05  FILLER                  PIC X(14)
                    VALUE '   RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-2.
           05  FILLER                  PIC X(12)
                    VALUE 'DATE'.
           05  FILLER                  PIC X(09)
                    VALUE 'PROJECT'.
           05  FILLER                  PIC X(17)
                    VALUE 'ON CALL'.
           05  FILLER                  PIC X(06)
                    VALUE 'EMP ID'.

       01  DETAIL-LINE.
           05  DL-DATE                 PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  DL-PROJECT              PIC X(04).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  DL-NAME                 PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DL-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DL-NOTE                 PIC X(30).

       01  SUMMARY-HEADER.
           05  FILLER                  PIC X(09)
                    VALUE 'PROJECT'.
           05  FILLER                  PIC X(17)
                    VALUE 'NAME'.
           05  FILLER                  PIC X(08)
                    VALUE 'EMP ID'.
           05  FILLER                  PIC X(12)
                    VALUE 'DAYS ON CALL'.

       01  SUMMARY-LINE.
           05  SL-PROJECT              PIC X(04).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  SL-NAME                 PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  SL-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(11)       VALUE SPACES.
           05  SL-DAYS                 PIC ZZ9.

       01  NO-XREF-LINE.
           05  FILLER                  PIC X(30)
                    VALUE '** NOT ROSTERED - NO EMPXREF: '.
           05  NX-PROJECT              PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  NX-NAME                 PIC X(15).

       01  FOOTER-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'DAYS COVERED:   '.
           05  FT-COVERED              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(16)
                    VALUE '   UNCOVERED:   '.
           05  FT-UNCOVERED            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(20)
                    VALUE '   HOLIDAY SLOTS:   '.
           05  FT-HOLIDAY              PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ROSTER-DAY
               VARYING DAY-INT FROM PERIOD-START-INT BY 1
               UNTIL DAY-INT > PERIOD-END-INT.
           PERFORM 600-PRINT-SUMMARY.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-PARAMETERS.
           PERFORM 300-OPEN-FILES.
           PERFORM 330-LOAD-ELIGIBLE.
           PERFORM 340-LOAD-CROSSWALK.
           PERFORM 350-LOAD-HOLIDAYS.
           PERFORM 360-LOAD-LEAVE.

           MOVE OP-PERIOD-START   TO HDR-START.
           MOVE OP-PERIOD-END     TO HDR-END.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE ONCALRPT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO ONCALRPT-REC.
           WRITE ONCALRPT-REC.

           PERFORM 370-DROP-UNLINKED.

           WRITE ONCALRPT-REC FROM HEADER-LINE-2.

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

      * The period is required: there is no sensible default roster.
       120-LOAD-PARAMETERS.
           OPEN INPUT ONCLPARM
           IF NOT OP-NORMAL
                DISPLAY 'ERROR OPENING ONCLPARM'
                GO TO 999-RETURN-ERR.

           READ ONCLPARM INTO ONCALL-PARM-REC
               AT END
                   DISPLAY 'ERROR: ONCLPARM IS EMPTY'
                   GO TO 999-RETURN-ERR
           END-READ.
           CLOSE ONCLPARM.

           IF OP-PERIOD-START NOT NUMERIC
                  OR OP-PERIOD-END NOT NUMERIC
                  OR OP-PERIOD-START = ZERO
                  OR OP-PERIOD-END < OP-PERIOD-START
                DISPLAY 'ERROR: ONCLPARM PERIOD DATES INVALID'
                GO TO 999-RETURN-ERR
           END-IF.

           COMPUTE PERIOD-START-INT =
               FUNCTION INTEGER-OF-DATE (OP-PERIOD-START).
           COMPUTE PERIOD-END-INT =
               FUNCTION INTEGER-OF-DATE (OP-PERIOD-END).

      * A holiday is left off every project's rotation; otherwise
      * each project gets its person for the day.
       200-ROSTER-DAY.
           COMPUTE DAY-DATE-WS = FUNCTION DATE-OF-INTEGER (DAY-INT).
           MOVE 'N' TO HOLIDAY-HIT-SW.
           SET HOL-IDX TO 1.
           SEARCH HOLIDAY-ITEM VARYING HOL-IDX
               AT END
                   CONTINUE
               WHEN HOL-IDX > HOLIDAY-COUNT
                   CONTINUE
               WHEN HOL-DATE-INT (HOL-IDX) = DAY-INT
                   SET DAY-IS-HOLIDAY TO TRUE
           END-SEARCH.

           IF DAY-IS-HOLIDAY
                ADD PROJECT-COUNT TO SLOTS-CONSIDERED
                ADD PROJECT-COUNT TO SLOTS-HOLIDAY
                MOVE SPACES      TO DETAIL-LINE
                MOVE DAY-DATE-WS TO DL-DATE
                MOVE 'HOLIDAY - NO ROTATION' TO DL-NOTE
                WRITE ONCALRPT-REC FROM DETAIL-LINE
           ELSE
                PERFORM 210-COVER-PROJECT
                    VARYING PJ-SUB FROM 1 BY 1
                    UNTIL PJ-SUB > PROJECT-COUNT
           END-IF.

      * Of the project's eligible people free today, the one with the
      * fewest days on call so far, then the one off call longest.
       210-COVER-PROJECT.
           ADD 1 TO SLOTS-CONSIDERED.
           MOVE 0 TO PICK-SUB.
           PERFORM VARYING EL-SUB FROM 1 BY 1
               UNTIL EL-SUB > ELIGIBLE-COUNT
               IF EL-PROJECT (EL-SUB) = PJ-PROJECT (PJ-SUB)
                    PERFORM 220-CHECK-AVAILABLE
                    IF PERSON-AVAILABLE
                         IF PICK-SUB = 0
                              MOVE EL-SUB TO PICK-SUB
                         ELSE
                              IF EL-DAYS-ON-CALL (EL-SUB)
                                     < EL-DAYS-ON-CALL (PICK-SUB)
                                 OR (EL-DAYS-ON-CALL (EL-SUB)
                                     = EL-DAYS-ON-CALL (PICK-SUB)
                                 AND EL-LAST-DAY-INT (EL-SUB)
                                     < EL-LAST-DAY-INT (PICK-SUB))
                                   MOVE EL-SUB TO PICK-SUB
                              END-IF
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES              TO DETAIL-LINE.
           MOVE DAY-DATE-WS         TO DL-DATE.
           MOVE PJ-PROJECT (PJ-SUB) TO DL-PROJECT.
           IF PICK-SUB = 0
                ADD 1 TO SLOTS-UNCOVERED
                ADD 1 TO PJ-UNCOVERED (PJ-SUB)
                MOVE '** NO ONE AVAILABLE' TO DL-NOTE
                WRITE ONCALRPT-REC FROM DETAIL-LINE
           ELSE
                ADD 1 TO SLOTS-COVERED
                ADD 1 TO PJ-COVERED (PJ-SUB)
                ADD 1 TO EL-DAYS-ON-CALL (PICK-SUB)
                MOVE DAY-INT TO EL-LAST-DAY-INT (PICK-SUB)
                MOVE EL-NAME (PICK-SUB)   TO DL-NAME
                MOVE EL-EMP-ID (PICK-SUB) TO DL-EMP-ID
                WRITE ONCALRPT-REC FROM DETAIL-LINE
                INITIALIZE ONCALL-SCHED-REC
                MOVE PJ-PROJECT (PJ-SUB)  TO OS-PROJECT
                MOVE DAY-DATE-WS          TO OS-ONCALL-DATE
                MOVE EL-NAME (PICK-SUB)   TO OS-NAME
                MOVE EL-EMP-ID (PICK-SUB) TO OS-EMP-ID
                WRITE ONCALSCH-OUT-REC FROM ONCALL-SCHED-REC
                IF NOT OS-NORMAL
                     DISPLAY 'ERROR WRITING ONCALSCH'
                     GO TO 999-RETURN-ERR
                END-IF
           END-IF.

      * Free today: not on booked leave and not already on call
      * today for another project.
       220-CHECK-AVAILABLE.
           MOVE 'Y' TO AVAILABLE-SW.
           SET LV-IDX TO 1.
           SEARCH LEAVE-ITEM VARYING LV-IDX
               AT END
                   CONTINUE
               WHEN LV-IDX > LEAVE-COUNT
                   CONTINUE
               WHEN LV-EMP-ID (LV-IDX) = EL-EMP-ID (EL-SUB)
                    AND LV-FROM-INT (LV-IDX) NOT > DAY-INT
                    AND LV-THRU-INT (LV-IDX) NOT < DAY-INT
                   MOVE 'N' TO AVAILABLE-SW
           END-SEARCH.

           IF PERSON-AVAILABLE
                PERFORM VARYING OTHER-SUB FROM 1 BY 1
                    UNTIL OTHER-SUB > ELIGIBLE-COUNT
                    IF EL-NAME (OTHER-SUB) = EL-NAME (EL-SUB)
                           AND EL-LAST-DAY-INT (OTHER-SUB) = DAY-INT
                         MOVE 'N' TO AVAILABLE-SW
                    END-IF
                END-PERFORM
           END-IF.

       300-OPEN-FILES.
           OPEN OUTPUT ONCALSCH
           IF NOT OS-NORMAL
                DISPLAY 'ERROR OPENING ONCALSCH'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ONCALRPT
           IF NOT RP-NORMAL
                DISPLAY 'ERROR OPENING ONCALRPT'
                GO TO 999-RETURN-ERR.

      * Every row marked on-call on EMPROJ is eligible on its
      * project; the project list is built as the rows come in.
       330-LOAD-ELIGIBLE.
           OPEN INPUT EMPROJ
           IF NOT EP-NORMAL
                DISPLAY 'ERROR OPENING EMPROJ'
                GO TO 999-RETURN-ERR.

           READ EMPROJ
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPROJ
               IF EMP-ON-CALL-I = 'Y'
                    IF ELIGIBLE-COUNT >= 200
                         DISPLAY "ERROR: MORE THAN 200 ON-CALL ROWS"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO ELIGIBLE-COUNT
                    MOVE EMP-PROJECT-I TO EL-PROJECT (ELIGIBLE-COUNT)
                    MOVE EMP-NAME-I    TO EL-NAME (ELIGIBLE-COUNT)
                    MOVE ZERO TO EL-EMP-ID (ELIGIBLE-COUNT)
                    MOVE ZERO TO EL-DAYS-ON-CALL (ELIGIBLE-COUNT)
                    MOVE ZERO TO EL-LAST-DAY-INT (ELIGIBLE-COUNT)
               END-IF
               READ EMPROJ
                   AT END MOVE 'Y' TO EMPROJ-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPROJ.

       340-LOAD-CROSSWALK.
           OPEN INPUT EMPXREF.
           IF XR-FILE-MISSING
                DISPLAY 'NO EMPXREF ON FILE - NOBODY CAN BE ROSTERED'
           ELSE
                IF NOT XR-NORMAL
                     DISPLAY 'ERROR OPENING EMPXREF'
                     GO TO 999-RETURN-ERR
                END-IF
                READ EMPXREF
                    AT END MOVE 'Y' TO EMPXREF-EOF
                END-READ
                PERFORM UNTIL NO-MORE-XREF
                    PERFORM VARYING EL-SUB FROM 1 BY 1
                        UNTIL EL-SUB > ELIGIBLE-COUNT
                        IF EL-NAME (EL-SUB) = XR-NAME
                             MOVE XR-EMP-ID TO EL-EMP-ID (EL-SUB)
                        END-IF
                    END-PERFORM
                    READ EMPXREF
                        AT END MOVE 'Y' TO EMPXREF-EOF
                    END-READ
                END-PERFORM
                CLOSE EMPXREF
           END-IF.

       350-LOAD-HOLIDAYS.
           OPEN INPUT HOLCAL
           IF NOT HC-NORMAL
                DISPLAY 'ERROR OPENING HOLCAL'
                GO TO 999-RETURN-ERR.

           READ HOLCAL
               AT END MOVE 'Y' TO HOLCAL-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-HOLCAL
                   IF HC-HOLIDAY-DATE NUMERIC
                          AND HC-HOLIDAY-DATE > 0
                        IF HOLIDAY-COUNT >= 100
                             DISPLAY "ERROR: HOLCAL HAS MORE THAN 100"
                                 " HOLIDAYS - TABLE TOO SMALL"
                             GO TO 999-RETURN-ERR
                        END-IF
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

      * Leave ending before the period or starting after it cannot
      * affect the roster and is not kept.
       360-LOAD-LEAVE.
           OPEN INPUT LEAVSCHD.
           IF LS-FILE-MISSING
                CONTINUE
           ELSE
                IF NOT LS-NORMAL
                     DISPLAY 'ERROR OPENING LEAVSCHD'
                     GO TO 999-RETURN-ERR
                END-IF
                READ LEAVSCHD
                    AT END MOVE 'Y' TO LEAVSCHD-EOF
                END-READ
                PERFORM UNTIL NO-MORE-LEAVE
                    IF LS-FROM-DATE NUMERIC AND LS-FROM-DATE > 0
                           AND LS-THRU-DATE NUMERIC
                           AND LS-THRU-DATE NOT < LS-FROM-DATE
                           AND LS-THRU-DATE NOT < OP-PERIOD-START
                           AND LS-FROM-DATE NOT > OP-PERIOD-END
                         IF LEAVE-COUNT >= 500
                              DISPLAY "ERROR: LEAVSCHD HAS MORE THAN"
                                  " 500 ABSENCES IN THE PERIOD"
                              GO TO 999-RETURN-ERR
                         END-IF
                         ADD 1 TO LEAVE-COUNT
                         MOVE LS-EMP-ID TO LV-EMP-ID (LEAVE-COUNT)
                         COMPUTE LV-FROM-INT (LEAVE-COUNT) =
                             FUNCTION INTEGER-OF-DATE (LS-FROM-DATE)
                         COMPUTE LV-THRU-INT (LEAVE-COUNT) =
                             FUNCTION INTEGER-OF-DATE (LS-THRU-DATE)
                    END-IF
                    READ LEAVSCHD
                        AT END MOVE 'Y' TO LEAVSCHD-EOF
                    END-READ
                END-PERFORM
                CLOSE LEAVSCHD
           END-IF.

      * Rows with no crosswalk id are listed and closed up out of
      * the table; the project list is built from what remains.
       370-DROP-UNLINKED.
           MOVE 0 TO OTHER-SUB.
           PERFORM VARYING EL-SUB FROM 1 BY 1
               UNTIL EL-SUB > ELIGIBLE-COUNT
               IF EL-EMP-ID (EL-SUB) = ZERO
                    ADD 1 TO NO-XREF-COUNT
                    MOVE EL-PROJECT (EL-SUB) TO NX-PROJECT
                    MOVE EL-NAME (EL-SUB)    TO NX-NAME
                    WRITE ONCALRPT-REC FROM NO-XREF-LINE
               ELSE
                    ADD 1 TO OTHER-SUB
                    MOVE ELIGIBLE-ITEM (EL-SUB)
                        TO ELIGIBLE-ITEM (OTHER-SUB)
               END-IF
           END-PERFORM.
           MOVE OTHER-SUB TO ELIGIBLE-COUNT.
           IF NO-XREF-COUNT > 0
                MOVE SPACES TO ONCALRPT-REC
                WRITE ONCALRPT-REC
           END-IF.

           PERFORM VARYING EL-SUB FROM 1 BY 1
               UNTIL EL-SUB > ELIGIBLE-COUNT
               SET PJ-IDX TO 1
               SEARCH PROJECT-ITEM VARYING PJ-IDX
                   AT END
                       CONTINUE
                   WHEN PJ-IDX > PROJECT-COUNT
                       IF PROJECT-COUNT < 100
                            ADD 1 TO PROJECT-COUNT
                            MOVE EL-PROJECT (EL-SUB)
                                TO PJ-PROJECT (PROJECT-COUNT)
                            MOVE ZERO TO PJ-COVERED (PROJECT-COUNT)
                            MOVE ZERO TO PJ-UNCOVERED (PROJECT-COUNT)
                       END-IF
                   WHEN PJ-PROJECT (PJ-IDX) = EL-PROJECT (EL-SUB)
                       CONTINUE
               END-SEARCH
           END-PERFORM.

       600-PRINT-SUMMARY.
           MOVE SPACES TO ONCALRPT-REC.
           WRITE ONCALRPT-REC.
           MOVE 'DAYS ON CALL BY PERSON' TO ONCALRPT-REC.
           WRITE ONCALRPT-REC.
           WRITE ONCALRPT-REC FROM SUMMARY-HEADER.
           PERFORM VARYING EL-SUB FROM 1 BY 1
               UNTIL EL-SUB > ELIGIBLE-COUNT
               MOVE EL-PROJECT (EL-SUB)      TO SL-PROJECT
               MOVE EL-NAME (EL-SUB)         TO SL-NAME
               MOVE EL-EMP-ID (EL-SUB)       TO SL-EMP-ID
               MOVE EL-DAYS-ON-CALL (EL-SUB) TO SL-DAYS
               WRITE ONCALRPT-REC FROM SUMMARY-LINE
           END-PERFORM.

           MOVE SPACES TO ONCALRPT-REC.
           WRITE ONCALRPT-REC.
           MOVE SLOTS-COVERED   TO FT-COVERED.
           MOVE SLOTS-UNCOVERED TO FT-UNCOVERED.
           MOVE SLOTS-HOLIDAY   TO FT-HOLIDAY.
           WRITE ONCALRPT-REC FROM FOOTER-LINE.

       900-CLEANUP.
           DISPLAY "ON-CALL DAYS ROSTERED: " SLOTS-COVERED.
           IF SLOTS-UNCOVERED > 0
                DISPLAY "*** WARNING: " SLOTS-UNCOVERED
                    " PROJECT-DAY(S) WITH NO ONE ON CALL -"
                    " SEE ONCALRPT ***"
           END-IF.
           IF NO-XREF-COUNT > 0
                DISPLAY "*** WARNING: " NO-XREF-COUNT
                    " ON-CALL ROW(S) WITH NO EMPXREF ID NOT ROSTERED"
                    " ***"
           END-IF.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE ONCALSCH, ONCALRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * project-days considered; rostered; left off for a holiday;
      * nobody available.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'ONCALROS'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE SLOTS-CONSIDERED    TO LED-RECS-IN.
           MOVE SLOTS-COVERED       TO LED-RECS-OUT-PRIMARY.
           MOVE SLOTS-HOLIDAY       TO LED-RECS-OUT-SECONDARY.
           MOVE SLOTS-UNCOVERED     TO LED-RECS-REJECTED.
           MOVE ZERO                TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
