       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BEDFCST.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** NIGHTLY EXPECTED-DISCHARGE LIST AND BED FORECAST.
      *****
      ***** BED PLACEMENT USED TO CALL EVERY WARD EACH MORNING TO
      ***** FIND OUT WHO WAS GOING HOME.  THIS STEP, SCHEDULED AFTER
      ***** HOSPEDIT EACH NIGHT, PROJECTS EVERY OPEN STAY ON ADMHIST
      ***** TO ITS EXPECTED DISCHARGE DATE (ADMIT DATE PLUS
      ***** AH-EXPECTED-STAY) AND PRINTS, WARD BY WARD (BEDMAST):
      *****
      *****   - THE STAYS ALREADY AT OR PAST THEIR EXPECTED DATE, AND
      *****     THOSE EXPECTED OUT TOMORROW AND ON EACH OF THE NEXT
      *****     TWO DAYS (THE DISCHARGE LIST);
      *****   - FOR EACH WARD AND ROOM TYPE AND EACH OF THOSE THREE
      *****     DAYS, THE BEDS IN SERVICE (NET OF BEDMAST OUT-OF-
      *****     SERVICE WINDOWS), THE STAYS STILL IN THEM, THE
      *****     ELECTIVE ADMISSIONS BOOKED INTO THEM (SCHEDADM, SEE
      *****     COPYBOOKS/SCHDREC.CPY), AND THE BEDS LEFT FREE (THE
      *****     FORECAST).  A ROOM TYPE OR WARD PROJECTED TO HAVE NO
      *****     FREE BED ON ANY OF THE DAYS IS FLAGGED SO BED
      *****     PLACEMENT CAN ACT BEFORE THE EMERGENCY DEPARTMENT
      *****     BACKS UP.
      *****
      ***** A STAY ALREADY PAST ITS EXPECTED DATE IS ASSUMED TO HOLD
      ***** ITS BED THROUGH THE FORECAST -- NOTHING ON FILE SAYS WHEN
      ***** IT WILL GO -- AND AN ELECTIVE IS ASSUMED TO HOLD ITS BED
      ***** FROM ITS PLANNED DATE TO THE END OF THE FORECAST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADMHIST
           ASSIGN TO ADMHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AH-KEY
             FILE STATUS IS AHCODE.
           SELECT BEDMAST
           ASSIGN TO BEDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BMCODE.
      *  The admitting desk's schedule of elective admissions.
           SELECT SCHEDADM
           ASSIGN TO SCHEDADM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SACODE.
           SELECT BEDFRPT
           ASSIGN TO BEDFRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BFCODE.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDCODE.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RLCODE.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  ADMHIST
           RECORD CONTAINS 70 CHARACTERS.
       01  AH-REC.
           05  AH-KEY.
               10  AH-PATIENT-NBR-I   PIC 9(05).
               10  AH-DATE-ADMIT-I    PIC X(10).
           05  AH-BED-NBR-I           PIC 9(04).
           05  AH-EXPECTED-STAY-I     PIC 9(03).
           05  AH-OPEN-FLAG-I         PIC X(01).
               88  AH-STAY-OPEN                  VALUE 'Y'.
           05  AH-POLICY-NO-I         PIC 9(07).
           05  AH-DISCH-DATE-NUM-I    PIC 9(08).
           05  AH-DIAG-CODE-I         PIC 9(03).
           05  AH-INS-TYPE-I          PIC X(03).
           05  AH-CHARGES-GROSS-I     PIC S9(07)V99.
           05  AH-CHARGE-LINES-I      PIC 9(04).
           05  AH-PCP-ID-I            PIC X(06).
           05  FILLER                 PIC X(07).

       FD  BEDMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  BM-REC.
           05  BM-BED-NBR-REC         PIC 9(04).
           05  BM-WARD-REC            PIC X(03).
           05  BM-ROOM-TYPE-REC       PIC X(01).
           05  BM-OOS-FROM-REC        PIC 9(08).
           05  BM-OOS-TO-REC          PIC 9(08).
           05  FILLER                 PIC X(56).

       FD  SCHEDADM
           RECORD CONTAINS 80 CHARACTERS.
       01  SCHEDADM-REC               PIC X(80).

       FD  BEDFRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  BEDFRPT-REC                PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY SCHDREC.

       01  FLAGS.
           05  AHCODE                  PIC X(02).
               88  AH-NORMAL                     VALUE "00".
           05  BMCODE                  PIC X(02).
               88  BM-NORMAL                     VALUE "00".
           05  SACODE                  PIC X(02).
               88  SA-NORMAL                     VALUE "00".
           05  BFCODE                  PIC X(02).
               88  BF-NORMAL                     VALUE "00".
           05  BDCODE                  PIC X(02).
               88  BD-NORMAL                     VALUE "00".
           05  RLCODE                  PIC X(02).
               88  RL-NORMAL                     VALUE "00".
           05  ADMHIST-EOF             PIC X(01) VALUE 'N'.
               88  NO-MORE-ADMHIST               VALUE 'Y'.
           05  BEDMAST-EOF             PIC X(01) VALUE 'N'.
               88  NO-MORE-BEDMAST               VALUE 'Y'.
           05  SCHEDADM-EOF            PIC X(01) VALUE 'N'.
               88  NO-MORE-SCHEDADM              VALUE 'Y'.
           05  ADMIT-DATE-OK-SW        PIC X(01) VALUE 'N'.
               88  ADMIT-DATE-OK                 VALUE 'Y'.
           05  WARD-SHORT-SW           PIC X(01) VALUE 'N'.
               88  WARD-RUNS-SHORT               VALUE 'Y'.
           05  FC-ADD-SW               PIC X(01) VALUE 'N'.
               88  ADD-IF-MISSING                VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * The open stay's DATE-ADMIT (MM/DD/YYYY) as YYYYMMDD.
       01  ADMIT-DATE-WS.
           05  AD-YEAR                 PIC X(04).
           05  AD-MONTH                PIC X(02).
           05  AD-DAY                  PIC X(02).
       01  ADMIT-DATE-NUM REDEFINES ADMIT-DATE-WS
                                       PIC 9(08).
       77  AD-MONTH-NUM                PIC 9(02).
       77  AD-DAY-NUM                  PIC 9(02).

      * Business date and the three forecast days, as day numbers
      * and as calendar dates for the out-of-service windows and the
      * schedule.
       77  BUSINESS-INT                PIC 9(08).
       01  FORECAST-DAY-TABLE.
           05  FORECAST-DAY OCCURS 3 TIMES.
               10  FD-DATE-INT             PIC 9(08).
               10  FD-DATE                 PIC 9(08).
       77  DAY-SUB                     PIC S9(04) COMP VALUE 0.
       77  EXPECTED-INT                PIC 9(08).
       77  EXPECTED-DATE-WS            PIC 9(08).
       77  DAYS-OVER-WS                PIC 9(05).

       01  BED-MASTER-TABLE.
           05  BED-MASTER-ITEM OCCURS 500 TIMES
                   INDEXED BY BM-IDX.
               10  BM-BED-NBR              PIC 9(04).
               10  BM-WARD                 PIC X(03).
               10  BM-ROOM-TYPE            PIC X(01).
               10  BM-OOS-FROM             PIC 9(08).
               10  BM-OOS-TO               PIC 9(08).
       77  BED-MASTER-COUNT            PIC S9(04) COMP VALUE 0.
       77  WARD-WS                     PIC X(03).
       77  ROOM-TYPE-WS                PIC X(01).

      * Wards in the order BEDMAST first names them, for the print.
       01  WARD-LIST-TABLE.
           05  WARD-LIST-ITEM OCCURS 50 TIMES
                   INDEXED BY WL-IDX.
               10  WL-WARD                 PIC X(03).
       77  WARD-LIST-COUNT             PIC S9(04) COMP VALUE 0.

      * The forecast by ward and room type.  For each forecast day:
      * beds out of service that day, stays expected out by that day
      * (from the ones in beds tonight), electives booked in by that
      * day, and the beds left free.
       01  FORECAST-TABLE.
           05  FORECAST-ITEM OCCURS 100 TIMES
                   INDEXED BY FC-IDX.
               10  FC-WARD                 PIC X(03).
               10  FC-ROOM-TYPE            PIC X(01).
               10  FC-BEDS                 PIC 9(05).
               10  FC-OCCUPIED             PIC 9(05).
               10  FC-DAY OCCURS 3 TIMES.
                   15  FC-OOS              PIC 9(05).
                   15  FC-DISCH            PIC 9(05).
                   15  FC-ELECT            PIC 9(05).
                   15  FC-FREE             PIC S9(05).
       77  FORECAST-COUNT              PIC S9(04) COMP VALUE 0.
       77  FC-SUB                      PIC S9(04) COMP VALUE 0.

      * Ward totals accumulated across its room types for the ward's
      * own line and flag.
       01  WARD-TOTALS.
           05  WTOT-BEDS               PIC 9(05).
           05  WTOT-OCCUPIED           PIC 9(05).
           05  WTOT-DAY OCCURS 3 TIMES.
               10  WTOT-OOS            PIC 9(05).
               10  WTOT-DISCH          PIC 9(05).
               10  WTOT-ELECT          PIC 9(05).
               10  WTOT-FREE           PIC S9(05).

      * Stays due out within the forecast or already past due, held
      * for the ward-by-ward discharge list.  Category 0 is past due;
      * 1 through 3 are the forecast days.
       01  DISCHARGE-TABLE.
           05  DISCHARGE-ITEM OCCURS 2000 TIMES
                   INDEXED BY DS-IDX.
               10  DS-WARD                 PIC X(03).
               10  DS-ROOM-TYPE            PIC X(01).
               10  DS-BED-NBR              PIC 9(04).
               10  DS-PATIENT-NBR          PIC 9(05).
               10  DS-DATE-ADMIT           PIC X(10).
               10  DS-EXPECTED-STAY        PIC 9(03).
               10  DS-EXPECTED-DATE        PIC 9(08).
               10  DS-CATEGORY             PIC 9(01).
               10  DS-DAYS-OVER            PIC 9(05).
       77  DISCHARGE-COUNT             PIC S9(04) COMP VALUE 0.
       77  DISCHARGE-SKIPPED-COUNT     PIC S9(04) COMP VALUE 0.
       77  DS-SUB                      PIC S9(04) COMP VALUE 0.
       77  CATEGORY-WS                 PIC 9(01).

       77  OPEN-STAYS-SEEN             PIC 9(07) VALUE 0.
       77  STAYS-LISTED                PIC 9(07) VALUE 0.
       77  STAYS-NOT-DUE               PIC 9(07) VALUE 0.
       77  STAYS-UNPLACED              PIC 9(07) VALUE 0.
       77  PAST-DUE-COUNT              PIC 9(07) VALUE 0.
       77  ELECTIVES-IN-WINDOW         PIC 9(07) VALUE 0.
       77  ELECTIVES-UNPLACED          PIC 9(07) VALUE 0.
       77  WARDS-FLAGGED               PIC 9(05) VALUE 0.
       01  DUE-COUNTS.
           05  DUE-COUNT OCCURS 3 TIMES PIC 9(07).

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(38)
                    VALUE 'Expected Discharges and Bed Forecast'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'RUN DATE  '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  SECTION-LINE.
           05  SECTION-TITLE           PIC X(60).

       01  DISCH-HEADER-02.
           05  FILLER                  PIC X(04)       VALUE 'WARD'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE 'RM'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE 'BED'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE 'PATIENT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE 'ADMITTED'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE 'STAY'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'EXPECTED'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE 'STATUS'.

       01  DISCH-HEADER-03.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE ALL '-'.

       01  DISCH-LINE.
           05  DL-WARD                 PIC X(03).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-ROOM-TYPE            PIC X(01).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-BED-NBR              PIC 9(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DL-PATIENT-NBR          PIC 9(05).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  DL-DATE-ADMIT           PIC X(10).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-EXPECTED-STAY        PIC ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DL-EXPECTED-DATE        PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DL-STATUS               PIC X(12).
           05  DL-DAYS                 PIC ZZZZZ.
           05  DL-DAYS-LIT             PIC X(08).

       01  FCST-HEADER-02.
           05  FILLER                  PIC X(04)       VALUE 'WARD'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE 'RM'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE ' BEDS'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE ' OCC'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FH-DATE-1               PIC 9(08).
           05  FILLER                  PIC X(16)       VALUE SPACES.
           05  FH-DATE-2               PIC 9(08).
           05  FILLER                  PIC X(16)       VALUE SPACES.
           05  FH-DATE-3               PIC 9(08).
           05  FILLER                  PIC X(12)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(15)       VALUE 'FLAG'.

       01  FCST-HEADER-03.
           05  FILLER                  PIC X(22)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE '   OOS  OUT   IN   FREE'.
           05  FILLER                  PIC X(24)
                    VALUE '   OOS  OUT   IN   FREE'.
           05  FILLER                  PIC X(24)
                    VALUE '   OOS  OUT   IN   FREE'.

       01  FCST-LINE.
           05  FL-WARD                 PIC X(04).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FL-ROOM-TYPE            PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FL-BEDS                 PIC ZZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FL-OCCUPIED             PIC ZZZZ9.
           05  FL-DAY OCCURS 3 TIMES.
               10  FILLER              PIC X(02)       VALUE SPACES.
               10  FL-OOS              PIC ZZZ9.
               10  FILLER              PIC X(01)       VALUE SPACES.
               10  FL-DISCH            PIC ZZZ9.
               10  FILLER              PIC X(01)       VALUE SPACES.
               10  FL-ELECT            PIC ZZZ9.
               10  FILLER              PIC X(02)       VALUE SPACES.
               10  FL-FREE             PIC ----9.
               10  FILLER              PIC X(01)       VALUE SPACES.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FL-FLAG                 PIC X(20).

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(26)
                    VALUE 'OPEN STAYS:'.
           05  FOOTER-OPEN             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'BED NOT ON BEDMAST:'.
           05  FOOTER-UNPLACED         PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(26)
                    VALUE 'PAST EXPECTED DATE:'.
           05  FOOTER-PAST-DUE         PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(16)
                    VALUE 'EXPECTED OUT ON '.
           05  FOOTER-DUE-DATE         PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE ':'.
           05  FOOTER-DUE              PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(26)
                    VALUE 'ELECTIVES IN FORECAST:'.
           05  FOOTER-ELECTIVES        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'NO WARD/ROOM MATCH:'.
           05  FOOTER-ELECT-UNPLACED   PIC Z,ZZZ,ZZ9.

       01  FOOTER-LINE-05.
           05  FILLER                  PIC X(26)
                    VALUE 'WARDS RUNNING OUT OF BEDS:'.
           05  FOOTER-FLAGGED          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-PROJECT-OPEN-STAYS UNTIL NO-MORE-ADMHIST.
           PERFORM 300-APPLY-ELECTIVES.
           PERFORM 350-COMPUTE-FREE-BEDS.
           PERFORM 500-PRINT-DISCHARGES.
           PERFORM 600-PRINT-FORECAST.
           PERFORM 700-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 115-SET-FORECAST-DAYS.
           PERFORM 120-LOAD-BED-MASTER.

           OPEN INPUT ADMHIST
           IF NOT AH-NORMAL
               DISPLAY "ERROR OPENING ADMHIST"
               GO TO 999-RETURN-ERR.

           OPEN OUTPUT BEDFRPT
           IF NOT BF-NORMAL
               DISPLAY "ERROR OPENING BEDFRPT"
               GO TO 999-RETURN-ERR.

           PERFORM 400-READ-ADMHIST.

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

      * Tomorrow and the two days after it.
       115-SET-FORECAST-DAYS.
           COMPUTE BUSINESS-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM).
           PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 3
               COMPUTE FD-DATE-INT (DAY-SUB) = BUSINESS-INT + DAY-SUB
               COMPUTE FD-DATE (DAY-SUB) =
                   FUNCTION DATE-OF-INTEGER (FD-DATE-INT (DAY-SUB))
               MOVE ZERO TO DUE-COUNT (DAY-SUB)
           END-PERFORM.

      * Every bed gets its ward and room type onto the forecast, and
      * counts as out of service on each forecast day its window
      * covers.
       120-LOAD-BED-MASTER.
           OPEN INPUT BEDMAST
           IF NOT BM-NORMAL
               DISPLAY "ERROR OPENING BEDMAST"
               GO TO 999-RETURN-ERR.

           READ BEDMAST
               AT END MOVE 'Y' TO BEDMAST-EOF
           END-READ.

           MOVE 'Y' TO FC-ADD-SW.
           PERFORM VARYING BM-IDX FROM 1 BY 1
               UNTIL NO-MORE-BEDMAST OR BM-IDX > 500
                   ADD 1 TO BED-MASTER-COUNT
                   MOVE BM-BED-NBR-REC    TO BM-BED-NBR (BM-IDX)
                   MOVE BM-WARD-REC       TO BM-WARD (BM-IDX)
                   MOVE BM-ROOM-TYPE-REC  TO BM-ROOM-TYPE (BM-IDX)
                   MOVE BM-OOS-FROM-REC   TO BM-OOS-FROM (BM-IDX)
                   MOVE BM-OOS-TO-REC     TO BM-OOS-TO (BM-IDX)
                   MOVE BM-WARD-REC       TO WARD-WS
                   MOVE BM-ROOM-TYPE-REC  TO ROOM-TYPE-WS
                   PERFORM 130-FIND-FORECAST-ENTRY
                   IF FC-SUB > 0
                        ADD 1 TO FC-BEDS (FC-SUB)
                        PERFORM 140-COUNT-BED-OOS
                            VARYING DAY-SUB FROM 1 BY 1
                            UNTIL DAY-SUB > 3
                   END-IF
                   READ BEDMAST
                       AT END MOVE 'Y' TO BEDMAST-EOF
                   END-READ
           END-PERFORM.

           MOVE 'N' TO FC-ADD-SW.
           CLOSE BEDMAST.

      * Finds (or, while loading the bed master, adds) the forecast
      * entry for WARD-WS and ROOM-TYPE-WS; FC-SUB is zero when there
      * is none and no room to add one.
       130-FIND-FORECAST-ENTRY.
           MOVE 0 TO FC-SUB.
           SET FC-IDX TO 1.
           SEARCH FORECAST-ITEM VARYING FC-IDX
               AT END
                   CONTINUE
               WHEN FC-IDX > FORECAST-COUNT
                   CONTINUE
               WHEN FC-WARD (FC-IDX) = WARD-WS
                    AND FC-ROOM-TYPE (FC-IDX) = ROOM-TYPE-WS
                   SET FC-SUB TO FC-IDX
           END-SEARCH.

           IF FC-SUB = 0 AND ADD-IF-MISSING
                AND FORECAST-COUNT < 100
                ADD 1 TO FORECAST-COUNT
                MOVE FORECAST-COUNT TO FC-SUB
                INITIALIZE FORECAST-ITEM (FC-SUB)
                MOVE WARD-WS       TO FC-WARD (FC-SUB)
                MOVE ROOM-TYPE-WS  TO FC-ROOM-TYPE (FC-SUB)
                PERFORM 135-ADD-WARD-TO-LIST
           END-IF.

       135-ADD-WARD-TO-LIST.
           SET WL-IDX TO 1.
           SEARCH WARD-LIST-ITEM VARYING WL-IDX
               AT END
                   CONTINUE
               WHEN WL-IDX > WARD-LIST-COUNT
                   ADD 1 TO WARD-LIST-COUNT
                   MOVE WARD-WS TO WL-WARD (WARD-LIST-COUNT)
               WHEN WL-WARD (WL-IDX) = WARD-WS
                   CONTINUE
           END-SEARCH.

       140-COUNT-BED-OOS.
           IF BM-OOS-FROM-REC > ZERO
                  AND FD-DATE (DAY-SUB) >= BM-OOS-FROM-REC
                  AND FD-DATE (DAY-SUB) <= BM-OOS-TO-REC
                ADD 1 TO FC-OOS (FC-SUB, DAY-SUB)
           END-IF.

      * Each open stay holds a bed in its ward and room type tonight
      * and frees it on its expected discharge date.  A stay whose
      * bed is not on the bed master cannot be placed and is only
      * counted.
       200-PROJECT-OPEN-STAYS.
           IF AH-STAY-OPEN
                ADD 1 TO OPEN-STAYS-SEEN
                PERFORM 210-PROJECT-ONE-STAY THRU 210-EXIT
           END-IF.
           PERFORM 400-READ-ADMHIST.

       210-PROJECT-ONE-STAY.
           PERFORM 250-LOOKUP-BED.
           PERFORM 220-EDIT-ADMIT-DATE.
           IF WARD-WS = SPACES OR NOT ADMIT-DATE-OK
                ADD 1 TO STAYS-UNPLACED
                GO TO 210-EXIT.

           PERFORM 130-FIND-FORECAST-ENTRY.
           IF FC-SUB = 0
                ADD 1 TO STAYS-UNPLACED
                GO TO 210-EXIT.

           ADD 1 TO FC-OCCUPIED (FC-SUB).
           COMPUTE EXPECTED-INT =
               FUNCTION INTEGER-OF-DATE (ADMIT-DATE-NUM)
               + AH-EXPECTED-STAY-I.
           COMPUTE EXPECTED-DATE-WS =
               FUNCTION DATE-OF-INTEGER (EXPECTED-INT).

           IF EXPECTED-INT <= BUSINESS-INT
                MOVE 0 TO CATEGORY-WS
                COMPUTE DAYS-OVER-WS = BUSINESS-INT - EXPECTED-INT
                ADD 1 TO PAST-DUE-COUNT
           ELSE
                IF EXPECTED-INT > FD-DATE-INT (3)
                     ADD 1 TO STAYS-NOT-DUE
                     GO TO 210-EXIT
                END-IF
                COMPUTE CATEGORY-WS = EXPECTED-INT - BUSINESS-INT
                MOVE ZERO TO DAYS-OVER-WS
                ADD 1 TO DUE-COUNT (CATEGORY-WS)
                PERFORM 230-COUNT-DISCHARGE
                    VARYING DAY-SUB FROM CATEGORY-WS BY 1
                    UNTIL DAY-SUB > 3
           END-IF.

           ADD 1 TO STAYS-LISTED.
           IF DISCHARGE-COUNT >= 2000
                ADD 1 TO DISCHARGE-SKIPPED-COUNT
                GO TO 210-EXIT.
           ADD 1 TO DISCHARGE-COUNT.
           MOVE WARD-WS            TO DS-WARD (DISCHARGE-COUNT).
           MOVE ROOM-TYPE-WS       TO DS-ROOM-TYPE (DISCHARGE-COUNT).
           MOVE AH-BED-NBR-I       TO DS-BED-NBR (DISCHARGE-COUNT).
           MOVE AH-PATIENT-NBR-I   TO DS-PATIENT-NBR (DISCHARGE-COUNT).
           MOVE AH-DATE-ADMIT-I    TO DS-DATE-ADMIT (DISCHARGE-COUNT).
           MOVE AH-EXPECTED-STAY-I
               TO DS-EXPECTED-STAY (DISCHARGE-COUNT).
           MOVE EXPECTED-DATE-WS
               TO DS-EXPECTED-DATE (DISCHARGE-COUNT).
           MOVE CATEGORY-WS        TO DS-CATEGORY (DISCHARGE-COUNT).
           MOVE DAYS-OVER-WS       TO DS-DAYS-OVER (DISCHARGE-COUNT).

       210-EXIT.
           EXIT.

      * DATE-ADMIT (MM/DD/YYYY) must carry numeric parts in calendar
      * range before it reaches INTEGER-OF-DATE.
       220-EDIT-ADMIT-DATE.
           MOVE 'N' TO ADMIT-DATE-OK-SW.
           MOVE AH-DATE-ADMIT-I (7:4) TO AD-YEAR.
           MOVE AH-DATE-ADMIT-I (1:2) TO AD-MONTH.
           MOVE AH-DATE-ADMIT-I (4:2) TO AD-DAY.
           IF ADMIT-DATE-NUM NUMERIC
                MOVE AD-MONTH TO AD-MONTH-NUM
                MOVE AD-DAY   TO AD-DAY-NUM
                IF AD-MONTH-NUM >= 01 AND AD-MONTH-NUM <= 12
                       AND AD-DAY-NUM >= 01 AND AD-DAY-NUM <= 31
                       AND AD-YEAR > '1600'
                     MOVE 'Y' TO ADMIT-DATE-OK-SW
                END-IF
           END-IF.

      * A stay expected out on a forecast day has left by that day
      * and every day after it.
       230-COUNT-DISCHARGE.
           ADD 1 TO FC-DISCH (FC-SUB, DAY-SUB).

       250-LOOKUP-BED.
           MOVE SPACES TO WARD-WS.
           MOVE SPACES TO ROOM-TYPE-WS.
           SET BM-IDX TO 1.
           SEARCH BED-MASTER-ITEM VARYING BM-IDX
               AT END
                   CONTINUE
               WHEN BM-IDX > BED-MASTER-COUNT
                   CONTINUE
               WHEN BM-BED-NBR (BM-IDX) = AH-BED-NBR-I
                   MOVE BM-WARD (BM-IDX)      TO WARD-WS
                   MOVE BM-ROOM-TYPE (BM-IDX) TO ROOM-TYPE-WS
           END-SEARCH.

      * An elective booked for a forecast day takes a bed of its ward
      * and room type from that day on.  One booked outside the
      * forecast is not this run's business; one whose ward and room
      * type match no bed is counted so the desk can correct it.
       300-APPLY-ELECTIVES.
           OPEN INPUT SCHEDADM
           IF NOT SA-NORMAL
               DISPLAY "ERROR OPENING SCHEDADM"
               GO TO 999-RETURN-ERR.

           PERFORM 410-READ-SCHEDADM.
           PERFORM UNTIL NO-MORE-SCHEDADM
               IF SA-PLANNED-DATE NUMERIC
                      AND SA-PLANNED-DATE >= FD-DATE (1)
                      AND SA-PLANNED-DATE <= FD-DATE (3)
                    ADD 1 TO ELECTIVES-IN-WINDOW
                    MOVE SA-WARD      TO WARD-WS
                    MOVE SA-ROOM-TYPE TO ROOM-TYPE-WS
                    PERFORM 130-FIND-FORECAST-ENTRY
                    IF FC-SUB = 0
                         ADD 1 TO ELECTIVES-UNPLACED
                    ELSE
                         PERFORM 310-COUNT-ELECTIVE
                             VARYING DAY-SUB FROM 1 BY 1
                             UNTIL DAY-SUB > 3
                    END-IF
               END-IF
               PERFORM 410-READ-SCHEDADM
           END-PERFORM.

           CLOSE SCHEDADM.

       310-COUNT-ELECTIVE.
           IF SA-PLANNED-DATE <= FD-DATE (DAY-SUB)
                ADD 1 TO FC-ELECT (FC-SUB, DAY-SUB)
           END-IF.

      * Free beds on a forecast day: beds in service that day, less
      * tonight's stays not yet expected out, less electives booked
      * in by then.  Below zero is the shortfall.
       350-COMPUTE-FREE-BEDS.
           PERFORM VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FORECAST-COUNT
               PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 3
                   COMPUTE FC-FREE (FC-SUB, DAY-SUB) =
                       FC-BEDS (FC-SUB)
                       - FC-OOS (FC-SUB, DAY-SUB)
                       - FC-OCCUPIED (FC-SUB)
                       + FC-DISCH (FC-SUB, DAY-SUB)
                       - FC-ELECT (FC-SUB, DAY-SUB)
               END-PERFORM
           END-PERFORM.

       400-READ-ADMHIST.
           READ ADMHIST NEXT RECORD
               AT END MOVE 'Y' TO ADMHIST-EOF
           END-READ.

           IF NOT (AH-NORMAL OR NO-MORE-ADMHIST)
                DISPLAY "ERROR READING ADMHIST, STATUS " AHCODE
                GO TO 999-RETURN-ERR
           END-IF.

       410-READ-SCHEDADM.
           READ SCHEDADM INTO SCHED-ADMIT-REC
               AT END MOVE 'Y' TO SCHEDADM-EOF
           END-READ.

           IF NOT (SA-NORMAL OR NO-MORE-SCHEDADM)
                DISPLAY "ERROR READING SCHEDADM, STATUS " SACODE
                GO TO 999-RETURN-ERR
           END-IF.

      * The discharge list: ward by ward, past-due stays first, then
      * each forecast day in turn.
       500-PRINT-DISCHARGES.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE BEDFRPT-REC FROM HEADER-LINE-01.
           PERFORM 800-PRINT-BLANK-LINE.
           MOVE 'EXPECTED DISCHARGES BY WARD' TO SECTION-TITLE.
           WRITE BEDFRPT-REC FROM SECTION-LINE.
           PERFORM 800-PRINT-BLANK-LINE.
           WRITE BEDFRPT-REC FROM DISCH-HEADER-02.
           WRITE BEDFRPT-REC FROM DISCH-HEADER-03.

           PERFORM VARYING WL-IDX FROM 1 BY 1
               UNTIL WL-IDX > WARD-LIST-COUNT
               PERFORM VARYING CATEGORY-WS FROM 0 BY 1
                   UNTIL CATEGORY-WS > 3
                   PERFORM 510-PRINT-DISCHARGE-LINE
                       VARYING DS-SUB FROM 1 BY 1
                       UNTIL DS-SUB > DISCHARGE-COUNT
               END-PERFORM
           END-PERFORM.

       510-PRINT-DISCHARGE-LINE.
           IF DS-WARD (DS-SUB) = WL-WARD (WL-IDX)
                  AND DS-CATEGORY (DS-SUB) = CATEGORY-WS
                MOVE DS-WARD (DS-SUB)          TO DL-WARD
                MOVE DS-ROOM-TYPE (DS-SUB)     TO DL-ROOM-TYPE
                MOVE DS-BED-NBR (DS-SUB)       TO DL-BED-NBR
                MOVE DS-PATIENT-NBR (DS-SUB)   TO DL-PATIENT-NBR
                MOVE DS-DATE-ADMIT (DS-SUB)    TO DL-DATE-ADMIT
                MOVE DS-EXPECTED-STAY (DS-SUB) TO DL-EXPECTED-STAY
                MOVE DS-EXPECTED-DATE (DS-SUB) TO DL-EXPECTED-DATE
                MOVE ZERO   TO DL-DAYS
                MOVE SPACES TO DL-DAYS-LIT
                EVALUATE TRUE
                    WHEN CATEGORY-WS = 0
                         AND DS-DAYS-OVER (DS-SUB) = 0
                        MOVE 'DUE TODAY' TO DL-STATUS
                    WHEN CATEGORY-WS = 0
                        MOVE 'PAST DUE BY' TO DL-STATUS
                        MOVE DS-DAYS-OVER (DS-SUB) TO DL-DAYS
                        MOVE ' DAY(S)' TO DL-DAYS-LIT
                    WHEN CATEGORY-WS = 1
                        MOVE 'TOMORROW' TO DL-STATUS
                    WHEN OTHER
                        MOVE 'DUE IN' TO DL-STATUS
                        MOVE CATEGORY-WS TO DL-DAYS
                        MOVE ' DAYS' TO DL-DAYS-LIT
                END-EVALUATE
                WRITE BEDFRPT-REC FROM DISCH-LINE
           END-IF.

      * The forecast: one line per ward and room type, then the
      * ward's total.  A line or ward with no free bed on any of the
      * three days is flagged.
       600-PRINT-FORECAST.
           PERFORM 800-PRINT-BLANK-LINE.
           MOVE 'BED AVAILABILITY FORECAST' TO SECTION-TITLE.
           WRITE BEDFRPT-REC FROM SECTION-LINE.
           PERFORM 800-PRINT-BLANK-LINE.
           MOVE FD-DATE (1) TO FH-DATE-1.
           MOVE FD-DATE (2) TO FH-DATE-2.
           MOVE FD-DATE (3) TO FH-DATE-3.
           WRITE BEDFRPT-REC FROM FCST-HEADER-02.
           WRITE BEDFRPT-REC FROM FCST-HEADER-03.

           PERFORM 610-PRINT-ONE-WARD
               VARYING WL-IDX FROM 1 BY 1
               UNTIL WL-IDX > WARD-LIST-COUNT.

       610-PRINT-ONE-WARD.
           INITIALIZE WARD-TOTALS.
           PERFORM 620-PRINT-ROOM-TYPE
               VARYING FC-SUB FROM 1 BY 1
               UNTIL FC-SUB > FORECAST-COUNT.

           MOVE 'N' TO WARD-SHORT-SW.
           MOVE WL-WARD (WL-IDX)   TO FL-WARD.
           MOVE '*'                TO FL-ROOM-TYPE.
           MOVE WTOT-BEDS          TO FL-BEDS.
           MOVE WTOT-OCCUPIED      TO FL-OCCUPIED.
           PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 3
               MOVE WTOT-OOS (DAY-SUB)   TO FL-OOS (DAY-SUB)
               MOVE WTOT-DISCH (DAY-SUB) TO FL-DISCH (DAY-SUB)
               MOVE WTOT-ELECT (DAY-SUB) TO FL-ELECT (DAY-SUB)
               MOVE WTOT-FREE (DAY-SUB)  TO FL-FREE (DAY-SUB)
               IF WTOT-FREE (DAY-SUB) <= ZERO
                    MOVE 'Y' TO WARD-SHORT-SW
               END-IF
           END-PERFORM.
           IF WARD-RUNS-SHORT
                MOVE '** WARD OUT OF BEDS' TO FL-FLAG
                ADD 1 TO WARDS-FLAGGED
           ELSE
                MOVE SPACES TO FL-FLAG
           END-IF.
           WRITE BEDFRPT-REC FROM FCST-LINE.
           PERFORM 800-PRINT-BLANK-LINE.

       620-PRINT-ROOM-TYPE.
           IF FC-WARD (FC-SUB) = WL-WARD (WL-IDX)
                MOVE 'N' TO WARD-SHORT-SW
                MOVE FC-WARD (FC-SUB)      TO FL-WARD
                MOVE FC-ROOM-TYPE (FC-SUB) TO FL-ROOM-TYPE
                MOVE FC-BEDS (FC-SUB)      TO FL-BEDS
                MOVE FC-OCCUPIED (FC-SUB)  TO FL-OCCUPIED
                ADD FC-BEDS (FC-SUB)       TO WTOT-BEDS
                ADD FC-OCCUPIED (FC-SUB)   TO WTOT-OCCUPIED
                PERFORM 630-MOVE-ROOM-TYPE-DAY
                    VARYING DAY-SUB FROM 1 BY 1
                    UNTIL DAY-SUB > 3
                IF WARD-RUNS-SHORT
                     MOVE 'NO FREE BED' TO FL-FLAG
                ELSE
                     MOVE SPACES TO FL-FLAG
                END-IF
                WRITE BEDFRPT-REC FROM FCST-LINE
           END-IF.

       630-MOVE-ROOM-TYPE-DAY.
           MOVE FC-OOS (FC-SUB, DAY-SUB)   TO FL-OOS (DAY-SUB).
           MOVE FC-DISCH (FC-SUB, DAY-SUB) TO FL-DISCH (DAY-SUB).
           MOVE FC-ELECT (FC-SUB, DAY-SUB) TO FL-ELECT (DAY-SUB).
           MOVE FC-FREE (FC-SUB, DAY-SUB)  TO FL-FREE (DAY-SUB).
           ADD FC-OOS (FC-SUB, DAY-SUB)    TO WTOT-OOS (DAY-SUB).
           ADD FC-DISCH (FC-SUB, DAY-SUB)  TO WTOT-DISCH (DAY-SUB).
           ADD FC-ELECT (FC-SUB, DAY-SUB)  TO WTOT-ELECT (DAY-SUB).
           ADD FC-FREE (FC-SUB, DAY-SUB)   TO WTOT-FREE (DAY-SUB).
           IF FC-FREE (FC-SUB, DAY-SUB) <= ZERO
                MOVE 'Y' TO WARD-SHORT-SW
           END-IF.

       700-PRINT-FOOTER.
           MOVE OPEN-STAYS-SEEN       TO FOOTER-OPEN.
           MOVE STAYS-UNPLACED        TO FOOTER-UNPLACED.
           WRITE BEDFRPT-REC FROM FOOTER-LINE-01.
           MOVE PAST-DUE-COUNT        TO FOOTER-PAST-DUE.
           WRITE BEDFRPT-REC FROM FOOTER-LINE-02.
           PERFORM VARYING DAY-SUB FROM 1 BY 1 UNTIL DAY-SUB > 3
               MOVE FD-DATE (DAY-SUB)   TO FOOTER-DUE-DATE
               MOVE DUE-COUNT (DAY-SUB) TO FOOTER-DUE
               WRITE BEDFRPT-REC FROM FOOTER-LINE-03
           END-PERFORM.
           MOVE ELECTIVES-IN-WINDOW   TO FOOTER-ELECTIVES.
           MOVE ELECTIVES-UNPLACED    TO FOOTER-ELECT-UNPLACED.
           WRITE BEDFRPT-REC FROM FOOTER-LINE-04.
           MOVE WARDS-FLAGGED         TO FOOTER-FLAGGED.
           WRITE BEDFRPT-REC FROM FOOTER-LINE-05.

           IF DISCHARGE-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " DISCHARGE-SKIPPED-COUNT
                    " DISCHARGE(S) EXCEEDED DISCHARGE-TABLE CAPACITY"
                    " OF 2000 AND WERE NOT LISTED ***"
           END-IF.

       800-PRINT-BLANK-LINE.
           MOVE SPACES TO BEDFRPT-REC.
           WRITE BEDFRPT-REC.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE ADMHIST, BEDFRPT.

      * One run-control record for DAYBAL's nightly cross-foot: open
      * stays read must equal those listed as due, those not yet due
      * and those that could not be placed on a ward.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
               DISPLAY "ERROR OPENING RUNLEDGR"
               GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE "BEDFCST "          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE OPEN-STAYS-SEEN     TO LED-RECS-IN.
           MOVE STAYS-LISTED        TO LED-RECS-OUT-PRIMARY.
           MOVE STAYS-NOT-DUE       TO LED-RECS-OUT-SECONDARY.
           MOVE STAYS-UNPLACED      TO LED-RECS-REJECTED.
           MOVE ZERO                TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
