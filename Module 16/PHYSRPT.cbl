       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PHYSRPT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** MONTHLY ATTENDING-PHYSICIAN ACTIVITY REPORT.
      *****
      ***** READS A MONTH'S ACCUMULATION OF THE HOSPBILL BILLING
      ***** EXTRACT THE SAME WAY CASEMIX DOES (CONTROL TRAILERS
      ***** RECOGNIZED AND SKIPPED), JOINS EACH BILL BACK TO ITS
      ***** ADMHIST STAY FOR THE ATTENDING PHYSICIAN HOSPEDIT
      ***** RECORDED FROM THE ADMISSION'S PCP-ID, AND PRINTS PER
      ***** PHYSICIAN: ADMISSIONS, AVERAGE ACTUAL STAY AGAINST THE
      ***** AVERAGE DIAGTHR MAX-STAY THRESHOLD OF THE SAME STAYS,
      ***** OUTLIER STAYS (ACTUAL OVER THE DIAGNOSIS'S THRESHOLD),
      ***** READMISSIONS, AND NET REVENUE -- WITH THE PHYSICIAN'S
      ***** NAME AND SPECIALTY FROM PHYSMAST.
      *****
      ***** READMISSIONS FOLLOW READMRPT'S RULE AND ITS READMPRM
      ***** WINDOW CARD: A LATER ADMISSION FOR THE SAME PATIENT
      ***** WITHIN THE WINDOW OF THE STAY'S ACTUAL DISCHARGE.  EACH
      ***** READMITTED STAY COUNTS ONCE, AGAINST THE PHYSICIAN WHO
      ***** DISCHARGED THE PATIENT.  STAYS ADMITTED BEFORE ADMHIST
      ***** CARRIED THE PHYSICIAN PRINT UNDER "NOT RECORDED".
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOSPBILL
           ASSIGN TO HOSPBILL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HBCODE.
           SELECT ADMHIST
           ASSIGN TO ADMHIST
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS AH-KEY
             FILE STATUS IS AHCODE.
           SELECT DIAGTHR
           ASSIGN TO DIAGTHR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DTCODE.
           SELECT PHYSMAST
           ASSIGN TO PHYSMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHCODE.
      *  One parameter card: the readmission window in days, the
      *  same card READMRPT reads.
           SELECT READMPRM
           ASSIGN TO READMPRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RPCODE.
           SELECT PHYSRPT
           ASSIGN TO PHYSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRCODE.
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

       FD  HOSPBILL
           RECORD CONTAINS 31 CHARACTERS.
       01  HB-REC.
           05  HB-PATIENT-NBR          PIC 9(05).
           05  HB-POLICY-NO            PIC 9(07).
           05  HB-ADMIT-DATE-NUM       PIC 9(08).
           05  HB-ADMIT-DATE-V REDEFINES HB-ADMIT-DATE-NUM.
               10  HB-ADMIT-YYYY       PIC X(04).
               10  HB-ADMIT-MM         PIC X(02).
               10  HB-ADMIT-DD         PIC X(02).
           05  HB-TOTAL-AMT-NET        PIC S9(07)V99.
           05  FILLER                  PIC X(02).

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

       FD  DIAGTHR
           RECORD CONTAINS 80 CHARACTERS.
       01  DT-REC.
           05  DT-DIAG-CODE-REC       PIC 9(03).
           05  DT-MAX-STAY-REC        PIC 9(03).
           05  DT-DESC-REC            PIC X(30).
           05  DT-CATEGORY-REC        PIC X(10).
           05  FILLER                 PIC X(34).

       FD  PHYSMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  PHY-REC.
           05  PHY-ID-REC             PIC X(06).
           05  PHY-NAME-REC           PIC X(25).
           05  PHY-SPECIALTY-REC      PIC X(15).
           05  PHY-ACTIVE-FLAG-REC    PIC X(01).
           05  FILLER                 PIC X(33).

       FD  READMPRM
           RECORD CONTAINS 80 CHARACTERS.
       01  READMPRM-REC.
           05  RP-WINDOW-DAYS         PIC 9(05).
           05  FILLER                 PIC X(75).

       FD  PHYSRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  PHYSRPT-REC                PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC               PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.

       01  FLAGS.
           05  HBCODE                  PIC X(02).
               88  HB-NORMAL                     VALUE "00".
           05  AHCODE                  PIC X(02).
               88  AH-NORMAL                     VALUE "00".
           05  DTCODE                  PIC X(02).
               88  DT-NORMAL                     VALUE "00".
           05  PHCODE                  PIC X(02).
               88  PH-NORMAL                     VALUE "00".
           05  RPCODE                  PIC X(02).
               88  RP-NORMAL                     VALUE "00".
           05  PRCODE                  PIC X(02).
               88  PR-NORMAL                     VALUE "00".
           05  BDCODE                  PIC X(02).
               88  BD-NORMAL                     VALUE "00".
           05  RLCODE                  PIC X(02).
               88  RL-NORMAL                     VALUE "00".
           05  HOSPBILL-EOF            PIC X(01) VALUE 'N'.
               88  NO-MORE-HOSPBILL              VALUE 'Y'.
           05  ADMHIST-EOF             PIC X(01) VALUE 'N'.
               88  NO-MORE-ADMHIST               VALUE 'Y'.
           05  DIAGTHR-EOF             PIC X(01) VALUE 'N'.
               88  NO-MORE-DIAGTHR               VALUE 'Y'.
           05  PHYSMAST-EOF            PIC X(01) VALUE 'N'.
               88  NO-MORE-PHYSMAST              VALUE 'Y'.
           05  READMIT-FOUND-SW        PIC X(01) VALUE 'N'.
               88  READMIT-FOUND                 VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Diagnostic master for the max-stay thresholds.
       01  DIAG-MASTER-TABLE.
           05  DIAG-MASTER-ITEM OCCURS 200 TIMES
                   INDEXED BY DM-IDX.
               10  DM-CODE             PIC 9(03).
               10  DM-MAX-STAY         PIC 9(03).
       77  DIAG-MASTER-COUNT           PIC S9(04) COMP VALUE 0.

      * Physician master for the name and specialty on each line.
       01  PHYS-MASTER-TABLE.
           05  PHYS-MASTER-ITEM OCCURS 500 TIMES
                   INDEXED BY PM-IDX.
               10  PM-PHYS-ID          PIC X(06).
               10  PM-NAME             PIC X(25).
               10  PM-SPECIALTY        PIC X(15).
       77  PHYS-MASTER-COUNT           PIC S9(04) COMP VALUE 0.

      * Every history entry, with its dates converted to day numbers
      * once so the bill join and the readmission scan are plain
      * table work.
       01  STAY-TABLE.
           05  STAY-ITEM OCCURS 5000 TIMES INDEXED BY ST-IDX.
               10  ST-PATIENT-NBR      PIC 9(05).
               10  ST-ADMIT-DATE       PIC X(10).
               10  ST-ADMIT-INT        PIC 9(08).
               10  ST-DISCH-INT        PIC 9(08).
               10  ST-DIAG-CODE        PIC 9(03).
               10  ST-PCP-ID           PIC X(06).
               10  ST-COUNTED          PIC X(01).
                    88  ST-IS-COUNTED         VALUE 'Y'.
       77  STAY-COUNT                  PIC S9(04) COMP VALUE 0.
       77  STAY-SKIPPED-COUNT          PIC S9(04) COMP VALUE 0.
       77  ST-FOUND-SUB                PIC S9(04) COMP VALUE 0.
       77  ST-INNER-SUB                PIC S9(04) COMP VALUE 0.

      * One accumulation cell per physician seen this month.
       01  ACTIVITY-TABLE.
           05  ACTIVITY-ITEM OCCURS 500 TIMES INDEXED BY AC-IDX.
               10  AC-PHYS-ID          PIC X(06).
               10  AC-ADMISSIONS       PIC 9(07).
               10  AC-STAY-SUM         PIC 9(07).
               10  AC-THRESHOLD-SUM    PIC 9(07).
               10  AC-STAY-COUNT       PIC 9(07).
               10  AC-OUTLIERS         PIC 9(07).
               10  AC-READMITS         PIC 9(07).
               10  AC-NET-REVENUE      PIC S9(11)V99.
               10  AC-PRINTED          PIC X(01).
                    88  AC-IS-PRINTED         VALUE 'Y'.
       77  ACTIVITY-COUNT              PIC S9(04) COMP VALUE 0.
       77  ACTIVITY-SKIPPED            PIC S9(04) COMP VALUE 0.
       77  AC-SUB                      PIC S9(04) COMP VALUE 0.
       77  AC-FOUND-SUB                PIC S9(04) COMP VALUE 0.
       77  AC-PRINT-COUNT              PIC S9(04) COMP VALUE 0.

       77  BILLS-READ                  PIC 9(07) VALUE 0.
       77  UNMATCHED-BILLS             PIC 9(07) VALUE 0.
       77  TRAILERS-SKIPPED            PIC 9(07) VALUE 0.
       77  TOTAL-ADMISSIONS            PIC 9(07) VALUE 0.
       77  TOTAL-OUTLIERS              PIC 9(07) VALUE 0.
       77  TOTAL-READMITS              PIC 9(07) VALUE 0.
       77  TOTAL-NET-REVENUE           PIC S9(11)V99 VALUE 0.
       77  WINDOW-DAYS                 PIC 9(05).
       77  GAP-DAYS-WS                 PIC S9(05).
       77  ACTUAL-STAY-WS              PIC S9(05).
       77  MAX-STAY-WS                 PIC 9(03).
       77  AVG-STAY-WS                 PIC 9(03)V99.
       77  AVG-THRESHOLD-WS            PIC 9(03)V99.
       77  ADMIT-DATE-MDY-WS           PIC X(10).
       77  ADMIT-DATE-NUM-WS           PIC 9(08).
       77  DA-YEAR-WS                  PIC 9(04).
       77  DA-MONTH-WS                 PIC 9(02).
       77  DA-DAY-WS                   PIC 9(02).
       77  GROUP-PHYS-WS               PIC X(06).
       77  GROUP-FOUND-SW              PIC X(01) VALUE 'N'.
           88  GROUP-FOUND                       VALUE 'Y'.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(39)
                  VALUE "MONTHLY ATTENDING PHYSICIAN ACTIVITY".

       01  RPT-WINDOW-LINE.
           05  FILLER                  PIC X(20)
                  VALUE "READMISSION WINDOW: ".
           05  RPT-WINDOW-DAYS         PIC ZZZZ9.
           05  FILLER                  PIC X(05)
                  VALUE " DAYS".

       01  RPT-COL-HEADER.
           05  FILLER                  PIC X(08)       VALUE "PHYS ID".
           05  FILLER                  PIC X(26)       VALUE "NAME".
           05  FILLER                  PIC X(16)
                  VALUE "SPECIALTY".
           05  FILLER                  PIC X(08)
                  VALUE "  ADMITS".
           05  FILLER                  PIC X(10)
                  VALUE "  AVG STAY".
           05  FILLER                  PIC X(10)
                  VALUE "  AVG THRS".
           05  FILLER                  PIC X(10)
                  VALUE "  OUTLIERS".
           05  FILLER                  PIC X(10)
                  VALUE "  READMITS".
           05  FILLER                  PIC X(18)
                  VALUE "       NET REVENUE".

       01  RPT-PHYS-LINE.
           05  RPT-PHYS-ID             PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-PHYS-NAME           PIC X(25).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-PHYS-SPEC           PIC X(15).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-ADMITS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-AVG-STAY            PIC ZZ9.99.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-AVG-THRESHOLD       PIC ZZ9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-OUTLIERS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-READMITS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-NET-REVENUE         PIC -$$,$$$,$$$,$$9.99.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(50)
                  VALUE "ALL PHYSICIANS".
           05  RPT-TOT-ADMITS          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(23)       VALUE SPACES.
           05  RPT-TOT-OUTLIERS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-TOT-READMITS        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TOT-REVENUE         PIC -$$,$$$,$$$,$$9.99.

       01  RPT-FOOTER-LINE.
           05  FILLER                  PIC X(24)
                  VALUE "BILLS READ / UNMATCHED: ".
           05  RPT-FOOTER-READ         PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-FOOTER-UNMATCHED    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 200-FOLD-ONE-BILL
               THRU 200-FOLD-ONE-BILL-X
               UNTIL NO-MORE-HOSPBILL.
           PERFORM 500-PRINT-REPORT.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       000-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.

           OPEN INPUT READMPRM
           IF NOT RP-NORMAL
               DISPLAY "ERROR OPENING READMPRM"
               GO TO 999-RETURN-ERR.

           READ READMPRM
               AT END
                   DISPLAY "ERROR: READMPRM IS EMPTY"
                   GO TO 999-RETURN-ERR
           END-READ.

           IF RP-WINDOW-DAYS NOT NUMERIC OR RP-WINDOW-DAYS = ZERO
               DISPLAY "ERROR: INVALID WINDOW DAYS ON READMPRM"
               GO TO 999-RETURN-ERR
           END-IF.
           MOVE RP-WINDOW-DAYS TO WINDOW-DAYS.
           CLOSE READMPRM.

           PERFORM 120-LOAD-DIAG-MASTER.
           PERFORM 125-LOAD-PHYS-MASTER.
           PERFORM 130-LOAD-STAYS.

           OPEN INPUT HOSPBILL
           IF NOT HB-NORMAL
               DISPLAY "ERROR OPENING HOSPBILL"
               GO TO 999-RETURN-ERR.

           OPEN OUTPUT PHYSRPT
           IF NOT PR-NORMAL
               DISPLAY "ERROR OPENING PHYSRPT"
               GO TO 999-RETURN-ERR.

           PERFORM 400-READ-HOSPBILL.

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

       120-LOAD-DIAG-MASTER.
           OPEN INPUT DIAGTHR
           IF NOT DT-NORMAL
               DISPLAY "ERROR OPENING DIAGTHR"
               GO TO 999-RETURN-ERR.

           READ DIAGTHR
               AT END MOVE 'Y' TO DIAGTHR-EOF
           END-READ.

           PERFORM VARYING DM-IDX FROM 1 BY 1
               UNTIL NO-MORE-DIAGTHR OR DM-IDX > 200
                   ADD 1 TO DIAG-MASTER-COUNT
                   MOVE DT-DIAG-CODE-REC TO DM-CODE (DM-IDX)
                   MOVE DT-MAX-STAY-REC  TO DM-MAX-STAY (DM-IDX)
                   READ DIAGTHR
                       AT END MOVE 'Y' TO DIAGTHR-EOF
                   END-READ
           END-PERFORM.

           CLOSE DIAGTHR.

      * Inactive physicians load too -- a retired physician's stays
      * from earlier in the month still report under the name.
       125-LOAD-PHYS-MASTER.
           OPEN INPUT PHYSMAST
           IF NOT PH-NORMAL
               DISPLAY "ERROR OPENING PHYSMAST"
               GO TO 999-RETURN-ERR.

           READ PHYSMAST
               AT END MOVE 'Y' TO PHYSMAST-EOF
           END-READ.

           PERFORM VARYING PM-IDX FROM 1 BY 1
               UNTIL NO-MORE-PHYSMAST OR PM-IDX > 500
                   ADD 1 TO PHYS-MASTER-COUNT
                   MOVE PHY-ID-REC        TO PM-PHYS-ID (PM-IDX)
                   MOVE PHY-NAME-REC      TO PM-NAME (PM-IDX)
                   MOVE PHY-SPECIALTY-REC TO PM-SPECIALTY (PM-IDX)
                   READ PHYSMAST
                       AT END MOVE 'Y' TO PHYSMAST-EOF
                   END-READ
           END-PERFORM.

           CLOSE PHYSMAST.

      * Every history entry loads with its dates already converted
      * to day numbers; a garbled admit date skips the entry rather
      * than abending the whole scan.
       130-LOAD-STAYS.
           OPEN INPUT ADMHIST
           IF NOT AH-NORMAL
               DISPLAY "ERROR OPENING ADMHIST"
               GO TO 999-RETURN-ERR.

           PERFORM 140-READ-ONE-STAY
               THRU 140-READ-ONE-STAY-X
               UNTIL NO-MORE-ADMHIST.

           CLOSE ADMHIST.

           IF STAY-SKIPPED-COUNT > 0
               DISPLAY "*** WARNING: " STAY-SKIPPED-COUNT
                   " HISTORY ENTRY(S) SKIPPED (TABLE FULL OR BAD"
                   " DATE) ***"
           END-IF.

       140-READ-ONE-STAY.
           READ ADMHIST NEXT RECORD
               AT END MOVE 'Y' TO ADMHIST-EOF
           END-READ.

           IF NOT (AH-NORMAL OR NO-MORE-ADMHIST)
                DISPLAY "ERROR READING ADMHIST, STATUS " AHCODE
                GO TO 999-RETURN-ERR
           END-IF.

           IF NO-MORE-ADMHIST
                GO TO 140-READ-ONE-STAY-X
           END-IF.

           IF STAY-COUNT >= 5000
                ADD 1 TO STAY-SKIPPED-COUNT
                GO TO 140-READ-ONE-STAY-X
           END-IF.

           IF AH-DATE-ADMIT-I (1:2) NOT NUMERIC
                  OR AH-DATE-ADMIT-I (4:2) NOT NUMERIC
                  OR AH-DATE-ADMIT-I (7:4) NOT NUMERIC
                ADD 1 TO STAY-SKIPPED-COUNT
                GO TO 140-READ-ONE-STAY-X
           END-IF.

           MOVE AH-DATE-ADMIT-I (1:2) TO DA-MONTH-WS.
           MOVE AH-DATE-ADMIT-I (4:2) TO DA-DAY-WS.
           MOVE AH-DATE-ADMIT-I (7:4) TO DA-YEAR-WS.
           IF DA-MONTH-WS < 01 OR DA-MONTH-WS > 12
                  OR DA-DAY-WS < 01 OR DA-DAY-WS > 31
                ADD 1 TO STAY-SKIPPED-COUNT
                GO TO 140-READ-ONE-STAY-X
           END-IF.
           COMPUTE ADMIT-DATE-NUM-WS =
               DA-YEAR-WS * 10000 + DA-MONTH-WS * 100 + DA-DAY-WS.

           ADD 1 TO STAY-COUNT.
           MOVE AH-PATIENT-NBR-I TO ST-PATIENT-NBR (STAY-COUNT).
           MOVE AH-DATE-ADMIT-I  TO ST-ADMIT-DATE (STAY-COUNT).
           COMPUTE ST-ADMIT-INT (STAY-COUNT) =
               FUNCTION INTEGER-OF-DATE (ADMIT-DATE-NUM-WS).
           IF AH-DISCH-DATE-NUM-I > ZERO
                COMPUTE ST-DISCH-INT (STAY-COUNT) =
                    FUNCTION INTEGER-OF-DATE (AH-DISCH-DATE-NUM-I)
           ELSE
                MOVE ZERO TO ST-DISCH-INT (STAY-COUNT)
           END-IF.
           MOVE AH-DIAG-CODE-I TO ST-DIAG-CODE (STAY-COUNT).
           MOVE AH-PCP-ID-I    TO ST-PCP-ID (STAY-COUNT).
           MOVE 'N'            TO ST-COUNTED (STAY-COUNT).

       140-READ-ONE-STAY-X.
           EXIT.

      * One billing record at a time: matched back to its stay for
      * the physician, the actual stay and the readmission check,
      * then folded into the physician's cell.  A bill whose stay is
      * not on the history (purged, or a key mismatch) is counted,
      * not guessed.  A stay billed more than once in the month (an
      * interim bill and its final, or several nights' extracts)
      * adds every bill's revenue but counts as one admission, and
      * its outlier and readmission checks are made only once.
       200-FOLD-ONE-BILL.
           ADD 1 TO BILLS-READ.
           PERFORM 230-MATCH-STAY.

           IF ST-FOUND-SUB = 0
                ADD 1 TO UNMATCHED-BILLS
                GO TO 200-FOLD-ONE-BILL-X
           END-IF.

           PERFORM 260-LOCATE-ACTIVITY-CELL.
           IF AC-FOUND-SUB = 0
                GO TO 200-FOLD-ONE-BILL-X
           END-IF.

           ADD HB-TOTAL-AMT-NET TO AC-NET-REVENUE (AC-FOUND-SUB).
           IF ST-IS-COUNTED (ST-FOUND-SUB)
                GO TO 200-FOLD-ONE-BILL-X
           END-IF.
           MOVE 'Y' TO ST-COUNTED (ST-FOUND-SUB).
           ADD 1 TO AC-ADMISSIONS (AC-FOUND-SUB).

           IF ST-DISCH-INT (ST-FOUND-SUB) = ZERO
                GO TO 200-FOLD-ONE-BILL-X
           END-IF.

           COMPUTE ACTUAL-STAY-WS =
               ST-DISCH-INT (ST-FOUND-SUB) -
               ST-ADMIT-INT (ST-FOUND-SUB).
           IF ACTUAL-STAY-WS >= ZERO
                PERFORM 270-LOOKUP-THRESHOLD
                ADD ACTUAL-STAY-WS TO AC-STAY-SUM (AC-FOUND-SUB)
                ADD MAX-STAY-WS    TO AC-THRESHOLD-SUM (AC-FOUND-SUB)
                ADD 1 TO AC-STAY-COUNT (AC-FOUND-SUB)
                IF MAX-STAY-WS > ZERO
                       AND ACTUAL-STAY-WS > MAX-STAY-WS
                     ADD 1 TO AC-OUTLIERS (AC-FOUND-SUB)
                END-IF
           END-IF.

           PERFORM 280-CHECK-READMISSION.
           IF READMIT-FOUND
                ADD 1 TO AC-READMITS (AC-FOUND-SUB)
           END-IF.

       200-FOLD-ONE-BILL-X.
           PERFORM 400-READ-HOSPBILL.

      * ADMHIST keys the admit date as MM/DD/YYYY; the billing
      * extract carries it as YYYYMMDD, so the key is rebuilt here.
       230-MATCH-STAY.
           MOVE 0 TO ST-FOUND-SUB.
           MOVE SPACES TO ADMIT-DATE-MDY-WS.
           STRING HB-ADMIT-MM    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  HB-ADMIT-DD    DELIMITED BY SIZE
                  '/'            DELIMITED BY SIZE
                  HB-ADMIT-YYYY  DELIMITED BY SIZE
               INTO ADMIT-DATE-MDY-WS
           END-STRING.

           SET ST-IDX TO 1.
           SEARCH STAY-ITEM VARYING ST-IDX
               AT END
                   CONTINUE
               WHEN ST-IDX > STAY-COUNT
                   CONTINUE
               WHEN ST-PATIENT-NBR (ST-IDX) = HB-PATIENT-NBR
                    AND ST-ADMIT-DATE (ST-IDX) = ADMIT-DATE-MDY-WS
                   SET ST-FOUND-SUB TO ST-IDX
           END-SEARCH.

       260-LOCATE-ACTIVITY-CELL.
           MOVE 0 TO AC-FOUND-SUB.
           PERFORM VARYING AC-SUB FROM 1 BY 1
               UNTIL AC-SUB > ACTIVITY-COUNT OR AC-FOUND-SUB > 0
               IF AC-PHYS-ID (AC-SUB) = ST-PCP-ID (ST-FOUND-SUB)
                   MOVE AC-SUB TO AC-FOUND-SUB
               END-IF
           END-PERFORM.

           IF AC-FOUND-SUB = 0
                IF ACTIVITY-COUNT >= 500
                     ADD 1 TO ACTIVITY-SKIPPED
                ELSE
                     ADD 1 TO ACTIVITY-COUNT
                     MOVE ACTIVITY-COUNT TO AC-FOUND-SUB
                     INITIALIZE ACTIVITY-ITEM (AC-FOUND-SUB)
                     MOVE ST-PCP-ID (ST-FOUND-SUB)
                         TO AC-PHYS-ID (AC-FOUND-SUB)
                END-IF
           END-IF.

      * The stay's diagnosis threshold; a code not on DIAGTHR has
      * none (zero) and can never be an outlier.
       270-LOOKUP-THRESHOLD.
           MOVE ZERO TO MAX-STAY-WS.
           SET DM-IDX TO 1.
           SEARCH DIAG-MASTER-ITEM VARYING DM-IDX
               AT END
                   CONTINUE
               WHEN DM-IDX > DIAG-MASTER-COUNT
                   CONTINUE
               WHEN DM-CODE (DM-IDX) = ST-DIAG-CODE (ST-FOUND-SUB)
                   MOVE DM-MAX-STAY (DM-IDX) TO MAX-STAY-WS
           END-SEARCH.

      * READMRPT's rule: any later admission for the same patient on
      * or after this stay's discharge and within the window.
       280-CHECK-READMISSION.
           MOVE 'N' TO READMIT-FOUND-SW.
           PERFORM VARYING ST-INNER-SUB FROM 1 BY 1
               UNTIL ST-INNER-SUB > STAY-COUNT OR READMIT-FOUND
               IF ST-INNER-SUB NOT = ST-FOUND-SUB
                  AND ST-PATIENT-NBR (ST-INNER-SUB) =
                      ST-PATIENT-NBR (ST-FOUND-SUB)
                  AND ST-ADMIT-INT (ST-INNER-SUB) >=
                      ST-DISCH-INT (ST-FOUND-SUB)
                   COMPUTE GAP-DAYS-WS =
                       ST-ADMIT-INT (ST-INNER-SUB) -
                       ST-DISCH-INT (ST-FOUND-SUB)
                   IF GAP-DAYS-WS <= WINDOW-DAYS
                       MOVE 'Y' TO READMIT-FOUND-SW
                   END-IF
               END-IF
           END-PERFORM.

      * Nightly extracts close with a CONTROL trailer; the month's
      * concatenation carries one per night, recognized by the
      * leading literal and skipped.
       400-READ-HOSPBILL.
           READ HOSPBILL
               AT END MOVE 'Y' TO HOSPBILL-EOF
           END-READ.

           IF NOT (HB-NORMAL OR NO-MORE-HOSPBILL)
                DISPLAY "ERROR READING HOSPBILL"
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-HOSPBILL
                  AND HB-REC (1:7) = 'CONTROL'
                ADD 1 TO TRAILERS-SKIPPED
                GO TO 400-READ-HOSPBILL
           END-IF.

       500-PRINT-REPORT.
           WRITE PHYSRPT-REC FROM RPT-TITLE-LINE.
           MOVE WINDOW-DAYS TO RPT-WINDOW-DAYS.
           WRITE PHYSRPT-REC FROM RPT-WINDOW-LINE.
           MOVE SPACES TO PHYSRPT-REC.
           WRITE PHYSRPT-REC.
           WRITE PHYSRPT-REC FROM RPT-COL-HEADER.

           MOVE 0 TO AC-PRINT-COUNT.
           PERFORM 520-PRINT-NEXT-PHYSICIAN
               THRU 520-PRINT-NEXT-PHYSICIAN-X
               UNTIL AC-PRINT-COUNT >= ACTIVITY-COUNT.

           MOVE SPACES TO PHYSRPT-REC.
           WRITE PHYSRPT-REC.
           MOVE TOTAL-ADMISSIONS  TO RPT-TOT-ADMITS.
           MOVE TOTAL-OUTLIERS    TO RPT-TOT-OUTLIERS.
           MOVE TOTAL-READMITS    TO RPT-TOT-READMITS.
           MOVE TOTAL-NET-REVENUE TO RPT-TOT-REVENUE.
           WRITE PHYSRPT-REC FROM RPT-TOTAL-LINE.

           MOVE SPACES TO PHYSRPT-REC.
           WRITE PHYSRPT-REC.
           MOVE BILLS-READ      TO RPT-FOOTER-READ.
           MOVE UNMATCHED-BILLS TO RPT-FOOTER-UNMATCHED.
           WRITE PHYSRPT-REC FROM RPT-FOOTER-LINE.

      * Lowest unprinted physician id next, so the physicians print
      * in id order (stays with no physician recorded sort first);
      * the line carries the master's name and specialty.
       520-PRINT-NEXT-PHYSICIAN.
           MOVE 'N' TO GROUP-FOUND-SW.
           MOVE HIGH-VALUES TO GROUP-PHYS-WS.
           MOVE 0 TO AC-FOUND-SUB.
           PERFORM VARYING AC-SUB FROM 1 BY 1
               UNTIL AC-SUB > ACTIVITY-COUNT
               IF NOT AC-IS-PRINTED (AC-SUB)
                  AND AC-PHYS-ID (AC-SUB) <= GROUP-PHYS-WS
                   MOVE AC-PHYS-ID (AC-SUB) TO GROUP-PHYS-WS
                   MOVE AC-SUB TO AC-FOUND-SUB
                   MOVE 'Y' TO GROUP-FOUND-SW
               END-IF
           END-PERFORM.

           IF NOT GROUP-FOUND
                MOVE ACTIVITY-COUNT TO AC-PRINT-COUNT
                GO TO 520-PRINT-NEXT-PHYSICIAN-X
           END-IF.

           MOVE AC-PHYS-ID (AC-FOUND-SUB) TO RPT-PHYS-ID.
           MOVE SPACES TO RPT-PHYS-SPEC.
           IF AC-PHYS-ID (AC-FOUND-SUB) = SPACES
                MOVE '(NOT RECORDED)' TO RPT-PHYS-NAME
           ELSE
                MOVE '(NOT ON PHYSICIAN MASTER)' TO RPT-PHYS-NAME
                SET PM-IDX TO 1
                SEARCH PHYS-MASTER-ITEM VARYING PM-IDX
                    AT END
                        CONTINUE
                    WHEN PM-IDX > PHYS-MASTER-COUNT
                        CONTINUE
                    WHEN PM-PHYS-ID (PM-IDX) =
                             AC-PHYS-ID (AC-FOUND-SUB)
                        MOVE PM-NAME (PM-IDX)      TO RPT-PHYS-NAME
                        MOVE PM-SPECIALTY (PM-IDX) TO RPT-PHYS-SPEC
                END-SEARCH
           END-IF.

           MOVE AC-ADMISSIONS (AC-FOUND-SUB) TO RPT-ADMITS.
           IF AC-STAY-COUNT (AC-FOUND-SUB) > ZERO
                COMPUTE AVG-STAY-WS ROUNDED =
                    AC-STAY-SUM (AC-FOUND-SUB)
                        / AC-STAY-COUNT (AC-FOUND-SUB)
                COMPUTE AVG-THRESHOLD-WS ROUNDED =
                    AC-THRESHOLD-SUM (AC-FOUND-SUB)
                        / AC-STAY-COUNT (AC-FOUND-SUB)
           ELSE
                MOVE ZERO TO AVG-STAY-WS
                MOVE ZERO TO AVG-THRESHOLD-WS
           END-IF.
           MOVE AVG-STAY-WS      TO RPT-AVG-STAY.
           MOVE AVG-THRESHOLD-WS TO RPT-AVG-THRESHOLD.
           MOVE AC-OUTLIERS (AC-FOUND-SUB)    TO RPT-OUTLIERS.
           MOVE AC-READMITS (AC-FOUND-SUB)    TO RPT-READMITS.
           MOVE AC-NET-REVENUE (AC-FOUND-SUB) TO RPT-NET-REVENUE.
           WRITE PHYSRPT-REC FROM RPT-PHYS-LINE.

           ADD AC-ADMISSIONS (AC-FOUND-SUB)  TO TOTAL-ADMISSIONS.
           ADD AC-OUTLIERS (AC-FOUND-SUB)    TO TOTAL-OUTLIERS.
           ADD AC-READMITS (AC-FOUND-SUB)    TO TOTAL-READMITS.
           ADD AC-NET-REVENUE (AC-FOUND-SUB) TO TOTAL-NET-REVENUE.
           MOVE 'Y' TO AC-PRINTED (AC-FOUND-SUB).
           ADD 1 TO AC-PRINT-COUNT.

       520-PRINT-NEXT-PHYSICIAN-X.
           EXIT.

       900-CLEANUP.
           IF ACTIVITY-SKIPPED > 0
               DISPLAY "*** WARNING: " ACTIVITY-SKIPPED
                   " BILL(S) EXCEEDED ACTIVITY-TABLE CAPACITY OF 500"
                   " PHYSICIANS AND WERE NOT FOLDED IN ***"
           END-IF.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE HOSPBILL, PHYSRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * bills read must equal folded plus unmatched plus skipped.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
               DISPLAY "ERROR OPENING RUNLEDGR"
               GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE "PHYSRPT "          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE BILLS-READ          TO LED-RECS-IN.
           COMPUTE LED-RECS-OUT-PRIMARY =
               BILLS-READ - UNMATCHED-BILLS - ACTIVITY-SKIPPED.
           COMPUTE LED-RECS-OUT-SECONDARY =
               UNMATCHED-BILLS + ACTIVITY-SKIPPED.
           MOVE ZERO                TO LED-RECS-REJECTED.
           MOVE TOTAL-NET-REVENUE   TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
