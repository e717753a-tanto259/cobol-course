           ASSIGN TO PATMAST
             FILE STATUS IS PMCODE.

      **** Attending physician master maintained by PHYSMNT.  Every
      **** admission's PCP-ID must be on it and active, so each stay
      **** on ADMHIST is credited to a real physician.
           SELECT PHYSMAST
           ASSIGN TO PHYSMAST
             FILE STATUS IS PHCODE.

      **** Ancillary charge master by service code -- pharmacy, lab,
      **** imaging and procedure items with their price and revenue
      **** category -- maintained by the charge-description desk.
           SELECT CHGMAST
           ASSIGN TO CHGMAST
             FILE STATUS IS CMCODE.

      **** The day's ancillary charge transactions from the
      **** departments, one line item per record keyed by
      **** PATIENT-NBR + DATE-ADMIT, posted to the open stay on
      **** ADMHIST after tonight's admissions are on it.
           SELECT CHGTRAN
           ASSIGN TO CHGTRAN
             FILE STATUS IS CTCODE.

      **** Every posted charge line, appended run after run, so a
      **** stay's itemized charges survive beyond the night they
      **** were billed.
           SELECT CHGHIST
           ASSIGN TO CHGHIST
             FILE STATUS IS CHCODE.

      **** One record per discharged stay carrying an insurance
      **** policy: the stay's gross (room days actually spent plus
      **** posted ancillary charges) and the insurance share of it,
      **** for HOSPCLM to submit to the payer as a claim.  Ends in a
      **** CONTROL record the way HOSPBILL does.
           SELECT DISCHCLM
           ASSIGN TO DISCHCLM
             FILE STATUS IS DCCODE.

      ******************************************************************

       DATA DIVISION.
      **** -- the open-stay state a discharge arriving in ANY later
      **** run is matched against and then closes with a REWRITE.
       FD  ADMHIST
           RECORD CONTAINS 70 CHARACTERS
           DATA RECORD IS AH-REC.
       01  AH-REC.
           05  AH-KEY.
      ****  The stay's insurance type, so a transfer's re-pricing
      ****  can apply the coverage percent in force that day.
           05  AH-INS-TYPE-I          PIC X(03).
      ****  Ancillary charges posted to the stay so far (gross, at
      ****  charge-master price) and how many line items made them.
           05  AH-CHARGES-GROSS-I     PIC S9(07)V99.
           05  AH-CHARGE-LINES-I      PIC 9(04).
      ****  The attending physician from the admission's PCP-ID,
      ****  validated against PHYSMAST, for the physician activity
      ****  report.
           05  AH-PCP-ID-I            PIC X(06).
           05  FILLER                 PIC X(07).

       FD  DIAGTHR
           RECORD CONTAINS 80 CHARACTERS
           05  PM-LNAME-REC           PIC X(10).
           05  PM-FNAME-REC           PIC X(10).
           05  PM-PHONE-REC           PIC X(10).
      ****  The patient's standing copay and deductible, quoted on the
      ****  HOSPEST pre-admission estimates.
           05  PM-COPAY-REC           PIC S9(03).
           05  PM-DEDUCTIBLE-REC      PIC S9(04).
           05  FILLER                 PIC X(38).

       FD  PHYSMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS PHY-REC.
       01  PHY-REC.
           05  PHY-ID-REC             PIC X(06).
           05  PHY-NAME-REC           PIC X(25).
           05  PHY-SPECIALTY-REC      PIC X(15).
           05  PHY-ACTIVE-FLAG-REC    PIC X(01).
           05  FILLER                 PIC X(33).

       FD  STMTEXT
           RECORD CONTAINS 100 CHARACTERS
           05  SX-COVERAGE-PERC        PIC 9(03).
           05  SX-COPAY                PIC S9(03).
           05  SX-DEDUCTIBLE           PIC S9(04).
      ****  A blank record type is the stay's own statement record; a
      ****  'C' record is one revenue category of ancillary charges
      ****  posted to the stay tonight, SX-GROSS holding the
      ****  category's total, for HOSPSTMT to itemize on the bill.
           05  SX-REC-TYPE             PIC X(01).
               88  SX-STAY-STATEMENT             VALUE SPACE.
               88  SX-CHARGE-LINE                VALUE 'C'.
           05  SX-REV-CATEGORY         PIC X(04).
           05  SX-CHARGE-ITEMS         PIC 9(05).
           05  FILLER                  PIC X(23).

       FD  CHGMAST
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CM-REC.
       01  CM-REC.
           05  CM-SERVICE-CODE-REC    PIC X(06).
           05  CM-DESC-REC            PIC X(25).
           05  CM-PRICE-REC           PIC 9(05)V99.
      ****  Revenue category: PHAR, LAB, IMAG or PROC.
           05  CM-REV-CATEGORY-REC    PIC X(04).
           05  FILLER                 PIC X(38).

       FD  CHGTRAN
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS CT-REC.
       01  CT-REC.
           05  CT-PATIENT-NBR         PIC 9(05).
           05  CT-DATE-ADMIT          PIC X(10).
           05  CT-SERVICE-CODE        PIC X(06).
           05  CT-SERVICE-DATE        PIC 9(08).
           05  CT-QUANTITY            PIC 9(03).
           05  FILLER                 PIC X(48).

       FD  CHGHIST
           RECORD CONTAINS 60 CHARACTERS
           DATA RECORD IS CH-REC.
       01  CH-REC.
           05  CH-PATIENT-NBR         PIC 9(05).
           05  CH-DATE-ADMIT          PIC X(10).
           05  CH-SERVICE-CODE        PIC X(06).
           05  CH-SERVICE-DATE        PIC 9(08).
           05  CH-QUANTITY            PIC 9(03).
           05  CH-REV-CATEGORY        PIC X(04).
           05  CH-AMOUNT              PIC 9(07)V99.
           05  CH-POSTED-DATE         PIC 9(08).
           05  FILLER                 PIC X(07).

       FD  DISCHCLM
           RECORD CONTAINS 80 CHARACTERS
           DATA RECORD IS DC-REC.
       01  DC-REC.
           05  DC-PATIENT-NBR         PIC 9(05).
           05  DC-LNAME               PIC X(10).
           05  DC-FNAME               PIC X(10).
           05  DC-POLICY-NO           PIC 9(07).
           05  DC-INS-TYPE            PIC X(03).
           05  DC-ADMIT-DATE-NUM      PIC 9(08).
           05  DC-DISCH-DATE-NUM      PIC 9(08).
           05  DC-STAY-GROSS          PIC 9(07)V99.
           05  DC-COVERAGE-PERC       PIC 9(03).
           05  DC-INS-SHARE           PIC 9(07)V99.
           05  FILLER                 PIC X(08).

      ******************************************************************
       WORKING-STORAGE SECTION.
           05  HB-CTL-COUNT            PIC 9(07) VALUE 0.
           05  HB-CTL-HASH             PIC S9(9)V99 VALUE 0.

      **** Control figures for the DISCHCLM trailer, verified by
      **** HOSPCLM; the hash is the sum of DC-INS-SHARE.
       01  DC-CONTROL-TOTALS.
           05  DC-CTL-COUNT            PIC 9(07) VALUE 0.
           05  DC-CTL-HASH             PIC S9(9)V99 VALUE 0.

       01  FILE-STATUS-CODES.
           05  IFCODE                  PIC X(02).
               88  CODE-READ                     VALUE SPACES.
           05  PMCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  PM-NORMAL                     VALUE "00".
           05  PHCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  PH-NORMAL                     VALUE "00".
           05  RTCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  RT-NORMAL                     VALUE "00".
           05  RVCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  RV-NORMAL                     VALUE "00".
           05  CMCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  CM-NORMAL                     VALUE "00".
           05  CTCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  CT-NORMAL                     VALUE "00".
               88  CT-NO-MORE-DATA               VALUE "10".
           05  CHCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  CH-NORMAL                     VALUE "00".
           05  DCCODE                  PIC X(02).
               88  CODE-WRITE                    VALUE SPACES.
               88  DC-NORMAL                     VALUE "00".

       77  INS-COVERAGE-PERC           PIC 9(03).

               10  FILLER                  PIC X(14)
                  VALUE "Unmatch Trns: ".
               10  UNMATCHED-TRANS-OUT     PIC Z(11)9.
           05  WS-TOTALS-REC-22.
               10  FILLER                  PIC X(14)
                  VALUE "Charges In  : ".
               10  CHARGES-READ-OUT        PIC Z(11)9.
           05  WS-TOTALS-REC-23.
               10  FILLER                  PIC X(14)
                  VALUE "Chg Posted  : ".
               10  CHARGES-POSTED-OUT      PIC Z(11)9.
               10  FILLER                  PIC X(03)
                  VALUE SPACES.
               10  CHARGES-GROSS-OUT       PIC $,$$$,$99.99.
               10  FILLER                  PIC X(03)
                  VALUE SPACES.
               10  CHARGES-NET-OUT         PIC $,$$$,$99.99.
           05  WS-TOTALS-REC-24.
               10  FILLER                  PIC X(14)
                  VALUE "Chg Rejected: ".
               10  CHARGES-REJECTED-OUT    PIC Z(11)9.
           05  WS-TOTALS-REC-25.
               10  FILLER                  PIC X(14)
                  VALUE "Disch Claims: ".
               10  DISCH-CLAIMS-OUT        PIC Z(11)9.
               10  FILLER                  PIC X(03)
                  VALUE SPACES.
               10  DISCH-CLAIMS-AMT-OUT    PIC $,$$$,$99.99.

       77  WS-DATE                     PIC 9(06).
       77  CURRENT-DATE-NUM            PIC 9(08).
           88 DISCH-DATE-OK                      VALUE 'Y'.
       77  DISCHARGE-DATE-NUM          PIC 9(08).
       77  ACTUAL-STAY-WS              PIC S9(05).
       77  CLAIM-DAYS-WS               PIC S9(05).
       77  STAY-GROSS-WS               PIC 9(07)V99.
       77  STAY-INS-SHARE-WS           PIC 9(07)V99.
       77  DISCH-CLAIM-RECS            PIC S9(04) COMP VALUE 0.

      **** Stays discharged tonight, held until the charge pass has
      **** posted tonight's lines so each claim prices the whole stay.
       01  DISCH-CLAIM-TABLE.
           05  DISCH-CLAIM-ITEM OCCURS 2000 TIMES
                   INDEXED BY DCT-IDX.
               10  DCT-PATIENT-NBR         PIC 9(05).
               10  DCT-DATE-ADMIT          PIC X(10).
               10  DCT-ADMIT-DATE-NUM      PIC 9(08).
               10  DCT-DISCH-DATE-NUM      PIC 9(08).
               10  DCT-ACTUAL-STAY         PIC S9(05).

       77  DISCH-CLAIM-COUNT           PIC S9(04) COMP VALUE 0.
       77  TOTAL-DISCH-CLAIM-AMT       PIC S9(09)V99 VALUE 0.

       01  COUNTERS-AND-ACCUMULATORS.
           05 TYPE-READ                PIC S9(04) COMP.
           05 TOTAL-NET-INPAT          PIC S9(07)V99 COMP-3.
           05 TOTAL-GROSS-OUTPAT       PIC S9(07)V99 COMP-3.
           05 TOTAL-NET-OUTPAT         PIC S9(07)V99 COMP-3.
           05 CHARGE-RECS-READ         PIC S9(04) COMP.
           05 CHARGE-RECS-POSTED       PIC S9(04) COMP.
           05 CHARGE-RECS-REJECTED     PIC S9(04) COMP.
           05 TOTAL-CHARGES-GROSS      PIC S9(07)V99 COMP-3.
           05 TOTAL-CHARGES-NET        PIC S9(07)V99 COMP-3.

       COPY PATREC.

           88 PATIENT-NAME-MATCHES               VALUE 'Y'.
       77  PMT-ENTRY-SUB               PIC S9(04) COMP VALUE 0.

      **** Attending physician master loaded at startup for the
      **** admission's PCP-ID edit.
       01  PHYSICIAN-TABLE.
           05  PHYSICIAN-ITEM OCCURS 500 TIMES
                   INDEXED BY PHT-IDX.
               10  PHT-PHYS-ID             PIC X(06).
               10  PHT-ACTIVE-FLAG         PIC X(01).
                   88 PHT-ACTIVE                     VALUE 'Y'.

       77  PHYSICIAN-COUNT             PIC S9(04) COMP VALUE 0.
       77  MORE-PHYSMAST-SW            PIC X(01) VALUE SPACE.
           88 NO-MORE-PHYSMAST                   VALUE 'N'.
       77  PHYSICIAN-KNOWN-SW          PIC X(01) VALUE 'N'.
           88 PHYSICIAN-ON-MASTER                VALUE 'Y'.
       77  PHYSICIAN-ACTIVE-SW         PIC X(01) VALUE 'N'.
           88 PHYSICIAN-IS-ACTIVE                VALUE 'Y'.

      **** Ancillary charge master loaded at startup from CHGMAST.
       01  CHARGE-MASTER-TABLE.
           05  CHARGE-MASTER-ITEM OCCURS 1000 TIMES
                   INDEXED BY CMT-IDX.
               10  CMT-SERVICE-CODE        PIC X(06).
               10  CMT-PRICE               PIC 9(05)V99.
               10  CMT-REV-CATEGORY        PIC X(04).

       77  CHARGE-MASTER-COUNT         PIC S9(04) COMP VALUE 0.
       77  MORE-CHGMAST-SW             PIC X(01) VALUE SPACE.
           88 NO-MORE-CHGMAST                    VALUE 'N'.
       77  MORE-CHGTRAN-SW             PIC X(01) VALUE SPACE.
           88 NO-MORE-CHGTRAN                    VALUE 'N'.
       77  CHARGE-CODE-SW              PIC X(01) VALUE 'N'.
           88 CHARGE-CODE-ON-FILE                VALUE 'Y'.
       77  CHARGE-STAY-SW              PIC X(01) VALUE 'N'.
           88 CHARGE-STAY-OPEN                   VALUE 'Y'.
       77  CHARGE-PRICE-WS             PIC 9(05)V99.
       77  CHARGE-CATEGORY-WS          PIC X(04).
       77  CHARGE-GROSS-WS             PIC 9(07)V99.
       77  CHARGE-NET-WS               PIC S9(07)V99.

      **** Tonight's posted charges rolled up by stay and revenue
      **** category -- one itemized STMTEXT line per entry at the
      **** end of the charge pass.
       01  CHARGE-SUMMARY-TABLE.
           05  CHARGE-SUMMARY-ITEM OCCURS 5000 TIMES
                   INDEXED BY CS-IDX.
               10  CS-PATIENT-NBR          PIC 9(05).
               10  CS-DATE-ADMIT           PIC X(10).
               10  CS-REV-CATEGORY         PIC X(04).
               10  CS-ITEMS                PIC 9(05).
               10  CS-GROSS                PIC 9(07)V99.
               10  CS-COVERAGE-PERC        PIC 9(03).
               10  CS-STAY-LTH             PIC 9(03).

       77  CHARGE-SUMMARY-COUNT        PIC S9(04) COMP VALUE 0.

      **** Per-insurance-type revenue accumulated as patients price,
      **** appended to REVHIST at end of run.
       01  REV-TYPE-TABLE.
           PERFORM 000-HOUSEKEEPING THRU 000-EXIT.
           PERFORM 100-MAINLINE THRU 100-EXIT
                   UNTIL NO-MORE-RECORDS.
           PERFORM 170-POST-CHARGES THRU 170-EXIT.
           PERFORM 190-WRITE-DISCHARGE-CLAIMS THRU 190-EXIT.
           PERFORM 200-CLEANUP THRU 200-EXIT.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
      **** Perform the open file paragraph
           PERFORM 025-OPEN-FILES THRU 025-EXIT.

      **** Perform the read type and print headers paragraph.  The
      **** masters load ahead of the first HOSPIN read so the charge
      **** pass has them even on a night with no admissions.
           PERFORM 050-READ-TYPE-RECORDS THRU 050-EXIT.
           PERFORM 058-READ-DIAG-THRESHOLDS THRU 058-EXIT.
           PERFORM 059-READ-BED-MASTER THRU 059-EXIT.
           PERFORM 062-READ-PREAUTH THRU 062-EXIT.
           PERFORM 063-READ-VISIT-RATES THRU 063-EXIT.
           PERFORM 064-READ-HOLIDAY-CALENDAR THRU 064-EXIT.
           PERFORM 065-READ-AGE-BANDS THRU 065-EXIT.
           PERFORM 066-READ-PATIENT-MASTER THRU 066-EXIT.
           PERFORM 067-READ-CHARGE-MASTER THRU 067-EXIT.
           PERFORM 068-READ-ROOM-RATES THRU 068-EXIT.
           PERFORM 069-READ-PHYSICIAN-MASTER THRU 069-EXIT.
           PERFORM 060-READ-ADMIT-HISTORY THRU 060-EXIT.
           PERFORM 075-PRINT-HEADERS THRU 075-EXIT.

      **** Read the first record, terminate if no data
           READ INFILE INTO WS-INPUT-REC
               AT END
           ADD +1 TO HOSPIN-VER-COUNT.
           ADD PATIENT-NBR TO HOSPIN-VER-HASH.

       000-EXIT.
           EXIT.

               DISPLAY "ERROR OPENING OUTPUT STMTEXT"
               GO TO 999-RETURN-ERR.

           OPEN OUTPUT DISCHCLM
           IF NOT DC-NORMAL
               DISPLAY "ERROR OPENING OUTPUT DISCHCLM"
               GO TO 999-RETURN-ERR.

       025-EXIT.
           EXIT.


      ******************************************************************

      **** Loads the ancillary charge master, the same read-ahead way
      **** the other startup masters load.  An empty charge master
      **** is allowed -- every charge on the night's feed then
      **** rejects as an unknown service code.
       067-READ-CHARGE-MASTER.

           OPEN INPUT CHGMAST
           IF NOT CM-NORMAL
               DISPLAY "ERROR OPENING INPUT CHGMAST"
               GO TO 999-RETURN-ERR.

           READ CHGMAST
               AT END
               MOVE 'N' TO MORE-CHGMAST-SW
               GO TO 067-CLOSE-CHGMAST
           END-READ.

           PERFORM VARYING CMT-IDX FROM 1 BY 1 UNTIL NO-MORE-CHGMAST

               IF CHARGE-MASTER-COUNT >= 1000
                   DISPLAY "ERROR: CHGMAST HAS MORE THAN 1000 ENTRIES"
                   GO TO 999-RETURN-ERR
               END-IF

               MOVE CM-SERVICE-CODE-REC TO CMT-SERVICE-CODE (CMT-IDX)
               MOVE CM-PRICE-REC        TO CMT-PRICE (CMT-IDX)
               MOVE CM-REV-CATEGORY-REC TO CMT-REV-CATEGORY (CMT-IDX)
               ADD +1 TO CHARGE-MASTER-COUNT
               READ CHGMAST
                   AT END
                   MOVE 'N' TO MORE-CHGMAST-SW
               END-READ
           END-PERFORM.

       067-CLOSE-CHGMAST.
           CLOSE CHGMAST.

       067-EXIT.
           EXIT.

      ******************************************************************

      **** Loads the room-type per-diem charge master, the same
      **** read-ahead way the other startup masters load.  An empty
      **** charge master is an error -- every inpatient would reject

      ******************************************************************

      **** Loads the attending physician master, the same read-ahead
      **** way the other startup masters load.  Only the id and the
      **** active flag are needed for the admission edit.
       069-READ-PHYSICIAN-MASTER.

           OPEN INPUT PHYSMAST
           IF NOT PH-NORMAL
               DISPLAY "ERROR OPENING INPUT PHYSMAST"
               GO TO 999-RETURN-ERR.

           READ PHYSMAST
               AT END
               MOVE 'N' TO MORE-PHYSMAST-SW
               GO TO 069-CLOSE-PHYSMAST
           END-READ.

           PERFORM VARYING PHT-IDX FROM 1 BY 1 UNTIL NO-MORE-PHYSMAST

               IF PHYSICIAN-COUNT >= 500
                   DISPLAY "ERROR: PHYSMAST HAS MORE THAN 500 ENTRIES"
                   GO TO 999-RETURN-ERR
               END-IF

               MOVE PHY-ID-REC          TO PHT-PHYS-ID (PHT-IDX)
               MOVE PHY-ACTIVE-FLAG-REC TO PHT-ACTIVE-FLAG (PHT-IDX)
               ADD +1 TO PHYSICIAN-COUNT
               READ PHYSMAST
                   AT END
                   MOVE 'N' TO MORE-PHYSMAST-SW
               END-READ
           END-PERFORM.

       069-CLOSE-PHYSMAST.
           CLOSE PHYSMAST.

       069-EXIT.
           EXIT.

      ******************************************************************

      **** Opens the admission history for keyed I-O.  The history no
      **** longer loads into a memory table -- 117-CHECK-DUPLICATE-
      **** ADMISSION reads it directly by key and 118-ADD-ADMIT-
               GO TO 100-EXIT
           END-IF.

      **** The attending physician must be on PHYSMAST and active --
      **** a retired physician is kept on file for history but can
      **** no longer admit, the same way an inactive insurance type
      **** is treated.
           PERFORM 122-CHECK-PHYSICIAN THRU 122-EXIT.

           IF NOT PHYSICIAN-ON-MASTER

               MOVE WS-INPUT-REC TO OUT-REC
               WRITE OUT-REC

               MOVE "HE24" TO EXC-REASON-CODE
               MOVE "PCP-ID NOT ON PHYSMAST" TO EXC-REASON-DESC
               MOVE WS-INPUT-REC TO EXC-ORIGINAL-DATA

               WRITE ERR-REC FROM EXCEPTION-REC
               ADD +1 TO ERROR-RECS

               PERFORM 900-READ-PATIENTS-RECORDS THRU 900-EXIT
               ADD +1 TO RECORDS-READ

               GO TO 100-EXIT
           END-IF.

           IF NOT PHYSICIAN-IS-ACTIVE

               MOVE WS-INPUT-REC TO OUT-REC
               WRITE OUT-REC

               MOVE "HE25" TO EXC-REASON-CODE
               MOVE "PHYSICIAN INACTIVE" TO EXC-REASON-DESC
               MOVE WS-INPUT-REC TO EXC-ORIGINAL-DATA

               WRITE ERR-REC FROM EXCEPTION-REC
               ADD +1 TO ERROR-RECS

               PERFORM 900-READ-PATIENTS-RECORDS THRU 900-EXIT
               ADD +1 TO RECORDS-READ

               GO TO 100-EXIT
           END-IF.

      **** Pick the insurance-type rate in effect on this patient's
      **** DATE-ADMIT.  A retired (inactive) type is treated the same
      **** as an unknown one, since INSTMAIN keeps the code on file

      ******************************************************************

      **** Looks the admission's PCP-ID up on the physician master
      **** and notes whether the matched entry is active.
       122-CHECK-PHYSICIAN.
           MOVE 'N' TO PHYSICIAN-KNOWN-SW.
           MOVE 'N' TO PHYSICIAN-ACTIVE-SW.

           IF PCP-ID = SPACES
               GO TO 122-EXIT
           END-IF.

           SET PHT-IDX TO 1.
           SEARCH PHYSICIAN-ITEM VARYING PHT-IDX
               AT END
                   CONTINUE
               WHEN PHT-IDX > PHYSICIAN-COUNT
                   CONTINUE
               WHEN PHT-PHYS-ID (PHT-IDX) = PCP-ID
                   MOVE 'Y' TO PHYSICIAN-KNOWN-SW
                   IF PHT-ACTIVE (PHT-IDX)
                       MOVE 'Y' TO PHYSICIAN-ACTIVE-SW
                   END-IF
           END-SEARCH.

       122-EXIT.
           EXIT.

      ******************************************************************

      **** Walks every INS-TYPE-TABLE entry for the requested type
      **** (INS-LOOKUP-TYPE-WS) and keeps the active one with the
      **** latest effective date not after INS-LOOKUP-DATE-WS -- the
           MOVE ZERO              TO AH-DISCH-DATE-NUM-I.
           MOVE DIAGNOSTIC-CODE   TO AH-DIAG-CODE-I.
           MOVE INS-TYPE          TO AH-INS-TYPE-I.
           MOVE PCP-ID            TO AH-PCP-ID-I.
           WRITE AH-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING ADMHIST, STATUS " AHCODE
           END-REWRITE.
           ADD +1 TO DISCHARGE-RECS.

      **** The insurance share of the closed stay, for submission,
      **** once tonight's charges have posted to it.
           PERFORM 159-HOLD-DISCHARGE-CLAIM.

      **** Actual-versus-expected stay line for utilization review.
           MOVE DIS-PATIENT-NBR          TO DISCH-PATIENT-NBR-O.
           MOVE DIS-DATE-ADMIT           TO DISCH-ADMIT-DATE-O.

      ******************************************************************

      **** Prices the closed stay for the payer's claim: the days
      **** actually spent at the per-diem for the discharging bed's
      **** room type in force on the admit date (a same-day stay
      **** bills one day), plus every ancillary charge posted to the
      **** stay, and the insurance share of that gross at the stay's
      **** coverage percent on the admit date.  A stay with no policy
      **** or no insurance share has nothing to claim.  Runs from
      **** 190-WRITE-DISCHARGE-CLAIMS with the stay's ADMHIST record
      **** read and the discharge's dates and days restored.
       158-WRITE-DISCHARGE-CLAIM.
           IF AH-POLICY-NO-I = ZERO
               GO TO 158-EXIT.

           MOVE ZERO TO ROOM-RATE-WS.
           MOVE SPACES TO RATE-LOOKUP-TYPE-WS.
           SET BM-IDX TO 1.
           SEARCH BED-MASTER-ITEM VARYING BM-IDX
               AT END
                   CONTINUE
               WHEN BM-IDX > BED-MASTER-COUNT
                   CONTINUE
               WHEN BM-BED-NBR (BM-IDX) = AH-BED-NBR-I
                   MOVE BM-ROOM-TYPE (BM-IDX) TO RATE-LOOKUP-TYPE-WS
           END-SEARCH.

           IF RATE-LOOKUP-TYPE-WS NOT = SPACES
               MOVE ADMIT-DATE-NUM TO RATE-LOOKUP-DATE-WS
               PERFORM 114-SELECT-ROOM-RATE THRU 114-EXIT
           END-IF.

           MOVE ACTUAL-STAY-WS TO CLAIM-DAYS-WS.
           IF CLAIM-DAYS-WS < 1
               MOVE 1 TO CLAIM-DAYS-WS.

           COMPUTE STAY-GROSS-WS =
               ROOM-RATE-WS * CLAIM-DAYS-WS + AH-CHARGES-GROSS-I.

           MOVE AH-INS-TYPE-I  TO INS-LOOKUP-TYPE-WS.
           MOVE ADMIT-DATE-NUM TO INS-LOOKUP-DATE-WS.
           PERFORM 112-SELECT-INS-RATE THRU 112-EXIT.
           IF VALID-INS-TYPE
               MOVE INS-TYPE-COVER-PERC (T-IDX) TO INS-COVERAGE-PERC
           ELSE
               MOVE ZERO TO INS-COVERAGE-PERC
           END-IF.

           COMPUTE STAY-INS-SHARE-WS ROUNDED =
               STAY-GROSS-WS * (INS-COVERAGE-PERC / 100).

           IF STAY-INS-SHARE-WS = ZERO
               GO TO 158-EXIT.

           MOVE SPACES TO DC-REC.
           MOVE AH-PATIENT-NBR-I   TO DC-PATIENT-NBR.
           SET PMT-IDX TO 1.
           SEARCH PATIENT-MASTER-ITEM VARYING PMT-IDX
               AT END
                   CONTINUE
               WHEN PMT-IDX > PATIENT-MASTER-COUNT
                   CONTINUE
               WHEN PMT-PATIENT-NBR (PMT-IDX) = AH-PATIENT-NBR-I
                   MOVE PMT-LNAME (PMT-IDX) TO DC-LNAME
                   MOVE PMT-FNAME (PMT-IDX) TO DC-FNAME
           END-SEARCH.
           MOVE AH-POLICY-NO-I     TO DC-POLICY-NO.
           MOVE AH-INS-TYPE-I      TO DC-INS-TYPE.
           MOVE ADMIT-DATE-NUM     TO DC-ADMIT-DATE-NUM.
           MOVE DISCHARGE-DATE-NUM TO DC-DISCH-DATE-NUM.
           MOVE STAY-GROSS-WS      TO DC-STAY-GROSS.
           MOVE INS-COVERAGE-PERC  TO DC-COVERAGE-PERC.
           MOVE STAY-INS-SHARE-WS  TO DC-INS-SHARE.
           WRITE DC-REC.

           ADD +1 TO DC-CTL-COUNT.
           ADD STAY-INS-SHARE-WS TO DC-CTL-HASH.
           ADD +1 TO DISCH-CLAIM-RECS.
           ADD STAY-INS-SHARE-WS TO TOTAL-DISCH-CLAIM-AMT.

       158-EXIT.
           EXIT.

      ******************************************************************

      **** Holds the discharged stay for its claim at end of run.
       159-HOLD-DISCHARGE-CLAIM.
           IF DISCH-CLAIM-COUNT >= 2000
               DISPLAY "ERROR: MORE THAN 2000 DISCHARGES IN ONE RUN"
               GO TO 999-RETURN-ERR
           END-IF.

           ADD +1 TO DISCH-CLAIM-COUNT.
           SET DCT-IDX TO DISCH-CLAIM-COUNT.
           MOVE DIS-PATIENT-NBR    TO DCT-PATIENT-NBR (DCT-IDX).
           MOVE DIS-DATE-ADMIT     TO DCT-DATE-ADMIT (DCT-IDX).
           MOVE ADMIT-DATE-NUM     TO DCT-ADMIT-DATE-NUM (DCT-IDX).
           MOVE DISCHARGE-DATE-NUM TO DCT-DISCH-DATE-NUM (DCT-IDX).
           MOVE ACTUAL-STAY-WS     TO DCT-ACTUAL-STAY (DCT-IDX).

      ******************************************************************

      **** Matches a transfer transaction to its open admission by a
      **** keyed read of ADMHIST on PATIENT-NBR + DATE-ADMIT, moves
      **** the stay to the new bed, and reports the stay's split at
                                                  (BED-TABLE-COUNT)
           END-IF.

      ******************************************************************
      **** CHARGE POSTING
      **** > POST THE DAY'S ANCILLARY CHARGES TO THEIR OPEN STAYS
      **** > ITEMIZE THEM BY REVENUE CATEGORY ON STMTEXT

      **** Runs after the admissions pass so a stay admitted tonight
      **** is already on ADMHIST when its first charges arrive.
       170-POST-CHARGES.

           OPEN INPUT CHGTRAN
           IF NOT CT-NORMAL
               DISPLAY "ERROR OPENING INPUT CHGTRAN"
               GO TO 999-RETURN-ERR.

           OPEN EXTEND CHGHIST
           IF NOT CH-NORMAL
               DISPLAY "ERROR OPENING CHGHIST"
               GO TO 999-RETURN-ERR.

           READ CHGTRAN
               AT END
               MOVE 'N' TO MORE-CHGTRAN-SW
           END-READ.

           PERFORM 172-POST-ONE-CHARGE THRU 172-EXIT
                   UNTIL NO-MORE-CHGTRAN.

           CLOSE CHGTRAN, CHGHIST.

           PERFORM 178-WRITE-CHARGE-STATEMENT
               VARYING CS-IDX FROM 1 BY 1
               UNTIL CS-IDX > CHARGE-SUMMARY-COUNT.

       170-EXIT.
           EXIT.

      ******************************************************************

      **** One line item: the quantity and service date must be
      **** usable, the service code must be on the charge master,
      **** and the stay must be on ADMHIST and still open or closed
      **** tonight (discharge-day lines arrive in the same night's
      **** CHGTRAN as the discharge) -- a charge against a stay
      **** closed on an earlier night, or an unknown stay, goes to
      **** ERRFILE for patient accounts to place by hand.  A good
      **** line prices at the charge-master price times quantity,
      **** nets at the stay's coverage percent, adds to the stay on
      **** ADMHIST, and flows to CHGHIST, HOSPBILL, the revenue
      **** history and tonight's statement itemization.
       172-POST-ONE-CHARGE.
           ADD +1 TO CHARGE-RECS-READ.

           IF CT-QUANTITY NOT NUMERIC
                  OR CT-QUANTITY = ZERO
                  OR CT-SERVICE-DATE NOT NUMERIC
               MOVE "HE23" TO EXC-REASON-CODE
               MOVE "INVALID CHARGE QTY OR DATE" TO EXC-REASON-DESC
               PERFORM 179-REJECT-CHARGE
               GO TO 172-READ-NEXT
           END-IF.

           PERFORM 173-LOOKUP-SERVICE-CODE.

           IF NOT CHARGE-CODE-ON-FILE
               MOVE "HE21" TO EXC-REASON-CODE
               MOVE "UNKNOWN SERVICE CODE" TO EXC-REASON-DESC
               PERFORM 179-REJECT-CHARGE
               GO TO 172-READ-NEXT
           END-IF.

           MOVE 'N' TO CHARGE-STAY-SW.
           MOVE CT-PATIENT-NBR TO AH-PATIENT-NBR-I.
           MOVE CT-DATE-ADMIT  TO AH-DATE-ADMIT-I.
           READ ADMHIST
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AH-STAY-OPEN
                          OR AH-DISCH-DATE-NUM-I = BUSINESS-DATE-NUM
                       MOVE 'Y' TO CHARGE-STAY-SW
                   END-IF
           END-READ.

           IF NOT (AH-NORMAL OR AH-NOT-FOUND)
               DISPLAY "ERROR READING ADMHIST, STATUS " AHCODE
               GO TO 999-RETURN-ERR.

           IF AH-NORMAL AND NOT CHARGE-STAY-OPEN
               SET DCT-IDX TO 1
               SEARCH DISCH-CLAIM-ITEM VARYING DCT-IDX
                   AT END
                       CONTINUE
                   WHEN DCT-IDX > DISCH-CLAIM-COUNT
                       CONTINUE
                   WHEN DCT-PATIENT-NBR (DCT-IDX) = CT-PATIENT-NBR
                        AND DCT-DATE-ADMIT (DCT-IDX) = CT-DATE-ADMIT
                       MOVE 'Y' TO CHARGE-STAY-SW
               END-SEARCH
           END-IF.

           IF NOT CHARGE-STAY-OPEN
               MOVE "HE22" TO EXC-REASON-CODE
               MOVE "NO OPEN STAY FOR CHARGE" TO EXC-REASON-DESC
               PERFORM 179-REJECT-CHARGE
               GO TO 172-READ-NEXT
           END-IF.

      **** Price the line and net it at the coverage percent the
      **** stay's insurance type carried on its admit date -- the
      **** same rate the room charges were priced at.  An unknown
      **** or retired type nets at full rate, as a transfer does.
           COMPUTE CHARGE-GROSS-WS = CHARGE-PRICE-WS * CT-QUANTITY.

           MOVE CT-DATE-ADMIT (1:2) TO DA-MONTH-WS.
           MOVE CT-DATE-ADMIT (4:2) TO DA-DAY-WS.
           MOVE CT-DATE-ADMIT (7:4) TO DA-YEAR-WS.
           COMPUTE ADMIT-DATE-NUM =
               DA-YEAR-WS * 10000 + DA-MONTH-WS * 100 + DA-DAY-WS.

           MOVE AH-INS-TYPE-I  TO INS-LOOKUP-TYPE-WS.
           MOVE ADMIT-DATE-NUM TO INS-LOOKUP-DATE-WS.
           PERFORM 112-SELECT-INS-RATE THRU 112-EXIT.
           IF VALID-INS-TYPE
               MOVE INS-TYPE-COVER-PERC (T-IDX) TO INS-COVERAGE-PERC
           ELSE
               MOVE ZERO TO INS-COVERAGE-PERC
           END-IF.

           COMPUTE CHARGE-NET-WS ROUNDED =
               CHARGE-GROSS-WS * ((100 - INS-COVERAGE-PERC) / 100).

      **** Post the line to the stay.
           ADD CHARGE-GROSS-WS TO AH-CHARGES-GROSS-I.
           ADD +1 TO AH-CHARGE-LINES-I.
           REWRITE AH-REC
               INVALID KEY
                   DISPLAY "ERROR REWRITING ADMHIST, STATUS " AHCODE
                   GO TO 999-RETURN-ERR
           END-REWRITE.

           INITIALIZE CH-REC.
           MOVE CT-PATIENT-NBR     TO CH-PATIENT-NBR.
           MOVE CT-DATE-ADMIT      TO CH-DATE-ADMIT.
           MOVE CT-SERVICE-CODE    TO CH-SERVICE-CODE.
           MOVE CT-SERVICE-DATE    TO CH-SERVICE-DATE.
           MOVE CT-QUANTITY        TO CH-QUANTITY.
           MOVE CHARGE-CATEGORY-WS TO CH-REV-CATEGORY.
           MOVE CHARGE-GROSS-WS    TO CH-AMOUNT.
           MOVE CURRENT-DATE-NUM   TO CH-POSTED-DATE.
           WRITE CH-REC.
           IF NOT CH-NORMAL
               DISPLAY "ERROR WRITING CHGHIST"
               GO TO 999-RETURN-ERR
           END-IF.

      **** The patient's net share reaches the billing extract as an
      **** adjustment to the stay, the way a transfer re-pricing does.
           IF CHARGE-NET-WS NOT = ZERO
               MOVE CT-PATIENT-NBR TO HB-PATIENT-NBR
               MOVE AH-POLICY-NO-I TO HB-POLICY-NO
               MOVE ADMIT-DATE-NUM TO HB-ADMIT-DATE-NUM
               MOVE CHARGE-NET-WS  TO HB-TOTAL-AMT-NET
               ADD +1 TO HB-CTL-COUNT
               ADD CHARGE-NET-WS TO HB-CTL-HASH
               WRITE HB-REC
           END-IF.

           ADD CHARGE-GROSS-WS TO TOTAL-AMT-GROSS.
           ADD CHARGE-NET-WS   TO TOTAL-AMT-NET.
           ADD CHARGE-GROSS-WS TO TOTAL-CHARGES-GROSS.
           ADD CHARGE-NET-WS   TO TOTAL-CHARGES-NET.
           ADD +1 TO CHARGE-RECS-POSTED.

           PERFORM 174-ACCUMULATE-CHARGE-REVENUE.
           PERFORM 176-ACCUMULATE-CHARGE-SUMMARY THRU 176-EXIT.

       172-READ-NEXT.
           READ CHGTRAN
               AT END
               MOVE 'N' TO MORE-CHGTRAN-SW
           END-READ.

       172-EXIT.
           EXIT.

      ******************************************************************

       173-LOOKUP-SERVICE-CODE.
           MOVE 'N' TO CHARGE-CODE-SW.
           MOVE ZERO TO CHARGE-PRICE-WS.
           MOVE SPACES TO CHARGE-CATEGORY-WS.

           SET CMT-IDX TO 1.
           SEARCH CHARGE-MASTER-ITEM VARYING CMT-IDX
               AT END
                   CONTINUE
               WHEN CMT-IDX > CHARGE-MASTER-COUNT
                   CONTINUE
               WHEN CMT-SERVICE-CODE (CMT-IDX) = CT-SERVICE-CODE
                   SET CHARGE-CODE-ON-FILE TO TRUE
                   MOVE CMT-PRICE (CMT-IDX)        TO CHARGE-PRICE-WS
                   MOVE CMT-REV-CATEGORY (CMT-IDX)
                       TO CHARGE-CATEGORY-WS
           END-SEARCH.

      ******************************************************************

      **** Ancillary revenue folds into the stay's insurance-type
      **** row of the REVHIST tallies; the patient count is the
      **** admission's, so a charge adds dollars only.
       174-ACCUMULATE-CHARGE-REVENUE.
           SET RV-IDX TO 1.
           SEARCH REV-TYPE-ITEM VARYING RV-IDX
               AT END
                   PERFORM 175-ADD-CHARGE-REV-TYPE
               WHEN RV-IDX > REV-TYPE-COUNT
                   PERFORM 175-ADD-CHARGE-REV-TYPE
               WHEN RVT-INS-TYPE (RV-IDX) = AH-INS-TYPE-I
                   ADD CHARGE-GROSS-WS  TO RVT-GROSS (RV-IDX)
                   ADD CHARGE-NET-WS    TO RVT-NET (RV-IDX)
           END-SEARCH.

      ******************************************************************

       175-ADD-CHARGE-REV-TYPE.
           IF REV-TYPE-COUNT < 10
               ADD +1 TO REV-TYPE-COUNT
               MOVE AH-INS-TYPE-I     TO RVT-INS-TYPE (REV-TYPE-COUNT)
               MOVE ZERO              TO RVT-PATIENTS (REV-TYPE-COUNT)
               MOVE CHARGE-GROSS-WS   TO RVT-GROSS (REV-TYPE-COUNT)
               MOVE CHARGE-NET-WS     TO RVT-NET (REV-TYPE-COUNT)
           END-IF.

      ******************************************************************

      **** Rolls the line into tonight's stay/category summary for
      **** the statement itemization.
       176-ACCUMULATE-CHARGE-SUMMARY.
           SET CS-IDX TO 1.
           SEARCH CHARGE-SUMMARY-ITEM VARYING CS-IDX
               AT END
                   CONTINUE
               WHEN CS-IDX > CHARGE-SUMMARY-COUNT
                   CONTINUE
               WHEN CS-PATIENT-NBR (CS-IDX) = CT-PATIENT-NBR
                    AND CS-DATE-ADMIT (CS-IDX) = CT-DATE-ADMIT
                    AND CS-REV-CATEGORY (CS-IDX) = CHARGE-CATEGORY-WS
                   ADD +1              TO CS-ITEMS (CS-IDX)
                   ADD CHARGE-GROSS-WS TO CS-GROSS (CS-IDX)
                   GO TO 176-EXIT
           END-SEARCH.

           IF CHARGE-SUMMARY-COUNT >= 5000
               DISPLAY "ERROR: MORE THAN 5000 STAY CHARGE CATEGORIES"
               GO TO 999-RETURN-ERR
           END-IF.

           ADD +1 TO CHARGE-SUMMARY-COUNT.
           SET CS-IDX TO CHARGE-SUMMARY-COUNT.
           MOVE CT-PATIENT-NBR     TO CS-PATIENT-NBR (CS-IDX).
           MOVE CT-DATE-ADMIT      TO CS-DATE-ADMIT (CS-IDX).
           MOVE CHARGE-CATEGORY-WS TO CS-REV-CATEGORY (CS-IDX).
           MOVE +1                 TO CS-ITEMS (CS-IDX).
           MOVE CHARGE-GROSS-WS    TO CS-GROSS (CS-IDX).
           MOVE INS-COVERAGE-PERC  TO CS-COVERAGE-PERC (CS-IDX).
           MOVE AH-EXPECTED-STAY-I TO CS-STAY-LTH (CS-IDX).

       176-EXIT.
           EXIT.

      ******************************************************************

      **** One itemized statement line per stay and revenue category
      **** posted tonight.  Name and phone come from the demographic
      **** master, as on the stay's own statement record.
       178-WRITE-CHARGE-STATEMENT.
           INITIALIZE SX-REC.
           MOVE CS-PATIENT-NBR (CS-IDX)   TO SX-PATIENT-NBR.

           SET PMT-IDX TO 1.
           SEARCH PATIENT-MASTER-ITEM VARYING PMT-IDX
               AT END
                   CONTINUE
               WHEN PMT-IDX > PATIENT-MASTER-COUNT
                   CONTINUE
               WHEN PMT-PATIENT-NBR (PMT-IDX) = SX-PATIENT-NBR
                   MOVE PMT-LNAME (PMT-IDX) TO SX-LNAME
                   MOVE PMT-FNAME (PMT-IDX) TO SX-FNAME
                   MOVE PMT-PHONE (PMT-IDX) TO SX-PHONE
           END-SEARCH.

           MOVE CS-DATE-ADMIT (CS-IDX)    TO SX-DATE-ADMIT.
           MOVE CS-STAY-LTH (CS-IDX)      TO SX-STAY-LTH.
           MOVE CS-GROSS (CS-IDX)         TO SX-GROSS.
           MOVE CS-COVERAGE-PERC (CS-IDX) TO SX-COVERAGE-PERC.
           MOVE ZERO                      TO SX-COPAY.
           MOVE ZERO                      TO SX-DEDUCTIBLE.
           SET SX-CHARGE-LINE TO TRUE.
           MOVE CS-REV-CATEGORY (CS-IDX)  TO SX-REV-CATEGORY.
           MOVE CS-ITEMS (CS-IDX)         TO SX-CHARGE-ITEMS.
           WRITE SX-REC.

      ******************************************************************

       179-REJECT-CHARGE.
           MOVE CT-REC TO OUT-REC.
           WRITE OUT-REC.

           MOVE CT-REC TO EXC-ORIGINAL-DATA.
           WRITE ERR-REC FROM EXCEPTION-REC.
           ADD +1 TO CHARGE-RECS-REJECTED.

      ******************************************************************

       130-WRITE-RECORDS.
       130-EXIT.
           EXIT.

      ******************************************************************
      **** DISCHARGE CLAIMS
      **** > WRITE TONIGHT'S DISCHARGED STAYS TO DISCHCLM

      **** Runs after the charge pass so each stay's gross on ADMHIST
      **** carries every charge posted tonight, discharge day's
      **** included, before the claim is priced from it.
       190-WRITE-DISCHARGE-CLAIMS.
           PERFORM 192-WRITE-ONE-HELD-CLAIM THRU 192-EXIT
               VARYING DCT-IDX FROM 1 BY 1
               UNTIL DCT-IDX > DISCH-CLAIM-COUNT.

       190-EXIT.
           EXIT.

      ******************************************************************

       192-WRITE-ONE-HELD-CLAIM.
           MOVE DCT-PATIENT-NBR (DCT-IDX) TO AH-PATIENT-NBR-I.
           MOVE DCT-DATE-ADMIT (DCT-IDX)  TO AH-DATE-ADMIT-I.
           READ ADMHIST
               INVALID KEY
                   DISPLAY "ERROR READING ADMHIST, STATUS " AHCODE
                   GO TO 999-RETURN-ERR
           END-READ.
           IF NOT AH-NORMAL
               DISPLAY "ERROR READING ADMHIST, STATUS " AHCODE
               GO TO 999-RETURN-ERR
           END-IF.

           MOVE DCT-ADMIT-DATE-NUM (DCT-IDX) TO ADMIT-DATE-NUM.
           MOVE DCT-DISCH-DATE-NUM (DCT-IDX) TO DISCHARGE-DATE-NUM.
           MOVE DCT-ACTUAL-STAY (DCT-IDX)    TO ACTUAL-STAY-WS.
           PERFORM 158-WRITE-DISCHARGE-CLAIM THRU 158-EXIT.

       192-EXIT.
           EXIT.

      ******************************************************************
      **** CLEAN-UP SECTION
      **** > CLOSE FILES AND PRINT FOOTER
           MOVE HB-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE HB-REC FROM CONTROL-REC.

      **** Control trailer on DISCHCLM for HOSPCLM the same way.
           MOVE 'CONTROL'    TO CTL-ID.
           MOVE DC-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE DC-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE DC-REC FROM CONTROL-REC.

           CLOSE OUTFILE, RPTFILE, ERRFILE, INFILE, ADMHIST, HOSPBILL,
                 STMTEXT, DISCHCLM.

       200-EXIT.
           EXIT.
           MOVE UNMATCHED-DISCH-RECS    TO UNMATCHED-DISCH-OUT.
           MOVE TRANSFER-RECS           TO TRANSFER-OUT.
           MOVE UNMATCHED-TRANS-RECS    TO UNMATCHED-TRANS-OUT.
           MOVE CHARGE-RECS-READ        TO CHARGES-READ-OUT.
           MOVE CHARGE-RECS-POSTED      TO CHARGES-POSTED-OUT.
           MOVE TOTAL-CHARGES-GROSS     TO CHARGES-GROSS-OUT.
           MOVE TOTAL-CHARGES-NET       TO CHARGES-NET-OUT.
           MOVE CHARGE-RECS-REJECTED    TO CHARGES-REJECTED-OUT.
           MOVE DISCH-CLAIM-RECS        TO DISCH-CLAIMS-OUT.
           MOVE TOTAL-DISCH-CLAIM-AMT   TO DISCH-CLAIMS-AMT-OUT.

      **** Write a blank line as spacing
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC-20.
           WRITE RPT-REC FROM WS-TOTALS-REC-21.

      **** Write the ancillary charge counts and amounts
           MOVE SPACES TO RPT-REC.
           WRITE RPT-REC.
           WRITE RPT-REC FROM WS-TOTALS-REC-22.
           WRITE RPT-REC FROM WS-TOTALS-REC-23.
           WRITE RPT-REC FROM WS-TOTALS-REC-24.

      **** Write the discharged-stay claims extracted for submission
           WRITE RPT-REC FROM WS-TOTALS-REC-25.

       210-EXIT.
           EXIT.

