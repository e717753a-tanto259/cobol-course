      ***** INS-POLICY-NO AND CLAIMREC.CPY'S INS-POLICY-NO) -- THE
      ***** ONE IDENTIFIER THAT ACTUALLY NAMES THE SAME POLICY IN BOTH
      ***** SYSTEMS, RATHER THAN HOSPEDIT'S OWN INTERNAL PATIENT-NBR.
      *****
      ***** A BILL WHOSE STAY HOSPCLM HAS SUBMITTED TO THE PAYER AGES
      ***** FROM THE SUBMISSION DATE ON CLMSUBLG, NOT FROM THE ADMIT
      ***** DATE.  A BILL WITH NO SUBMISSION ON THE LOG STILL AGES
      ***** FROM ITS ADMIT DATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
      *  Claim submission log appended by HOSPCLM (see
      *  Copybooks/SUBMREC.cpy): when each discharged stay's claim
      *  went to the payer, the date an unpaid bill ages from.
           SELECT CLMSUBLG
           ASSIGN TO CLMSUBLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMSUBLG-ST.

       DATA DIVISION.
       FILE SECTION.
           05  FILLER                  PIC X(02).

       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC.
           05  CPD-POLICY-NO-I         PIC 9(07).
           05  CPD-PAID-DATE-NUM-I     PIC 9(08).
           05  CPD-CLAIM-PAID-I        PIC S9(7)V99.
           05  FILLER                  PIC X(16).

       FD  EXCPAYMT
           RECORD CONTAINS 30 CHARACTERS.
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  CLMSUBLG
           RECORD CONTAINS 60 CHARACTERS.
           COPY SUBMREC.

       FD  RECONRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  RECONRPT-REC                PIC X(133).
               88  AG-NORMAL                           VALUE '00'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  CLMSUBLG-ST             PIC X(02).
               88  SL-NORMAL                           VALUE '00'.
           05  CLMSUBLG-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLMSUBLG                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  EXCPAYMT-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  XP-START-SUB                 PIC S9(04) COMP VALUE 0.

      * Every claim submission on CLMSUBLG, keyed the way a HOSPBILL
      * record is (policy, patient, admit date), so a bill can be
      * aged from the day its claim went out.  A stay submitted more
      * than once keeps its latest submission.  ARCHRET trims the log
      * on its submission date at month end so it stays inside the
      * table; a log that still overflows it is warned of below.
       01  SUBMIT-TABLE.
           05  SUBMIT-ITEM OCCURS 5000 TIMES
                   INDEXED BY SUB-IDX.
               10  SUB-POLICY-NO           PIC 9(07).
               10  SUB-PATIENT-NBR         PIC 9(05).
               10  SUB-ADMIT-DATE-NUM      PIC 9(08).
               10  SUB-SUBMITTED-DATE      PIC 9(08).
       77  SUBMIT-COUNT                 PIC S9(04) COMP VALUE 0.
       77  SUBMIT-SKIPPED-COUNT         PIC S9(04) COMP VALUE 0.
       77  AGE-FROM-DATE                PIC 9(08).

      * Aging thresholds in BUSINESS days, loaded from AGETAB in
      * place of the old hardcoded literals.  A code not on file
      * keeps its shipped default.
           PERFORM 336-LOAD-EXCPAYMT-TABLE.
           PERFORM 338-VERIFY-EXCPAYMT-CONTROL.
           PERFORM 339-LOAD-RECM-MASTER.
           PERFORM 342-LOAD-SUBMIT-LOG.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-HOSPBILL.

           END-IF.

      * Ages in BUSINESS days -- weekends and HOLCAL holidays do not
      * move an item toward the threshold.  A bill whose claim is on
      * the submission log ages from the day the claim went out; one
      * never submitted still ages from its admit date.
       260-CHECK-AGING.
           MOVE HB-ADMIT-DATE-NUM-I TO AGE-FROM-DATE.
           SET SUB-IDX TO 1.
           SEARCH SUBMIT-ITEM VARYING SUB-IDX
               AT END
                   CONTINUE
               WHEN SUB-IDX > SUBMIT-COUNT
                   CONTINUE
               WHEN SUB-POLICY-NO (SUB-IDX) = HB-POLICY-NO-I
                    AND SUB-PATIENT-NBR (SUB-IDX) = HB-PATIENT-NBR-I
                    AND SUB-ADMIT-DATE-NUM (SUB-IDX) =
                        HB-ADMIT-DATE-NUM-I
                   MOVE SUB-SUBMITTED-DATE (SUB-IDX) TO AGE-FROM-DATE
           END-SEARCH.

           COMPUTE BUS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (AGE-FROM-DATE).
           COMPUTE BUS-TO-INT =
               FUNCTION INTEGER-OF-DATE (HDR-CURRENT-DATE).
           PERFORM 265-COUNT-BUSINESS-DAYS.
               AT END MOVE 'Y' TO RECMOLD-EOF
           END-READ.

      * Loads the claim submission log.  The log is appended in
      * submission order, so a resubmitted stay's later entry
      * replaces the earlier one in the table.
       342-LOAD-SUBMIT-LOG.
           OPEN INPUT CLMSUBLG
           IF NOT SL-NORMAL
                DISPLAY 'ERROR OPENING CLMSUBLG'
                GO TO 999-RETURN-ERR.

           READ CLMSUBLG
               AT END MOVE 'Y' TO CLMSUBLG-EOF
           END-READ.

           IF NOT (SL-NORMAL OR NO-MORE-CLMSUBLG)
                DISPLAY 'ERROR READING CLMSUBLG'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 344-ADD-SUBMISSION UNTIL NO-MORE-CLMSUBLG.

           IF SUBMIT-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " SUBMIT-SKIPPED-COUNT
                    " CLAIM SUBMISSION(S) EXCEEDED SUBMIT-TABLE"
                    " CAPACITY OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE CLMSUBLG.

       344-ADD-SUBMISSION.
           SET SUB-IDX TO 1.
           SEARCH SUBMIT-ITEM VARYING SUB-IDX
               AT END
                   PERFORM 346-NEW-SUBMISSION
               WHEN SUB-IDX > SUBMIT-COUNT
                   PERFORM 346-NEW-SUBMISSION
               WHEN SUB-POLICY-NO (SUB-IDX) = SL-POLICY-NO
                    AND SUB-PATIENT-NBR (SUB-IDX) = SL-PATIENT-NBR
                    AND SUB-ADMIT-DATE-NUM (SUB-IDX) =
                        SL-ADMIT-DATE-NUM
                   MOVE SL-SUBMITTED-DATE
                       TO SUB-SUBMITTED-DATE (SUB-IDX)
           END-SEARCH.

           READ CLMSUBLG
               AT END MOVE 'Y' TO CLMSUBLG-EOF
           END-READ.
           IF NOT (SL-NORMAL OR NO-MORE-CLMSUBLG)
                DISPLAY 'ERROR READING CLMSUBLG'
                GO TO 999-RETURN-ERR
           END-IF.

       346-NEW-SUBMISSION.
           IF SUBMIT-COUNT >= 5000
                ADD 1 TO SUBMIT-SKIPPED-COUNT
           ELSE
                ADD 1 TO SUBMIT-COUNT
                MOVE SL-POLICY-NO      TO SUB-POLICY-NO (SUBMIT-COUNT)
                MOVE SL-PATIENT-NBR    TO
                     SUB-PATIENT-NBR (SUBMIT-COUNT)
                MOVE SL-ADMIT-DATE-NUM TO
                     SUB-ADMIT-DATE-NUM (SUBMIT-COUNT)
                MOVE SL-SUBMITTED-DATE TO
                     SUB-SUBMITTED-DATE (SUBMIT-COUNT)
           END-IF.

       400-READ-HOSPBILL.
           READ HOSPBILL
               AT END MOVE 'Y' TO HOSPBILL-EOF
