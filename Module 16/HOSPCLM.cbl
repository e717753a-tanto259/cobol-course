       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOSPCLM.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** HOSPITAL-TO-PAYER CLAIM SUBMISSION RUN.
      *****
      ***** READS THE DISCHARGED-STAY EXTRACT HOSPEDIT WRITES
      ***** (DISCHCLM) -- ONE RECORD PER STAY CLOSED TONIGHT UNDER AN
      ***** INSURANCE POLICY, CARRYING THE STAY'S GROSS AND THE
      ***** INSURANCE SHARE OF IT -- AND, FOR EVERY STAY WHOSE POLICY
      ***** IS ON POLMAST, BUILDS A CLAIM IN CLAIMFILE LAYOUT
      ***** (CLAIMREC.CPY): THE HOSPITAL AS CLAIM-PROVIDER-ID, THE
      ***** INSURANCE SHARE AS CLAIM-AMOUNT, THE ADMIT DATE AS THE
      ***** BENEFIT DATE.  THE CLAIMS GO TO HOSPCLMS, WHICH CARRIES
      ***** ITS OWN TRAILER (COUNT AND POLICY-AMOUNT HASH) AND RUNS
      ***** THROUGH MEDCLAIM AS A STANDALONE CLAIMFILE BATCH, LIKE
      ***** RESUBMIT'S CLAIMSTG.
      *****
      ***** EVERY CLAIM SUBMITTED IS LOGGED ON CLMSUBLG (SEE
      ***** COPYBOOKS/SUBMREC.CPY) WITH THE SUBMISSION DATE, SO
      ***** RECONCIL AGES AN UNPAID BILL FROM THE DAY ITS CLAIM
      ***** ACTUALLY WENT OUT.  A STAY WHOSE POLICY IS NOT ON POLMAST,
      ***** OR WHOSE PATIENT HAS NO NAME ON THE PATIENT MASTER, IS
      ***** LISTED ON HCLMRPT FOR PATIENT ACCOUNTS INSTEAD.
      *****
      ***** THE HOSPITAL'S OWN PROVIDER ID COMES FROM THE HOSPPROV
      ***** CONTROL CARD AND MUST BE ON PROVMAST, THE SAME MASTER
      ***** MEDCLAIM VALIDATES CLAIM-PROVIDER-ID AGAINST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISCHCLM
           ASSIGN TO DISCHCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DISCHCLM-ST.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
           SELECT PROVMAST
           ASSIGN TO PROVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMAST-ST.
      *  One-card control file naming the hospital's provider id in
      *  columns 1-5.
           SELECT HOSPPROV
           ASSIGN TO HOSPPROV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOSPPROV-ST.
           SELECT HOSPCLMS
           ASSIGN TO HOSPCLMS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOSPCLMS-ST.
           SELECT CLMSUBLG
           ASSIGN TO CLMSUBLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMSUBLG-ST.
           SELECT HCLMRPT
           ASSIGN TO HCLMRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HCLMRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
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
       FD  DISCHCLM
           RECORD CONTAINS 80 CHARACTERS.
       01  DISCHCLM-REC.
           05  DC-PATIENT-NBR          PIC 9(05).
           05  DC-LNAME                PIC X(10).
           05  DC-FNAME                PIC X(10).
           05  DC-POLICY-NO            PIC 9(07).
           05  DC-INS-TYPE             PIC X(03).
           05  DC-ADMIT-DATE-NUM       PIC 9(08).
           05  DC-DISCH-DATE-NUM       PIC 9(08).
           05  DC-STAY-GROSS           PIC 9(07)V99.
           05  DC-COVERAGE-PERC        PIC 9(03).
           05  DC-INS-SHARE            PIC 9(07)V99.
           05  FILLER                  PIC X(08).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  PM-EFF-DATE-I           PIC 9(08).
           05  PM-TERM-DATE-I          PIC 9(08).
           05  PM-STATUS-I             PIC X(01).
           05  FILLER                  PIC X(06).

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
           COPY PROVREC.

       FD  HOSPPROV
           RECORD CONTAINS 80 CHARACTERS.
       01  HOSPPROV-REC.
           05  HP-PROVIDER-ID          PIC X(05).
           05  FILLER                  PIC X(75).

       FD  HOSPCLMS
           RECORD CONTAINS 100 CHARACTERS.
       01  HOSPCLMS-REC                PIC X(100).

       FD  CLMSUBLG
           RECORD CONTAINS 60 CHARACTERS.
           COPY SUBMREC.

       FD  HCLMRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  HCLMRPT-REC                 PIC X(133).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CLAIMREC.
           COPY CTLREC.
           COPY RUNLEDG.

       01  FLAGS.
           05  DISCHCLM-ST             PIC X(02).
               88  DC-NORMAL                           VALUE '00'.
           05  DISCHCLM-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-DISCHCLM                    VALUE 'Y'.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  PROVMAST-ST             PIC X(02).
               88  PRV-NORMAL                          VALUE '00'.
           05  PROVMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROVMAST                    VALUE 'Y'.
           05  HOSPPROV-ST             PIC X(02).
               88  HP-NORMAL                           VALUE '00'.
           05  HOSPCLMS-ST             PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  CLMSUBLG-ST             PIC X(02).
               88  SL-NORMAL                           VALUE '00'.
           05  HCLMRPT-ST              PIC X(02).
               88  HR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  POLICY-FOUND-SW         PIC X(01)       VALUE 'N'.
               88  POLICY-ON-FILE                      VALUE 'Y'.
           05  PROVIDER-FOUND-SW       PIC X(01)       VALUE 'N'.
               88  PROVIDER-ON-FILE                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       77  HOSPITAL-PROVIDER-ID         PIC X(05)       VALUE SPACES.

      * Policy numbers on POLMAST.  Eligibility on the service date
      * is MEDCLAIM's edit when the claim arrives; here the policy
      * need only exist for the claim to be worth sending.
       01  POLICY-TABLE.
           05  POLICY-ITEM OCCURS 5000 TIMES
                   INDEXED BY POL-IDX.
               10  POL-POLICY-NO           PIC 9(07).
       77  POLICY-COUNT                 PIC S9(04) COMP VALUE 0.
       77  POLICY-SKIPPED-COUNT         PIC S9(04) COMP VALUE 0.

      * Control figures for the DISCHCLM trailer HOSPEDIT writes.
       01  EXTRACT-CONTROL-TOTALS.
           05  DC-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  DC-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  DC-VER-COUNT            PIC 9(07)       VALUE 0.
           05  DC-VER-HASH             PIC S9(9)V99    VALUE 0.
       77  DC-CTL-SEEN-SW               PIC X(01) VALUE 'N'.
           88  DC-CTL-SEEN                           VALUE 'Y'.

       77  CLAIMS-SUBMITTED             PIC 9(07)       VALUE 0.
       77  CLAIMS-NOT-SUBMITTED         PIC 9(07)       VALUE 0.
       77  SUBMITTED-AMT-TOTAL          PIC S9(9)V99    VALUE 0.
       77  HOSPCLMS-HASH-WS             PIC S9(09)V99   VALUE 0.
       77  REASON-DESC-WS               PIC X(25).

      * Trailer written as the last HOSPCLMS record -- record count
      * and POLICY-AMOUNT hash, the figures MEDCLAIM's 900-CLEANUP
      * re-accumulates and balances before it trusts the batch.
       01  HCL-TRAILER-REC.
           05  HCL-TRAILER-ID          PIC X(07) VALUE 'TRAILER'.
           05  HCL-TRAILER-COUNT       PIC 9(07).
           05  HCL-TRAILER-HASH        PIC 9(09)V99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(32)
                    VALUE 'Hospital Claim Submission Report'.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'RUN DATE  '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(07)       VALUE 'PATIENT'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE 'POLICY'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'ADMIT'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'DISCH'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '  STAY GROSS'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE ' CLAIM AMOUNT'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(25)
                    VALUE 'DISPOSITION'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE ALL '-'.

       01  CONTENT-LINE.
           05  CON-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  CON-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-DISCH-DATE          PIC 9(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-STAY-GROSS          PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-CLAIM-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-DISPOSITION         PIC X(25).

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(20)
                    VALUE 'CLAIMS SUBMITTED:'.
           05  FOOTER-SUBMITTED        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE 'AMOUNT:'.
           05  FOOTER-SUBMITTED-AMT    PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(20)
                    VALUE 'NOT SUBMITTED:'.
           05  FOOTER-NOT-SUBMITTED    PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-SUBMIT-STAY UNTIL NO-MORE-DISCHCLM.
           PERFORM 280-VERIFY-DISCHCLM-CONTROL.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-GET-HOSPITAL-PROVIDER.
           PERFORM 320-LOAD-POLICIES.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-DISCHCLM.

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

      * The DISCHCLM control record carries HOSPEDIT's count and
      * hash; every stay record accumulates toward the figures
      * 280-VERIFY-DISCHCLM-CONTROL checks at end of file.
       200-SUBMIT-STAY.
           IF DISCHCLM-REC (1:7) = 'CONTROL'
                MOVE DISCHCLM-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO DC-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO DC-EXP-HASH
                MOVE 'Y' TO DC-CTL-SEEN-SW
           ELSE
                ADD 1 TO DC-VER-COUNT
                ADD DC-INS-SHARE TO DC-VER-HASH
                PERFORM 210-CHECK-STAY
           END-IF.
           PERFORM 400-READ-DISCHCLM.

       210-CHECK-STAY.
           MOVE 'N' TO POLICY-FOUND-SW.
           SET POL-IDX TO 1.
           SEARCH POLICY-ITEM VARYING POL-IDX
               AT END
                   CONTINUE
               WHEN POL-IDX > POLICY-COUNT
                   CONTINUE
               WHEN POL-POLICY-NO (POL-IDX) = DC-POLICY-NO
                   MOVE 'Y' TO POLICY-FOUND-SW
           END-SEARCH.

           EVALUATE TRUE
               WHEN NOT POLICY-ON-FILE
                   MOVE 'POLICY NOT ON POLMAST' TO REASON-DESC-WS
                   PERFORM 260-REPORT-NOT-SUBMITTED
               WHEN DC-LNAME = SPACES OR DC-FNAME = SPACES
                   MOVE 'NO PATIENT NAME ON FILE' TO REASON-DESC-WS
                   PERFORM 260-REPORT-NOT-SUBMITTED
               WHEN OTHER
                   PERFORM 220-BUILD-CLAIM
                   PERFORM 230-LOG-SUBMISSION
           END-EVALUATE.

      * The claim is an ordinary payment claim for the policyholder:
      * CLAIM-AMOUNT is the insurance share HOSPEDIT computed, and
      * POLICY-AMOUNT carries the stay's full gross -- the most the
      * hospital is asking the policy to stand behind for the stay.
      * The patient's coinsurance is already out of the share, so
      * the claim carries none of its own.  HOSPEDIT's insurance
      * types map onto the payer's policy types: Medicare and the
      * affordable-care plans by name, every commercial plan to
      * private.
       220-BUILD-CLAIM.
           INITIALIZE CLAIM-REC.
           MOVE DC-POLICY-NO          TO INS-POLICY-NO.
           MOVE DC-LNAME              TO INS-LNAME.
           MOVE DC-FNAME              TO INS-FNAME.
           EVALUATE DC-INS-TYPE
               WHEN 'MED'
                   MOVE 2 TO POLICY-TYPE
               WHEN 'AFF'
                   MOVE 3 TO POLICY-TYPE
               WHEN OTHER
                   MOVE 1 TO POLICY-TYPE
           END-EVALUATE.
           MOVE DC-ADMIT-DATE-NUM     TO POLICY-BENEFIT-DATE-NUM.
           MOVE DC-STAY-GROSS         TO POLICY-AMOUNT.
           MOVE ZERO                  TO POLICY-DEDUCTIBLE-PAID.
           MOVE ZERO                  TO POLICY-COINSURANCE.
           MOVE DC-INS-SHARE          TO CLAIM-AMOUNT.
           MOVE ZERO                  TO CLAIM-AMOUNT-PAID.
           MOVE SPACE                 TO CLAIM-RECORD-TYPE.
           MOVE HOSPITAL-PROVIDER-ID  TO CLAIM-PROVIDER-ID.
           MOVE ZERO                  TO CLAIM-SECONDARY-POLICY-NO.
           MOVE ZERO                  TO CLAIM-MEMBER-SUFFIX.
           MOVE SPACE                 TO CLAIM-ACCIDENT-IND.
           MOVE ZERO                  TO CLAIM-ACCIDENT-DATE.

           WRITE HOSPCLMS-REC FROM CLAIM-REC.
           ADD 1 TO CLAIMS-SUBMITTED.
           ADD POLICY-AMOUNT TO HOSPCLMS-HASH-WS.
           ADD CLAIM-AMOUNT  TO SUBMITTED-AMT-TOTAL.

           MOVE 'SUBMITTED' TO CON-DISPOSITION.
           PERFORM 270-PRINT-STAY-LINE.

       230-LOG-SUBMISSION.
           INITIALIZE SUBMIT-LOG-REC.
           MOVE DC-POLICY-NO          TO SL-POLICY-NO.
           MOVE DC-PATIENT-NBR        TO SL-PATIENT-NBR.
           MOVE DC-ADMIT-DATE-NUM     TO SL-ADMIT-DATE-NUM.
           MOVE DC-DISCH-DATE-NUM     TO SL-DISCH-DATE-NUM.
           MOVE DC-INS-SHARE          TO SL-CLAIM-AMOUNT.
           MOVE HOSPITAL-PROVIDER-ID  TO SL-PROVIDER-ID.
           MOVE BUSINESS-DATE-NUM     TO SL-SUBMITTED-DATE.
           MOVE DC-INS-TYPE           TO SL-INS-TYPE.
           WRITE SUBMIT-LOG-REC.

       260-REPORT-NOT-SUBMITTED.
           ADD 1 TO CLAIMS-NOT-SUBMITTED.
           MOVE REASON-DESC-WS TO CON-DISPOSITION.
           PERFORM 270-PRINT-STAY-LINE.

       270-PRINT-STAY-LINE.
           MOVE DC-PATIENT-NBR    TO CON-PATIENT-NBR.
           MOVE DC-POLICY-NO      TO CON-POLICY-NO.
           MOVE DC-ADMIT-DATE-NUM TO CON-ADMIT-DATE.
           MOVE DC-DISCH-DATE-NUM TO CON-DISCH-DATE.
           MOVE DC-STAY-GROSS     TO CON-STAY-GROSS.
           MOVE DC-INS-SHARE      TO CON-CLAIM-AMOUNT.
           WRITE HCLMRPT-REC FROM CONTENT-LINE.

      * The DISCHCLM extract must end in a control record whose count
      * and hash match what was actually read, or the run stops.
       280-VERIFY-DISCHCLM-CONTROL.
           IF NOT DC-CTL-SEEN
                DISPLAY 'ERROR: DISCHCLM CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF DC-VER-COUNT NOT = DC-EXP-COUNT
                DISPLAY 'ERROR: DISCHCLM RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF DC-VER-HASH NOT = DC-EXP-HASH
                DISPLAY 'ERROR: DISCHCLM AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT DISCHCLM
           IF NOT DC-NORMAL
                DISPLAY 'ERROR OPENING DISCHCLM'
                GO TO 999-RETURN-ERR.

           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING POLMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PROVMAST
           IF NOT PRV-NORMAL
                DISPLAY 'ERROR OPENING PROVMAST'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT HOSPCLMS
           IF NOT HC-NORMAL
                DISPLAY 'ERROR OPENING HOSPCLMS'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND CLMSUBLG
           IF NOT SL-NORMAL
                DISPLAY 'ERROR OPENING CLMSUBLG'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT HCLMRPT
           IF NOT HR-NORMAL
                DISPLAY 'ERROR OPENING HCLMRPT'
                GO TO 999-RETURN-ERR.

      * The hospital's provider id from the HOSPPROV card, proved
      * against PROVMAST -- a claim from a provider MEDCLAIM does not
      * know would only come back rejected.
       310-GET-HOSPITAL-PROVIDER.
           OPEN INPUT HOSPPROV
           IF NOT HP-NORMAL
                DISPLAY 'ERROR OPENING HOSPPROV'
                GO TO 999-RETURN-ERR.

           READ HOSPPROV
               AT END
                   DISPLAY 'ERROR: HOSPPROV CONTROL CARD IS EMPTY'
                   GO TO 999-RETURN-ERR
           END-READ.
           MOVE HP-PROVIDER-ID TO HOSPITAL-PROVIDER-ID.
           CLOSE HOSPPROV.

           READ PROVMAST
               AT END MOVE 'Y' TO PROVMAST-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-PROVMAST OR PROVIDER-ON-FILE
               IF PVR-CODE = HOSPITAL-PROVIDER-ID
                   MOVE 'Y' TO PROVIDER-FOUND-SW
               ELSE
                   READ PROVMAST
                       AT END MOVE 'Y' TO PROVMAST-EOF
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE PROVMAST.

           IF NOT PROVIDER-ON-FILE
                DISPLAY 'ERROR: HOSPITAL PROVIDER ' HOSPITAL-PROVIDER-ID
                        ' NOT ON PROVMAST'
                GO TO 999-RETURN-ERR
           END-IF.

       320-LOAD-POLICIES.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

           IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                DISPLAY 'ERROR READING POLMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL NO-MORE-POLMAST OR POL-IDX > 5000
                   ADD 1 TO POLICY-COUNT
                   MOVE PM-POLICY-NO-I TO POL-POLICY-NO (POL-IDX)
                   READ POLMAST
                       AT END MOVE 'Y' TO POLMAST-EOF
                   END-READ
                   IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                        DISPLAY 'ERROR READING POLMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * POLMAST carrying more than 5000 policies runs past the table's
      * capacity -- the rest are counted, and a stay under one of
      * them is reported as not on file rather than silently sent.
           PERFORM 325-COUNT-SKIPPED-POLMAST UNTIL NO-MORE-POLMAST.
           IF POLICY-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " POLICY-SKIPPED-COUNT
                    " POLICY(S) EXCEEDED POLICY-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE POLMAST.

       325-COUNT-SKIPPED-POLMAST.
           ADD 1 TO POLICY-SKIPPED-COUNT.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

       400-READ-DISCHCLM.
           READ DISCHCLM
               AT END MOVE 'Y' TO DISCHCLM-EOF
           END-READ.

           IF NOT (DC-NORMAL OR NO-MORE-DISCHCLM)
                DISPLAY 'ERROR READING DISCHCLM'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO HCLMRPT-REC.
           WRITE HCLMRPT-REC.
           MOVE CLAIMS-SUBMITTED     TO FOOTER-SUBMITTED.
           MOVE SUBMITTED-AMT-TOTAL  TO FOOTER-SUBMITTED-AMT.
           WRITE HCLMRPT-REC FROM FOOTER-LINE-01.
           MOVE CLAIMS-NOT-SUBMITTED TO FOOTER-NOT-SUBMITTED.
           WRITE HCLMRPT-REC FROM FOOTER-LINE-02.

       550-PRINT-HEADERS.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE HCLMRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO HCLMRPT-REC.
           WRITE HCLMRPT-REC.
           WRITE HCLMRPT-REC FROM HEADER-LINE-02.
           WRITE HCLMRPT-REC FROM HEADER-LINE-03.

      * MEDCLAIM stops reading CLAIMFILE at its TRAILER record and
      * aborts when the count/hash do not balance, so the batch
      * carries its own trailer and runs as a standalone CLAIMFILE.
       900-CLEANUP.
           MOVE CLAIMS-SUBMITTED  TO HCL-TRAILER-COUNT.
           MOVE HOSPCLMS-HASH-WS  TO HCL-TRAILER-HASH.
           WRITE HOSPCLMS-REC FROM HCL-TRAILER-REC.

           PERFORM 910-WRITE-RUN-LEDGER.

           CLOSE DISCHCLM, HOSPCLMS, CLMSUBLG, HCLMRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * discharged stays read must equal claims submitted plus stays
      * not submitted.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'HOSPCLM '            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE DC-VER-COUNT          TO LED-RECS-IN.
           MOVE CLAIMS-SUBMITTED      TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                  TO LED-RECS-OUT-SECONDARY.
           MOVE CLAIMS-NOT-SUBMITTED  TO LED-RECS-REJECTED.
           MOVE SUBMITTED-AMT-TOTAL   TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
