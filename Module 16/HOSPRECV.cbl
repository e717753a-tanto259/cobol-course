      *****   - LOCKBOX PAYMENTS (PATPAY) POST AGAINST THEIR ITEM,
      *****     PARTIAL PAYMENTS REDUCING THE BALANCE AND FULL
      *****     PAYMENT CLOSING IT;
      *****   - TONIGHT'S CLAIM SUBMISSIONS (CLMSUBLG) OPEN THE
      *****     INSURANCE SIDE OF THE STAY'S ITEM AT THE CLAIMED
      *****     INSURANCE SHARE;
      *****   - THE PAYER'S MONEY PAID TO THE HOSPITAL'S PROVIDER ID
      *****     (MEDCLAIM'S CLAIMPD AND MEDEXCQ'S RELEASED EXCPAYMT)
      *****     POSTS AS AN INSURANCE REMITTANCE AGAINST THAT SIDE.
      *****     WHAT THE PAYER LEFT UNPAID MOVES TO THE PATIENT AS FAR
      *****     AS ITS REMITTANCE (REMITDTL) ASSIGNED IT AS DEDUCTIBLE
      *****     OR COINSURANCE; THE REST IS WRITTEN OFF AS A
      *****     CONTRACTUAL ADJUSTMENT TO THE ALLOWANCE ACCOUNT OF THE
      *****     STAY'S INSURANCE TYPE.  A PAYER PAYING MORE THAN WAS
      *****     CLAIMED CREDITS THE EXCESS TO THE PATIENT'S SIDE;
      *****   - UNPAID PATIENT BALANCES AGE IN BUSINESS DAYS (HOLCAL +
      *****     AGETAB BANDS) AND ADVANCE THROUGH DUNNING LEVELS:
      *****     PAST AGEBAND1 A SECOND NOTICE PRINTS, PAST AGEBAND2
      *****     A FINAL NOTICE -- EACH LEVEL ONCE;
      *****   - A BALANCE STILL UNPAID THE BADDEBT NUMBER OF BUSINESS
      *****     DAYS PAST ITS FINAL NOTICE IS WRITTEN OFF TO BAD DEBT
      *****     AND EXTRACTED TO BDWOFF (SEE COPYBOOKS/BDWOREC.CPY),
      *****     FROM WHICH HOSPCOLL PLACES IT WITH THE COLLECTION
      *****     AGENCY;
      *****   - A PATIENT SIDE PAID BELOW ZERO STAYS OPEN AS A CREDIT
      *****     BALANCE FOR HOSPCRED TO REFUND, AND THE REFUNDS
      *****     HOSPCRED ISSUED LAST CYCLE (PATREFND) POST BACK
      *****     AGAINST THEIR ITEMS, CLOSING THEM.
      *****
      ***** EVERY POSTING, CLOSE, NOTICE AND UNMATCHED PAYMENT LANDS
      ***** ON THE CASH-POSTING AUDIT REPORT, AND EVERY POSTING ALSO
      ***** GOES TO GLPOST FROM THE GLACCTS MAPPING.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO ARAUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARAUDIT-ST.
      *  Claim submission log (see Copybooks/SUBMREC.cpy); tonight's
      *  entries open the insurance side of their stay's item.
           SELECT CLMSUBLG
           ASSIGN TO CLMSUBLG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLMSUBLG-ST.
      *  The payer's paid claims and MEDEXCQ's released queue
      *  payments, each ending in a CONTROL trailer; only money paid
      *  to the hospital's own provider id posts here.
           SELECT CLAIMPD
           ASSIGN TO CLAIMPD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLAIMPD-ST.
           SELECT EXCPAYMT
           ASSIGN TO EXCPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCPAYMT-ST.
      *  MEDCLAIM's remittance detail (see Copybooks/REMITREC.cpy),
      *  read for the deductible and coinsurance the payer assigned
      *  to the patient.
           SELECT REMITDTL
           ASSIGN TO REMITDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITDTL-ST.
      *  The hospital's own provider id, the same card HOSPCLM
      *  submits under.
           SELECT HOSPPROV
           ASSIGN TO HOSPPROV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOSPPROV-ST.
      *  GL account mapping and the shared journal-entry file (see
      *  Copybooks/GLPOST.cpy).
           SELECT GLACCTS
           ASSIGN TO GLACCTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACCTS-ST.
           SELECT GLPOST
           ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPOST-ST.
      *  Tonight's bad-debt write-offs, for HOSPCOLL's agency
      *  placement.
           SELECT BDWOFF
           ASSIGN TO BDWOFF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BDWOFF-ST.
      *  The refunds HOSPCRED issued on the previous cycle (see
      *  Copybooks/REFNREC.cpy), ending in a CONTROL trailer.
           SELECT PATREFND
           ASSIGN TO PATREFND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATREFND-ST.
      *  Holiday calendar and aging bands, the same business-day
      *  machinery HOSPEDIT and RECONCIL age with.
           SELECT HOLCAL
           05  FILLER                  PIC X(72).

       FD  ARMOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  ARMOLD-REC                  PIC X(80).

       FD  STMTEXT
           RECORD CONTAINS 100 CHARACTERS.
           05  SX-COVERAGE-PERC        PIC 9(03).
           05  SX-COPAY                PIC S9(03).
           05  SX-DEDUCTIBLE           PIC S9(04).
           05  SX-REC-TYPE             PIC X(01).
               88  SX-STAY-STATEMENT                   VALUE SPACE.
               88  SX-CHARGE-LINE                      VALUE 'C'.
           05  SX-REV-CATEGORY         PIC X(04).
           05  SX-CHARGE-ITEMS         PIC 9(05).
           05  FILLER                  PIC X(23).

       FD  PATPAY
           RECORD CONTAINS 30 CHARACTERS.
           05  FILLER                  PIC X(10).

       FD  ARMNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  ARMNEW-REC                  PIC X(80).

       FD  BDWOFF
           RECORD CONTAINS 60 CHARACTERS.
       01  BDWOFF-REC                  PIC X(60).

       FD  PATREFND
           RECORD CONTAINS 40 CHARACTERS.
       01  PATREFND-REC                PIC X(40).

       FD  CLMSUBLG
           RECORD CONTAINS 60 CHARACTERS.
           COPY SUBMREC.

       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC.
           05  CPD-POLICY-NO           PIC 9(07).
           05  CPD-PAID-DATE-NUM       PIC 9(08).
           05  CPD-CLAIM-PAID          PIC S9(7)V99.
           05  CPD-BENEFIT-MONTH       PIC 9(06).
           05  CPD-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(05).

       FD  EXCPAYMT
           RECORD CONTAINS 30 CHARACTERS.
       01  EXCPAYMT-REC.
           05  XP-POLICY-NO            PIC 9(07).
           05  XP-PAID-DATE-NUM        PIC 9(08).
           05  XP-CLAIM-PAID           PIC S9(7)V99.
           05  XP-PROVIDER-ID          PIC X(05).
           05  FILLER                  PIC X(01).

       FD  REMITDTL
           RECORD CONTAINS 120 CHARACTERS.
       01  REMITDTL-REC                PIC X(120).

       FD  HOSPPROV
           RECORD CONTAINS 80 CHARACTERS.
       01  HOSPPROV-REC.
           05  HP-PROVIDER-ID          PIC X(05).
           05  FILLER                  PIC X(75).

       FD  GLACCTS
           RECORD CONTAINS 30 CHARACTERS.
       01  GLACCTS-REC.
           05  GLA-CODE                PIC X(08).
           05  GLA-DEBIT-ACCT          PIC X(08).
           05  GLA-CREDIT-ACCT         PIC X(08).
           05  FILLER                  PIC X(06).

       FD  GLPOST
           RECORD CONTAINS 50 CHARACTERS.
       01  GLPOST-OUT-REC              PIC X(50).

       FD  NOTICE2
           RECORD CONTAINS 80 CHARACTERS.

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.
           COPY REMITREC.
           COPY GLPOST.
           COPY BDWOREC.
           COPY REFNREC.
           COPY ARMREC.

       01  FLAGS.
           05  ARMOLD-ST               PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  CLMSUBLG-ST             PIC X(02).
               88  SL-NORMAL                           VALUE '00'.
           05  CLAIMPD-ST              PIC X(02).
               88  CPD-NORMAL                          VALUE '00'.
           05  EXCPAYMT-ST             PIC X(02).
               88  XP-NORMAL                           VALUE '00'.
           05  REMITDTL-ST             PIC X(02).
               88  RD-NORMAL                           VALUE '00'.
           05  HOSPPROV-ST             PIC X(02).
               88  HP-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GA-NORMAL                           VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  BDWOFF-ST               PIC X(02).
               88  BW-NORMAL                           VALUE '00'.
           05  PATREFND-ST             PIC X(02).
               88  RF-NORMAL                           VALUE '00'.
           05  ARMOLD-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-ARMOLD                      VALUE 'Y'.
           05  STMTEXT-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  CLMSUBLG-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLMSUBLG                    VALUE 'Y'.
           05  CLAIMPD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLAIMPD                     VALUE 'Y'.
           05  EXCPAYMT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-EXCPAYMT                    VALUE 'Y'.
           05  REMITDTL-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-REMITDTL                    VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  PATREFND-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PATREFND                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  PAYMENT-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  PAY-SUB                     PIC S9(04) COMP VALUE 0.

      * Tonight's claim submissions, each attached to its stay's
      * item by patient + admit date; one with no item yet (nothing
      * owed by the patient) seeds an item of its own.
       01  SUBMIT-TABLE.
           05  SUBMIT-ITEM OCCURS 2000 TIMES
                   INDEXED BY SUB-IDX.
               10  SUB-PATIENT-NBR         PIC 9(05).
               10  SUB-ADMIT-DATE-NUM      PIC 9(08).
               10  SUB-POLICY-NO           PIC 9(07).
               10  SUB-INS-TYPE            PIC X(03).
               10  SUB-CLAIM-AMOUNT        PIC 9(07)V99.
               10  SUB-ATTACHED            PIC X(01).
                    88  SUB-IS-ATTACHED            VALUE 'Y'.
       77  SUBMIT-COUNT                PIC S9(04) COMP VALUE 0.
       77  SUBMIT-SKIPPED-COUNT        PIC S9(04) COMP VALUE 0.
       77  SUB-SUB                     PIC S9(04) COMP VALUE 0.
       77  SEED-SUB                    PIC S9(04) COMP VALUE 0.

      * The payer's money to the hospital's provider id, from
      * CLAIMPD and EXCPAYMT.  A paid claim carries its benefit
      * month (the admit month, since HOSPCLM dates the claim at
      * admission); a released queue payment carries none and
      * posts to the first open insurance side of its policy.
       01  INS-PAY-TABLE.
           05  INS-PAY-ITEM OCCURS 3000 TIMES
                   INDEXED BY IPY-IDX.
               10  IPY-POLICY-NO           PIC 9(07).
               10  IPY-BENEFIT-MONTH       PIC 9(06).
               10  IPY-PAID-DATE           PIC 9(08).
               10  IPY-AMOUNT              PIC S9(7)V99.
               10  IPY-MATCHED             PIC X(01).
                    88  IPY-IS-MATCHED             VALUE 'Y'.
       77  INS-PAY-COUNT               PIC S9(04) COMP VALUE 0.
       77  INS-PAY-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  IPY-SUB                     PIC S9(04) COMP VALUE 0.

      * The patient's share the payer assigned on each of its
      * remittance lines to the hospital -- deductible plus
      * coinsurance -- keyed by policy + benefit (admit) date.
       01  PAT-RESP-TABLE.
           05  PAT-RESP-ITEM OCCURS 3000 TIMES
                   INDEXED BY PRS-IDX.
               10  PRS-POLICY-NO           PIC 9(07).
               10  PRS-BENEFIT-DATE        PIC 9(08).
               10  PRS-AMOUNT              PIC S9(7)V99.
               10  PRS-USED                PIC X(01).
                    88  PRS-IS-USED                VALUE 'Y'.
       77  PAT-RESP-COUNT              PIC S9(04) COMP VALUE 0.
       77  PAT-RESP-SKIPPED-COUNT      PIC S9(04) COMP VALUE 0.
       77  PRS-SUB                     PIC S9(04) COMP VALUE 0.

      * The refunds HOSPCRED sent out last cycle, each posted back
      * against its credit-balance item by patient + admit date and
      * flagged so one that finds no item can be reported.
       01  REFUND-TABLE.
           05  REFUND-ITEM OCCURS 2000 TIMES
                   INDEXED BY RFT-IDX.
               10  RFT-PATIENT-NBR         PIC 9(05).
               10  RFT-ADMIT-DATE-NUM      PIC 9(08).
               10  RFT-AMOUNT              PIC S9(7)V99.
               10  RFT-MATCHED             PIC X(01).
                    88  RFT-IS-MATCHED             VALUE 'Y'.
       77  REFUND-COUNT                PIC S9(04) COMP VALUE 0.
       77  REFUND-SKIPPED-COUNT        PIC S9(04) COMP VALUE 0.
       77  RFT-SUB                     PIC S9(04) COMP VALUE 0.

      * GLACCTS rows in memory: the fixed HOSPRECV codes plus one
      * contractual-allowance row per insurance type ('HCADJ' and
      * the type), falling back to the plain 'HCADJ' row.
       01  GL-MAP-TABLE.
           05  GL-MAP-ITEM OCCURS 50 TIMES
                   INDEXED BY GLM-IDX.
               10  GLM-CODE                PIC X(08).
               10  GLM-DEBIT-ACCT          PIC X(08).
               10  GLM-CREDIT-ACCT         PIC X(08).
       77  GL-MAP-COUNT                PIC S9(04) COMP VALUE 0.
       77  GL-MAP-FOUND-SW             PIC X(01) VALUE 'N'.
           88  GL-MAP-FOUND                          VALUE 'Y'.
       77  GL-CODE-WS                  PIC X(08).
       77  GL-AMOUNT-WS                PIC S9(9)V99.
       77  GL-DEBIT-ACCT-WS            PIC X(08).
       77  GL-CREDIT-ACCT-WS           PIC X(08).
       01  GL-CONTRACT-CODE-WS.
           05  FILLER                  PIC X(05) VALUE 'HCADJ'.
           05  GL-CONTRACT-TYPE-WS     PIC X(03).

      * Control figures re-accumulated from the payer's extracts
      * and checked against their trailers.
       01  EXTRACT-CONTROL-TOTALS.
           05  CPD-EXP-COUNT           PIC 9(07)       VALUE 0.
           05  CPD-EXP-HASH            PIC S9(9)V99    VALUE 0.
           05  CPD-VER-COUNT           PIC 9(07)       VALUE 0.
           05  CPD-VER-HASH            PIC S9(9)V99    VALUE 0.
           05  XP-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  XP-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  XP-VER-COUNT            PIC 9(07)       VALUE 0.
           05  XP-VER-HASH             PIC S9(9)V99    VALUE 0.
           05  RD-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  RD-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  RD-VER-COUNT            PIC 9(07)       VALUE 0.
           05  RD-VER-HASH             PIC S9(9)V99    VALUE 0.
           05  RF-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  RF-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  RF-VER-COUNT            PIC 9(07)       VALUE 0.
           05  RF-VER-HASH             PIC S9(9)V99    VALUE 0.
       77  CPD-CTL-SEEN-SW             PIC X(01) VALUE 'N'.
           88  CPD-CTL-SEEN                          VALUE 'Y'.
       77  XP-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  XP-CTL-SEEN                           VALUE 'Y'.
       77  RD-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  RD-CTL-SEEN                           VALUE 'Y'.
       77  RF-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  RF-CTL-SEEN                           VALUE 'Y'.

       77  HOSPITAL-PROVIDER-ID        PIC X(05).
       77  INS-POSTED-SW               PIC X(01) VALUE 'N'.
           88  INS-WAS-POSTED                        VALUE 'Y'.
       77  PAT-RESP-WS                 PIC S9(7)V99.
       77  IPY-POLICY-NO-WS            PIC 9(07).
       77  IPY-BENEFIT-MONTH-WS        PIC 9(06).
       77  IPY-PAID-DATE-WS            PIC 9(08).
       77  IPY-AMOUNT-WS               PIC S9(7)V99.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL,
      * for the business-day aging count.
       01  HOLIDAY-TABLE.
      * the final notice.
       77  AGE-BAND-1                  PIC 9(05) VALUE 30.
       77  AGE-BAND-2                  PIC 9(05) VALUE 60.
      * Business days past the final notice before an unpaid balance
      * goes to bad debt (AGETAB code BADDEBT).
       77  BAD-DEBT-DAYS               PIC 9(05) VALUE 60.
       77  WRITTEN-OFF-SW              PIC X(01) VALUE 'N'.
           88  ITEM-WRITTEN-OFF                      VALUE 'Y'.
      * The patient side as the item came in, to tell whether
      * tonight's postings moved it.
       77  BALANCE-BEFORE-WS           PIC S9(5)V99.

      * Control figures for the BDWOFF trailer, accumulated as each
      * write-off is extracted.
       01  BDW-CONTROL-TOTALS.
           05  BDW-CTL-COUNT           PIC 9(07)       VALUE 0.
           05  BDW-CTL-HASH            PIC S9(9)V99    VALUE 0.

       77  DA-YEAR-WS                  PIC 9(04).
       77  DA-MONTH-WS                 PIC 9(02).
       77  SECOND-NOTICE-COUNT         PIC 9(05) VALUE 0.
       77  FINAL-NOTICE-COUNT          PIC 9(05) VALUE 0.
       77  UNMATCHED-PAY-COUNT         PIC 9(05) VALUE 0.
       77  UNMATCHED-INS-COUNT         PIC 9(05) VALUE 0.
       01  CASH-POSTED-TOTAL           PIC S9(9)V99 VALUE 0.
       01  OPEN-BALANCE-TOTAL          PIC S9(9)V99 VALUE 0.
       01  INS-POSTED-TOTAL            PIC S9(9)V99 VALUE 0.
       01  CONTRACTUAL-TOTAL           PIC S9(9)V99 VALUE 0.
       01  PAT-TRANSFER-TOTAL          PIC S9(9)V99 VALUE 0.
       01  INS-OPEN-TOTAL              PIC S9(9)V99 VALUE 0.
       77  BAD-DEBT-COUNT              PIC 9(05) VALUE 0.
       01  BAD-DEBT-TOTAL              PIC S9(9)V99 VALUE 0.
       77  CREDIT-BALANCE-COUNT        PIC 9(05) VALUE 0.
       01  CREDIT-BALANCE-TOTAL        PIC S9(9)V99 VALUE 0.
       01  REFUND-APPLIED-TOTAL        PIC S9(9)V99 VALUE 0.
       77  UNMATCHED-REFUND-COUNT      PIC 9(05) VALUE 0.

       01  AUDIT-HEADER-LINE.
           05  FILLER                  PIC X(27)
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-AMOUNT              PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-BALANCE             PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(20).

      * An insurance payment that found no open item is known only
      * by its policy and paid date.
       01  AUDIT-INS-LINE.
           05  FILLER                  PIC X(07)       VALUE 'POLICY '.
           05  AUI-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUI-PAID-DATE           PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUI-AMOUNT              PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUI-ACTION              PIC X(24).

       01  AUDIT-FOOTER-01.
           05  FILLER                  PIC X(22)
                    VALUE 'CASH POSTED:'.
                    VALUE 'FINAL NOTICES:'.
           05  AUD-FOOT-N3             PIC ZZ,ZZ9.

       01  AUDIT-FOOTER-03.
           05  FILLER                  PIC X(22)
                    VALUE 'INSURANCE POSTED:'.
           05  AUD-FOOT-INS            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'CONTRACTUAL:'.
           05  AUD-FOOT-CONTRACT       PIC $$$,$$$,$$9.99.

       01  AUDIT-FOOTER-04.
           05  FILLER                  PIC X(22)
                    VALUE 'PATIENT TRANSFERS:'.
           05  AUD-FOOT-XFER           PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'INSURANCE OPEN:'.
           05  AUD-FOOT-INS-OPEN       PIC $$$,$$$,$$9.99.

       01  AUDIT-FOOTER-05.
           05  FILLER                  PIC X(22)
                    VALUE 'BAD DEBT WRITE-OFFS:'.
           05  AUD-FOOT-BD-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'BAD DEBT AMOUNT:'.
           05  AUD-FOOT-BD-AMOUNT      PIC $$$,$$$,$$9.99.

       01  AUDIT-FOOTER-06.
           05  FILLER                  PIC X(22)
                    VALUE 'CREDIT BALANCES:'.
           05  AUD-FOOT-CR-COUNT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'CREDIT AMOUNT:'.
           05  AUD-FOOT-CR-AMOUNT      PIC -$$,$$$,$$9.99.

       01  AUDIT-FOOTER-07.
           05  FILLER                  PIC X(22)
                    VALUE 'REFUNDS APPLIED:'.
           05  AUD-FOOT-REFUNDS        PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'UNMATCHED REFND:'.
           05  AUD-FOOT-RF-UNMATCHED   PIC ZZ,ZZ9.

       01  NOTICE-HEADER-LINE.
           05  NOT-HDR-TEXT            PIC X(30).

           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-OLD-ITEM UNTIL NO-MORE-ARMOLD.
           PERFORM 220-SEED-NEW-ITEM UNTIL NO-MORE-STMTEXT.
           PERFORM 240-SEED-FROM-SUBMISSION
               VARYING SEED-SUB FROM 1 BY 1
               UNTIL SEED-SUB > SUBMIT-COUNT.
           PERFORM 450-REPORT-UNMATCHED-PAYMENTS.
           PERFORM 470-REPORT-UNMATCHED-INS.
           PERFORM 490-REPORT-UNMATCHED-REFUNDS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           PERFORM 320-LOAD-PAYMENTS.
           PERFORM 330-LOAD-HOLIDAYS.
           PERFORM 340-LOAD-AGE-BANDS.
           PERFORM 345-GET-HOSPITAL-PROVIDER.
           PERFORM 350-LOAD-GL-MAP.
           PERFORM 360-LOAD-SUBMISSIONS.
           PERFORM 370-LOAD-CLAIMPD.
           PERFORM 375-LOAD-EXCPAYMT.
           PERFORM 380-LOAD-REMITDTL.
           PERFORM 385-LOAD-REFUNDS.

           MOVE BUSINESS-DATE-NUM TO AUD-HDR-DATE.
           WRITE ARAUDIT-REC FROM AUDIT-HEADER-LINE.
      * A statement with nothing owed opens no receivable; anything
      * owed opens an item dated tonight and goes straight through
      * the same posting path, so a same-day lockbox payment clears
      * it without waiting a cycle.  Ancillary charge lines carry no
      * copay or deductible of their own and never seed an item.
       220-SEED-NEW-ITEM.
           IF SX-STAY-STATEMENT
                  AND SX-COPAY + SX-DEDUCTIBLE > ZERO
                INITIALIZE AR-ITEM-WS
                MOVE SX-PATIENT-NBR TO AR-PATIENT-NBR
                PERFORM 230-BUILD-ADMIT-DATE-NUM
           END-IF.
           PERFORM 420-READ-STMTEXT.

      * A stay whose claim went out tonight but whose patient owed
      * nothing has no item yet -- the submission opens one with a
      * zero patient side, so the payer's money has somewhere to
      * land.
       240-SEED-FROM-SUBMISSION.
           IF NOT SUB-IS-ATTACHED (SEED-SUB)
                INITIALIZE AR-ITEM-WS
                MOVE SUB-PATIENT-NBR (SEED-SUB)    TO AR-PATIENT-NBR
                MOVE SUB-ADMIT-DATE-NUM (SEED-SUB) TO AR-ADMIT-DATE-NUM
                MOVE BUSINESS-DATE-NUM   TO AR-OPENED-DATE
                MOVE ZERO TO AR-BALANCE
                MOVE ZERO TO AR-DUN-LEVEL
                ADD 1 TO ITEMS-SEEDED
                PERFORM 250-POST-AND-AGE
           END-IF.

      * STMTEXT carries the admit date as MM/DD/YYYY; the master and
      * the lockbox key it as YYYYMMDD.
       230-BUILD-ADMIT-DATE-NUM.
                        + DA-DAY-WS
           END-IF.

      * Opens the insurance side from tonight's submission, posts
      * every matching lockbox and insurance payment and returned
      * refund against the item, then either closes it -- nothing
      * owed either way on the patient side and nothing awaited from
      * the payer -- or carries it forward: a remainder aged through
      * the dunning levels, a credit balance left for HOSPCRED.  A
      * remainder long past its final notice is written off to bad
      * debt instead, and closes unless the payer still owes.
       250-POST-AND-AGE.
           MOVE 'N' TO WRITTEN-OFF-SW.
           MOVE AR-BALANCE TO BALANCE-BEFORE-WS.
           PERFORM 252-ATTACH-SUBMISSION.
           PERFORM 260-APPLY-PAYMENTS.
           PERFORM 262-APPLY-INS-PAYMENTS THRU 262-EXIT.
           PERFORM 268-APPLY-REFUNDS.

           IF AR-BALANCE > ZERO
                PERFORM 270-CHECK-DUNNING
                PERFORM 290-CHECK-BAD-DEBT THRU 290-EXIT
           END-IF.

      * The refund waiting period runs from the last night the
      * patient side moved.
           IF AR-LAST-ACTIVITY-DATE NOT NUMERIC
                  OR AR-LAST-ACTIVITY-DATE = ZERO
                  OR AR-BALANCE NOT = BALANCE-BEFORE-WS
                MOVE BUSINESS-DATE-NUM TO AR-LAST-ACTIVITY-DATE
           END-IF.

           IF AR-BALANCE < ZERO AND BALANCE-BEFORE-WS NOT < ZERO
                MOVE AR-PATIENT-NBR    TO AUD-PATIENT-NBR
                MOVE AR-ADMIT-DATE-NUM TO AUD-ADMIT-DATE
                MOVE ZERO              TO AUD-AMOUNT
                MOVE AR-BALANCE        TO AUD-BALANCE
                MOVE 'CREDIT BALANCE'  TO AUD-ACTION
                WRITE ARAUDIT-REC FROM AUDIT-LINE
           END-IF.

           IF AR-BALANCE = ZERO AND AR-INS-BALANCE = ZERO
                ADD 1 TO ITEMS-CLOSED
                IF NOT ITEM-WRITTEN-OFF
                     MOVE AR-PATIENT-NBR    TO AUD-PATIENT-NBR
                     MOVE AR-ADMIT-DATE-NUM TO AUD-ADMIT-DATE
                     MOVE ZERO              TO AUD-AMOUNT
                     MOVE AR-BALANCE        TO AUD-BALANCE
                     MOVE 'PAID IN FULL'    TO AUD-ACTION
                     WRITE ARAUDIT-REC FROM AUDIT-LINE
                END-IF
           ELSE
                WRITE ARMNEW-REC FROM AR-ITEM-WS
                ADD 1 TO ITEMS-CARRIED-OUT
                IF AR-BALANCE < ZERO
                     ADD 1 TO CREDIT-BALANCE-COUNT
                     ADD AR-BALANCE TO CREDIT-BALANCE-TOTAL
                ELSE
                     ADD AR-BALANCE TO OPEN-BALANCE-TOTAL
                END-IF
                ADD AR-INS-BALANCE TO INS-OPEN-TOTAL
           END-IF.

      * The first of tonight's submissions for the stay opens its
      * insurance side at the claimed share.
       252-ATTACH-SUBMISSION.
           IF AR-POLICY-NO = ZERO
                PERFORM VARYING SUB-SUB FROM 1 BY 1
                    UNTIL SUB-SUB > SUBMIT-COUNT
                       OR AR-POLICY-NO NOT = ZERO
                    IF NOT SUB-IS-ATTACHED (SUB-SUB)
                       AND SUB-PATIENT-NBR (SUB-SUB) = AR-PATIENT-NBR
                       AND SUB-ADMIT-DATE-NUM (SUB-SUB)
                           = AR-ADMIT-DATE-NUM
                        MOVE 'Y' TO SUB-ATTACHED (SUB-SUB)
                        MOVE SUB-POLICY-NO (SUB-SUB) TO AR-POLICY-NO
                        MOVE SUB-INS-TYPE (SUB-SUB)  TO AR-INS-TYPE
                        MOVE SUB-CLAIM-AMOUNT (SUB-SUB)
                                                  TO AR-INS-EXPECTED
                        MOVE SUB-CLAIM-AMOUNT (SUB-SUB)
                                                  TO AR-INS-BALANCE
                        MOVE AR-PATIENT-NBR      TO AUD-PATIENT-NBR
                        MOVE AR-ADMIT-DATE-NUM   TO AUD-ADMIT-DATE
                        MOVE AR-INS-EXPECTED     TO AUD-AMOUNT
                        MOVE AR-INS-BALANCE      TO AUD-BALANCE
                        MOVE 'CLAIM SUBMITTED'   TO AUD-ACTION
                        WRITE ARAUDIT-REC FROM AUDIT-LINE
                    END-IF
                END-PERFORM
           END-IF.

       260-APPLY-PAYMENTS.
                   MOVE AR-BALANCE          TO AUD-BALANCE
                   MOVE 'PAYMENT POSTED'    TO AUD-ACTION
                   WRITE ARAUDIT-REC FROM AUDIT-LINE
                   MOVE 'HPATPAY '          TO GL-CODE-WS
                   MOVE PAY-AMOUNT (PAY-SUB) TO GL-AMOUNT-WS
                   PERFORM 600-WRITE-GL-PAIR
               END-IF
           END-PERFORM.

      * Posts the payer's money against an insurance side still
      * awaiting it: a paid claim must be for the admit month, a
      * released queue payment takes the policy's first open side.
      * Once the remittance is in, the difference is settled the
      * same night.
       262-APPLY-INS-PAYMENTS.
           IF AR-INS-BALANCE NOT > ZERO
                GO TO 262-EXIT.

           MOVE 'N' TO INS-POSTED-SW.
           PERFORM VARYING IPY-SUB FROM 1 BY 1
               UNTIL IPY-SUB > INS-PAY-COUNT
               IF NOT IPY-IS-MATCHED (IPY-SUB)
                  AND IPY-POLICY-NO (IPY-SUB) = AR-POLICY-NO
                  AND (IPY-BENEFIT-MONTH (IPY-SUB) = ZERO
                    OR IPY-BENEFIT-MONTH (IPY-SUB)
                       = AR-ADMIT-DATE-NUM (1:6))
                   MOVE 'Y' TO IPY-MATCHED (IPY-SUB)
                   MOVE 'Y' TO INS-POSTED-SW
                   SUBTRACT IPY-AMOUNT (IPY-SUB) FROM AR-INS-BALANCE
                   ADD IPY-AMOUNT (IPY-SUB) TO INS-POSTED-TOTAL
                   MOVE AR-PATIENT-NBR      TO AUD-PATIENT-NBR
                   MOVE AR-ADMIT-DATE-NUM   TO AUD-ADMIT-DATE
                   MOVE IPY-AMOUNT (IPY-SUB) TO AUD-AMOUNT
                   MOVE AR-INS-BALANCE      TO AUD-BALANCE
                   MOVE 'INSURANCE PAYMENT' TO AUD-ACTION
                   WRITE ARAUDIT-REC FROM AUDIT-LINE
                   MOVE 'HINSPAY '          TO GL-CODE-WS
                   MOVE IPY-AMOUNT (IPY-SUB) TO GL-AMOUNT-WS
                   PERFORM 600-WRITE-GL-PAIR
               END-IF
           END-PERFORM.

           IF INS-WAS-POSTED
                PERFORM 264-SETTLE-INSURANCE THRU 264-EXIT.

       262-EXIT.
           EXIT.

      * What the payer did not pay: an overpayment credits the
      * patient's side; a shortfall moves to the patient as far as
      * the remittance assigned deductible and coinsurance, and the
      * rest is the contractual write-off for the insurance type.
      * The insurance side is settled either way.
       264-SETTLE-INSURANCE.
           IF AR-INS-BALANCE < ZERO
                ADD AR-INS-BALANCE TO AR-BALANCE
                ADD AR-INS-BALANCE TO PAT-TRANSFER-TOTAL
                MOVE AR-PATIENT-NBR      TO AUD-PATIENT-NBR
                MOVE AR-ADMIT-DATE-NUM   TO AUD-ADMIT-DATE
                MOVE AR-INS-BALANCE      TO AUD-AMOUNT
                MOVE AR-BALANCE          TO AUD-BALANCE
                MOVE 'INS OVERPAID TO PAT' TO AUD-ACTION
                WRITE ARAUDIT-REC FROM AUDIT-LINE
                MOVE 'HPATXFR '          TO GL-CODE-WS
                MOVE AR-INS-BALANCE      TO GL-AMOUNT-WS
                PERFORM 600-WRITE-GL-PAIR
                MOVE ZERO TO AR-INS-BALANCE
                GO TO 264-EXIT.

           PERFORM 266-FIND-PATIENT-RESP.
           IF PAT-RESP-WS > AR-INS-BALANCE
                MOVE AR-INS-BALANCE TO PAT-RESP-WS.

      * A transfer onto a side the patient had already cleared
      * starts a fresh dunning cycle from tonight.
           IF PAT-RESP-WS > ZERO
                IF AR-BALANCE NOT > ZERO
                     MOVE BUSINESS-DATE-NUM TO AR-OPENED-DATE
                     MOVE ZERO TO AR-DUN-LEVEL
                END-IF
                ADD PAT-RESP-WS TO AR-BALANCE
                SUBTRACT PAT-RESP-WS FROM AR-INS-BALANCE
                ADD PAT-RESP-WS TO PAT-TRANSFER-TOTAL
                MOVE AR-PATIENT-NBR      TO AUD-PATIENT-NBR
                MOVE AR-ADMIT-DATE-NUM   TO AUD-ADMIT-DATE
                MOVE PAT-RESP-WS         TO AUD-AMOUNT
                MOVE AR-BALANCE          TO AUD-BALANCE
                MOVE 'TRANSFER TO PATIENT' TO AUD-ACTION
                WRITE ARAUDIT-REC FROM AUDIT-LINE
                MOVE 'HPATXFR '          TO GL-CODE-WS
                MOVE PAT-RESP-WS         TO GL-AMOUNT-WS
                PERFORM 600-WRITE-GL-PAIR
           END-IF.

           IF AR-INS-BALANCE > ZERO
                ADD AR-INS-BALANCE TO CONTRACTUAL-TOTAL
                MOVE AR-PATIENT-NBR      TO AUD-PATIENT-NBR
                MOVE AR-ADMIT-DATE-NUM   TO AUD-ADMIT-DATE
                MOVE AR-INS-BALANCE      TO AUD-AMOUNT
                MOVE ZERO                TO AUD-BALANCE
                MOVE 'CONTRACTUAL ADJ'   TO AUD-ACTION
                MOVE AR-INS-TYPE         TO AUD-ACTION (17:3)
                WRITE ARAUDIT-REC FROM AUDIT-LINE
                MOVE AR-INS-TYPE         TO GL-CONTRACT-TYPE-WS
                MOVE GL-CONTRACT-CODE-WS TO GL-CODE-WS
                MOVE AR-INS-BALANCE      TO GL-AMOUNT-WS
                PERFORM 600-WRITE-GL-PAIR
                MOVE ZERO TO AR-INS-BALANCE
           END-IF.

       264-EXIT.
           EXIT.

      * Totals the deductible and coinsurance the payer assigned to
      * the patient on its remittance lines for the stay.
       266-FIND-PATIENT-RESP.
           MOVE ZERO TO PAT-RESP-WS.
           PERFORM VARYING PRS-SUB FROM 1 BY 1
               UNTIL PRS-SUB > PAT-RESP-COUNT
               IF NOT PRS-IS-USED (PRS-SUB)
                  AND PRS-POLICY-NO (PRS-SUB) = AR-POLICY-NO
                  AND PRS-BENEFIT-DATE (PRS-SUB) = AR-ADMIT-DATE-NUM
                   MOVE 'Y' TO PRS-USED (PRS-SUB)
                   ADD PRS-AMOUNT (PRS-SUB) TO PAT-RESP-WS
               END-IF
           END-PERFORM.

      * A refund HOSPCRED sent the patient last cycle gives the
      * credit balance back; the cash and its GL entry went with the
      * refund itself, so nothing posts to GLPOST here.
       268-APPLY-REFUNDS.
           PERFORM VARYING RFT-SUB FROM 1 BY 1
               UNTIL RFT-SUB > REFUND-COUNT
               IF NOT RFT-IS-MATCHED (RFT-SUB)
                  AND RFT-PATIENT-NBR (RFT-SUB) = AR-PATIENT-NBR
                  AND RFT-ADMIT-DATE-NUM (RFT-SUB)
                      = AR-ADMIT-DATE-NUM
                   MOVE 'Y' TO RFT-MATCHED (RFT-SUB)
                   ADD RFT-AMOUNT (RFT-SUB) TO AR-BALANCE
                   ADD RFT-AMOUNT (RFT-SUB) TO REFUND-APPLIED-TOTAL
                   MOVE AR-PATIENT-NBR      TO AUD-PATIENT-NBR
                   MOVE AR-ADMIT-DATE-NUM   TO AUD-ADMIT-DATE
                   MOVE RFT-AMOUNT (RFT-SUB) TO AUD-AMOUNT
                   MOVE AR-BALANCE          TO AUD-BALANCE
                   MOVE 'REFUND APPLIED'    TO AUD-ACTION
                   WRITE ARAUDIT-REC FROM AUDIT-LINE
               END-IF
           END-PERFORM.

               WHEN BUSINESS-DAYS-WS > AGE-BAND-2
                      AND AR-DUN-LEVEL < 2
                   MOVE 2 TO AR-DUN-LEVEL
                   MOVE BUSINESS-DATE-NUM TO AR-FINAL-NOTICE-DATE
                   ADD 1 TO FINAL-NOTICE-COUNT
                   MOVE 'FINAL NOTICE' TO NOT-HDR-TEXT
                   WRITE NOTICE3-REC FROM NOTICE-HEADER-LINE
                   CONTINUE
           END-EVALUATE.

      * A balance still unpaid BADDEBT business days after its final
      * notice is written off: extracted to BDWOFF for the agency,
      * posted to the bad-debt account, and cleared from the patient
      * side of the item.
       290-CHECK-BAD-DEBT.
           IF AR-DUN-LEVEL < 2 OR AR-FINAL-NOTICE-DATE = ZERO
                GO TO 290-EXIT.

           COMPUTE BUS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (AR-FINAL-NOTICE-DATE).
           COMPUTE BUS-TO-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM).
           PERFORM 280-COUNT-BUSINESS-DAYS.
           IF BUSINESS-DAYS-WS NOT > BAD-DEBT-DAYS
                GO TO 290-EXIT.

           INITIALIZE BAD-DEBT-REC.
           MOVE AR-PATIENT-NBR        TO BW-PATIENT-NBR.
           MOVE AR-ADMIT-DATE-NUM     TO BW-ADMIT-DATE-NUM.
           MOVE AR-OPENED-DATE        TO BW-OPENED-DATE.
           MOVE AR-FINAL-NOTICE-DATE  TO BW-FINAL-NOTICE-DATE.
           MOVE BUSINESS-DATE-NUM     TO BW-WRITE-OFF-DATE.
           MOVE AR-POLICY-NO          TO BW-POLICY-NO.
           MOVE AR-BALANCE            TO BW-AMOUNT.
           ADD 1 TO BDW-CTL-COUNT.
           ADD AR-BALANCE TO BDW-CTL-HASH.
           WRITE BDWOFF-REC FROM BAD-DEBT-REC.

           ADD 1 TO BAD-DEBT-COUNT.
           ADD AR-BALANCE TO BAD-DEBT-TOTAL.
           MOVE AR-PATIENT-NBR        TO AUD-PATIENT-NBR.
           MOVE AR-ADMIT-DATE-NUM     TO AUD-ADMIT-DATE.
           MOVE AR-BALANCE            TO AUD-AMOUNT.
           MOVE ZERO                  TO AUD-BALANCE.
           MOVE 'BAD DEBT WRITE-OFF'  TO AUD-ACTION.
           WRITE ARAUDIT-REC FROM AUDIT-LINE.
           MOVE 'HBADDBT '            TO GL-CODE-WS.
           MOVE AR-BALANCE            TO GL-AMOUNT-WS.
           PERFORM 600-WRITE-GL-PAIR.

           MOVE ZERO TO AR-BALANCE.
           MOVE 'Y' TO WRITTEN-OFF-SW.

       290-EXIT.
           EXIT.

      * Counts the business days from BUS-FROM-INT (exclusive) to
      * BUS-TO-INT (inclusive).  Day numbers from INTEGER-OF-DATE
      * start at Monday 1 JAN 1601, so MOD 7 of 6 is a Saturday and
                DISPLAY 'ERROR OPENING ARAUDIT'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT BDWOFF
           IF NOT BW-NORMAL
                DISPLAY 'ERROR OPENING BDWOFF'
                GO TO 999-RETURN-ERR.

       320-LOAD-PAYMENTS.
           READ PATPAY
               AT END MOVE 'Y' TO PATPAY-EOF
                       MOVE DAY-VALUE TO AGE-BAND-1
                   WHEN 'AGEBAND2'
                       MOVE DAY-VALUE TO AGE-BAND-2
                   WHEN 'BADDEBT '
                       MOVE DAY-VALUE TO BAD-DEBT-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE

           CLOSE AGETAB.

      * The hospital's provider id from the HOSPPROV card -- only
      * the payer's money to that id is the hospital's to post.
       345-GET-HOSPITAL-PROVIDER.
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

      * Loads the GLACCTS mapping; the patient cash, insurance cash,
      * patient transfer, default contractual and bad-debt rows must
      * all be there before anything posts.
       350-LOAD-GL-MAP.
           OPEN INPUT GLACCTS
           IF NOT GA-NORMAL
                DISPLAY 'ERROR OPENING GLACCTS'
                GO TO 999-RETURN-ERR.

           READ GLACCTS
               AT END MOVE 'Y' TO GLACCTS-EOF
           END-READ.

           PERFORM VARYING GLM-IDX FROM 1 BY 1
               UNTIL NO-MORE-GLACCTS
                   IF GL-MAP-COUNT >= 50
                        DISPLAY 'ERROR: GLACCTS HAS MORE THAN 50 ROWS'
                            ' - TABLE TOO SMALL'
                        GO TO 999-RETURN-ERR
                   END-IF
                   ADD 1 TO GL-MAP-COUNT
                   MOVE GLA-CODE        TO GLM-CODE (GLM-IDX)
                   MOVE GLA-DEBIT-ACCT  TO GLM-DEBIT-ACCT (GLM-IDX)
                   MOVE GLA-CREDIT-ACCT TO GLM-CREDIT-ACCT (GLM-IDX)
                   READ GLACCTS
                       AT END MOVE 'Y' TO GLACCTS-EOF
                   END-READ
           END-PERFORM.

           CLOSE GLACCTS.

           MOVE 'HPATPAY ' TO GL-CODE-WS.
           PERFORM 355-CHECK-GL-CODE.
           MOVE 'HINSPAY ' TO GL-CODE-WS.
           PERFORM 355-CHECK-GL-CODE.
           MOVE 'HPATXFR ' TO GL-CODE-WS.
           PERFORM 355-CHECK-GL-CODE.
           MOVE 'HCADJ   ' TO GL-CODE-WS.
           PERFORM 355-CHECK-GL-CODE.
           MOVE 'HBADDBT ' TO GL-CODE-WS.
           PERFORM 355-CHECK-GL-CODE.

       355-CHECK-GL-CODE.
           PERFORM 610-FIND-GL-MAP.
           IF NOT GL-MAP-FOUND
                DISPLAY 'ERROR: NO ' GL-CODE-WS ' MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

      * Tonight's entries on the submission log, which otherwise
      * holds every claim the hospital has ever submitted.
       360-LOAD-SUBMISSIONS.
           OPEN INPUT CLMSUBLG
           IF NOT SL-NORMAL
                DISPLAY 'ERROR OPENING CLMSUBLG'
                GO TO 999-RETURN-ERR.

           READ CLMSUBLG
               AT END MOVE 'Y' TO CLMSUBLG-EOF
           END-READ.

           PERFORM 365-TAKE-SUBMISSION UNTIL NO-MORE-CLMSUBLG.
           IF SUBMIT-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " SUBMIT-SKIPPED-COUNT
                    " SUBMISSION(S) EXCEEDED SUBMIT-TABLE CAPACITY OF"
                    " 2000 AND WERE NOT OPENED ***"
           END-IF.

           CLOSE CLMSUBLG.

       365-TAKE-SUBMISSION.
           IF SL-SUBMITTED-DATE = BUSINESS-DATE-NUM
                IF SUBMIT-COUNT < 2000
                     ADD 1 TO SUBMIT-COUNT
                     SET SUB-IDX TO SUBMIT-COUNT
                     MOVE SL-PATIENT-NBR    TO SUB-PATIENT-NBR (SUB-IDX)
                     MOVE SL-ADMIT-DATE-NUM TO
                                         SUB-ADMIT-DATE-NUM (SUB-IDX)
                     MOVE SL-POLICY-NO      TO SUB-POLICY-NO (SUB-IDX)
                     MOVE SL-INS-TYPE       TO SUB-INS-TYPE (SUB-IDX)
                     MOVE SL-CLAIM-AMOUNT   TO
                                         SUB-CLAIM-AMOUNT (SUB-IDX)
                     MOVE 'N'               TO SUB-ATTACHED (SUB-IDX)
                ELSE
                     ADD 1 TO SUBMIT-SKIPPED-COUNT
                END-IF
           END-IF.
           READ CLMSUBLG
               AT END MOVE 'Y' TO CLMSUBLG-EOF
           END-READ.

      * Every CLAIMPD record counts toward its control totals; only
      * payments to the hospital's provider id are kept to post.
       370-LOAD-CLAIMPD.
           OPEN INPUT CLAIMPD
           IF NOT CPD-NORMAL
                DISPLAY 'ERROR OPENING CLAIMPD'
                GO TO 999-RETURN-ERR.

           READ CLAIMPD
               AT END MOVE 'Y' TO CLAIMPD-EOF
           END-READ.

           PERFORM 372-TAKE-CLAIMPD UNTIL NO-MORE-CLAIMPD.
           CLOSE CLAIMPD.

           IF NOT CPD-CTL-SEEN
                DISPLAY 'ERROR: CLAIMPD CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF CPD-VER-COUNT NOT = CPD-EXP-COUNT
                DISPLAY 'ERROR: CLAIMPD RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF CPD-VER-HASH NOT = CPD-EXP-HASH
                DISPLAY 'ERROR: CLAIMPD AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       372-TAKE-CLAIMPD.
           IF CLAIMPD-REC (1:7) = 'CONTROL'
                MOVE CLAIMPD-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO CPD-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO CPD-EXP-HASH
                MOVE 'Y' TO CPD-CTL-SEEN-SW
           ELSE
                ADD 1 TO CPD-VER-COUNT
                ADD CPD-CLAIM-PAID TO CPD-VER-HASH
                IF CPD-PROVIDER-ID = HOSPITAL-PROVIDER-ID
                     MOVE CPD-POLICY-NO     TO IPY-POLICY-NO-WS
                     MOVE CPD-BENEFIT-MONTH TO IPY-BENEFIT-MONTH-WS
                     MOVE CPD-PAID-DATE-NUM TO IPY-PAID-DATE-WS
                     MOVE CPD-CLAIM-PAID    TO IPY-AMOUNT-WS
                     PERFORM 378-ADD-INS-PAYMENT
                END-IF
           END-IF.
           READ CLAIMPD
               AT END MOVE 'Y' TO CLAIMPD-EOF
           END-READ.

      * MEDEXCQ's released payments, verified the same way; they
      * carry no benefit month.
       375-LOAD-EXCPAYMT.
           OPEN INPUT EXCPAYMT
           IF NOT XP-NORMAL
                DISPLAY 'ERROR OPENING EXCPAYMT'
                GO TO 999-RETURN-ERR.

           READ EXCPAYMT
               AT END MOVE 'Y' TO EXCPAYMT-EOF
           END-READ.

           PERFORM 377-TAKE-EXCPAYMT UNTIL NO-MORE-EXCPAYMT.
           CLOSE EXCPAYMT.

           IF NOT XP-CTL-SEEN
                DISPLAY 'ERROR: EXCPAYMT CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF XP-VER-COUNT NOT = XP-EXP-COUNT
                DISPLAY 'ERROR: EXCPAYMT RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF XP-VER-HASH NOT = XP-EXP-HASH
                DISPLAY 'ERROR: EXCPAYMT AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF INS-PAY-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " INS-PAY-SKIPPED-COUNT
                    " INSURANCE PAYMENT(S) EXCEEDED INS-PAY-TABLE"
                    " CAPACITY OF 3000 AND WERE NOT POSTED ***"
           END-IF.

       377-TAKE-EXCPAYMT.
           IF EXCPAYMT-REC (1:7) = 'CONTROL'
                MOVE EXCPAYMT-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO XP-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO XP-EXP-HASH
                MOVE 'Y' TO XP-CTL-SEEN-SW
           ELSE
                ADD 1 TO XP-VER-COUNT
                ADD XP-CLAIM-PAID TO XP-VER-HASH
                IF XP-PROVIDER-ID = HOSPITAL-PROVIDER-ID
                     MOVE XP-POLICY-NO      TO IPY-POLICY-NO-WS
                     MOVE ZERO              TO IPY-BENEFIT-MONTH-WS
                     MOVE XP-PAID-DATE-NUM  TO IPY-PAID-DATE-WS
                     MOVE XP-CLAIM-PAID     TO IPY-AMOUNT-WS
                     PERFORM 378-ADD-INS-PAYMENT
                END-IF
           END-IF.
           READ EXCPAYMT
               AT END MOVE 'Y' TO EXCPAYMT-EOF
           END-READ.

       378-ADD-INS-PAYMENT.
           IF INS-PAY-COUNT < 3000
                ADD 1 TO INS-PAY-COUNT
                SET IPY-IDX TO INS-PAY-COUNT
                MOVE IPY-POLICY-NO-WS     TO IPY-POLICY-NO (IPY-IDX)
                MOVE IPY-BENEFIT-MONTH-WS TO
                                        IPY-BENEFIT-MONTH (IPY-IDX)
                MOVE IPY-PAID-DATE-WS     TO IPY-PAID-DATE (IPY-IDX)
                MOVE IPY-AMOUNT-WS        TO IPY-AMOUNT (IPY-IDX)
                MOVE 'N'                  TO IPY-MATCHED (IPY-IDX)
           ELSE
                ADD 1 TO INS-PAY-SKIPPED-COUNT
           END-IF.

      * The payment lines MEDCLAIM remitted to the hospital, for the
      * share each one assigned to the patient; the whole file is
      * proved against its trailer on RMD-PAID.
       380-LOAD-REMITDTL.
           OPEN INPUT REMITDTL
           IF NOT RD-NORMAL
                DISPLAY 'ERROR OPENING REMITDTL'
                GO TO 999-RETURN-ERR.

           READ REMITDTL INTO REMIT-DETAIL-REC
               AT END MOVE 'Y' TO REMITDTL-EOF
           END-READ.

           PERFORM 382-TAKE-REMITDTL UNTIL NO-MORE-REMITDTL.
           CLOSE REMITDTL.

           IF NOT RD-CTL-SEEN
                DISPLAY 'ERROR: REMITDTL CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RD-VER-COUNT NOT = RD-EXP-COUNT
                DISPLAY 'ERROR: REMITDTL RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RD-VER-HASH NOT = RD-EXP-HASH
                DISPLAY 'ERROR: REMITDTL AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF PAT-RESP-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " PAT-RESP-SKIPPED-COUNT
                    " REMITTANCE LINE(S) EXCEEDED PAT-RESP-TABLE"
                    " CAPACITY OF 3000 AND WERE NOT READ ***"
           END-IF.

       382-TAKE-REMITDTL.
           IF REMITDTL-REC (1:7) = 'CONTROL'
                MOVE REMITDTL-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO RD-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO RD-EXP-HASH
                MOVE 'Y' TO RD-CTL-SEEN-SW
           ELSE
                ADD 1 TO RD-VER-COUNT
                ADD RMD-PAID TO RD-VER-HASH
                IF RMD-PROVIDER-ID = HOSPITAL-PROVIDER-ID
                       AND RMD-PAYMENT
                       AND RMD-DEDUCTIBLE + RMD-COINSURANCE > ZERO
                     IF PAT-RESP-COUNT < 3000
                          ADD 1 TO PAT-RESP-COUNT
                          SET PRS-IDX TO PAT-RESP-COUNT
                          MOVE RMD-POLICY-NO TO PRS-POLICY-NO (PRS-IDX)
                          MOVE RMD-BENEFIT-DATE TO
                                           PRS-BENEFIT-DATE (PRS-IDX)
                          COMPUTE PRS-AMOUNT (PRS-IDX) =
                              RMD-DEDUCTIBLE + RMD-COINSURANCE
                          MOVE 'N' TO PRS-USED (PRS-IDX)
                     ELSE
                          ADD 1 TO PAT-RESP-SKIPPED-COUNT
                     END-IF
                END-IF
           END-IF.
           READ REMITDTL INTO REMIT-DETAIL-REC
               AT END MOVE 'Y' TO REMITDTL-EOF
           END-READ.

      * Last cycle's refunds from HOSPCRED, proved against their
      * trailer on RF-AMOUNT before any of them posts.
       385-LOAD-REFUNDS.
           OPEN INPUT PATREFND
           IF NOT RF-NORMAL
                DISPLAY 'ERROR OPENING PATREFND'
                GO TO 999-RETURN-ERR.

           READ PATREFND INTO REFUND-ISSUED-REC
               AT END MOVE 'Y' TO PATREFND-EOF
           END-READ.

           PERFORM 387-TAKE-REFUND UNTIL NO-MORE-PATREFND.
           CLOSE PATREFND.

           IF NOT RF-CTL-SEEN
                DISPLAY 'ERROR: PATREFND CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RF-VER-COUNT NOT = RF-EXP-COUNT
                DISPLAY 'ERROR: PATREFND RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RF-VER-HASH NOT = RF-EXP-HASH
                DISPLAY 'ERROR: PATREFND AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF REFUND-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " REFUND-SKIPPED-COUNT
                    " REFUND(S) EXCEEDED REFUND-TABLE CAPACITY OF"
                    " 2000 AND WERE NOT POSTED ***"
           END-IF.

       387-TAKE-REFUND.
           IF PATREFND-REC (1:7) = 'CONTROL'
                MOVE PATREFND-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO RF-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO RF-EXP-HASH
                MOVE 'Y' TO RF-CTL-SEEN-SW
           ELSE
                ADD 1 TO RF-VER-COUNT
                ADD RF-AMOUNT TO RF-VER-HASH
                IF REFUND-COUNT < 2000
                     ADD 1 TO REFUND-COUNT
                     SET RFT-IDX TO REFUND-COUNT
                     MOVE RF-PATIENT-NBR    TO RFT-PATIENT-NBR (RFT-IDX)
                     MOVE RF-ADMIT-DATE-NUM TO
                                         RFT-ADMIT-DATE-NUM (RFT-IDX)
                     MOVE RF-AMOUNT         TO RFT-AMOUNT (RFT-IDX)
                     MOVE 'N'               TO RFT-MATCHED (RFT-IDX)
                ELSE
                     ADD 1 TO REFUND-SKIPPED-COUNT
                END-IF
           END-IF.
           READ PATREFND INTO REFUND-ISSUED-REC
               AT END MOVE 'Y' TO PATREFND-EOF
           END-READ.

       400-READ-ARMOLD.
           READ ARMOLD INTO AR-ITEM-WS
               AT END MOVE 'Y' TO ARMOLD-EOF
                WRITE ARAUDIT-REC FROM AUDIT-LINE
           END-IF.

      * Payer money to the hospital that found no open insurance
      * side posted nothing -- report it for the business office.
       470-REPORT-UNMATCHED-INS.
           PERFORM 480-CHECK-ONE-INS-PAYMENT
               VARYING IPY-SUB FROM 1 BY 1
               UNTIL IPY-SUB > INS-PAY-COUNT.

       480-CHECK-ONE-INS-PAYMENT.
           IF NOT IPY-IS-MATCHED (IPY-SUB)
                ADD 1 TO UNMATCHED-INS-COUNT
                MOVE IPY-POLICY-NO (IPY-SUB)  TO AUI-POLICY-NO
                MOVE IPY-PAID-DATE (IPY-SUB)  TO AUI-PAID-DATE
                MOVE IPY-AMOUNT (IPY-SUB)     TO AUI-AMOUNT
                MOVE 'INS PAYMENT UNMATCHED'  TO AUI-ACTION
                WRITE ARAUDIT-REC FROM AUDIT-INS-LINE
           END-IF.

      * A refund whose item is no longer open posted nothing --
      * report it for the business office.
       490-REPORT-UNMATCHED-REFUNDS.
           PERFORM 495-CHECK-ONE-REFUND
               VARYING RFT-SUB FROM 1 BY 1
               UNTIL RFT-SUB > REFUND-COUNT.

       495-CHECK-ONE-REFUND.
           IF NOT RFT-IS-MATCHED (RFT-SUB)
                ADD 1 TO UNMATCHED-REFUND-COUNT
                MOVE RFT-PATIENT-NBR (RFT-SUB)    TO AUD-PATIENT-NBR
                MOVE RFT-ADMIT-DATE-NUM (RFT-SUB) TO AUD-ADMIT-DATE
                MOVE RFT-AMOUNT (RFT-SUB)         TO AUD-AMOUNT
                MOVE ZERO                         TO AUD-BALANCE
                MOVE 'REFUND UNMATCHED'           TO AUD-ACTION
                WRITE ARAUDIT-REC FROM AUDIT-LINE
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO ARAUDIT-REC.
           WRITE ARAUDIT-REC.
           MOVE SECOND-NOTICE-COUNT TO AUD-FOOT-N2.
           MOVE FINAL-NOTICE-COUNT  TO AUD-FOOT-N3.
           WRITE ARAUDIT-REC FROM AUDIT-FOOTER-02.
           MOVE INS-POSTED-TOTAL   TO AUD-FOOT-INS.
           MOVE CONTRACTUAL-TOTAL  TO AUD-FOOT-CONTRACT.
           WRITE ARAUDIT-REC FROM AUDIT-FOOTER-03.
           MOVE PAT-TRANSFER-TOTAL TO AUD-FOOT-XFER.
           MOVE INS-OPEN-TOTAL     TO AUD-FOOT-INS-OPEN.
           WRITE ARAUDIT-REC FROM AUDIT-FOOTER-04.
           MOVE BAD-DEBT-COUNT     TO AUD-FOOT-BD-COUNT.
           MOVE BAD-DEBT-TOTAL     TO AUD-FOOT-BD-AMOUNT.
           WRITE ARAUDIT-REC FROM AUDIT-FOOTER-05.
           MOVE CREDIT-BALANCE-COUNT   TO AUD-FOOT-CR-COUNT.
           MOVE CREDIT-BALANCE-TOTAL   TO AUD-FOOT-CR-AMOUNT.
           WRITE ARAUDIT-REC FROM AUDIT-FOOTER-06.
           MOVE REFUND-APPLIED-TOTAL   TO AUD-FOOT-REFUNDS.
           MOVE UNMATCHED-REFUND-COUNT TO AUD-FOOT-RF-UNMATCHED.
           WRITE ARAUDIT-REC FROM AUDIT-FOOTER-07.

      * One balanced debit/credit pair onto GLPOST for a posting,
      * from the GLACCTS row named in GL-CODE-WS.  A contractual
      * code with no row for its insurance type falls back to the
      * plain HCADJ row.  A negative amount (a payer overpayment
      * credited back to the patient) reverses the pair's sides.
       600-WRITE-GL-PAIR.
           PERFORM 610-FIND-GL-MAP.
           IF NOT GL-MAP-FOUND
                MOVE 'HCADJ   ' TO GL-CODE-WS
                PERFORM 610-FIND-GL-MAP
           END-IF.

           IF GL-AMOUNT-WS < ZERO
                MOVE GL-DEBIT-ACCT-WS  TO GL-CODE-WS
                MOVE GL-CREDIT-ACCT-WS TO GL-DEBIT-ACCT-WS
                MOVE GL-CODE-WS        TO GL-CREDIT-ACCT-WS
                MULTIPLY -1 BY GL-AMOUNT-WS
           END-IF.

           INITIALIZE GLPOST-REC.
           MOVE 'HOSPRECV'            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE GL-AMOUNT-WS          TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'HOSPRECV'            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE GL-AMOUNT-WS          TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

       610-FIND-GL-MAP.
           MOVE 'N' TO GL-MAP-FOUND-SW.
           SET GLM-IDX TO 1.
           SEARCH GL-MAP-ITEM
               AT END
                   CONTINUE
               WHEN GLM-IDX > GL-MAP-COUNT
                   CONTINUE
               WHEN GLM-CODE (GLM-IDX) = GL-CODE-WS
                   MOVE GLM-DEBIT-ACCT (GLM-IDX)  TO GL-DEBIT-ACCT-WS
                   MOVE GLM-CREDIT-ACCT (GLM-IDX) TO GL-CREDIT-ACCT-WS
                   MOVE 'Y' TO GL-MAP-FOUND-SW
           END-SEARCH.

      * BDWOFF closes with its CONTROL trailer so HOSPCOLL can prove
      * it whole before placing anything.
       900-CLEANUP.
           MOVE 'CONTROL'      TO CTL-ID.
           MOVE BDW-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE BDW-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE BDWOFF-REC FROM CONTROL-REC.

           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE ARMOLD, STMTEXT, ARMNEW, NOTICE2, NOTICE3, ARAUDIT,
                 GLPOST, BDWOFF.

      * One run-control record for DAYBAL's nightly cross-foot:
      * items worked (carried in plus seeded, from statements or
      * submissions) must equal closed plus carried forward.  The
      * dollars are all the cash posted, patient and insurance.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
           MOVE ITEMS-CLOSED          TO LED-RECS-OUT-PRIMARY.
           MOVE ITEMS-CARRIED-OUT     TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           COMPUTE LED-DOLLARS =
               CASH-POSTED-TOTAL + INS-POSTED-TOTAL.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.
