       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PROV1099.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** YEAR-END 1099 REPORTING OF CLAIM PAYMENTS TO PROVIDERS.
      *****
      ***** PROVIDER PAYMENT TOTALS USED TO BE REBUILT FROM
      ***** SPREADSHEETS EVERY JANUARY.  THIS RUN READS THE TAX YEAR'S
      ***** CLAIMPD (MEDCLAIM) AND EXCPAYMT (MEDEXCQ) EXTRACTS,
      ***** CONCATENATED NIGHT BY NIGHT THE WAY MEDLAGTR READS THEM,
      ***** AND NETS EVERY PAYMENT, REVERSAL AND ADJUSTMENT INTO ITS
      ***** PROVIDER'S TOTAL.  A PROVIDER WHOSE NET TOTAL REACHES THE
      ***** REPORTING THRESHOLD (P1099PRM, $600.00 BY DEFAULT):
      *****
      *****   - WITH A TAXPAYER ID ON PROVMAST GETS A PRINTED 1099-MISC
      *****     (BOX 6, MEDICAL AND HEALTH CARE PAYMENTS) TO ITS LEGAL
      *****     NAME AND ADDRESS, AND A PAYEE RECORD ON THE F1099EFX
      *****     ELECTRONIC FILING EXTRACT (PAYER 'A' RECORD, ONE 'B' PER
      *****     PAYEE, 'C' TOTALS RECORD);
      *****   - WITHOUT ONE IS LISTED ON THE EXCEPTION REPORT FOR
      *****     BACKUP-WITHHOLDING FOLLOW-UP INSTEAD, AND FILES ONCE
      *****     THE W-9 IS ON PROVMAST AND THE RUN IS REPEATED.
      *****
      ***** PAYMENTS WHOSE PROVIDER ID IS NOT ON PROVMAST CANNOT BE
      ***** REPORTED AND ARE LISTED BY ID ON THE SAME REPORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Tax year, reporting threshold and payer identification.
           SELECT P1099PRM
           ASSIGN TO P1099PRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS P1099PRM-ST.
      *  Provider master (see Copybooks/PROVREC.cpy).
           SELECT PROVMAST
           ASSIGN TO PROVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMAST-ST.
      *  The year's nightly extracts, concatenated; each night's
      *  CONTROL trailer is recognized and skipped.
           SELECT CLAIMPD
           ASSIGN TO CLAIMPD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLAIMPD-ST.
           SELECT EXCPAYMT
           ASSIGN TO EXCPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCPAYMT-ST.
      *  Printed 1099 forms.
           SELECT F1099FRM
           ASSIGN TO F1099FRM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS F1099FRM-ST.
      *  Electronic filing extract.
           SELECT F1099EFX
           ASSIGN TO F1099EFX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS F1099EFX-ST.
      *  Missing-TIN and unknown-provider listing with run totals.
           SELECT F1099EXC
           ASSIGN TO F1099EXC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS F1099EXC-ST.
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
       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

      * A zero tax year reports the calendar year before the business
      * date; a zero threshold takes the $600.00 default.
       FD  P1099PRM
           RECORD CONTAINS 80 CHARACTERS.
       01  P1099PRM-REC.
           05  PP-TAX-YEAR             PIC 9(04).
           05  PP-THRESHOLD            PIC 9(07)V99.
           05  PP-PAYER-TIN            PIC 9(09).
           05  PP-PAYER-NAME           PIC X(30).
           05  FILLER                  PIC X(28).

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMAST-REC                PIC X(120).

       FD  CLAIMPD
           RECORD CONTAINS 40 CHARACTERS.
       01  CLAIMPD-REC.
           05  CPD-POLICY-NO           PIC 9(07).
           05  CPD-PAID-DATE-NUM       PIC 9(08).
           05  CPD-PAID-DATE-YMD REDEFINES CPD-PAID-DATE-NUM.
               10  CPD-PAID-YYYY       PIC 9(04).
               10  FILLER              PIC 9(04).
           05  CPD-CLAIM-PAID          PIC S9(7)V99.
           05  CPD-BENEFIT-MONTH       PIC 9(06).
           05  CPD-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(05).

       FD  EXCPAYMT
           RECORD CONTAINS 30 CHARACTERS.
       01  EXCPAYMT-REC.
           05  EXP-POLICY-NO           PIC 9(07).
           05  EXP-PAID-DATE-NUM       PIC 9(08).
           05  EXP-PAID-DATE-YMD REDEFINES EXP-PAID-DATE-NUM.
               10  EXP-PAID-YYYY       PIC 9(04).
               10  FILLER              PIC 9(04).
           05  EXP-CLAIM-PAID          PIC S9(7)V99.
           05  EXP-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(01).

       FD  F1099FRM
           RECORD CONTAINS 80 CHARACTERS.
       01  F1099FRM-REC                PIC X(80).

      * Electronic filing extract: one payer 'A' record, one payee
      * 'B' record per form, one 'C' record with the payee count and
      * dollar total the filing is balanced against.
       FD  F1099EFX
           RECORD CONTAINS 120 CHARACTERS.
       01  EFX-PAYER-REC.
           05  EFA-REC-TYPE            PIC X(01).
           05  EFA-TAX-YEAR            PIC 9(04).
           05  EFA-PAYER-TIN           PIC 9(09).
           05  EFA-PAYER-NAME          PIC X(30).
           05  FILLER                  PIC X(76).
       01  EFX-PAYEE-REC.
           05  EFB-REC-TYPE            PIC X(01).
           05  EFB-TAX-YEAR            PIC 9(04).
           05  EFB-PAYEE-TIN           PIC 9(09).
           05  EFB-TIN-TYPE            PIC X(01).
           05  EFB-PAYEE-NAME          PIC X(30).
           05  EFB-STREET              PIC X(25).
           05  EFB-CITY                PIC X(15).
           05  EFB-STATE               PIC X(02).
           05  EFB-ZIP                 PIC X(05).
           05  EFB-BOX6-AMOUNT         PIC 9(10)V99.
           05  FILLER                  PIC X(16).
       01  EFX-TOTAL-REC.
           05  EFC-REC-TYPE            PIC X(01).
           05  EFC-PAYEE-COUNT         PIC 9(08).
           05  EFC-TOTAL-AMOUNT        PIC 9(13)V99.
           05  FILLER                  PIC X(96).

       FD  F1099EXC
           RECORD CONTAINS 133 CHARACTERS.
       01  F1099EXC-REC                PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY PROVREC.

       01  FLAGS.
           05  P1099PRM-ST             PIC X(02).
               88  PP-NORMAL                           VALUE '00'.
           05  PROVMAST-ST             PIC X(02).
               88  PRV-NORMAL                          VALUE '00'.
           05  CLAIMPD-ST              PIC X(02).
               88  CPD-NORMAL                          VALUE '00'.
           05  EXCPAYMT-ST             PIC X(02).
               88  XP-NORMAL                           VALUE '00'.
           05  F1099FRM-ST             PIC X(02).
               88  FM-NORMAL                           VALUE '00'.
           05  F1099EFX-ST             PIC X(02).
               88  EF-NORMAL                           VALUE '00'.
           05  F1099EXC-ST             PIC X(02).
               88  EX-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  PROVMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROVMAST                    VALUE 'Y'.
           05  CLAIMPD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLAIMPD                     VALUE 'Y'.
           05  EXCPAYMT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-EXCPAYMT                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).
           05  BUSINESS-DATE-YMD REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-YEAR       PIC 9(04).
               10  BUSINESS-MONTH      PIC 9(02).
               10  BUSINESS-DAY        PIC 9(02).

       77  TAX-YEAR                    PIC 9(04)    VALUE 0.
       77  THRESHOLD-WS                PIC 9(07)V99 VALUE 600.00.
       77  PAYER-TIN                   PIC 9(09)    VALUE 0.
       77  PAYER-NAME                  PIC X(30)    VALUE SPACES.

      * The payment being totalled, from whichever extract it came.
       01  PAYMENT-WS.
           05  PAYMENT-PROVIDER-ID     PIC X(05).
           05  PAYMENT-YEAR            PIC 9(04).
           05  PAYMENT-AMOUNT          PIC S9(7)V99.

      * Provider master held in memory with each provider's net total
      * for the tax year.
       01  PROVIDER-TABLE.
           05  PROVIDER-ITEM OCCURS 200 TIMES
                   INDEXED BY PRV-IDX.
               10  PT-CODE                 PIC X(05).
               10  PT-TIN                  PIC 9(09).
               10  PT-TIN-TYPE             PIC X(01).
               10  PT-PAYEE-NAME           PIC X(30).
               10  PT-STREET               PIC X(25).
               10  PT-CITY                 PIC X(15).
               10  PT-STATE                PIC X(02).
               10  PT-ZIP                  PIC X(05).
               10  PT-PAYMENT-COUNT        PIC 9(07).
               10  PT-YEAR-TOTAL           PIC S9(9)V99.
       77  PROVMAST-COUNT              PIC S9(04) COMP VALUE 0.
       77  PRV-SUB                     PIC S9(04) COMP VALUE 0.

      * Provider ids paid during the year but not on PROVMAST (blank
      * included), totalled for the exception listing.
       01  UNKNOWN-TABLE.
           05  UNKNOWN-ITEM OCCURS 100 TIMES
                   INDEXED BY UNK-IDX.
               10  UNK-CODE                PIC X(05).
               10  UNK-PAYMENT-COUNT       PIC 9(07).
               10  UNK-TOTAL               PIC S9(9)V99.
       77  UNKNOWN-COUNT               PIC S9(04) COMP VALUE 0.
       77  UNK-SUB                     PIC S9(04) COMP VALUE 0.
       77  UNKNOWN-OVERFLOW-COUNT      PIC 9(07) VALUE 0.

       77  PAYMENTS-READ               PIC 9(07) VALUE 0.
       77  PAYMENTS-POSTED             PIC 9(07) VALUE 0.
       77  PAYMENTS-OTHER-YEAR         PIC 9(07) VALUE 0.
       77  PAYMENTS-UNKNOWN            PIC 9(07) VALUE 0.
       77  TRAILERS-SKIPPED            PIC 9(07) VALUE 0.
       77  FORMS-ISSUED                PIC 9(07) VALUE 0.
       77  MISSING-TIN-COUNT           PIC 9(07) VALUE 0.
       77  BELOW-THRESHOLD-COUNT       PIC 9(07) VALUE 0.
       01  REPORTED-TOTAL              PIC S9(11)V99 VALUE 0.
       01  MISSING-TIN-TOTAL           PIC S9(11)V99 VALUE 0.
       01  UNKNOWN-TOTAL-ALL           PIC S9(11)V99 VALUE 0.

       01  FRM-TITLE-LINE.
           05  FILLER                  PIC X(41)
                    VALUE 'FORM 1099-MISC  MISCELLANEOUS INFORMATION'.
           05  FILLER                  PIC X(12)
                    VALUE '   TAX YEAR '.
           05  FRM-TAX-YEAR            PIC 9(04).

       01  FRM-PAYER-LINE.
           05  FILLER                  PIC X(11)   VALUE 'PAYER:     '.
           05  FRM-PAYER-NAME          PIC X(30).
           05  FILLER                  PIC X(13)
                    VALUE '  PAYER TIN: '.
           05  FRM-PAYER-TIN           PIC 9(09).

       01  FRM-RECIPIENT-LINE.
           05  FILLER                  PIC X(11)   VALUE 'RECIPIENT: '.
           05  FRM-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(13)
                    VALUE '  RECIP TIN: '.
           05  FRM-PAYEE-TIN           PIC 9(09).

       01  FRM-STREET-LINE.
           05  FILLER                  PIC X(11)   VALUE SPACES.
           05  FRM-STREET              PIC X(25).

       01  FRM-CITY-LINE.
           05  FILLER                  PIC X(11)   VALUE SPACES.
           05  FRM-CITY                PIC X(15).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FRM-STATE               PIC X(02).
           05  FILLER                  PIC X(01)   VALUE SPACES.
           05  FRM-ZIP                 PIC X(05).

       01  FRM-ACCOUNT-LINE.
           05  FILLER                  PIC X(24)
                    VALUE 'ACCOUNT (PROVIDER ID):  '.
           05  FRM-PROVIDER-ID         PIC X(05).

       01  FRM-BOX6-LINE.
           05  FILLER                  PIC X(44)
                    VALUE 'BOX 6  MEDICAL AND HEALTH CARE PAYMENTS:  '.
           05  FRM-BOX6-AMOUNT         PIC $$$,$$$,$$9.99.

       01  EXC-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE '1099 EXCEPTIONS AND CONTROL TOTALS  TAX '.
           05  FILLER                  PIC X(06)   VALUE 'YEAR: '.
           05  EXC-HDR-YEAR            PIC 9(04).
           05  FILLER                  PIC X(08)   VALUE '  RUN: '.
           05  EXC-HDR-DATE            PIC 9(08).

       01  EXC-SECTION-1.
           05  FILLER                  PIC X(60)
                    VALUE 'OVER THRESHOLD WITH NO TIN ON FILE -- BACKUP
      -             ' WITHHOLDING'.

       01  EXC-SECTION-2.
           05  FILLER                  PIC X(60)
                    VALUE 'PAID PROVIDER IDS NOT ON PROVMAST'.

       01  EXC-DETAIL-LINE.
           05  EXC-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  EXC-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  EXC-PAYMENT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(02)   VALUE SPACES.
           05  EXC-TOTAL               PIC -$$$,$$$,$$9.99.

       01  EXC-FOOTER-01.
           05  FILLER                  PIC X(24)
                    VALUE 'FORMS ISSUED:'.
           05  EXC-FOOT-FORMS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'BOX 6 TOTAL REPORTED:'.
           05  EXC-FOOT-REPORTED       PIC -$$,$$$,$$$,$$9.99.

       01  EXC-FOOTER-02.
           05  FILLER                  PIC X(24)
                    VALUE 'MISSING TIN:'.
           05  EXC-FOOT-MISSING        PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'MISSING TIN DOLLARS:'.
           05  EXC-FOOT-MISSING-AMT    PIC -$$,$$$,$$$,$$9.99.

       01  EXC-FOOTER-03.
           05  FILLER                  PIC X(24)
                    VALUE 'BELOW THRESHOLD:'.
           05  EXC-FOOT-BELOW          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'UNKNOWN ID DOLLARS:'.
           05  EXC-FOOT-UNKNOWN-AMT    PIC -$$,$$$,$$$,$$9.99.

       01  EXC-FOOTER-04.
           05  FILLER                  PIC X(24)
                    VALUE 'PAYMENTS READ:'.
           05  EXC-FOOT-READ           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)   VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'OUTSIDE TAX YEAR:'.
           05  EXC-FOOT-OTHER-YEAR     PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-TOTAL-CLAIMPD UNTIL NO-MORE-CLAIMPD.
           PERFORM 205-TOTAL-EXCPAYMT UNTIL NO-MORE-EXCPAYMT.

           WRITE F1099EXC-REC FROM EXC-SECTION-1.
           MOVE SPACES TO F1099EXC-REC.
           WRITE F1099EXC-REC.
           PERFORM 250-REPORT-PROVIDER
               VARYING PRV-SUB FROM 1 BY 1
               UNTIL PRV-SUB > PROVMAST-COUNT.

           MOVE SPACES TO F1099EXC-REC.
           WRITE F1099EXC-REC.
           WRITE F1099EXC-REC FROM EXC-SECTION-2.
           MOVE SPACES TO F1099EXC-REC.
           WRITE F1099EXC-REC.
           PERFORM 460-LIST-UNKNOWN-PROVIDER
               VARYING UNK-SUB FROM 1 BY 1
               UNTIL UNK-SUB > UNKNOWN-COUNT.

           PERFORM 480-WRITE-TOTAL-RECORD.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-PARMS.
           PERFORM 320-LOAD-PROVMAST.

           MOVE TAX-YEAR          TO EXC-HDR-YEAR.
           MOVE BUSINESS-DATE-NUM TO EXC-HDR-DATE.
           WRITE F1099EXC-REC FROM EXC-HEADER-LINE.
           MOVE SPACES TO F1099EXC-REC.
           WRITE F1099EXC-REC.

           MOVE SPACES      TO EFX-PAYER-REC.
           MOVE 'A'         TO EFA-REC-TYPE.
           MOVE TAX-YEAR    TO EFA-TAX-YEAR.
           MOVE PAYER-TIN   TO EFA-PAYER-TIN.
           MOVE PAYER-NAME  TO EFA-PAYER-NAME.
           WRITE EFX-PAYER-REC.

           PERFORM 400-READ-CLAIMPD.
           PERFORM 410-READ-EXCPAYMT.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps and ages
      * that night's business; absent a card the system date stands
      * in.
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

       200-TOTAL-CLAIMPD.
           MOVE CPD-PROVIDER-ID TO PAYMENT-PROVIDER-ID.
           MOVE CPD-PAID-YYYY   TO PAYMENT-YEAR.
           MOVE CPD-CLAIM-PAID  TO PAYMENT-AMOUNT.
           PERFORM 210-POST-PAYMENT.
           PERFORM 400-READ-CLAIMPD.

       205-TOTAL-EXCPAYMT.
           MOVE EXP-PROVIDER-ID TO PAYMENT-PROVIDER-ID.
           MOVE EXP-PAID-YYYY   TO PAYMENT-YEAR.
           MOVE EXP-CLAIM-PAID  TO PAYMENT-AMOUNT.
           PERFORM 210-POST-PAYMENT.
           PERFORM 410-READ-EXCPAYMT.

      * Payments, reversals (negative) and adjustments (signed delta)
      * all carry their provider, so one signed add nets them.  A
      * 1099 reports cash paid in the year, so the paid date decides
      * the year, whatever the benefit month.
       210-POST-PAYMENT.
           ADD 1 TO PAYMENTS-READ.
           IF PAYMENT-YEAR NOT = TAX-YEAR
                ADD 1 TO PAYMENTS-OTHER-YEAR
           ELSE
                PERFORM 215-FIND-PROVIDER
                IF PRV-SUB > 0
                     ADD 1 TO PAYMENTS-POSTED
                     ADD 1 TO PT-PAYMENT-COUNT (PRV-SUB)
                     ADD PAYMENT-AMOUNT TO PT-YEAR-TOTAL (PRV-SUB)
                ELSE
                     ADD 1 TO PAYMENTS-UNKNOWN
                     ADD PAYMENT-AMOUNT TO UNKNOWN-TOTAL-ALL
                     PERFORM 220-NOTE-UNKNOWN-PROVIDER
                END-IF
           END-IF.

       215-FIND-PROVIDER.
           MOVE 0 TO PRV-SUB.
           SET PRV-IDX TO 1.
           SEARCH PROVIDER-ITEM VARYING PRV-IDX
               AT END
                   CONTINUE
               WHEN PRV-IDX > PROVMAST-COUNT
                   CONTINUE
               WHEN PT-CODE (PRV-IDX) = PAYMENT-PROVIDER-ID
                   SET PRV-SUB TO PRV-IDX
           END-SEARCH.

       220-NOTE-UNKNOWN-PROVIDER.
           MOVE 0 TO UNK-SUB.
           SET UNK-IDX TO 1.
           SEARCH UNKNOWN-ITEM VARYING UNK-IDX
               AT END
                   CONTINUE
               WHEN UNK-IDX > UNKNOWN-COUNT
                   CONTINUE
               WHEN UNK-CODE (UNK-IDX) = PAYMENT-PROVIDER-ID
                   SET UNK-SUB TO UNK-IDX
           END-SEARCH.

           IF UNK-SUB = 0
                IF UNKNOWN-COUNT >= 100
                     ADD 1 TO UNKNOWN-OVERFLOW-COUNT
                ELSE
                     ADD 1 TO UNKNOWN-COUNT
                     MOVE UNKNOWN-COUNT TO UNK-SUB
                     MOVE PAYMENT-PROVIDER-ID TO UNK-CODE (UNK-SUB)
                     MOVE ZERO TO UNK-PAYMENT-COUNT (UNK-SUB)
                     MOVE ZERO TO UNK-TOTAL (UNK-SUB)
                END-IF
           END-IF.

           IF UNK-SUB > 0
                ADD 1 TO UNK-PAYMENT-COUNT (UNK-SUB)
                ADD PAYMENT-AMOUNT TO UNK-TOTAL (UNK-SUB)
           END-IF.

      * A provider at or over the threshold either gets its form and
      * extract record or, with no TIN on file, goes on the backup-
      * withholding list.
       250-REPORT-PROVIDER.
           EVALUATE TRUE
               WHEN PT-YEAR-TOTAL (PRV-SUB) < THRESHOLD-WS
                   IF PT-PAYMENT-COUNT (PRV-SUB) > 0
                        ADD 1 TO BELOW-THRESHOLD-COUNT
                   END-IF
               WHEN PT-TIN (PRV-SUB) = ZERO
                   ADD 1 TO MISSING-TIN-COUNT
                   ADD PT-YEAR-TOTAL (PRV-SUB) TO MISSING-TIN-TOTAL
                   MOVE PT-CODE (PRV-SUB)       TO EXC-PROVIDER-ID
                   MOVE PT-PAYEE-NAME (PRV-SUB) TO EXC-PAYEE-NAME
                   MOVE PT-PAYMENT-COUNT (PRV-SUB)
                       TO EXC-PAYMENT-COUNT
                   MOVE PT-YEAR-TOTAL (PRV-SUB) TO EXC-TOTAL
                   WRITE F1099EXC-REC FROM EXC-DETAIL-LINE
               WHEN OTHER
                   PERFORM 260-PRINT-FORM
                   PERFORM 270-WRITE-PAYEE-RECORD
                   ADD 1 TO FORMS-ISSUED
                   ADD PT-YEAR-TOTAL (PRV-SUB) TO REPORTED-TOTAL
           END-EVALUATE.

       260-PRINT-FORM.
           MOVE TAX-YEAR                TO FRM-TAX-YEAR.
           WRITE F1099FRM-REC FROM FRM-TITLE-LINE.
           MOVE SPACES TO F1099FRM-REC.
           WRITE F1099FRM-REC.
           MOVE PAYER-NAME              TO FRM-PAYER-NAME.
           MOVE PAYER-TIN               TO FRM-PAYER-TIN.
           WRITE F1099FRM-REC FROM FRM-PAYER-LINE.
           MOVE SPACES TO F1099FRM-REC.
           WRITE F1099FRM-REC.
           MOVE PT-PAYEE-NAME (PRV-SUB) TO FRM-PAYEE-NAME.
           MOVE PT-TIN (PRV-SUB)        TO FRM-PAYEE-TIN.
           WRITE F1099FRM-REC FROM FRM-RECIPIENT-LINE.
           MOVE PT-STREET (PRV-SUB)     TO FRM-STREET.
           WRITE F1099FRM-REC FROM FRM-STREET-LINE.
           MOVE PT-CITY (PRV-SUB)       TO FRM-CITY.
           MOVE PT-STATE (PRV-SUB)      TO FRM-STATE.
           MOVE PT-ZIP (PRV-SUB)        TO FRM-ZIP.
           WRITE F1099FRM-REC FROM FRM-CITY-LINE.
           MOVE SPACES TO F1099FRM-REC.
           WRITE F1099FRM-REC.
           MOVE PT-CODE (PRV-SUB)       TO FRM-PROVIDER-ID.
           WRITE F1099FRM-REC FROM FRM-ACCOUNT-LINE.
           MOVE PT-YEAR-TOTAL (PRV-SUB) TO FRM-BOX6-AMOUNT.
           WRITE F1099FRM-REC FROM FRM-BOX6-LINE.
           MOVE SPACES TO F1099FRM-REC.
           WRITE F1099FRM-REC.
           WRITE F1099FRM-REC.

       270-WRITE-PAYEE-RECORD.
           MOVE SPACES                   TO EFX-PAYEE-REC.
           MOVE 'B'                      TO EFB-REC-TYPE.
           MOVE TAX-YEAR                 TO EFB-TAX-YEAR.
           MOVE PT-TIN (PRV-SUB)         TO EFB-PAYEE-TIN.
           MOVE PT-TIN-TYPE (PRV-SUB)    TO EFB-TIN-TYPE.
           MOVE PT-PAYEE-NAME (PRV-SUB)  TO EFB-PAYEE-NAME.
           MOVE PT-STREET (PRV-SUB)      TO EFB-STREET.
           MOVE PT-CITY (PRV-SUB)        TO EFB-CITY.
           MOVE PT-STATE (PRV-SUB)       TO EFB-STATE.
           MOVE PT-ZIP (PRV-SUB)         TO EFB-ZIP.
           MOVE PT-YEAR-TOTAL (PRV-SUB)  TO EFB-BOX6-AMOUNT.
           WRITE EFX-PAYEE-REC.
           IF NOT EF-NORMAL
                DISPLAY 'ERROR WRITING F1099EFX'
                GO TO 999-RETURN-ERR
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT P1099PRM
           IF NOT PP-NORMAL
                DISPLAY 'ERROR OPENING P1099PRM'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PROVMAST
           IF NOT PRV-NORMAL
                DISPLAY 'ERROR OPENING PROVMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT CLAIMPD
           IF NOT CPD-NORMAL
                DISPLAY 'ERROR OPENING CLAIMPD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT EXCPAYMT
           IF NOT XP-NORMAL
                DISPLAY 'ERROR OPENING EXCPAYMT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT F1099FRM
           IF NOT FM-NORMAL
                DISPLAY 'ERROR OPENING F1099FRM'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT F1099EFX
           IF NOT EF-NORMAL
                DISPLAY 'ERROR OPENING F1099EFX'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT F1099EXC
           IF NOT EX-NORMAL
                DISPLAY 'ERROR OPENING F1099EXC'
                GO TO 999-RETURN-ERR.

      * The payer's TIN and name go on every form and the filing, so
      * the card must carry them.
       310-LOAD-PARMS.
           READ P1099PRM
               AT END
                   DISPLAY "ERROR: P1099PRM IS EMPTY"
                   GO TO 999-RETURN-ERR
           END-READ.

           IF PP-TAX-YEAR NOT NUMERIC
               DISPLAY "ERROR: INVALID TAX YEAR ON P1099PRM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF PP-THRESHOLD NOT NUMERIC
               DISPLAY "ERROR: INVALID THRESHOLD ON P1099PRM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF PP-PAYER-TIN NOT NUMERIC
                  OR PP-PAYER-TIN = ZERO
                  OR PP-PAYER-NAME = SPACES
               DISPLAY "ERROR: PAYER TIN AND NAME REQUIRED ON P1099PRM"
               GO TO 999-RETURN-ERR
           END-IF.

           IF PP-TAX-YEAR = ZERO
                COMPUTE TAX-YEAR = BUSINESS-YEAR - 1
           ELSE
                MOVE PP-TAX-YEAR TO TAX-YEAR
           END-IF.
           IF PP-THRESHOLD > ZERO
                MOVE PP-THRESHOLD TO THRESHOLD-WS
           END-IF.
           MOVE PP-PAYER-TIN  TO PAYER-TIN.
           MOVE PP-PAYER-NAME TO PAYER-NAME.
           CLOSE P1099PRM.

      * The form goes to the provider's legal name; the short name
      * stands in until the W-9 legal name is keyed.  A TIN that is
      * not all digits is treated as missing.
       320-LOAD-PROVMAST.
           READ PROVMAST INTO PROV-REC
               AT END MOVE 'Y' TO PROVMAST-EOF
           END-READ.

           IF NOT (PRV-NORMAL OR NO-MORE-PROVMAST)
                DISPLAY 'ERROR READING PROVMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING PRV-IDX FROM 1 BY 1
               UNTIL NO-MORE-PROVMAST OR PRV-IDX > 200
                   ADD 1 TO PROVMAST-COUNT
                   MOVE PVR-CODE     TO PT-CODE (PRV-IDX)
                   IF PVR-TIN-X NUMERIC
                        MOVE PVR-TIN TO PT-TIN (PRV-IDX)
                   ELSE
                        MOVE ZERO    TO PT-TIN (PRV-IDX)
                   END-IF
                   MOVE PVR-TIN-TYPE TO PT-TIN-TYPE (PRV-IDX)
                   IF PVR-LEGAL-NAME = SPACES
                        MOVE PVR-NAME       TO PT-PAYEE-NAME (PRV-IDX)
                   ELSE
                        MOVE PVR-LEGAL-NAME TO PT-PAYEE-NAME (PRV-IDX)
                   END-IF
                   MOVE PVR-STREET   TO PT-STREET (PRV-IDX)
                   MOVE PVR-CITY     TO PT-CITY (PRV-IDX)
                   MOVE PVR-STATE    TO PT-STATE (PRV-IDX)
                   MOVE PVR-ZIP      TO PT-ZIP (PRV-IDX)
                   MOVE ZERO         TO PT-PAYMENT-COUNT (PRV-IDX)
                   MOVE ZERO         TO PT-YEAR-TOTAL (PRV-IDX)
                   READ PROVMAST INTO PROV-REC
                       AT END MOVE 'Y' TO PROVMAST-EOF
                   END-READ
                   IF NOT (PRV-NORMAL OR NO-MORE-PROVMAST)
                        DISPLAY 'ERROR READING PROVMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * A provider past the table's capacity would go unreported, so
      * overflow stops the run.
           IF NOT NO-MORE-PROVMAST
                DISPLAY "ERROR: PROVMAST HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PROVMAST.

      * The year's concatenation carries one CONTROL trailer per
      * night, recognized by the leading literal and skipped.
       400-READ-CLAIMPD.
           READ CLAIMPD
               AT END MOVE 'Y' TO CLAIMPD-EOF
           END-READ.

           IF NOT (CPD-NORMAL OR NO-MORE-CLAIMPD)
                DISPLAY 'ERROR READING CLAIMPD'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-CLAIMPD
                  AND CLAIMPD-REC (1:7) = 'CONTROL'
                ADD 1 TO TRAILERS-SKIPPED
                GO TO 400-READ-CLAIMPD
           END-IF.

       410-READ-EXCPAYMT.
           READ EXCPAYMT
               AT END MOVE 'Y' TO EXCPAYMT-EOF
           END-READ.

           IF NOT (XP-NORMAL OR NO-MORE-EXCPAYMT)
                DISPLAY 'ERROR READING EXCPAYMT'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-EXCPAYMT
                  AND EXCPAYMT-REC (1:7) = 'CONTROL'
                ADD 1 TO TRAILERS-SKIPPED
                GO TO 410-READ-EXCPAYMT
           END-IF.

       460-LIST-UNKNOWN-PROVIDER.
           MOVE UNK-CODE (UNK-SUB)          TO EXC-PROVIDER-ID.
           MOVE '*** NOT ON PROVMAST ***'   TO EXC-PAYEE-NAME.
           MOVE UNK-PAYMENT-COUNT (UNK-SUB) TO EXC-PAYMENT-COUNT.
           MOVE UNK-TOTAL (UNK-SUB)         TO EXC-TOTAL.
           WRITE F1099EXC-REC FROM EXC-DETAIL-LINE.

      * The filing closes with the payee count and Box 6 total the
      * receiving system balances the 'B' records against.
       480-WRITE-TOTAL-RECORD.
           MOVE SPACES         TO EFX-TOTAL-REC.
           MOVE 'C'            TO EFC-REC-TYPE.
           MOVE FORMS-ISSUED   TO EFC-PAYEE-COUNT.
           MOVE REPORTED-TOTAL TO EFC-TOTAL-AMOUNT.
           WRITE EFX-TOTAL-REC.

       500-PRINT-FOOTER.
           IF UNKNOWN-OVERFLOW-COUNT > 0
                DISPLAY "*** WARNING: " UNKNOWN-OVERFLOW-COUNT
                    " PAYMENT(S) TO UNKNOWN PROVIDER IDS EXCEEDED"
                    " UNKNOWN-TABLE CAPACITY OF 100 AND ARE IN THE"
                    " TOTAL ONLY ***"
           END-IF.
           MOVE SPACES TO F1099EXC-REC.
           WRITE F1099EXC-REC.
           MOVE FORMS-ISSUED          TO EXC-FOOT-FORMS.
           MOVE REPORTED-TOTAL        TO EXC-FOOT-REPORTED.
           WRITE F1099EXC-REC FROM EXC-FOOTER-01.
           MOVE MISSING-TIN-COUNT     TO EXC-FOOT-MISSING.
           MOVE MISSING-TIN-TOTAL     TO EXC-FOOT-MISSING-AMT.
           WRITE F1099EXC-REC FROM EXC-FOOTER-02.
           MOVE BELOW-THRESHOLD-COUNT TO EXC-FOOT-BELOW.
           MOVE UNKNOWN-TOTAL-ALL     TO EXC-FOOT-UNKNOWN-AMT.
           WRITE F1099EXC-REC FROM EXC-FOOTER-03.
           MOVE PAYMENTS-READ         TO EXC-FOOT-READ.
           MOVE PAYMENTS-OTHER-YEAR   TO EXC-FOOT-OTHER-YEAR.
           WRITE F1099EXC-REC FROM EXC-FOOTER-04.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE CLAIMPD, EXCPAYMT, F1099FRM, F1099EFX, F1099EXC.

      * One run-control record for DAYBAL's cross-foot: every payment
      * read either posts to a provider, falls outside the tax year,
      * or is rejected for a provider id not on PROVMAST.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PROV1099'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE PAYMENTS-READ         TO LED-RECS-IN.
           MOVE PAYMENTS-POSTED       TO LED-RECS-OUT-PRIMARY.
           MOVE PAYMENTS-OTHER-YEAR   TO LED-RECS-OUT-SECONDARY.
           MOVE PAYMENTS-UNKNOWN      TO LED-RECS-REJECTED.
           MOVE REPORTED-TOTAL        TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
