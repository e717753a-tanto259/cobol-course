       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CASHFCST.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** DAILY CASH REQUIREMENTS FORECAST.
      *****
      ***** TREASURY FUNDS THE CLAIMS, PAYROLL AND VENDOR BANK
      ***** ACCOUNTS EVERY MORNING AND USED TO ADD UP THE NIGHT'S
      ***** PAYMENT FILES FROM PRINTOUTS AFTER THE FACT.  THIS RUN
      ***** READS TONIGHT'S OUTBOUND FILES AND PROJECTS THE NEXT
      ***** SEVERAL BUSINESS DAYS (AGETAB CODE CASHDAYS, HOLCAL
      ***** BUSINESS DAYS) BY BANK ACCOUNT AND SETTLEMENT DATE:
      *****
      *****   - FIRM: TONIGHT'S BANKDISB (PROVPAY), ACHFILE
      *****     (PAYROL0B) AND EXCPAYMT (MEDEXCQ) DETAILS, EACH
      *****     SHOWN AGAINST ITS CONTROL TRAILER, AND THE VENDOR
      *****     PAYMENTS VNDPAY MARKED PAID TONIGHT ON APOPNEW, ALL
      *****     SETTLING THE NEXT BUSINESS DAY.  DISBREL'S REMITREL
      *****     RELEASES ARE FOLDED INTO BANKDISB BY PROVPAY, SO THEY
      *****     ARE SHOWN FOR REFERENCE ONLY -- UNLESS PROVPAY HAS NOT
      *****     YET RUN, WHEN THEY GO OUT WITH THE NEXT NIGHT'S
      *****     BANKDISB;
      *****   - PROJECTED: PAYROLL ON THE PAYPERD CALENDAR -- EACH PAY
      *****     FREQUENCY'S NEXT PAID-THROUGH DATES AT ITS LAST NET
      *****     ACH TOTAL, CARRIED RUN TO RUN ON PAYBSOLD/PAYBSNEW --
      *****     AND OPEN PAYABLES FALLING DUE ON APOPNEW;
      *****   - RECEIPTS: OPEN INVGEN INVOICES ON THEIR DUE DATES
      *****     (INVRNEW) AND THE HOSPRECV RECEIVABLE (ARMNEW), THE
      *****     INSURANCE SIDE EXPECTED CASHINSD DAYS AFTER THE ITEM
      *****     OPENED AND THE PATIENT SIDE CASHPATD DAYS AFTER ITS
      *****     LAST ACTIVITY.  A RECEIPT ALREADY PAST ITS EXPECTED
      *****     DATE IS NOT COUNTED ON -- IT IS SHOWN AS A MEMO;
      *****   - HELD/QUEUED: DISBURSEMENTS HELD ON THE DISBPEND QUEUE
      *****     (DSBPNEW), OPEN ITEMS ON THE MEDEXCQ EXCEEDS-COVERAGE
      *****     QUEUE (EXCQNEW) AND PAYABLES PAST DUE BUT STILL OPEN
      *****     (ON HOLD) COULD BE RELEASED ANY NIGHT, SO THEY SHOW
      *****     ON THE FIRST SETTLEMENT DAY AS A SEPARATE COLUMN,
      *****     OUTSIDE THE NET REQUIREMENT.
      *****
      ***** EACH SOURCE FUNDS FROM THE BANK ACCOUNT THE CASHACCT
      ***** CONTROL FILE MAPS IT TO; A SOURCE WITH NO ENTRY POSTS TO
      ***** *UNMAPPED SO NO MONEY DROPS OFF THE FORECAST.  EVERY
      ***** INPUT BUT THE CONTROL FILES IS OPTIONAL: A FILE NOT
      ***** PRODUCED TONIGHT SIMPLY CONTRIBUTES NOTHING AND SAYS SO.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Source-to-bank-account map: which account funds (or
      *  receives) each source's money.
           SELECT CASHACCT
           ASSIGN TO CASHACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHACCT-ST.
      *  Holiday calendar and the forecast's day counts, the same
      *  business-day machinery INVGEN and HOSPEDIT age with.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
      *  Tonight's outbound payment files.
           SELECT BANKDISB
           ASSIGN TO BANKDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKDISB-ST.
           SELECT ACHFILE
           ASSIGN TO ACHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACHFILE-ST.
           SELECT EXCPAYMT
           ASSIGN TO EXCPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCPAYMT-ST.
           SELECT REMITREL
           ASSIGN TO REMITREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITREL-ST.
      *  The payroll calendar card and the payroll basis carried
      *  run to run: one record per pay frequency with its last
      *  paid-through date and net ACH total.
           SELECT PAYPERD
           ASSIGN TO PAYPERD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYPERD-ST.
           SELECT PAYBSOLD
           ASSIGN TO PAYBSOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYBSOLD-ST.
           SELECT PAYBSNEW
           ASSIGN TO PAYBSNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYBSNEW-ST.
      *  Queues and open items, as tonight's runs left them.
           SELECT DSBPNEW
           ASSIGN TO DSBPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBPNEW-ST.
           SELECT EXCQNEW
           ASSIGN TO EXCQNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCQNEW-ST.
           SELECT APOPNEW
           ASSIGN TO APOPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APOPNEW-ST.
           SELECT INVRNEW
           ASSIGN TO INVRNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVRNEW-ST.
           SELECT ARMNEW
           ASSIGN TO ARMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARMNEW-ST.
           SELECT CASHRPT
           ASSIGN TO CASHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  forecasts from the original night.
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
       FD  CASHACCT
           RECORD CONTAINS 80 CHARACTERS.
       01  CASHACCT-REC.
           05  CA-SOURCE               PIC X(08).
           05  CA-ACCOUNT              PIC X(10).
           05  CA-ACCOUNT-NAME         PIC X(20).
           05  FILLER                  PIC X(42).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

      * PROVPAY's disbursement file: 'H' batch header, one 'D'
      * detail per provider paid, 'T' batch trailer.
       FD  BANKDISB
           RECORD CONTAINS 60 CHARACTERS.
       01  BANKDISB-REC.
           05  DSB-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(32).
           05  DSB-AMOUNT              PIC S9(7)V99.
           05  FILLER                  PIC X(18).
       01  BANKDISB-TRL-REC REDEFINES BANKDISB-REC.
           05  FILLER                  PIC X(01).
           05  DSB-TRL-ENTRY-COUNT     PIC 9(07).
           05  DSB-TRL-DOLLAR-TOTAL    PIC S9(9)V99.
           05  FILLER                  PIC X(41).

      * The payroll deposit file: '1' file header, '5' batch header
      * naming the pay frequency, '6' details, '8' batch control,
      * '9' file trailer.
       FD  ACHFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACHFILE-REC.
           05  ACH-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(79).
       01  ACH-BATCH-HDR-REC REDEFINES ACHFILE-REC.
           05  FILLER                  PIC X(18).
           05  ACH-BHD-PAY-FREQ        PIC X(01).
           05  FILLER                  PIC X(61).
       01  ACH-DETAIL-REC REDEFINES ACHFILE-REC.
           05  FILLER                  PIC X(27).
           05  ACH-DEPOSIT-AMT         PIC 9(9)V99.
           05  FILLER                  PIC X(42).
       01  ACH-BATCH-REC REDEFINES ACHFILE-REC.
           05  FILLER                  PIC X(01).
           05  ACH-BAT-ENTRY-COUNT     PIC 9(07).
           05  ACH-BAT-CREDIT-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(59).

       FD  EXCPAYMT
           RECORD CONTAINS 30 CHARACTERS.
       01  EXCPAYMT-REC.
           05  FILLER                  PIC X(15).
           05  EXP-CLAIM-PAID          PIC S9(7)V99.
           05  FILLER                  PIC X(06).
       01  EXCPAYMT-TRL-REC REDEFINES EXCPAYMT-REC.
           05  EXP-TRL-ID              PIC X(07).
           05  EXP-TRL-COUNT           PIC 9(07).
           05  EXP-TRL-HASH            PIC S9(9)V99.
           05  FILLER                  PIC X(05).

       FD  REMITREL
           RECORD CONTAINS 120 CHARACTERS.
       01  REMITREL-REC                PIC X(120).
       01  REMITREL-TRL-REC REDEFINES REMITREL-REC.
           05  RRL-TRL-ID              PIC X(07).
           05  RRL-TRL-COUNT           PIC 9(07).
           05  RRL-TRL-HASH            PIC S9(9)V99.
           05  FILLER                  PIC X(95).

      * PAYROL0B's pay-period control card.
       FD  PAYPERD
           RECORD CONTAINS 30 CHARACTERS.
       01  PAYPERD-REC.
           05  PPD-PERIOD-ID           PIC 9(06).
           05  PPD-PAID-THRU           PIC 9(08).
           05  PPD-STATUS              PIC X(01).
               88  PERIOD-COMPLETED                VALUE 'C'.
           05  PPD-OVERRIDE            PIC X(01).
           05  PPD-RUN-FREQS.
               10  PPD-RUN-FREQ        PIC X(01) OCCURS 3 TIMES.
           05  FILLER                  PIC X(11).

       FD  PAYBSOLD
           RECORD CONTAINS 30 CHARACTERS.
       01  PAYBSOLD-REC.
           05  PBO-PAY-FREQ            PIC X(01).
           05  PBO-PAID-THRU           PIC 9(08).
           05  PBO-NET-AMOUNT          PIC S9(11)V99.
           05  FILLER                  PIC X(08).

       FD  PAYBSNEW
           RECORD CONTAINS 30 CHARACTERS.
       01  PAYBSNEW-REC.
           05  PBN-PAY-FREQ            PIC X(01).
           05  PBN-PAID-THRU           PIC 9(08).
           05  PBN-NET-AMOUNT          PIC S9(11)V99.
           05  FILLER                  PIC X(08).

      * DISBREL's held-disbursement queue, the layout MEDCLAIM
      * writes to DISBPEND.
       FD  DSBPNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  DSBPNEW-REC.
           05  FILLER                  PIC X(32).
           05  DSP-AMOUNT              PIC S9(7)V99.
           05  FILLER                  PIC X(79).

      * MEDEXCQ's carried exceeds-coverage queue.
       FD  EXCQNEW
           RECORD CONTAINS 90 CHARACTERS.
       01  EXCQNEW-REC.
           05  FILLER                  PIC X(41).
           05  EQ-PAYABLE              PIC S9(7)V99.
           05  FILLER                  PIC X(09).
           05  EQ-STATUS               PIC X(01).
               88  EQ-OPEN                         VALUE 'O'.
           05  FILLER                  PIC X(30).

       FD  APOPNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  APOPNEW-REC                 PIC X(80).

      * INVGEN's open-invoice register.
       FD  INVRNEW
           RECORD CONTAINS 50 CHARACTERS.
       01  INVRNEW-REC.
           05  IV-INVOICE-NO           PIC 9(06).
           05  IV-PROJECT              PIC X(04).
           05  IV-ISSUE-DATE           PIC 9(08).
           05  IV-INVOICE-AMT          PIC S9(9)V99.
           05  IV-OPEN-BALANCE         PIC S9(9)V99.
           05  IV-STATUS               PIC X(01).
               88  IV-OPEN                         VALUE 'O'.
           05  IV-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).

       FD  ARMNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  ARMNEW-REC                  PIC X(80).

       FD  CASHRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  CASHRPT-REC                 PIC X(133).

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
           COPY APREC.
           COPY ARMREC.
           COPY REMITREC.

       01  FLAGS.
           05  CASHACCT-ST             PIC X(02).
               88  CA-NORMAL                           VALUE '00'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  BANKDISB-ST             PIC X(02).
               88  DSB-NORMAL                          VALUE '00'.
               88  DSB-FILE-MISSING                    VALUE '35'.
           05  ACHFILE-ST              PIC X(02).
               88  ACH-NORMAL                          VALUE '00'.
               88  ACH-FILE-MISSING                    VALUE '35'.
           05  EXCPAYMT-ST             PIC X(02).
               88  EXP-NORMAL                          VALUE '00'.
               88  EXP-FILE-MISSING                    VALUE '35'.
           05  REMITREL-ST             PIC X(02).
               88  RRL-NORMAL                          VALUE '00'.
               88  RRL-FILE-MISSING                    VALUE '35'.
           05  PAYPERD-ST              PIC X(02).
               88  PPD-NORMAL                          VALUE '00'.
               88  PPD-FILE-MISSING                    VALUE '35'.
           05  PAYBSOLD-ST             PIC X(02).
               88  PBO-NORMAL                          VALUE '00'.
               88  PBO-FILE-MISSING                    VALUE '35'.
           05  PAYBSNEW-ST             PIC X(02).
               88  PBN-NORMAL                          VALUE '00'.
           05  DSBPNEW-ST              PIC X(02).
               88  DSP-NORMAL                          VALUE '00'.
               88  DSP-FILE-MISSING                    VALUE '35'.
           05  EXCQNEW-ST              PIC X(02).
               88  EQ-NORMAL                           VALUE '00'.
               88  EQ-FILE-MISSING                     VALUE '35'.
           05  APOPNEW-ST              PIC X(02).
               88  AP-NORMAL                           VALUE '00'.
               88  AP-FILE-MISSING                     VALUE '35'.
           05  INVRNEW-ST              PIC X(02).
               88  IV-NORMAL                           VALUE '00'.
               88  IV-FILE-MISSING                     VALUE '35'.
           05  ARMNEW-ST               PIC X(02).
               88  AR-NORMAL                           VALUE '00'.
               88  AR-FILE-MISSING                     VALUE '35'.
           05  CASHRPT-ST              PIC X(02).
               88  CR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  CASHACCT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CASHACCT                    VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  INPUT-EOF               PIC X(01)       VALUE 'N'.
               88  NO-MORE-INPUT                       VALUE 'Y'.
           05  TRAILER-SEEN-SW         PIC X(01)       VALUE 'N'.
               88  TRAILER-SEEN                        VALUE 'Y'.
           05  BANKDISB-MADE-SW        PIC X(01)       VALUE 'N'.
               88  BANKDISB-MADE-TONIGHT               VALUE 'Y'.
           05  PAYPERD-OPEN-SW         PIC X(01)       VALUE 'N'.
               88  PAYPERD-PERIOD-OPEN                 VALUE 'Y'.
           05  HOLIDAY-HIT-SW          PIC X(01)       VALUE 'N'.
               88  DAY-IS-HOLIDAY                      VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  BUSINESS-DATE-INT           PIC 9(08).

      * Day counts from AGETAB; a code not on file keeps its
      * default.  The horizon is capped at the ten settlement days
      * the forecast table holds.
       77  HORIZON-DAYS                PIC 9(05)       VALUE 5.
       77  INVOICE-TERMS-DAYS          PIC 9(05)       VALUE 30.
       77  INS-LAG-DAYS                PIC 9(05)       VALUE 30.
       77  PATIENT-LAG-DAYS            PIC 9(05)       VALUE 30.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT                PIC S9(04) COMP VALUE 0.
       77  BUS-DAY-INT                  PIC 9(08).
       77  BUS-DOW-WS                   PIC 9(01).

      * The settlement days forecast: the business days after the
      * business date, in order.
       01  HORIZON-TABLE.
           05  HORIZON-ITEM OCCURS 10 TIMES
                   INDEXED BY HZ-IDX.
               10  HZ-DATE-INT             PIC 9(08).
               10  HZ-DATE                 PIC 9(08).
       77  HORIZON-COUNT                PIC S9(04) COMP VALUE 0.

       01  ACCOUNT-MAP-TABLE.
           05  ACCOUNT-MAP-ITEM OCCURS 30 TIMES
                   INDEXED BY AM-IDX.
               10  AM-SOURCE               PIC X(08).
               10  AM-ACCOUNT              PIC X(10).
               10  AM-ACCOUNT-NAME         PIC X(20).
       77  ACCOUNT-MAP-COUNT            PIC S9(04) COMP VALUE 0.

      * The forecast: per bank account, per settlement day, the
      * firm and projected outflows, the receipts expected and the
      * held/queued money that could be released.
       01  FORECAST-TABLE.
           05  FORECAST-ACCOUNT OCCURS 20 TIMES
                   INDEXED BY FA-IDX.
               10  FA-ACCOUNT              PIC X(10).
               10  FA-ACCOUNT-NAME         PIC X(20).
               10  FA-DAY OCCURS 10 TIMES.
                   15  FA-FIRM-OUT         PIC S9(11)V99.
                   15  FA-PROJ-OUT         PIC S9(11)V99.
                   15  FA-RECEIPTS         PIC S9(11)V99.
                   15  FA-HELD             PIC S9(11)V99.
       77  FORECAST-ACCOUNT-COUNT       PIC S9(04) COMP VALUE 0.

      * Sources that posted to *UNMAPPED, for the memo at the foot.
       01  UNMAPPED-TABLE.
           05  UNMAPPED-ITEM OCCURS 10 TIMES
                   INDEXED BY UM-IDX.
               10  UM-SOURCE               PIC X(08).
       77  UNMAPPED-COUNT               PIC S9(04) COMP VALUE 0.

      * Payroll basis by pay frequency: 'W' weekly, 'B' biweekly,
      * 'S' semi-monthly.  Tonight's ACHFILE batches replace the
      * carried figures for the frequencies they paid.
       01  PAY-BASIS-TABLE.
           05  PAY-BASIS-ITEM OCCURS 3 TIMES
                   INDEXED BY PB-IDX.
               10  PB-PAY-FREQ             PIC X(01).
               10  PB-PAID-THRU            PIC 9(08).
               10  PB-NET-AMOUNT           PIC S9(11)V99.
               10  PB-TONIGHT-AMOUNT       PIC S9(11)V99.
               10  PB-PAID-TONIGHT-SW      PIC X(01).
                   88  PB-PAID-TONIGHT             VALUE 'Y'.
       01  PAY-BASIS-INIT.
           05  FILLER                  PIC X(01)       VALUE 'W'.
           05  FILLER                  PIC X(01)       VALUE 'B'.
           05  FILLER                  PIC X(01)       VALUE 'S'.
       01  PAY-BASIS-INIT-R REDEFINES PAY-BASIS-INIT.
           05  PBI-PAY-FREQ            PIC X(01) OCCURS 3 TIMES.
       77  PB-SUB                       PIC S9(04) COMP.
       77  ACH-BATCH-FREQ               PIC X(01).
       77  CARD-PAID-THRU               PIC 9(08)       VALUE 0.
       01  CARD-RUN-FREQS.
           05  CARD-RUN-FREQ           PIC X(01) OCCURS 3 TIMES.
       77  NO-BASIS-COUNT               PIC 9(05)       VALUE 0.

      * Pay-date arithmetic for the payroll projection.
       01  PAY-DATE-WS.
           05  PAY-DATE-YYYY           PIC 9(04).
           05  PAY-DATE-MM             PIC 9(02).
           05  PAY-DATE-DD             PIC 9(02).
       01  PAY-DATE-NUM REDEFINES PAY-DATE-WS
                                       PIC 9(08).
       01  MONTH-END-WS.
           05  MONTH-END-YYYY          PIC 9(04).
           05  MONTH-END-MM            PIC 9(02).
           05  MONTH-END-DD            PIC 9(02).
       01  MONTH-END-NUM REDEFINES MONTH-END-WS
                                       PIC 9(08).
       77  PAY-DATE-INT                 PIC 9(08).

      * One posting to the forecast.
       77  POST-SOURCE                  PIC X(08).
       77  POST-KIND                    PIC X(01).
           88  POST-FIRM                             VALUE 'F'.
           88  POST-PROJECTED                        VALUE 'P'.
           88  POST-RECEIPT                          VALUE 'R'.
           88  POST-HELD                             VALUE 'H'.
       77  POST-DATE-INT                PIC 9(08).
       77  POST-AMOUNT                  PIC S9(11)V99.
       77  POST-DAY                     PIC S9(04) COMP.
       77  FIND-ACCOUNT                 PIC X(10).
       77  FIND-ACCOUNT-NAME            PIC X(20).

      * One tonight's-file pass's figures.
       77  FILE-DETAIL-COUNT            PIC 9(07).
       77  FILE-DETAIL-DOLLARS          PIC S9(11)V99.
       77  FILE-TRAILER-DOLLARS         PIC S9(11)V99.

      * Run totals.
       77  ITEMS-CONSIDERED             PIC 9(07)       VALUE 0.
       77  ITEMS-FORECAST               PIC 9(07)       VALUE 0.
       77  ITEMS-OUTSIDE                PIC 9(07)       VALUE 0.
       77  OVERDUE-RECEIPT-COUNT        PIC 9(07)       VALUE 0.
       77  OVERDUE-RECEIPT-DOLLARS      PIC S9(11)V99   VALUE 0.
       77  BEYOND-HORIZON-COUNT         PIC 9(07)       VALUE 0.
       77  NET-REQUIREMENT-TOTAL        PIC S9(11)V99   VALUE 0.
       77  DAY-SUB                      PIC S9(04) COMP.

      * Day line accumulators, for an account's total line and the
      * all-accounts summary.
       01  DAY-FIGURES.
           05  DF-FIRM-OUT             PIC S9(11)V99.
           05  DF-PROJ-OUT             PIC S9(11)V99.
           05  DF-RECEIPTS             PIC S9(11)V99.
           05  DF-HELD                 PIC S9(11)V99.
       01  TOTAL-FIGURES.
           05  TF-FIRM-OUT             PIC S9(11)V99.
           05  TF-PROJ-OUT             PIC S9(11)V99.
           05  TF-RECEIPTS             PIC S9(11)V99.
           05  TF-HELD                 PIC S9(11)V99.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                    VALUE 'Daily Cash Requirements Forecast'.
           05  FILLER                  PIC X(15)
                    VALUE 'BUSINESS DATE '.
           05  HDR-BUSINESS-DATE       PIC 9(08).

       01  FILE-HEADER-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'TONIGHT''S OUTBOUND FILES'.

       01  FILE-LINE.
           05  FL-FILE-NAME            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FL-PRODUCER             PIC X(08).
           05  FILLER                  PIC X(08)
                    VALUE '  ITEMS'.
           05  FL-ITEM-COUNT           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(09)
                    VALUE '  AMOUNT'.
           05  FL-AMOUNT               PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(10)
                    VALUE '  TRAILER'.
           05  FL-TRAILER              PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FL-NOTE                 PIC X(30).

       01  ACCOUNT-HEADER-LINE.
           05  FILLER                  PIC X(13)
                    VALUE 'BANK ACCOUNT '.
           05  AH-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AH-ACCOUNT-NAME         PIC X(20).

       01  DAY-HEADER-LINE.
           05  FILLER                  PIC X(12)
                    VALUE '  SETTLES'.
           05  FILLER                  PIC X(22)
                    VALUE '          FIRM OUT'.
           05  FILLER                  PIC X(22)
                    VALUE '     PROJECTED OUT'.
           05  FILLER                  PIC X(22)
                    VALUE '          RECEIPTS'.
           05  FILLER                  PIC X(22)
                    VALUE '   NET REQUIREMENT'.
           05  FILLER                  PIC X(22)
                    VALUE '       HELD/QUEUED'.

       01  DAY-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  DL-DATE                 PIC X(08).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  DL-FIRM-OUT             PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-PROJ-OUT             PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-RECEIPTS             PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-NET                  PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  DL-HELD                 PIC -$$$,$$$,$$$,$$9.99.

       01  MEMO-LINE.
           05  ML-TEXT                 PIC X(60).
           05  ML-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  ML-AMOUNT               PIC -$$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-FORECAST-BANKDISB.
           PERFORM 220-FORECAST-ACHFILE.
           PERFORM 240-FORECAST-EXCPAYMT.
           PERFORM 260-FORECAST-REMITREL.
           PERFORM 300-PROJECT-PAYROLL.
           PERFORM 340-FORECAST-PAYABLES.
           PERFORM 360-QUEUE-HELD-DISB.
           PERFORM 370-QUEUE-EXCEEDS.
           PERFORM 380-FORECAST-INVOICES.
           PERFORM 390-FORECAST-PATIENT-AR.
           PERFORM 500-PRINT-FORECAST.
           PERFORM 580-PRINT-MEMOS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-HOLIDAYS.
           PERFORM 130-LOAD-DAY-COUNTS.
           PERFORM 140-LOAD-ACCOUNT-MAP.
           PERFORM 150-OPEN-FILES.
           PERFORM 160-BUILD-HORIZON.
           PERFORM 550-PRINT-HEADERS.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night forecasts from
      * that night; absent a card the system date stands in.
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
           COMPUTE BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM).

      * Holidays load as day numbers so the business-day walk can
      * compare directly.
       120-LOAD-HOLIDAYS.
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
                        FUNCTION INTEGER-OF-DATE (HC-HOLIDAY-DATE)
               END-IF
               READ HOLCAL
                   AT END MOVE 'Y' TO HOLCAL-EOF
               END-READ
           END-PERFORM.

           CLOSE HOLCAL.

      * CASHDAYS is the horizon in business days; CASHINVD the
      * terms assumed for an invoice carrying no due date; CASHINSD
      * and CASHPATD the calendar days after which the insurance and
      * patient sides of a receivable are expected in.
       130-LOAD-DAY-COUNTS.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'CASHDAYS'
                       MOVE DAY-VALUE TO HORIZON-DAYS
                   WHEN 'CASHINVD'
                       MOVE DAY-VALUE TO INVOICE-TERMS-DAYS
                   WHEN 'CASHINSD'
                       MOVE DAY-VALUE TO INS-LAG-DAYS
                   WHEN 'CASHPATD'
                       MOVE DAY-VALUE TO PATIENT-LAG-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

           IF HORIZON-DAYS > 10
                MOVE 10 TO HORIZON-DAYS
           END-IF.
           IF HORIZON-DAYS < 1
                MOVE 1 TO HORIZON-DAYS
           END-IF.

       140-LOAD-ACCOUNT-MAP.
           OPEN INPUT CASHACCT
           IF NOT CA-NORMAL
                DISPLAY 'ERROR OPENING CASHACCT'
                GO TO 999-RETURN-ERR.

           READ CASHACCT
               AT END MOVE 'Y' TO CASHACCT-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-CASHACCT
               IF CA-SOURCE NOT = SPACES
                    IF ACCOUNT-MAP-COUNT >= 30
                         DISPLAY "ERROR: CASHACCT HAS MORE THAN 30 "
                             "ENTRIES - TABLE TOO SMALL"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO ACCOUNT-MAP-COUNT
                    MOVE CA-SOURCE  TO AM-SOURCE (ACCOUNT-MAP-COUNT)
                    MOVE CA-ACCOUNT TO AM-ACCOUNT (ACCOUNT-MAP-COUNT)
                    MOVE CA-ACCOUNT-NAME
                        TO AM-ACCOUNT-NAME (ACCOUNT-MAP-COUNT)
               END-IF
               READ CASHACCT
                   AT END MOVE 'Y' TO CASHACCT-EOF
               END-READ
           END-PERFORM.

           CLOSE CASHACCT.

       150-OPEN-FILES.
           OPEN OUTPUT CASHRPT
           IF NOT CR-NORMAL
                DISPLAY 'ERROR OPENING CASHRPT'
                GO TO 999-RETURN-ERR.

      * The settlement days: the business days following the
      * business date.  Day numbers from INTEGER-OF-DATE start at
      * Monday 1 JAN 1601, so MOD 7 of 6 is a Saturday and 0 a
      * Sunday.
       160-BUILD-HORIZON.
           MOVE BUSINESS-DATE-INT TO BUS-DAY-INT.

           PERFORM UNTIL HORIZON-COUNT >= HORIZON-DAYS
               ADD 1 TO BUS-DAY-INT
               COMPUTE BUS-DOW-WS = FUNCTION MOD (BUS-DAY-INT, 7)
               IF BUS-DOW-WS NOT = 6 AND BUS-DOW-WS NOT = 0
                   PERFORM 165-CHECK-HOLIDAY
                   IF NOT DAY-IS-HOLIDAY
                       ADD 1 TO HORIZON-COUNT
                       MOVE BUS-DAY-INT
                           TO HZ-DATE-INT (HORIZON-COUNT)
                       COMPUTE HZ-DATE (HORIZON-COUNT) =
                           FUNCTION DATE-OF-INTEGER (BUS-DAY-INT)
                   END-IF
               END-IF
           END-PERFORM.

       165-CHECK-HOLIDAY.
           MOVE 'N' TO HOLIDAY-HIT-SW.
           SET HOL-IDX TO 1.
           SEARCH HOLIDAY-ITEM VARYING HOL-IDX
               AT END
                   CONTINUE
               WHEN HOL-IDX > HOLIDAY-COUNT
                   CONTINUE
               WHEN HOL-DATE-INT (HOL-IDX) = BUS-DAY-INT
                   SET DAY-IS-HOLIDAY TO TRUE
           END-SEARCH.

      * Tonight's consolidated provider disbursement, funded from
      * the claims account the next business day.
       200-FORECAST-BANKDISB.
           MOVE 'BANKDISB' TO FL-FILE-NAME.
           MOVE 'PROVPAY ' TO FL-PRODUCER.
           PERFORM 280-RESET-FILE-FIGURES.
           OPEN INPUT BANKDISB.
           IF DSB-FILE-MISSING
                PERFORM 290-WRITE-NOT-PRODUCED
           ELSE
                IF NOT DSB-NORMAL
                     DISPLAY 'ERROR OPENING BANKDISB'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'Y' TO BANKDISB-MADE-SW
                PERFORM 205-READ-BANKDISB
                PERFORM UNTIL NO-MORE-INPUT
                    EVALUATE DSB-REC-TYPE
                        WHEN 'D'
                            ADD 1 TO FILE-DETAIL-COUNT
                            ADD DSB-AMOUNT TO FILE-DETAIL-DOLLARS
                        WHEN 'T'
                            MOVE 'Y' TO TRAILER-SEEN-SW
                            ADD DSB-TRL-DOLLAR-TOTAL
                                TO FILE-TRAILER-DOLLARS
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    PERFORM 205-READ-BANKDISB
                END-PERFORM
                CLOSE BANKDISB
                MOVE 'BANKDISB' TO POST-SOURCE
                PERFORM 285-POST-TONIGHTS-FILE
           END-IF.

       205-READ-BANKDISB.
           READ BANKDISB
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (DSB-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING BANKDISB'
                GO TO 999-RETURN-ERR
           END-IF.

      * Tonight's payroll deposits.  Each '8' batch control carries
      * one pay frequency's net total, which also becomes that
      * frequency's basis for the payroll projection.  A blank
      * frequency is the semi-monthly cycle.
       220-FORECAST-ACHFILE.
           MOVE 'ACHFILE ' TO FL-FILE-NAME.
           MOVE 'PAYROL0B' TO FL-PRODUCER.
           PERFORM 280-RESET-FILE-FIGURES.
           PERFORM 225-INIT-PAY-BASIS
               VARYING PB-SUB FROM 1 BY 1 UNTIL PB-SUB > 3.
           MOVE 'S' TO ACH-BATCH-FREQ.
           OPEN INPUT ACHFILE.
           IF ACH-FILE-MISSING
                PERFORM 290-WRITE-NOT-PRODUCED
           ELSE
                IF NOT ACH-NORMAL
                     DISPLAY 'ERROR OPENING ACHFILE'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 230-READ-ACHFILE
                PERFORM UNTIL NO-MORE-INPUT
                    EVALUATE ACH-REC-TYPE
                        WHEN '5'
                            MOVE ACH-BHD-PAY-FREQ TO ACH-BATCH-FREQ
                            IF ACH-BATCH-FREQ = SPACE
                                 MOVE 'S' TO ACH-BATCH-FREQ
                            END-IF
                        WHEN '6'
                            ADD 1 TO FILE-DETAIL-COUNT
                            ADD ACH-DEPOSIT-AMT TO FILE-DETAIL-DOLLARS
                        WHEN '8'
                            MOVE 'Y' TO TRAILER-SEEN-SW
                            ADD ACH-BAT-CREDIT-TOTAL
                                TO FILE-TRAILER-DOLLARS
                            PERFORM 235-TAKE-BATCH-BASIS
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    PERFORM 230-READ-ACHFILE
                END-PERFORM
                CLOSE ACHFILE
                MOVE 'ACHFILE ' TO POST-SOURCE
                PERFORM 285-POST-TONIGHTS-FILE
           END-IF.

       225-INIT-PAY-BASIS.
           MOVE PBI-PAY-FREQ (PB-SUB) TO PB-PAY-FREQ (PB-SUB).
           MOVE ZERO                  TO PB-PAID-THRU (PB-SUB).
           MOVE ZERO                  TO PB-NET-AMOUNT (PB-SUB).
           MOVE ZERO                  TO PB-TONIGHT-AMOUNT (PB-SUB).
           MOVE 'N'                   TO PB-PAID-TONIGHT-SW (PB-SUB).

       230-READ-ACHFILE.
           READ ACHFILE
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (ACH-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING ACHFILE'
                GO TO 999-RETURN-ERR
           END-IF.

       235-TAKE-BATCH-BASIS.
           SET PB-IDX TO 1.
           SEARCH PAY-BASIS-ITEM VARYING PB-IDX
               AT END
                   CONTINUE
               WHEN PB-PAY-FREQ (PB-IDX) = ACH-BATCH-FREQ
                   MOVE 'Y' TO PB-PAID-TONIGHT-SW (PB-IDX)
                   ADD ACH-BAT-CREDIT-TOTAL
                       TO PB-TONIGHT-AMOUNT (PB-IDX)
           END-SEARCH.

      * Exceeds-coverage payments released tonight.
       240-FORECAST-EXCPAYMT.
           MOVE 'EXCPAYMT' TO FL-FILE-NAME.
           MOVE 'MEDEXCQ ' TO FL-PRODUCER.
           PERFORM 280-RESET-FILE-FIGURES.
           OPEN INPUT EXCPAYMT.
           IF EXP-FILE-MISSING
                PERFORM 290-WRITE-NOT-PRODUCED
           ELSE
                IF NOT EXP-NORMAL
                     DISPLAY 'ERROR OPENING EXCPAYMT'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 245-READ-EXCPAYMT
                PERFORM UNTIL NO-MORE-INPUT
                    IF EXP-TRL-ID = 'CONTROL'
                         MOVE 'Y' TO TRAILER-SEEN-SW
                         ADD EXP-TRL-HASH TO FILE-TRAILER-DOLLARS
                    ELSE
                         ADD 1 TO FILE-DETAIL-COUNT
                         ADD EXP-CLAIM-PAID TO FILE-DETAIL-DOLLARS
                    END-IF
                    PERFORM 245-READ-EXCPAYMT
                END-PERFORM
                CLOSE EXCPAYMT
                MOVE 'EXCPAYMT' TO POST-SOURCE
                PERFORM 285-POST-TONIGHTS-FILE
           END-IF.

       245-READ-EXCPAYMT.
           READ EXCPAYMT
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (EXP-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING EXCPAYMT'
                GO TO 999-RETURN-ERR
           END-IF.

      * DISBREL's released holds.  PROVPAY folds them into BANKDISB,
      * so when BANKDISB was produced tonight they are already in it
      * and are listed for reference only; otherwise they go out in
      * the next night's BANKDISB and settle the day after.
       260-FORECAST-REMITREL.
           MOVE 'REMITREL' TO FL-FILE-NAME.
           MOVE 'DISBREL ' TO FL-PRODUCER.
           PERFORM 280-RESET-FILE-FIGURES.
           OPEN INPUT REMITREL.
           IF RRL-FILE-MISSING
                PERFORM 290-WRITE-NOT-PRODUCED
           ELSE
                IF NOT RRL-NORMAL
                     DISPLAY 'ERROR OPENING REMITREL'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 265-READ-REMITREL
                PERFORM UNTIL NO-MORE-INPUT
                    IF RRL-TRL-ID = 'CONTROL'
                         MOVE 'Y' TO TRAILER-SEEN-SW
                         ADD RRL-TRL-HASH TO FILE-TRAILER-DOLLARS
                    ELSE
                         ADD 1 TO FILE-DETAIL-COUNT
                         ADD RMD-PAID TO FILE-DETAIL-DOLLARS
                    END-IF
                    PERFORM 265-READ-REMITREL
                END-PERFORM
                CLOSE REMITREL
                IF BANKDISB-MADE-TONIGHT
                     PERFORM 295-WRITE-FILE-LINE
                     MOVE 'INCLUDED IN BANKDISB' TO FL-NOTE
                     WRITE CASHRPT-REC FROM FILE-LINE
                ELSE
                     ADD 1 TO ITEMS-CONSIDERED
                     MOVE 'BANKDISB'          TO POST-SOURCE
                     MOVE 'P'                 TO POST-KIND
                     MOVE HZ-DATE-INT (1)     TO POST-DATE-INT
                     MOVE FILE-DETAIL-DOLLARS TO POST-AMOUNT
                     PERFORM 700-POST-ITEM THRU 700-EXIT
                     PERFORM 295-WRITE-FILE-LINE
                     MOVE 'WITH NEXT BANKDISB' TO FL-NOTE
                     WRITE CASHRPT-REC FROM FILE-LINE
                END-IF
           END-IF.

       265-READ-REMITREL.
           READ REMITREL INTO REMIT-DETAIL-REC
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (RRL-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING REMITREL'
                GO TO 999-RETURN-ERR
           END-IF.

       280-RESET-FILE-FIGURES.
           MOVE ZERO TO FILE-DETAIL-COUNT.
           MOVE ZERO TO FILE-DETAIL-DOLLARS.
           MOVE ZERO TO FILE-TRAILER-DOLLARS.
           MOVE 'N'  TO TRAILER-SEEN-SW.
           MOVE 'N'  TO INPUT-EOF.

      * A file produced tonight is one firm outflow, paid tonight and
      * settling the next business day.  The forecast goes from the
      * details actually on the file; the trailer shows alongside,
      * and DAYBAL fails the night if the two disagree.
       285-POST-TONIGHTS-FILE.
           ADD 1 TO ITEMS-CONSIDERED.
           MOVE 'F'                 TO POST-KIND.
           MOVE BUSINESS-DATE-INT   TO POST-DATE-INT.
           MOVE FILE-DETAIL-DOLLARS TO POST-AMOUNT.
           PERFORM 700-POST-ITEM THRU 700-EXIT.

           PERFORM 295-WRITE-FILE-LINE.
           EVALUATE TRUE
               WHEN NOT TRAILER-SEEN
                   MOVE '** NO TRAILER **' TO FL-NOTE
               WHEN FILE-TRAILER-DOLLARS NOT = FILE-DETAIL-DOLLARS
                   MOVE '** TRAILER DIFFERS **' TO FL-NOTE
               WHEN OTHER
                   MOVE 'TIED TO TRAILER' TO FL-NOTE
           END-EVALUATE.
           WRITE CASHRPT-REC FROM FILE-LINE.

       290-WRITE-NOT-PRODUCED.
           PERFORM 295-WRITE-FILE-LINE.
           MOVE 'NOT PRODUCED TONIGHT' TO FL-NOTE.
           WRITE CASHRPT-REC FROM FILE-LINE.

       295-WRITE-FILE-LINE.
           MOVE FILE-DETAIL-COUNT    TO FL-ITEM-COUNT.
           MOVE FILE-DETAIL-DOLLARS  TO FL-AMOUNT.
           MOVE FILE-TRAILER-DOLLARS TO FL-TRAILER.
           MOVE SPACES               TO FL-NOTE.

      * Payroll on the PAYPERD calendar.  The basis carried from
      * prior runs is brought up to date with tonight's batches
      * (stamped with the card's paid-through date), then each
      * frequency's coming paid-through dates are projected at its
      * last net total.  A period the card shows still open for a
      * frequency not paid tonight is due on the card's date.
       300-PROJECT-PAYROLL.
           PERFORM 305-READ-PAYPERD.
           PERFORM 310-LOAD-PAY-BASIS.

           PERFORM 320-PROJECT-ONE-FREQUENCY
               VARYING PB-SUB FROM 1 BY 1 UNTIL PB-SUB > 3.

           OPEN OUTPUT PAYBSNEW
           IF NOT PBN-NORMAL
                DISPLAY 'ERROR OPENING PAYBSNEW'
                GO TO 999-RETURN-ERR.

           PERFORM 335-WRITE-PAY-BASIS
               VARYING PB-SUB FROM 1 BY 1 UNTIL PB-SUB > 3.

           CLOSE PAYBSNEW.

       305-READ-PAYPERD.
           MOVE 'N' TO PAYPERD-OPEN-SW.
           OPEN INPUT PAYPERD.
           IF NOT PPD-FILE-MISSING
                IF NOT PPD-NORMAL
                     DISPLAY 'ERROR OPENING PAYPERD'
                     GO TO 999-RETURN-ERR
                END-IF
                READ PAYPERD
                    AT END CONTINUE
                END-READ
                IF PPD-NORMAL
                       AND PPD-PAID-THRU NUMERIC
                       AND PPD-PAID-THRU > 0
                     MOVE PPD-PAID-THRU TO CARD-PAID-THRU
                     MOVE PPD-RUN-FREQS TO CARD-RUN-FREQS
                     IF CARD-RUN-FREQS = SPACES
                          MOVE 'S' TO CARD-RUN-FREQ (1)
                     END-IF
                     IF NOT PERIOD-COMPLETED
                          MOVE 'Y' TO PAYPERD-OPEN-SW
                     END-IF
                END-IF
                CLOSE PAYPERD
           END-IF.

       310-LOAD-PAY-BASIS.
           OPEN INPUT PAYBSOLD.
           IF NOT PBO-FILE-MISSING
                IF NOT PBO-NORMAL
                     DISPLAY 'ERROR OPENING PAYBSOLD'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'N' TO INPUT-EOF
                PERFORM 315-READ-PAY-BASIS UNTIL NO-MORE-INPUT
                CLOSE PAYBSOLD
           END-IF.

           PERFORM 318-TAKE-TONIGHTS-PAYROLL
               VARYING PB-SUB FROM 1 BY 1 UNTIL PB-SUB > 3.

       315-READ-PAY-BASIS.
           READ PAYBSOLD
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (PBO-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING PAYBSOLD'
                GO TO 999-RETURN-ERR
           END-IF.
           IF NOT NO-MORE-INPUT
                SET PB-IDX TO 1
                SEARCH PAY-BASIS-ITEM VARYING PB-IDX
                    AT END
                        CONTINUE
                    WHEN PB-PAY-FREQ (PB-IDX) = PBO-PAY-FREQ
                        MOVE PBO-PAID-THRU  TO PB-PAID-THRU (PB-IDX)
                        MOVE PBO-NET-AMOUNT TO PB-NET-AMOUNT (PB-IDX)
                END-SEARCH
           END-IF.

       318-TAKE-TONIGHTS-PAYROLL.
           IF PB-PAID-TONIGHT (PB-SUB)
                MOVE PB-TONIGHT-AMOUNT (PB-SUB)
                    TO PB-NET-AMOUNT (PB-SUB)
                IF CARD-PAID-THRU > 0
                     MOVE CARD-PAID-THRU TO PB-PAID-THRU (PB-SUB)
                ELSE
                     MOVE BUSINESS-DATE-NUM TO PB-PAID-THRU (PB-SUB)
                END-IF
           END-IF.

      * Pay nights already behind the business date are stepped over
      * -- tonight's run (or its absence) has settled them -- except
      * the one on the business date itself when that frequency did
      * not pay tonight, which is still to be funded.
       320-PROJECT-ONE-FREQUENCY.
           IF PB-PAID-THRU (PB-SUB) = ZERO
                PERFORM 330-CHECK-BASIS-NEEDED
           ELSE
                MOVE PB-PAID-THRU (PB-SUB) TO PAY-DATE-NUM
                PERFORM 325-NEXT-PAY-DATE
                IF PAYPERD-PERIOD-OPEN
                       AND NOT PB-PAID-TONIGHT (PB-SUB)
                       AND CARD-PAID-THRU > PB-PAID-THRU (PB-SUB)
                       AND (CARD-RUN-FREQ (1) = PB-PAY-FREQ (PB-SUB)
                         OR CARD-RUN-FREQ (2) = PB-PAY-FREQ (PB-SUB)
                         OR CARD-RUN-FREQ (3) = PB-PAY-FREQ (PB-SUB))
                     MOVE CARD-PAID-THRU TO PAY-DATE-NUM
                END-IF
                COMPUTE PAY-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (PAY-DATE-NUM)
                PERFORM UNTIL PAY-DATE-INT >= BUSINESS-DATE-INT
                    PERFORM 325-NEXT-PAY-DATE
                END-PERFORM
                PERFORM UNTIL PAY-DATE-INT >= HZ-DATE-INT
                                              (HORIZON-COUNT)
                    ADD 1 TO ITEMS-CONSIDERED
                    MOVE 'ACHFILE '            TO POST-SOURCE
                    MOVE 'P'                   TO POST-KIND
                    MOVE PAY-DATE-INT          TO POST-DATE-INT
                    MOVE PB-NET-AMOUNT (PB-SUB) TO POST-AMOUNT
                    PERFORM 700-POST-ITEM THRU 700-EXIT
                    PERFORM 325-NEXT-PAY-DATE
                END-PERFORM
           END-IF.

      * Weekly and biweekly step by seven and fourteen days;
      * semi-monthly pays through the 15th and the month end.
       325-NEXT-PAY-DATE.
           EVALUATE PB-PAY-FREQ (PB-SUB)
               WHEN 'W'
                   COMPUTE PAY-DATE-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (PAY-DATE-NUM) + 7)
               WHEN 'B'
                   COMPUTE PAY-DATE-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (PAY-DATE-NUM) + 14)
               WHEN OTHER
                   MOVE PAY-DATE-YYYY TO MONTH-END-YYYY
                   MOVE PAY-DATE-MM   TO MONTH-END-MM
                   MOVE 01            TO MONTH-END-DD
                   IF MONTH-END-MM = 12
                        ADD 1 TO MONTH-END-YYYY
                        MOVE 01 TO MONTH-END-MM
                   ELSE
                        ADD 1 TO MONTH-END-MM
                   END-IF
                   COMPUTE MONTH-END-NUM = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (MONTH-END-NUM) - 1)
                   EVALUATE TRUE
                       WHEN PAY-DATE-DD < 15
                           MOVE 15 TO PAY-DATE-DD
                       WHEN PAY-DATE-NUM < MONTH-END-NUM
                           MOVE MONTH-END-NUM TO PAY-DATE-NUM
                       WHEN OTHER
                           COMPUTE PAY-DATE-NUM =
                               FUNCTION DATE-OF-INTEGER
                                 (FUNCTION INTEGER-OF-DATE
                                     (MONTH-END-NUM) + 15)
                   END-EVALUATE
           END-EVALUATE.
           COMPUTE PAY-DATE-INT =
               FUNCTION INTEGER-OF-DATE (PAY-DATE-NUM).

      * A frequency the open PAYPERD card is about to pay with no
      * net total on record cannot be projected; the memo says so.
       330-CHECK-BASIS-NEEDED.
           IF PAYPERD-PERIOD-OPEN
                  AND (CARD-RUN-FREQ (1) = PB-PAY-FREQ (PB-SUB)
                    OR CARD-RUN-FREQ (2) = PB-PAY-FREQ (PB-SUB)
                    OR CARD-RUN-FREQ (3) = PB-PAY-FREQ (PB-SUB))
                ADD 1 TO NO-BASIS-COUNT
           END-IF.

       335-WRITE-PAY-BASIS.
           MOVE SPACES                 TO PAYBSNEW-REC.
           MOVE PB-PAY-FREQ (PB-SUB)   TO PBN-PAY-FREQ.
           MOVE PB-PAID-THRU (PB-SUB)  TO PBN-PAID-THRU.
           MOVE PB-NET-AMOUNT (PB-SUB) TO PBN-NET-AMOUNT.
           WRITE PAYBSNEW-REC.

      * Open payables: paid tonight is firm; still open and due
      * ahead is projected to be paid the night it falls due; still
      * open though already due is on hold and could be released.
       340-FORECAST-PAYABLES.
           OPEN INPUT APOPNEW.
           IF NOT AP-FILE-MISSING
                IF NOT AP-NORMAL
                     DISPLAY 'ERROR OPENING APOPNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'N' TO INPUT-EOF
                PERFORM 345-READ-APOPNEW
                PERFORM UNTIL NO-MORE-INPUT
                    PERFORM 350-FORECAST-ONE-PAYABLE
                    PERFORM 345-READ-APOPNEW
                END-PERFORM
                CLOSE APOPNEW
           END-IF.

       345-READ-APOPNEW.
           READ APOPNEW INTO AP-OPEN-REC
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (AP-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING APOPNEW'
                GO TO 999-RETURN-ERR
           END-IF.

       350-FORECAST-ONE-PAYABLE.
           MOVE 'APOPEN  '  TO POST-SOURCE.
           MOVE AP-AMOUNT   TO POST-AMOUNT.
           EVALUATE TRUE
               WHEN AP-IS-PAID
                    AND AP-PAID-DATE = BUSINESS-DATE-NUM
                   ADD 1 TO ITEMS-CONSIDERED
                   MOVE 'F'               TO POST-KIND
                   MOVE BUSINESS-DATE-INT TO POST-DATE-INT
                   PERFORM 700-POST-ITEM THRU 700-EXIT
               WHEN AP-IS-OPEN AND AP-DUE-DATE NUMERIC
                    AND AP-DUE-DATE > BUSINESS-DATE-NUM
                   ADD 1 TO ITEMS-CONSIDERED
                   MOVE 'P' TO POST-KIND
                   COMPUTE POST-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)
                   PERFORM 700-POST-ITEM THRU 700-EXIT
               WHEN AP-IS-OPEN
                   ADD 1 TO ITEMS-CONSIDERED
                   MOVE 'H' TO POST-KIND
                   PERFORM 700-POST-ITEM THRU 700-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Claim disbursements MEDCLAIM held over the DISBHOLD limit,
      * waiting on a supervisor's release.
       360-QUEUE-HELD-DISB.
           OPEN INPUT DSBPNEW.
           IF NOT DSP-FILE-MISSING
                IF NOT DSP-NORMAL
                     DISPLAY 'ERROR OPENING DSBPNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'N' TO INPUT-EOF
                PERFORM 365-READ-DSBPNEW
                PERFORM UNTIL NO-MORE-INPUT
                    ADD 1 TO ITEMS-CONSIDERED
                    MOVE 'DISBPEND'  TO POST-SOURCE
                    MOVE 'H'         TO POST-KIND
                    MOVE DSP-AMOUNT  TO POST-AMOUNT
                    PERFORM 700-POST-ITEM THRU 700-EXIT
                    PERFORM 365-READ-DSBPNEW
                END-PERFORM
                CLOSE DSBPNEW
           END-IF.

       365-READ-DSBPNEW.
           READ DSBPNEW
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (DSP-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING DSBPNEW'
                GO TO 999-RETURN-ERR
           END-IF.

      * Exceeds-coverage items still open on MEDEXCQ's queue, at the
      * amount still payable.
       370-QUEUE-EXCEEDS.
           OPEN INPUT EXCQNEW.
           IF NOT EQ-FILE-MISSING
                IF NOT EQ-NORMAL
                     DISPLAY 'ERROR OPENING EXCQNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'N' TO INPUT-EOF
                PERFORM 375-READ-EXCQNEW
                PERFORM UNTIL NO-MORE-INPUT
                    IF EQ-OPEN
                         ADD 1 TO ITEMS-CONSIDERED
                         MOVE 'MEDEXCQ '  TO POST-SOURCE
                         MOVE 'H'         TO POST-KIND
                         MOVE EQ-PAYABLE  TO POST-AMOUNT
                         PERFORM 700-POST-ITEM THRU 700-EXIT
                    END-IF
                    PERFORM 375-READ-EXCQNEW
                END-PERFORM
                CLOSE EXCQNEW
           END-IF.

       375-READ-EXCQNEW.
           READ EXCQNEW
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (EQ-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING EXCQNEW'
                GO TO 999-RETURN-ERR
           END-IF.

      * Open client invoices, expected in on their due dates.
       380-FORECAST-INVOICES.
           OPEN INPUT INVRNEW.
           IF NOT IV-FILE-MISSING
                IF NOT IV-NORMAL
                     DISPLAY 'ERROR OPENING INVRNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'N' TO INPUT-EOF
                PERFORM 385-READ-INVRNEW
                PERFORM UNTIL NO-MORE-INPUT
                    IF IV-OPEN AND IV-OPEN-BALANCE > ZERO
                         PERFORM 388-FORECAST-ONE-INVOICE
                    END-IF
                    PERFORM 385-READ-INVRNEW
                END-PERFORM
                CLOSE INVRNEW
           END-IF.

       385-READ-INVRNEW.
           READ INVRNEW
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (IV-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING INVRNEW'
                GO TO 999-RETURN-ERR
           END-IF.

      * An invoice from before due dates were stamped is given the
      * CASHINVD terms from its issue date.
       388-FORECAST-ONE-INVOICE.
           ADD 1 TO ITEMS-CONSIDERED.
           MOVE 'INVGEN  '      TO POST-SOURCE.
           MOVE 'R'             TO POST-KIND.
           MOVE IV-OPEN-BALANCE TO POST-AMOUNT.
           IF IV-DUE-DATE NUMERIC AND IV-DUE-DATE > ZERO
                COMPUTE POST-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (IV-DUE-DATE)
           ELSE
                COMPUTE POST-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (IV-ISSUE-DATE)
                    + INVOICE-TERMS-DAYS
           END-IF.
           PERFORM 700-POST-ITEM THRU 700-EXIT.

      * The patient receivable: the payer's share still awaited and
      * the patient's own balance, each expected in its lag after
      * the item opened or last moved.  Credit balances are refunds
      * (HOSPCRED's business), not receipts.
       390-FORECAST-PATIENT-AR.
           OPEN INPUT ARMNEW.
           IF NOT AR-FILE-MISSING
                IF NOT AR-NORMAL
                     DISPLAY 'ERROR OPENING ARMNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'N' TO INPUT-EOF
                PERFORM 395-READ-ARMNEW
                PERFORM UNTIL NO-MORE-INPUT
                    PERFORM 398-FORECAST-ONE-AR-ITEM
                    PERFORM 395-READ-ARMNEW
                END-PERFORM
                CLOSE ARMNEW
           END-IF.

       395-READ-ARMNEW.
           READ ARMNEW INTO AR-ITEM-WS
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (AR-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING ARMNEW'
                GO TO 999-RETURN-ERR
           END-IF.

       398-FORECAST-ONE-AR-ITEM.
           MOVE 'HOSPRECV' TO POST-SOURCE.
           MOVE 'R'        TO POST-KIND.

           IF AR-INS-BALANCE > ZERO
                  AND AR-OPENED-DATE NUMERIC
                  AND AR-OPENED-DATE > ZERO
                ADD 1 TO ITEMS-CONSIDERED
                MOVE AR-INS-BALANCE TO POST-AMOUNT
                COMPUTE POST-DATE-INT =
                    FUNCTION INTEGER-OF-DATE (AR-OPENED-DATE)
                    + INS-LAG-DAYS
                PERFORM 700-POST-ITEM THRU 700-EXIT
           END-IF.

           IF AR-BALANCE > ZERO
                  AND AR-OPENED-DATE NUMERIC
                  AND AR-OPENED-DATE > ZERO
                ADD 1 TO ITEMS-CONSIDERED
                MOVE AR-BALANCE TO POST-AMOUNT
                IF AR-LAST-ACTIVITY-DATE NUMERIC
                       AND AR-LAST-ACTIVITY-DATE > ZERO
                     COMPUTE POST-DATE-INT =
                         FUNCTION INTEGER-OF-DATE
                             (AR-LAST-ACTIVITY-DATE)
                         + PATIENT-LAG-DAYS
                ELSE
                     COMPUTE POST-DATE-INT =
                         FUNCTION INTEGER-OF-DATE (AR-OPENED-DATE)
                         + PATIENT-LAG-DAYS
                END-IF
                PERFORM 700-POST-ITEM THRU 700-EXIT
           END-IF.

      * One section per bank account, a line per settlement day,
      * then every account together.
       500-PRINT-FORECAST.
           PERFORM 510-PRINT-ONE-ACCOUNT
               VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > FORECAST-ACCOUNT-COUNT.

           MOVE SPACES TO CASHRPT-REC.
           WRITE CASHRPT-REC.
           MOVE 'ALL ACCOUNTS' TO CASHRPT-REC.
           WRITE CASHRPT-REC.
           WRITE CASHRPT-REC FROM DAY-HEADER-LINE.
           INITIALIZE TOTAL-FIGURES.
           PERFORM 530-PRINT-ALL-ACCOUNTS-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > HORIZON-COUNT.
           MOVE 'TOTAL' TO DL-DATE.
           MOVE TOTAL-FIGURES TO DAY-FIGURES.
           PERFORM 540-WRITE-DAY-LINE.
           COMPUTE NET-REQUIREMENT-TOTAL =
               TF-FIRM-OUT + TF-PROJ-OUT - TF-RECEIPTS.

       510-PRINT-ONE-ACCOUNT.
           MOVE SPACES TO CASHRPT-REC.
           WRITE CASHRPT-REC.
           MOVE FA-ACCOUNT (FA-IDX)      TO AH-ACCOUNT.
           MOVE FA-ACCOUNT-NAME (FA-IDX) TO AH-ACCOUNT-NAME.
           WRITE CASHRPT-REC FROM ACCOUNT-HEADER-LINE.
           WRITE CASHRPT-REC FROM DAY-HEADER-LINE.
           INITIALIZE TOTAL-FIGURES.
           PERFORM 520-PRINT-ACCOUNT-DAY
               VARYING DAY-SUB FROM 1 BY 1
               UNTIL DAY-SUB > HORIZON-COUNT.
           MOVE 'TOTAL' TO DL-DATE.
           MOVE TOTAL-FIGURES TO DAY-FIGURES.
           PERFORM 540-WRITE-DAY-LINE.

       520-PRINT-ACCOUNT-DAY.
           MOVE FA-FIRM-OUT (FA-IDX, DAY-SUB) TO DF-FIRM-OUT.
           MOVE FA-PROJ-OUT (FA-IDX, DAY-SUB) TO DF-PROJ-OUT.
           MOVE FA-RECEIPTS (FA-IDX, DAY-SUB) TO DF-RECEIPTS.
           MOVE FA-HELD (FA-IDX, DAY-SUB)     TO DF-HELD.
           PERFORM 535-ADD-TO-TOTAL.
           MOVE HZ-DATE (DAY-SUB) TO DL-DATE.
           PERFORM 540-WRITE-DAY-LINE.

       530-PRINT-ALL-ACCOUNTS-DAY.
           INITIALIZE DAY-FIGURES.
           PERFORM 532-ADD-ACCOUNT-DAY
               VARYING FA-IDX FROM 1 BY 1
               UNTIL FA-IDX > FORECAST-ACCOUNT-COUNT.
           PERFORM 535-ADD-TO-TOTAL.
           MOVE HZ-DATE (DAY-SUB) TO DL-DATE.
           PERFORM 540-WRITE-DAY-LINE.

       532-ADD-ACCOUNT-DAY.
           ADD FA-FIRM-OUT (FA-IDX, DAY-SUB) TO DF-FIRM-OUT.
           ADD FA-PROJ-OUT (FA-IDX, DAY-SUB) TO DF-PROJ-OUT.
           ADD FA-RECEIPTS (FA-IDX, DAY-SUB) TO DF-RECEIPTS.
           ADD FA-HELD (FA-IDX, DAY-SUB)     TO DF-HELD.

       535-ADD-TO-TOTAL.
           ADD DF-FIRM-OUT TO TF-FIRM-OUT.
           ADD DF-PROJ-OUT TO TF-PROJ-OUT.
           ADD DF-RECEIPTS TO TF-RECEIPTS.
           ADD DF-HELD     TO TF-HELD.

      * Net requirement is what the account must be funded with:
      * firm and projected outflows less receipts expected in.
      * Held/queued money stands outside it.
       540-WRITE-DAY-LINE.
           MOVE DF-FIRM-OUT TO DL-FIRM-OUT.
           MOVE DF-PROJ-OUT TO DL-PROJ-OUT.
           MOVE DF-RECEIPTS TO DL-RECEIPTS.
           COMPUTE DL-NET = DF-FIRM-OUT + DF-PROJ-OUT - DF-RECEIPTS.
           MOVE DF-HELD     TO DL-HELD.
           WRITE CASHRPT-REC FROM DAY-LINE.

       550-PRINT-HEADERS.
           MOVE BUSINESS-DATE-NUM TO HDR-BUSINESS-DATE.
           WRITE CASHRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO CASHRPT-REC.
           WRITE CASHRPT-REC.
           WRITE CASHRPT-REC FROM FILE-HEADER-LINE.

       580-PRINT-MEMOS.
           MOVE SPACES TO CASHRPT-REC.
           WRITE CASHRPT-REC.

           MOVE 'RECEIPTS PAST THEIR EXPECTED DATE - NOT COUNTED ON'
               TO ML-TEXT.
           MOVE OVERDUE-RECEIPT-COUNT   TO ML-COUNT.
           MOVE OVERDUE-RECEIPT-DOLLARS TO ML-AMOUNT.
           WRITE CASHRPT-REC FROM MEMO-LINE.

           MOVE SPACES TO MEMO-LINE.
           MOVE 'ITEMS SETTLING BEYOND THE FORECAST HORIZON'
               TO ML-TEXT.
           MOVE BEYOND-HORIZON-COUNT TO ML-COUNT.
           WRITE CASHRPT-REC FROM MEMO-LINE.

           IF NO-BASIS-COUNT > ZERO
                MOVE SPACES TO MEMO-LINE
                MOVE 'PAY FREQUENCIES DUE WITH NO NET TOTAL ON RECORD'
                    TO ML-TEXT
                MOVE NO-BASIS-COUNT TO ML-COUNT
                WRITE CASHRPT-REC FROM MEMO-LINE
           END-IF.

           PERFORM 585-PRINT-UNMAPPED
               VARYING UM-IDX FROM 1 BY 1
               UNTIL UM-IDX > UNMAPPED-COUNT.

       585-PRINT-UNMAPPED.
           MOVE SPACES TO MEMO-LINE.
           STRING 'NO CASHACCT ENTRY FOR SOURCE ' DELIMITED BY SIZE
                  UM-SOURCE (UM-IDX)              DELIMITED BY SIZE
                  ' - POSTED TO *UNMAPPED'        DELIMITED BY SIZE
               INTO ML-TEXT
           END-STRING.
           WRITE CASHRPT-REC FROM MEMO-LINE.

      * Posts one amount to its source's bank account on the
      * settlement day it falls to.  An outflow paid on a night
      * settles the next business day; a receipt counts on the
      * first business day on or after it is expected, and one
      * already past its expected date is not counted on; held and
      * queued money could go any night, so it sits on the first
      * day.
       700-POST-ITEM.
           PERFORM 710-FIND-ACCOUNT.
           MOVE ZERO TO POST-DAY.

           EVALUATE TRUE
               WHEN POST-HELD
                   MOVE 1 TO POST-DAY
               WHEN POST-RECEIPT
                   IF POST-DATE-INT < HZ-DATE-INT (1)
                        ADD 1 TO ITEMS-OUTSIDE
                        ADD 1 TO OVERDUE-RECEIPT-COUNT
                        ADD POST-AMOUNT TO OVERDUE-RECEIPT-DOLLARS
                        GO TO 700-EXIT
                   END-IF
                   SET HZ-IDX TO 1
                   SEARCH HORIZON-ITEM VARYING HZ-IDX
                       AT END
                           CONTINUE
                       WHEN HZ-IDX > HORIZON-COUNT
                           CONTINUE
                       WHEN HZ-DATE-INT (HZ-IDX) >= POST-DATE-INT
                           SET POST-DAY TO HZ-IDX
                   END-SEARCH
               WHEN OTHER
                   SET HZ-IDX TO 1
                   SEARCH HORIZON-ITEM VARYING HZ-IDX
                       AT END
                           CONTINUE
                       WHEN HZ-IDX > HORIZON-COUNT
                           CONTINUE
                       WHEN HZ-DATE-INT (HZ-IDX) > POST-DATE-INT
                           SET POST-DAY TO HZ-IDX
                   END-SEARCH
           END-EVALUATE.

           IF POST-DAY = ZERO
                ADD 1 TO ITEMS-OUTSIDE
                ADD 1 TO BEYOND-HORIZON-COUNT
                GO TO 700-EXIT
           END-IF.

           ADD 1 TO ITEMS-FORECAST.
           EVALUATE TRUE
               WHEN POST-FIRM
                   ADD POST-AMOUNT TO FA-FIRM-OUT (FA-IDX, POST-DAY)
               WHEN POST-PROJECTED
                   ADD POST-AMOUNT TO FA-PROJ-OUT (FA-IDX, POST-DAY)
               WHEN POST-RECEIPT
                   ADD POST-AMOUNT TO FA-RECEIPTS (FA-IDX, POST-DAY)
               WHEN POST-HELD
                   ADD POST-AMOUNT TO FA-HELD (FA-IDX, POST-DAY)
           END-EVALUATE.

       700-EXIT.
           EXIT.

      * Maps the source to its bank account and leaves FA-IDX on
      * that account's forecast entry, opening one on first use.
       710-FIND-ACCOUNT.
           MOVE '*UNMAPPED'         TO FIND-ACCOUNT.
           MOVE 'NO CASHACCT ENTRY' TO FIND-ACCOUNT-NAME.
           SET AM-IDX TO 1.
           SEARCH ACCOUNT-MAP-ITEM VARYING AM-IDX
               AT END
                   PERFORM 720-NOTE-UNMAPPED
               WHEN AM-IDX > ACCOUNT-MAP-COUNT
                   PERFORM 720-NOTE-UNMAPPED
               WHEN AM-SOURCE (AM-IDX) = POST-SOURCE
                   MOVE AM-ACCOUNT (AM-IDX)      TO FIND-ACCOUNT
                   MOVE AM-ACCOUNT-NAME (AM-IDX) TO FIND-ACCOUNT-NAME
           END-SEARCH.

           SET FA-IDX TO 1.
           SEARCH FORECAST-ACCOUNT VARYING FA-IDX
               AT END
                   PERFORM 730-OPEN-ACCOUNT
               WHEN FA-IDX > FORECAST-ACCOUNT-COUNT
                   PERFORM 730-OPEN-ACCOUNT
               WHEN FA-ACCOUNT (FA-IDX) = FIND-ACCOUNT
                   CONTINUE
           END-SEARCH.

       720-NOTE-UNMAPPED.
           SET UM-IDX TO 1.
           SEARCH UNMAPPED-ITEM VARYING UM-IDX
               AT END
                   CONTINUE
               WHEN UM-IDX > UNMAPPED-COUNT
                   IF UNMAPPED-COUNT < 10
                        ADD 1 TO UNMAPPED-COUNT
                        MOVE POST-SOURCE TO UM-SOURCE (UNMAPPED-COUNT)
                   END-IF
               WHEN UM-SOURCE (UM-IDX) = POST-SOURCE
                   CONTINUE
           END-SEARCH.

       730-OPEN-ACCOUNT.
           IF FORECAST-ACCOUNT-COUNT >= 20
                DISPLAY "ERROR: MORE THAN 20 BANK ACCOUNTS ON "
                    "CASHACCT - TABLE TOO SMALL"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO FORECAST-ACCOUNT-COUNT.
           SET FA-IDX TO FORECAST-ACCOUNT-COUNT.
           INITIALIZE FORECAST-ACCOUNT (FA-IDX).
           MOVE FIND-ACCOUNT      TO FA-ACCOUNT (FA-IDX).
           MOVE FIND-ACCOUNT-NAME TO FA-ACCOUNT-NAME (FA-IDX).

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE CASHRPT.

      * One run-control record for DAYBAL's nightly cross-foot --
      * every item considered either landed on a settlement day
      * (primary) or fell outside the horizon (secondary); the
      * dollars are the horizon's net funding requirement.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           MOVE SPACES TO LEDGER-REC.
           INITIALIZE LEDGER-REC.
           MOVE 'CASHFCST'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE ITEMS-CONSIDERED      TO LED-RECS-IN.
           MOVE ITEMS-FORECAST        TO LED-RECS-OUT-PRIMARY.
           MOVE ITEMS-OUTSIDE         TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE NET-REQUIREMENT-TOTAL TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
