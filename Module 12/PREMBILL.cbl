       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PREMBILL.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PREMIUM BILLING, CASH POSTING AND NON-PAYMENT LAPSE RUN.
      *****
      ***** PREMIUMS USED TO BE BILLED OUTSIDE THE SYSTEM AND A
      ***** POLICY LAPSED FOR NON-PAYMENT ONLY WHEN SOMEBODY KEYED THE
      ***** TERMINATION, DAYS OR WEEKS LATE, SO MEDCLAIM KEPT PAYING
      ***** CLAIMS ON LAPSED POLICIES.  THIS RUN CARRIES AN OPEN-
      ***** PREMIUM MASTER FORWARD RUN TO RUN (PREMOLD IN, PREMNEW
      ***** OUT, THE HOSPRECV ARMOLD/ARMNEW MOLD), ONE ITEM PER POLICY
      ***** PER COVERAGE MONTH:
      *****
      *****   - FROM THE BILLING DAY OF THE MONTH (AGETAB PREMBILD)
      *****     EVERY ACTIVE POLICY IS BILLED ONCE FOR NEXT MONTH'S
      *****     COVERAGE AT ITS POLICY TYPE'S PREMRATE PREMIUM, DUE ON
      *****     THE FIRST, AND AN INVOICE PRINTS TO THE ADDRMAST 'P'
      *****     ADDRESS;
      *****   - LOCKBOX PREMIUM PAYMENTS (PREMPAY) POST AGAINST THEIR
      *****     POLICY AND COVERAGE MONTH FROM THE INVOICE STUB;
      *****   - AN ITEM STILL OPEN AFTER ITS DUE DATE ENTERS THE GRACE
      *****     PERIOD (AGETAB PREMGRCE CALENDAR DAYS).  EVERY POLICY
      *****     IN GRACE GOES OUT ON GRACELST, WHICH MEDCLAIM AND
      *****     MEDPENDQ READ TO PEND ITS CLAIMS INSTEAD OF PAYING;
      *****   - AN ITEM STILL OPEN PAST THE GRACE PERIOD LAPSES THE
      *****     POLICY: A POLMAINT 'T' TRANSACTION, TERMINATING AS OF
      *****     THE UNPAID MONTH'S DUE DATE, GOES OUT ON LAPSTRAN.
      *****     ONCE POLMAST CARRIES THE TERMINATION THE ITEM CLOSES.
      *****
      ***** EVERY INVOICE, POSTING, GRACE ENTRY, LAPSE AND UNMATCHED
      ***** PAYMENT LANDS ON THE PREMIUM AUDIT REPORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PREMOLD
           ASSIGN TO PREMOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMOLD-ST.
      *  Policy eligibility master maintained by POLMAINT: who is
      *  billed, at which policy type, and when a lapse has landed.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Monthly premium by policy type.
           SELECT PREMRATE
           ASSIGN TO PREMRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMRATE-ST.
      *  Name-and-address master maintained by ADDRMNT; the 'P'
      *  entries address the invoices.
           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
      *  Lockbox premium payments: policy, coverage month from the
      *  invoice stub, amount received.
           SELECT PREMPAY
           ASSIGN TO PREMPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMPAY-ST.
           SELECT PREMNEW
           ASSIGN TO PREMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMNEW-ST.
           SELECT PREMINV
           ASSIGN TO PREMINV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMINV-ST.
      *  Non-payment terminations in the POLTRANS layout, for
      *  POLMAINT's next run.
           SELECT LAPSTRAN
           ASSIGN TO LAPSTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LAPSTRAN-ST.
      *  Policies in the grace period tonight, with the first unpaid
      *  coverage date -- read by MEDCLAIM and MEDPENDQ.
           SELECT GRACELST
           ASSIGN TO GRACELST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRACELST-ST.
           SELECT PREMAUDT
           ASSIGN TO PREMAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PREMAUDT-ST.
      *  Billing day and grace period, in the shared day-count layout
      *  (see Copybooks/DAYTAB.cpy) so a billing-policy change is a
      *  data update.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping and aging so a rerun reproduces the original
      *  date's results.
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

       FD  PREMOLD
           RECORD CONTAINS 40 CHARACTERS.
       01  PREMOLD-REC                 PIC X(40).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  PM-EFF-DATE-I           PIC 9(08).
           05  PM-EFF-DATE-YM-I REDEFINES PM-EFF-DATE-I.
               10  PM-EFF-PERIOD-I     PIC 9(06).
               10  FILLER              PIC 9(02).
           05  PM-TERM-DATE-I          PIC 9(08).
           05  PM-STATUS-I             PIC X(01).
           05  PM-POLICY-TYPE-I        PIC 9(01).
           05  FILLER                  PIC X(05).

       FD  PREMRATE
           RECORD CONTAINS 20 CHARACTERS.
       01  PREMRATE-REC.
           05  PR-POLICY-TYPE-I        PIC 9(01).
           05  PR-MONTHLY-PREMIUM-I    PIC 9(05)V99.
           05  FILLER                  PIC X(12).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

       FD  PREMPAY
           RECORD CONTAINS 30 CHARACTERS.
       01  PREMPAY-REC.
           05  PY-POLICY-NO            PIC 9(07).
           05  PY-BILL-PERIOD          PIC 9(06).
           05  PY-AMOUNT               PIC 9(05)V99.
           05  FILLER                  PIC X(10).

       FD  PREMNEW
           RECORD CONTAINS 40 CHARACTERS.
       01  PREMNEW-REC                 PIC X(40).

       FD  PREMINV
           RECORD CONTAINS 80 CHARACTERS.
       01  PREMINV-REC                 PIC X(80).

       FD  LAPSTRAN
           RECORD CONTAINS 40 CHARACTERS.
       01  LAPSTRAN-REC                PIC X(40).

       FD  GRACELST
           RECORD CONTAINS 30 CHARACTERS.
       01  GRACELST-REC.
           05  GL-POLICY-NO-O          PIC 9(07).
           05  GL-GRACE-FROM-O         PIC 9(08).
           05  FILLER                  PIC X(15).

       FD  PREMAUDT
           RECORD CONTAINS 133 CHARACTERS.
       01  PREMAUDT-REC                PIC X(133).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.

      * Open-premium work record, one per policy per coverage month.
      * The status moves open -> grace -> lapsed; a lapsed item waits
      * for POLMAINT to land the termination and then closes.
       01  PREM-ITEM-WS.
           05  PI-POLICY-NO            PIC 9(07).
           05  PI-BILL-PERIOD          PIC 9(06).
           05  PI-DUE-DATE             PIC 9(08).
           05  PI-AMOUNT-BILLED        PIC S9(5)V99.
           05  PI-BALANCE              PIC S9(5)V99.
           05  PI-STATUS               PIC X(01).
               88  PI-OPEN                             VALUE 'O'.
               88  PI-IN-GRACE                         VALUE 'G'.
               88  PI-LAPSED                           VALUE 'L'.
           05  FILLER                  PIC X(04).

      * POLMAINT terminate transaction: action plus the POLMAST
      * image, of which POLMAINT's 255-VALIDATE-TERM-DATE only needs
      * the key and the termination date.
       01  LAPSE-TRAN-REC.
           05  LT-ACTION               PIC X(01)       VALUE 'T'.
           05  LT-POLICY-NO            PIC 9(07).
           05  LT-EFF-DATE             PIC 9(08).
           05  LT-TERM-DATE            PIC 9(08).
           05  LT-STATUS               PIC X(01).
           05  LT-POLICY-TYPE          PIC 9(01).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(09)       VALUE SPACES.

       01  FLAGS.
           05  PREMOLD-ST              PIC X(02).
               88  PO-NORMAL                           VALUE '00'.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  PREMRATE-ST             PIC X(02).
               88  PR-NORMAL                           VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  AD-NORMAL                           VALUE '00'.
           05  PREMPAY-ST              PIC X(02).
               88  PY-NORMAL                           VALUE '00'.
           05  PREMNEW-ST              PIC X(02).
               88  PN-NORMAL                           VALUE '00'.
           05  PREMINV-ST              PIC X(02).
               88  PV-NORMAL                           VALUE '00'.
           05  LAPSTRAN-ST             PIC X(02).
               88  LT-NORMAL                           VALUE '00'.
           05  GRACELST-ST             PIC X(02).
               88  GL-NORMAL                           VALUE '00'.
           05  PREMAUDT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  PREMOLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PREMOLD                     VALUE 'Y'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  PREMRATE-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PREMRATE                    VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  PREMPAY-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PREMPAY                     VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  ADDR-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  ADDR-FOUND                          VALUE 'Y'.
           05  RATE-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  RATE-FOUND                          VALUE 'Y'.
           05  BILLING-DAY-SW          PIC X(01)       VALUE 'N'.
               88  BILLING-DAY-REACHED                 VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).
           05  BUSINESS-DATE-YMD REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-YEAR       PIC 9(04).
               10  BUSINESS-MONTH      PIC 9(02).
               10  BUSINESS-DAY        PIC 9(02).

      * The coverage month this run bills -- always next month -- and
      * its due date, the first of that month.
       01  BILL-PERIOD-WS.
           05  BILL-PERIOD             PIC 9(06).
           05  BILL-PERIOD-YM REDEFINES BILL-PERIOD.
               10  BILL-YEAR           PIC 9(04).
               10  BILL-MONTH          PIC 9(02).
       77  BILL-DUE-DATE               PIC 9(08).

      * Policies loaded from POLMAST, with the per-run billing state:
      * billed for the coverage month already (an item for it came in
      * on PREMOLD), lapsed (no new bills while the termination is on
      * its way), and the earliest unpaid due date of any item in
      * grace, which is what GRACELST carries.
       01  POLICY-TABLE.
           05  POLICY-ITEM OCCURS 5000 TIMES
                   INDEXED BY POL-IDX.
               10  POL-POLICY-NO           PIC 9(07).
               10  POL-EFF-DATE            PIC 9(08).
               10  POL-EFF-PERIOD          PIC 9(06).
               10  POL-TERM-DATE           PIC 9(08).
               10  POL-STATUS              PIC X(01).
                    88  POL-ACTIVE                 VALUE 'A'.
               10  POL-POLICY-TYPE         PIC 9(01).
               10  POL-BILLED-SW           PIC X(01).
                    88  POL-BILLED                 VALUE 'Y'.
               10  POL-LAPSED-SW           PIC X(01).
                    88  POL-LAPSED                 VALUE 'Y'.
               10  POL-GRACE-FROM          PIC 9(08).
       77  POLMAST-COUNT               PIC S9(04) COMP VALUE 0.
       77  POL-SUB                     PIC S9(04) COMP VALUE 0.

       01  RATE-TABLE.
           05  RATE-ITEM OCCURS 10 TIMES
                   INDEXED BY RT-IDX.
               10  RT-POLICY-TYPE          PIC 9(01).
               10  RT-MONTHLY-PREMIUM      PIC 9(05)V99.
       77  PREMRATE-COUNT              PIC S9(04) COMP VALUE 0.
       77  PREMIUM-WS                  PIC 9(05)V99 VALUE 0.

           COPY ADDRREC.

      * Policyholder addresses ('P' entries of ADDRMAST) held in
      * memory for the per-invoice lookup.
       01  ADDRESS-TABLE.
           05  ADDRESS-ITEM OCCURS 5000 TIMES
                   INDEXED BY ADT-IDX.
               10  ADT-POLICY-NO       PIC 9(07).
               10  ADT-NAME            PIC X(25).
               10  ADT-STREET          PIC X(25).
               10  ADT-CITY            PIC X(15).
               10  ADT-STATE           PIC X(02).
               10  ADT-ZIP             PIC X(05).
       77  ADDRESS-COUNT               PIC S9(04) COMP VALUE 0.
       77  ADDRESS-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  ADT-ENTRY-SUB               PIC S9(04) COMP VALUE 0.

      * Lockbox payments held in memory; each posts against its
      * item by policy + coverage month and is flagged so an
      * unmatched payment can be reported rather than vanish.
       01  PAYMENT-TABLE.
           05  PAYMENT-ITEM OCCURS 2000 TIMES
                   INDEXED BY PAY-IDX.
               10  PAY-POLICY-NO           PIC 9(07).
               10  PAY-BILL-PERIOD         PIC 9(06).
               10  PAY-AMOUNT              PIC 9(05)V99.
               10  PAY-MATCHED             PIC X(01).
                    88  PAY-IS-MATCHED             VALUE 'Y'.
       77  PAYMENT-COUNT               PIC S9(04) COMP VALUE 0.
       77  PAYMENT-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  PAY-SUB                     PIC S9(04) COMP VALUE 0.

      * Shipped defaults; AGETAB codes PREMBILD (day of the month
      * billing starts) and PREMGRCE (grace period in calendar days
      * past the due date) override them when present.
       77  PREM-BILL-DAY               PIC 9(05) VALUE 15.
       77  PREM-GRACE-DAYS             PIC 9(05) VALUE 31.
       77  DAYS-PAST-DUE               PIC S9(05).

       77  ITEMS-CARRIED-IN            PIC 9(05) VALUE 0.
       77  ITEMS-BILLED                PIC 9(05) VALUE 0.
       77  ITEMS-CLOSED                PIC 9(05) VALUE 0.
       77  ITEMS-CARRIED-OUT           PIC 9(05) VALUE 0.
       77  GRACE-ENTERED-COUNT         PIC 9(05) VALUE 0.
       77  LAPSED-COUNT                PIC 9(05) VALUE 0.
       77  LAPSE-TRAN-COUNT            PIC 9(05) VALUE 0.
       77  GRACE-LIST-COUNT            PIC 9(05) VALUE 0.
       77  NO-RATE-COUNT               PIC 9(05) VALUE 0.
       77  UNMATCHED-PAY-COUNT         PIC 9(05) VALUE 0.
       77  ADDR-MISSING-COUNT          PIC 9(05) VALUE 0.
       01  PREMIUM-BILLED-TOTAL        PIC S9(9)V99 VALUE 0.
       01  CASH-POSTED-TOTAL           PIC S9(9)V99 VALUE 0.
       01  OPEN-BALANCE-TOTAL          PIC S9(9)V99 VALUE 0.
       01  WRITTEN-OFF-TOTAL           PIC S9(9)V99 VALUE 0.

       01  AUDIT-HEADER-LINE.
           05  FILLER                  PIC X(27)
                    VALUE 'PREMIUM AUDIT REPORT       '.
           05  AUD-HDR-DATE            PIC 9(08).
           05  FILLER                  PIC X(18)
                    VALUE '   BILLING MONTH: '.
           05  AUD-HDR-PERIOD          PIC 9(06).

       01  AUDIT-LINE.
           05  AUD-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-BILL-PERIOD         PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-AMOUNT              PIC -$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-BALANCE             PIC -$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(24).

       01  AUDIT-FOOTER-01.
           05  FILLER                  PIC X(22)
                    VALUE 'PREMIUM BILLED:'.
           05  AUD-FOOT-BILLED         PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'CASH POSTED:'.
           05  AUD-FOOT-CASH           PIC $$$,$$$,$$9.99.

       01  AUDIT-FOOTER-02.
           05  FILLER                  PIC X(22)
                    VALUE 'OPEN BALANCES:'.
           05  AUD-FOOT-OPEN           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'LAPSE WRITE-OFF:'.
           05  AUD-FOOT-WRITEOFF       PIC $$$,$$$,$$9.99.

       01  AUDIT-FOOTER-03.
           05  FILLER                  PIC X(22)
                    VALUE 'INVOICES ISSUED:'.
           05  AUD-FOOT-INVOICES       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'NO PREMIUM RATE:'.
           05  AUD-FOOT-NO-RATE        PIC ZZ,ZZ9.

       01  AUDIT-FOOTER-04.
           05  FILLER                  PIC X(22)
                    VALUE 'POLICIES IN GRACE:'.
           05  AUD-FOOT-GRACE          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'LAPSES SENT:'.
           05  AUD-FOOT-LAPSES         PIC ZZ,ZZ9.

       01  AUDIT-FOOTER-05.
           05  FILLER                  PIC X(22)
                    VALUE 'UNMATCHED PAYMENTS:'.
           05  AUD-FOOT-UNMATCHED      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'NO ADDRESS:'.
           05  AUD-FOOT-NO-ADDR        PIC ZZ,ZZ9.

       01  AUDIT-FOOTER-06.
           05  FILLER                  PIC X(44)
                    VALUE 'BILLING DAY NOT YET REACHED - NO INVOICES'.

       01  INV-HEADER-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'PREMIUM INVOICE'.
           05  FILLER                  PIC X(14)
                    VALUE 'INVOICE DATE: '.
           05  INV-DATE-O              PIC 9(08).

       01  INV-ADDR-LINE-1.
           05  FILLER                  PIC X(17)
                    VALUE 'MAIL TO:        '.
           05  INV-ADDR-NAME-O         PIC X(25).

       01  INV-ADDR-LINE-2.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  INV-ADDR-STREET-O       PIC X(25).

       01  INV-ADDR-LINE-3.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  INV-ADDR-CITY-O         PIC X(15).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  INV-ADDR-STATE-O        PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  INV-ADDR-ZIP-O          PIC X(05).

       01  INV-NO-ADDR-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'MAIL TO:        '.
           05  FILLER                  PIC X(33)
                    VALUE '*** ADDRESS NOT ON FILE ***'.

       01  INV-DETAIL-LINE-1.
           05  FILLER                  PIC X(08)       VALUE 'POLICY: '.
           05  INV-POLICY-NO-O         PIC 9(07).
           05  FILLER                  PIC X(18)
                    VALUE '  COVERAGE MONTH: '.
           05  INV-PERIOD-O            PIC 9(06).
           05  FILLER                  PIC X(11)
                    VALUE '  DUE DATE '.
           05  INV-DUE-DATE-O          PIC 9(08).

       01  INV-DETAIL-LINE-2.
           05  FILLER                  PIC X(17)
                    VALUE 'PREMIUM DUE:     '.
           05  INV-AMOUNT-O            PIC $$,$$9.99.

       01  INV-DETAIL-LINE-3.
           05  FILLER                  PIC X(28)
                    VALUE 'COVERAGE LAPSES IF UNPAID '.
           05  INV-GRACE-DAYS-O        PIC ZZ9.
           05  FILLER                  PIC X(23)
                    VALUE ' DAYS AFTER DUE DATE.'.

       01  INV-STUB-LINE.
           05  FILLER                  PIC X(34)
                    VALUE 'RETURN WITH PAYMENT -- POLICY '.
           05  INV-STUB-POLICY-O       PIC 9(07).
           05  FILLER                  PIC X(08)
                    VALUE ' MONTH '.
           05  INV-STUB-PERIOD-O       PIC 9(06).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-OLD-ITEM UNTIL NO-MORE-PREMOLD.
           IF BILLING-DAY-REACHED
                PERFORM 220-BILL-POLICY
                    VARYING POL-SUB FROM 1 BY 1
                    UNTIL POL-SUB > POLMAST-COUNT
           END-IF.
           PERFORM 450-REPORT-UNMATCHED-PAYMENTS.
           PERFORM 600-WRITE-GRACE-LIST
               VARYING POL-SUB FROM 1 BY 1
               UNTIL POL-SUB > POLMAST-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-SET-BILL-PERIOD.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-POLMAST.
           PERFORM 320-LOAD-PAYMENTS.
           PERFORM 330-LOAD-RATES.
           PERFORM 340-LOAD-DAY-CODES.
           PERFORM 350-LOAD-ADDRESSES.

           IF BUSINESS-DAY >= PREM-BILL-DAY
                MOVE 'Y' TO BILLING-DAY-SW
           END-IF.

           MOVE BUSINESS-DATE-NUM TO AUD-HDR-DATE.
           MOVE BILL-PERIOD       TO AUD-HDR-PERIOD.
           WRITE PREMAUDT-REC FROM AUDIT-HEADER-LINE.
           MOVE SPACES TO PREMAUDT-REC.
           WRITE PREMAUDT-REC.

           PERFORM 400-READ-PREMOLD.

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

      * Premiums bill a month ahead: this month's run bills next
      * month's coverage, due on the first of that month.
       120-SET-BILL-PERIOD.
           MOVE BUSINESS-YEAR  TO BILL-YEAR.
           MOVE BUSINESS-MONTH TO BILL-MONTH.
           IF BILL-MONTH = 12
                ADD 1 TO BILL-YEAR
                MOVE 1 TO BILL-MONTH
           ELSE
                ADD 1 TO BILL-MONTH
           END-IF.
           COMPUTE BILL-DUE-DATE = BILL-PERIOD * 100 + 1.

       200-WORK-OLD-ITEM.
           ADD 1 TO ITEMS-CARRIED-IN.
           PERFORM 210-FIND-POLICY.
           IF POL-SUB > 0
                IF PI-BILL-PERIOD = BILL-PERIOD
                     MOVE 'Y' TO POL-BILLED-SW (POL-SUB)
                END-IF
                IF PI-LAPSED
                     MOVE 'Y' TO POL-LAPSED-SW (POL-SUB)
                END-IF
           END-IF.
           PERFORM 250-POST-AND-AGE.
           PERFORM 400-READ-PREMOLD.

      * An item whose policy has dropped off POLMAST still posts and
      * ages; it simply has no policy to lapse or list.
       210-FIND-POLICY.
           MOVE 0 TO POL-SUB.
           SET POL-IDX TO 1.
           SEARCH POLICY-ITEM VARYING POL-IDX
               AT END
                   CONTINUE
               WHEN POL-IDX > POLMAST-COUNT
                   CONTINUE
               WHEN POL-POLICY-NO (POL-IDX) = PI-POLICY-NO
                   SET POL-SUB TO POL-IDX
           END-SEARCH.

      * An active policy already in force for the coverage month and
      * not terminated by its due date is billed once; a policy whose
      * lapse is on its way to POLMAINT is not billed again.
       220-BILL-POLICY.
           IF POL-ACTIVE (POL-SUB)
                  AND NOT POL-BILLED (POL-SUB)
                  AND NOT POL-LAPSED (POL-SUB)
                  AND POL-EFF-PERIOD (POL-SUB) <= BILL-PERIOD
                  AND (POL-TERM-DATE (POL-SUB) = ZERO OR
                       POL-TERM-DATE (POL-SUB) > BILL-DUE-DATE)
                PERFORM 230-CREATE-BILL
           END-IF.

      * A policy type with no PREMRATE entry cannot be priced, so the
      * policy is listed rather than billed at zero.
       230-CREATE-BILL.
           MOVE 'N' TO RATE-FOUND-SW.
           SET RT-IDX TO 1.
           SEARCH RATE-ITEM VARYING RT-IDX
               AT END
                   CONTINUE
               WHEN RT-IDX > PREMRATE-COUNT
                   CONTINUE
               WHEN RT-POLICY-TYPE (RT-IDX) = POL-POLICY-TYPE (POL-SUB)
                   MOVE 'Y' TO RATE-FOUND-SW
                   MOVE RT-MONTHLY-PREMIUM (RT-IDX) TO PREMIUM-WS
           END-SEARCH.

           INITIALIZE PREM-ITEM-WS.
           MOVE POL-POLICY-NO (POL-SUB) TO PI-POLICY-NO.
           MOVE BILL-PERIOD             TO PI-BILL-PERIOD.
           MOVE BILL-DUE-DATE           TO PI-DUE-DATE.

           IF NOT RATE-FOUND
                ADD 1 TO NO-RATE-COUNT
                MOVE ZERO TO PI-AMOUNT-BILLED
                MOVE 'NO PREMIUM RATE - UNBILLED' TO AUD-ACTION
                PERFORM 290-WRITE-AUDIT-LINE
           ELSE
                MOVE PREMIUM-WS  TO PI-AMOUNT-BILLED
                MOVE PREMIUM-WS  TO PI-BALANCE
                MOVE 'O'         TO PI-STATUS
                ADD 1 TO ITEMS-BILLED
                ADD PREMIUM-WS TO PREMIUM-BILLED-TOTAL
                PERFORM 240-PRINT-INVOICE
                MOVE 'INVOICE ISSUED' TO AUD-ACTION
                PERFORM 290-WRITE-AUDIT-LINE
                PERFORM 250-POST-AND-AGE
           END-IF.

       240-PRINT-INVOICE.
           MOVE BUSINESS-DATE-NUM TO INV-DATE-O.
           WRITE PREMINV-REC FROM INV-HEADER-LINE.
           MOVE SPACES TO PREMINV-REC.
           WRITE PREMINV-REC.

           PERFORM 245-LOOKUP-ADDRESS.
           IF ADDR-FOUND
                MOVE ADT-NAME (ADT-ENTRY-SUB)   TO INV-ADDR-NAME-O
                MOVE ADT-STREET (ADT-ENTRY-SUB) TO INV-ADDR-STREET-O
                MOVE ADT-CITY (ADT-ENTRY-SUB)   TO INV-ADDR-CITY-O
                MOVE ADT-STATE (ADT-ENTRY-SUB)  TO INV-ADDR-STATE-O
                MOVE ADT-ZIP (ADT-ENTRY-SUB)    TO INV-ADDR-ZIP-O
                WRITE PREMINV-REC FROM INV-ADDR-LINE-1
                WRITE PREMINV-REC FROM INV-ADDR-LINE-2
                WRITE PREMINV-REC FROM INV-ADDR-LINE-3
           ELSE
                ADD 1 TO ADDR-MISSING-COUNT
                WRITE PREMINV-REC FROM INV-NO-ADDR-LINE
           END-IF.
           MOVE SPACES TO PREMINV-REC.
           WRITE PREMINV-REC.

           MOVE PI-POLICY-NO     TO INV-POLICY-NO-O.
           MOVE PI-BILL-PERIOD   TO INV-PERIOD-O.
           MOVE PI-DUE-DATE      TO INV-DUE-DATE-O.
           WRITE PREMINV-REC FROM INV-DETAIL-LINE-1.
           MOVE PI-AMOUNT-BILLED TO INV-AMOUNT-O.
           WRITE PREMINV-REC FROM INV-DETAIL-LINE-2.
           MOVE PREM-GRACE-DAYS  TO INV-GRACE-DAYS-O.
           WRITE PREMINV-REC FROM INV-DETAIL-LINE-3.
           MOVE SPACES TO PREMINV-REC.
           WRITE PREMINV-REC.
           MOVE PI-POLICY-NO     TO INV-STUB-POLICY-O.
           MOVE PI-BILL-PERIOD   TO INV-STUB-PERIOD-O.
           WRITE PREMINV-REC FROM INV-STUB-LINE.
           MOVE SPACES TO PREMINV-REC.
           WRITE PREMINV-REC.

       245-LOOKUP-ADDRESS.
           MOVE 'N' TO ADDR-FOUND-SW.
           MOVE 0 TO ADT-ENTRY-SUB.
           SET ADT-IDX TO 1.
           SEARCH ADDRESS-ITEM VARYING ADT-IDX
               AT END
                   CONTINUE
               WHEN ADT-IDX > ADDRESS-COUNT
                   CONTINUE
               WHEN ADT-POLICY-NO (ADT-IDX) = PI-POLICY-NO
                   MOVE 'Y' TO ADDR-FOUND-SW
                   SET ADT-ENTRY-SUB TO ADT-IDX
           END-SEARCH.

      * Posts every matching lockbox payment against the item, then
      * closes it (paid, or its policy now terminated as of the due
      * date -- the lapse has landed or the policy was cancelled) or
      * ages the remainder through grace and lapse and carries it
      * forward.
       250-POST-AND-AGE.
           PERFORM 260-APPLY-PAYMENTS.

           EVALUATE TRUE
               WHEN PI-BALANCE <= ZERO
                   ADD 1 TO ITEMS-CLOSED
                   IF PI-LAPSED
                        MOVE 'PAID AFTER LAPSE - REVIEW'
                            TO AUD-ACTION
                   ELSE
                        MOVE 'PAID IN FULL' TO AUD-ACTION
                   END-IF
                   MOVE ZERO TO AUD-AMOUNT
                   PERFORM 295-WRITE-AUDIT-BALANCE
               WHEN POL-SUB > 0
                      AND POL-TERM-DATE (POL-SUB) > ZERO
                      AND POL-TERM-DATE (POL-SUB) <= PI-DUE-DATE
                   ADD 1 TO ITEMS-CLOSED
                   ADD PI-BALANCE TO WRITTEN-OFF-TOTAL
                   MOVE 'CLOSED - POLICY TERMED' TO AUD-ACTION
                   MOVE ZERO TO AUD-AMOUNT
                   PERFORM 295-WRITE-AUDIT-BALANCE
               WHEN OTHER
                   PERFORM 270-CHECK-GRACE
                   WRITE PREMNEW-REC FROM PREM-ITEM-WS
                   IF NOT PN-NORMAL
                        DISPLAY 'ERROR WRITING PREMNEW'
                        GO TO 999-RETURN-ERR
                   END-IF
                   ADD 1 TO ITEMS-CARRIED-OUT
                   ADD PI-BALANCE TO OPEN-BALANCE-TOTAL
           END-EVALUATE.

       260-APPLY-PAYMENTS.
           PERFORM VARYING PAY-SUB FROM 1 BY 1
               UNTIL PAY-SUB > PAYMENT-COUNT
               IF NOT PAY-IS-MATCHED (PAY-SUB)
                  AND PAY-POLICY-NO (PAY-SUB) = PI-POLICY-NO
                  AND PAY-BILL-PERIOD (PAY-SUB) = PI-BILL-PERIOD
                   MOVE 'Y' TO PAY-MATCHED (PAY-SUB)
                   SUBTRACT PAY-AMOUNT (PAY-SUB) FROM PI-BALANCE
                   ADD PAY-AMOUNT (PAY-SUB) TO CASH-POSTED-TOTAL
                   MOVE PAY-AMOUNT (PAY-SUB) TO AUD-AMOUNT
                   MOVE 'PAYMENT POSTED'     TO AUD-ACTION
                   PERFORM 295-WRITE-AUDIT-BALANCE
               END-IF
           END-PERFORM.

      * Ages an unpaid item in calendar days past its due date (grace
      * periods run on the calendar, not business days): within the
      * grace period the policy goes on GRACELST, past it the policy
      * lapses.  A lapsed item stays listed until POLMAST carries the
      * termination, so claims keep pending rather than paying in
      * the gap.
       270-CHECK-GRACE.
           IF PI-LAPSED
                PERFORM 275-NOTE-GRACE
           ELSE
                IF BUSINESS-DATE-NUM > PI-DUE-DATE
                     COMPUTE DAYS-PAST-DUE =
                         FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM)
                         - FUNCTION INTEGER-OF-DATE (PI-DUE-DATE)
                     IF DAYS-PAST-DUE > PREM-GRACE-DAYS
                          PERFORM 280-LAPSE-POLICY
                     ELSE
                          IF NOT PI-IN-GRACE
                               MOVE 'G' TO PI-STATUS
                               ADD 1 TO GRACE-ENTERED-COUNT
                               MOVE ZERO TO AUD-AMOUNT
                               MOVE 'ENTERED GRACE PERIOD'
                                   TO AUD-ACTION
                               PERFORM 295-WRITE-AUDIT-BALANCE
                          END-IF
                     END-IF
                     PERFORM 275-NOTE-GRACE
                END-IF
           END-IF.

      * The policy's grace runs from its earliest unpaid due date.
       275-NOTE-GRACE.
           IF POL-SUB > 0
                IF POL-GRACE-FROM (POL-SUB) = ZERO
                       OR PI-DUE-DATE < POL-GRACE-FROM (POL-SUB)
                     MOVE PI-DUE-DATE TO POL-GRACE-FROM (POL-SUB)
                END-IF
           END-IF.

      * One POLMAINT terminate per policy, effective the unpaid
      * month's due date (or the policy's effective date, for a
      * first month that started mid-month), so claims incurred while
      * the premium was paid still pay.
       280-LAPSE-POLICY.
           MOVE 'L' TO PI-STATUS.
           ADD 1 TO LAPSED-COUNT.
           MOVE ZERO TO AUD-AMOUNT.
           MOVE 'LAPSED - NON-PAYMENT' TO AUD-ACTION.
           PERFORM 295-WRITE-AUDIT-BALANCE.

           IF POL-SUB > 0
                IF NOT POL-LAPSED (POL-SUB)
                     MOVE 'Y' TO POL-LAPSED-SW (POL-SUB)
                     MOVE 'T'                       TO LT-ACTION
                     MOVE POL-POLICY-NO (POL-SUB)   TO LT-POLICY-NO
                     MOVE POL-EFF-DATE (POL-SUB)    TO LT-EFF-DATE
                     IF PI-DUE-DATE < POL-EFF-DATE (POL-SUB)
                          MOVE POL-EFF-DATE (POL-SUB) TO LT-TERM-DATE
                     ELSE
                          MOVE PI-DUE-DATE          TO LT-TERM-DATE
                     END-IF
                     MOVE POL-STATUS (POL-SUB)      TO LT-STATUS
                     MOVE POL-POLICY-TYPE (POL-SUB) TO LT-POLICY-TYPE
                     WRITE LAPSTRAN-REC FROM LAPSE-TRAN-REC
                     ADD 1 TO LAPSE-TRAN-COUNT
                END-IF
           END-IF.

       290-WRITE-AUDIT-LINE.
           MOVE PI-POLICY-NO     TO AUD-POLICY-NO.
           MOVE PI-BILL-PERIOD   TO AUD-BILL-PERIOD.
           MOVE PI-DUE-DATE      TO AUD-DUE-DATE.
           MOVE PI-AMOUNT-BILLED TO AUD-AMOUNT.
           MOVE PI-BALANCE       TO AUD-BALANCE.
           WRITE PREMAUDT-REC FROM AUDIT-LINE.

      * Audit line with the caller's amount, showing the item's
      * running balance.
       295-WRITE-AUDIT-BALANCE.
           MOVE PI-POLICY-NO     TO AUD-POLICY-NO.
           MOVE PI-BILL-PERIOD   TO AUD-BILL-PERIOD.
           MOVE PI-DUE-DATE      TO AUD-DUE-DATE.
           MOVE PI-BALANCE       TO AUD-BALANCE.
           WRITE PREMAUDT-REC FROM AUDIT-LINE.

       300-OPEN-FILES.
           OPEN INPUT PREMOLD
           IF NOT PO-NORMAL
                DISPLAY 'ERROR OPENING PREMOLD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
                DISPLAY 'ERROR OPENING POLMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PREMRATE
           IF NOT PR-NORMAL
                DISPLAY 'ERROR OPENING PREMRATE'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PREMPAY
           IF NOT PY-NORMAL
                DISPLAY 'ERROR OPENING PREMPAY'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PREMNEW
           IF NOT PN-NORMAL
                DISPLAY 'ERROR OPENING PREMNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PREMINV
           IF NOT PV-NORMAL
                DISPLAY 'ERROR OPENING PREMINV'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT LAPSTRAN
           IF NOT LT-NORMAL
                DISPLAY 'ERROR OPENING LAPSTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT GRACELST
           IF NOT GL-NORMAL
                DISPLAY 'ERROR OPENING GRACELST'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PREMAUDT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING PREMAUDT'
                GO TO 999-RETURN-ERR.

       310-LOAD-POLMAST.
           READ POLMAST
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

           IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                DISPLAY 'ERROR READING POLMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING POL-IDX FROM 1 BY 1
               UNTIL NO-MORE-POLMAST OR POL-IDX > 5000
                   ADD 1 TO POLMAST-COUNT
                   MOVE PM-POLICY-NO-I   TO POL-POLICY-NO (POL-IDX)
                   MOVE PM-EFF-DATE-I    TO POL-EFF-DATE (POL-IDX)
                   MOVE PM-EFF-PERIOD-I  TO POL-EFF-PERIOD (POL-IDX)
                   MOVE PM-TERM-DATE-I   TO POL-TERM-DATE (POL-IDX)
                   MOVE PM-STATUS-I      TO POL-STATUS (POL-IDX)
                   MOVE PM-POLICY-TYPE-I TO POL-POLICY-TYPE (POL-IDX)
                   MOVE 'N'              TO POL-BILLED-SW (POL-IDX)
                   MOVE 'N'              TO POL-LAPSED-SW (POL-IDX)
                   MOVE ZERO             TO POL-GRACE-FROM (POL-IDX)
                   READ POLMAST
                       AT END MOVE 'Y' TO POLMAST-EOF
                   END-READ
                   IF NOT (PM-NORMAL OR NO-MORE-POLMAST)
                        DISPLAY 'ERROR READING POLMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * A policy past the table's capacity would simply never be
      * billed, so overflow stops the run.
           IF NOT NO-MORE-POLMAST
                DISPLAY "ERROR: POLMAST HAS MORE THAN 5000 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE POLMAST.

       320-LOAD-PAYMENTS.
           READ PREMPAY
               AT END MOVE 'Y' TO PREMPAY-EOF
           END-READ.

           PERFORM VARYING PAY-IDX FROM 1 BY 1
               UNTIL NO-MORE-PREMPAY OR PAY-IDX > 2000
                   ADD 1 TO PAYMENT-COUNT
                   MOVE PY-POLICY-NO
                       TO PAY-POLICY-NO (PAY-IDX)
                   MOVE PY-BILL-PERIOD
                       TO PAY-BILL-PERIOD (PAY-IDX)
                   MOVE PY-AMOUNT TO PAY-AMOUNT (PAY-IDX)
                   MOVE 'N' TO PAY-MATCHED (PAY-IDX)
                   READ PREMPAY
                       AT END MOVE 'Y' TO PREMPAY-EOF
                   END-READ
           END-PERFORM.

      * Payments past the table's capacity are drained and counted
      * instead of being silently ignored.
           PERFORM 325-COUNT-SKIPPED-PAYMENTS UNTIL NO-MORE-PREMPAY.
           IF PAYMENT-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " PAYMENT-SKIPPED-COUNT
                    " PAYMENT(S) EXCEEDED PAYMENT-TABLE CAPACITY OF"
                    " 2000 AND WERE NOT POSTED ***"
           END-IF.

           CLOSE PREMPAY.

       325-COUNT-SKIPPED-PAYMENTS.
           ADD 1 TO PAYMENT-SKIPPED-COUNT.
           READ PREMPAY
               AT END MOVE 'Y' TO PREMPAY-EOF
           END-READ.

       330-LOAD-RATES.
           READ PREMRATE
               AT END MOVE 'Y' TO PREMRATE-EOF
           END-READ.

           PERFORM VARYING RT-IDX FROM 1 BY 1
               UNTIL NO-MORE-PREMRATE OR RT-IDX > 10
                   ADD 1 TO PREMRATE-COUNT
                   MOVE PR-POLICY-TYPE-I
                       TO RT-POLICY-TYPE (RT-IDX)
                   MOVE PR-MONTHLY-PREMIUM-I
                       TO RT-MONTHLY-PREMIUM (RT-IDX)
                   READ PREMRATE
                       AT END MOVE 'Y' TO PREMRATE-EOF
                   END-READ
           END-PERFORM.

           CLOSE PREMRATE.

      * Loads the billing day and grace period from AGETAB.  A code
      * not on file keeps its shipped default.
       340-LOAD-DAY-CODES.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'PREMBILD'
                       MOVE DAY-VALUE TO PREM-BILL-DAY
                   WHEN 'PREMGRCE'
                       MOVE DAY-VALUE TO PREM-GRACE-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

      * Loads the 'P' (policyholder) entries of the address master;
      * the 'H' entries belong to the hospital-side mailers.
       350-LOAD-ADDRESSES.
           OPEN INPUT ADDRMAST
           IF NOT AD-NORMAL
                DISPLAY 'ERROR OPENING ADDRMAST'
                GO TO 999-RETURN-ERR.

           READ ADDRMAST INTO ADDR-REC
               AT END MOVE 'Y' TO ADDRMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ADDRMAST
               IF ADR-POLICY-ADDR
                    IF ADDRESS-COUNT >= 5000
                         ADD 1 TO ADDRESS-SKIPPED-COUNT
                    ELSE
                         ADD 1 TO ADDRESS-COUNT
                         MOVE ADR-KEY-NO
                             TO ADT-POLICY-NO (ADDRESS-COUNT)
                         MOVE ADR-NAME
                             TO ADT-NAME (ADDRESS-COUNT)
                         MOVE ADR-STREET
                             TO ADT-STREET (ADDRESS-COUNT)
                         MOVE ADR-CITY
                             TO ADT-CITY (ADDRESS-COUNT)
                         MOVE ADR-STATE
                             TO ADT-STATE (ADDRESS-COUNT)
                         MOVE ADR-ZIP
                             TO ADT-ZIP (ADDRESS-COUNT)
                    END-IF
               END-IF
               READ ADDRMAST INTO ADDR-REC
                   AT END MOVE 'Y' TO ADDRMAST-EOF
               END-READ
           END-PERFORM.

           IF ADDRESS-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " ADDRESS-SKIPPED-COUNT
                    " ADDRESS(ES) EXCEEDED ADDRESS-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE ADDRMAST.

       400-READ-PREMOLD.
           READ PREMOLD INTO PREM-ITEM-WS
               AT END MOVE 'Y' TO PREMOLD-EOF
           END-READ.

           IF NOT (PO-NORMAL OR NO-MORE-PREMOLD)
                DISPLAY 'ERROR READING PREMOLD'
                GO TO 999-RETURN-ERR
           END-IF.

      * A lockbox payment that matched nothing posted nothing --
      * say so, or the cash sits unexplained.
       450-REPORT-UNMATCHED-PAYMENTS.
           PERFORM 460-CHECK-ONE-PAYMENT
               VARYING PAY-SUB FROM 1 BY 1
               UNTIL PAY-SUB > PAYMENT-COUNT.

       460-CHECK-ONE-PAYMENT.
           IF NOT PAY-IS-MATCHED (PAY-SUB)
                ADD 1 TO UNMATCHED-PAY-COUNT
                MOVE PAY-POLICY-NO (PAY-SUB)   TO AUD-POLICY-NO
                MOVE PAY-BILL-PERIOD (PAY-SUB) TO AUD-BILL-PERIOD
                MOVE ZERO                      TO AUD-DUE-DATE
                MOVE PAY-AMOUNT (PAY-SUB)      TO AUD-AMOUNT
                MOVE ZERO                      TO AUD-BALANCE
                MOVE 'PAYMENT UNMATCHED'       TO AUD-ACTION
                WRITE PREMAUDT-REC FROM AUDIT-LINE
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO PREMAUDT-REC.
           WRITE PREMAUDT-REC.
           IF NOT BILLING-DAY-REACHED
                WRITE PREMAUDT-REC FROM AUDIT-FOOTER-06
           END-IF.
           MOVE PREMIUM-BILLED-TOTAL TO AUD-FOOT-BILLED.
           MOVE CASH-POSTED-TOTAL    TO AUD-FOOT-CASH.
           WRITE PREMAUDT-REC FROM AUDIT-FOOTER-01.
           MOVE OPEN-BALANCE-TOTAL   TO AUD-FOOT-OPEN.
           MOVE WRITTEN-OFF-TOTAL    TO AUD-FOOT-WRITEOFF.
           WRITE PREMAUDT-REC FROM AUDIT-FOOTER-02.
           MOVE ITEMS-BILLED         TO AUD-FOOT-INVOICES.
           MOVE NO-RATE-COUNT        TO AUD-FOOT-NO-RATE.
           WRITE PREMAUDT-REC FROM AUDIT-FOOTER-03.
           MOVE GRACE-LIST-COUNT     TO AUD-FOOT-GRACE.
           MOVE LAPSE-TRAN-COUNT     TO AUD-FOOT-LAPSES.
           WRITE PREMAUDT-REC FROM AUDIT-FOOTER-04.
           MOVE UNMATCHED-PAY-COUNT  TO AUD-FOOT-UNMATCHED.
           MOVE ADDR-MISSING-COUNT   TO AUD-FOOT-NO-ADDR.
           WRITE PREMAUDT-REC FROM AUDIT-FOOTER-05.

      * Every policy with an item in grace (or lapsed, awaiting the
      * POLMAINT termination) goes on tonight's grace list.
       600-WRITE-GRACE-LIST.
           IF POL-GRACE-FROM (POL-SUB) > ZERO
                MOVE SPACES                   TO GRACELST-REC
                MOVE POL-POLICY-NO (POL-SUB)  TO GL-POLICY-NO-O
                MOVE POL-GRACE-FROM (POL-SUB) TO GL-GRACE-FROM-O
                WRITE GRACELST-REC
                ADD 1 TO GRACE-LIST-COUNT
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE PREMOLD, PREMNEW, PREMINV, LAPSTRAN, GRACELST,
                    PREMAUDT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * items worked (carried in, billed, and policies left unbilled
      * for want of a rate) must equal closed plus carried forward
      * plus unbilled.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PREMBILL'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN =
               ITEMS-CARRIED-IN + ITEMS-BILLED + NO-RATE-COUNT.
           MOVE ITEMS-CLOSED          TO LED-RECS-OUT-PRIMARY.
           MOVE ITEMS-CARRIED-OUT     TO LED-RECS-OUT-SECONDARY.
           MOVE NO-RATE-COUNT         TO LED-RECS-REJECTED.
           MOVE CASH-POSTED-TOTAL     TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
