           FILE STATUS IS EMPLOYEE-HISTORY-OUT-ST.

      *  Direct-deposit batch handed to the bank in place of cutting a
      *  paper check, one ACH entry per employee per run.  Each pay
      *  frequency the run covers goes out as its own batch -- a '5'
      *  batch header, its '6' entries and its own '8' control --
      *  under the one file header and trailer.
           SELECT ACH-OUT
           ASSIGN TO ACHFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ACH-OUT-ST.

      *  Pay-period control record (period id, paid-through date,
      *  and the pay frequencies the run covers).  Checked before any
      *  employee is processed and stamped
      *  completed on PAYPERDO when the run finishes, so the same
      *  period cannot run twice -- doubling YTD and sending a second
      *  ACH batch -- without an explicit operator override.
           FILE STATUS IS PAYPERD-NEW-ST.

      *  Per-employee deductions -- health premiums, retirement
      *  contributions and the like -- one record per deduction code
      *  per employee, taken between gross and net in file order so
      *  nothing is adjusted against the ACH amounts by hand anymore.
           SELECT DEDUCT-FILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DEDUCT-FILE-ST.

      *  Withholding orders served on the company -- child support,
      *  tax levies, creditor garnishments -- one record per order
      *  with its case number, the agency paid, the amount or
      *  percent ordered and the total still owed.  They come off
      *  disposable earnings ahead of every DEDFILE code, in legal
      *  priority and within the federal limits, and the paid-to-date
      *  figures go out updated on GARNORDO, which the operator puts
      *  in GARNORD's place for the next run as with PAYPERDO.  The
      *  file is optional -- a run with no orders simply has none.
           SELECT GARN-ORDER-FILE
           ASSIGN TO GARNORD
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GARN-ORDER-FILE-ST.
           SELECT GARN-ORDER-NEW
           ASSIGN TO GARNORDO
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GARN-ORDER-NEW-ST.

      *  Remittance detail owed to the agencies: one record per order
      *  withheld from this run's checks, closed by a CONTROL trailer.
      *  GARNRMT totals it by agency for payment.
           SELECT GARN-REMIT-FILE
           ASSIGN TO GARNREM
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS GARN-REMIT-FILE-ST.

      *  Employer benefit contributions by employee and plan from
      *  the open enrollment run (BENENRL), which puts this file and
      *  the new DEDFILE into production together at the plan year's
      *  start.  The contributions are company cost on top of the
      *  check and join the employer benefit share for the labor
      *  distribution and the general ledger.  The file is optional
      *  -- a company with no enrolled plans simply has none.
           SELECT BEN-CONTRIB-FILE
           ASSIGN TO BENERCON
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BEN-CONTRIB-FILE-ST.

      *  Period commission earnings from COMMCALC, folded into the
      *  employee's gross so commission dollars flow through the
      *  same tax, deduction and ACH machinery as every other
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS COMM-FILE-ST.

      *  Period on-call earnings from ONCALPAY -- the on-call
      *  stipend plus callout time worked -- folded into the gross
      *  the same way as commissions.  Optional: a period with no
      *  on-call run has none to fold in.
           SELECT ONCALL-FILE
           ASSIGN TO ONCLEARN
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ONCALL-FILE-ST.

      *  Net pay owed to employees whose deposits are held after a
      *  bank return, appended here (ACHRET also appends the
      *  returned amounts) until corrected banking details arrive
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LEAVE-USE-FILE-ST.

      *  Approved period hours per employee, rolled up by TIMEEDIT
      *  from the daily timesheet -- the same approved time TABLES01
      *  bills from -- so hourly pay no longer comes from hours keyed
      *  separately onto the master.
           SELECT TIME-HOURS-FILE
           ASSIGN TO TIMEHRS
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TIME-HOURS-FILE-ST.

      *  The same approved time by employee and project (blank for
      *  non-billable time), from TIMEEDIT, that each employee's
      *  labor cost is split across.
           SELECT TIME-LABOR-FILE
           ASSIGN TO TIMELAB
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TIME-LABOR-FILE-ST.

      *  Labor distribution: each employee's gross, employer taxes
      *  and employer benefit share by home cost center and project,
      *  closed by a CONTROL trailer carrying the register gross the
      *  lines must tie to.  LABRPT reports it.
           SELECT LABDIST
           ASSIGN TO LABDIST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS LABDIST-ST.

      *  Pay advice extract: one record per employee paid this run --
      *  address block, current and YTD earnings, taxes and
      *  deductions, leave, and the deposit -- closed by a CONTROL
      *  trailer.  PAYADV sorts it by ZIP and prints the advices the
      *  paystub DISPLAYs on the job log used to stand in for.
           SELECT PAY-ADVICE-FILE
           ASSIGN TO ADVFILE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS PAY-ADVICE-FILE-ST.

      *  Paper check requests: one record per employee paid this run
      *  who has no banking details on the master -- payee, address
      *  and the stub figures -- closed by a CONTROL trailer.
      *  PAYCHECK numbers and prints the checks, enters them on the
      *  check register and sends them to the bank's positive-pay
      *  file.
           SELECT CHECK-REQUEST-FILE
           ASSIGN TO CHKREQ
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CHECK-REQUEST-FILE-ST.

      *  The same federal/state withholding bracket table MILLARD
      *  loads, keyed by STATE plus gross-pay range, so tax changes
      *  are a data change and each employee withholds at their own
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TAX-TABLE-FILE-ST.

      *  Social Security and Medicare rates and limits -- employee
      *  and employer rates, the Social Security wage base, and the
      *  additional Medicare rate and its threshold -- one control
      *  record, so the yearly change is a data change and nobody
      *  works the figures out from the register by hand.
           SELECT FICA-RATE-FILE
           ASSIGN TO FICARATE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FICA-RATE-FILE-ST.

      *  Permanent per-period pay detail history, appended each run
      *  (EMPHISTO only rolls YTD forward and keeps no periods), so
      *  the quarterly withholding deposit figures come from the
      *  Data-maintained account mapping and the shared journal-entry
      *  file for the general ledger: the run's gross payroll posts
      *  as a balanced debit/credit pair instead of accounting
      *  re-keying the register totals.  Labor cost posts by the
      *  employee's home cost center through its own rows.
           SELECT GLACCTS
           ASSIGN TO GLACCTS
           ORGANIZATION IS SEQUENTIAL
      * re-issue file until maintenance lands corrected banking
      * details and clears the flag.
           05  EM-ACH-HOLD-I               PIC X(01).
      * 'W' weekly, 'B' biweekly, 'S' semi-monthly; blank is the
      * semi-monthly cycle every employee was paid on before the
      * code was carried.  Only a run whose PAYPERD card lists the
      * employee's frequency pays the employee.
           05  EM-PAY-FREQ-I               PIC X(01).
      * Home department / cost center the employee's payroll cost
      * posts to in the general ledger (GLACCTS 'LABR', 'LTAX' and
      * 'LBEN' rows by cost center).  Blank posts to the company
      * payroll accounts.
           05  EM-COST-CENTER-I            PIC X(04).

      * Prior-run YTD totals, one record per employee KEYED BY
      * EMPLOYEE ID -- loaded into a table and matched to the master
           05  EH-LEAVE-BAL-I              PIC 9(5)V99.
           05  EH-LEAVE-ACCR-YTD-I         PIC 9(5)V99.
           05  EH-PERIOD-ID-I              PIC 9(06).
      * Year-to-date Social Security wages (gross up to the wage
      * base) and the employee's Social Security and Medicare tax
      * withheld, additional Medicare included, for the year-end
      * statements.
           05  EH-YTD-SS-WAGES-I           PIC 9(11)V99.
           05  EH-YTD-SS-TAX-I             PIC 9(11)V99.
           05  EH-YTD-MED-TAX-I            PIC 9(11)V99.

      * This run's updated YTD totals, one record per employee keyed
      * by employee id for next run's keyed match.
      * The pay period that produced this record, so every downstream
      * file says which period it belongs to.
           05  EH-PERIOD-ID-O              PIC 9(06).
           05  EH-YTD-SS-WAGES-O           PIC 9(11)V99.
           05  EH-YTD-SS-TAX-O             PIC 9(11)V99.
           05  EH-YTD-MED-TAX-O            PIC 9(11)V99.

      * The deposit file in the structure the bank verifies before
      * posting: a '1' file header with our company identification
           05  ACH-HDR-CREATE-DATE         PIC 9(08).
           05  ACH-HDR-PERIOD-ID           PIC 9(06).
           05  FILLER                      PIC X(35).
       01  ACH-BATCH-HEADER-REC.
           05  ACH-BHD-REC-TYPE            PIC X(01).
           05  ACH-BHD-BATCH-NBR           PIC 9(07).
           05  ACH-BHD-COMPANY-ID          PIC X(10).
           05  ACH-BHD-PAY-FREQ            PIC X(01).
           05  ACH-BHD-ENTRY-DESC          PIC X(10).
           05  ACH-BHD-PERIOD-ID           PIC 9(06).
           05  FILLER                      PIC X(45).
       01  ACH-DETAIL-REC.
           05  ACH-DET-REC-TYPE            PIC X(01).
           05  ACH-ROUTING-NBR-O           PIC 9(09).
           05  ACH-BAT-ENTRY-COUNT         PIC 9(07).
           05  ACH-BAT-CREDIT-TOTAL        PIC 9(11)V99.
           05  ACH-BAT-DEBIT-TOTAL         PIC 9(11)V99.
           05  ACH-BAT-BATCH-NBR           PIC 9(07).
           05  FILLER                      PIC X(39).
       01  ACH-FILE-TRAILER-REC.
           05  ACH-TRL-REC-TYPE            PIC X(01).
           05  FILLER                      PIC X(79).

      * 'C' status means the period already paid; the operator sets
      * PPD-OVERRIDE to 'Y' on the control card to force a rerun.
      * PPD-RUN-FREQ lists the pay frequencies this run pays ('W',
      * 'B', 'S' in any order, e.g. 'WS ' when a weekly and a
      * semi-monthly payday fall together); a card with none listed
      * runs the semi-monthly cycle alone, as every card did before.
       FD  PAYPERD
           RECORDING MODE F.
       01  PAYPERD-REC.
               88  PERIOD-COMPLETED           VALUE 'C'.
           05  PPD-OVERRIDE                PIC X(01).
               88  OPERATOR-OVERRIDE          VALUE 'Y'.
           05  PPD-RUN-FREQS.
               10  PPD-RUN-FREQ            PIC X(01) OCCURS 3 TIMES.
           05  FILLER                      PIC X(11).

       FD  PAYPERD-NEW
           RECORDING MODE F.
           05  PPN-PAID-THRU               PIC 9(08).
           05  PPN-STATUS                  PIC X(01).
           05  PPN-OVERRIDE                PIC X(01).
           05  PPN-RUN-FREQS               PIC X(03).
           05  FILLER                      PIC X(11).

      * 'A' takes DED-VALUE-I as a flat amount; 'P' takes it as a
      * fraction of this period's gross (e.g. 0005000 = 5 percent).
      * DED-PRIORITY-I orders the takes when net runs short --
      * garnishments carry priority 01 as the law requires, so they
      * come out first and a stacked health premium shorts instead.
      * DED-ER-VALUE-I is the employer's share of the same benefit
      * (health premium match, retirement match), stated the same
      * way as DED-VALUE-I; blank or zero for deductions the
      * employee pays alone.  It is company cost, never taken from
      * the check.
       FD  DEDUCT-FILE
           RECORDING MODE F.
       01  DEDUCT-FILE-REC.
           05  DED-TYPE-I                  PIC X(01).
           05  DED-VALUE-I                 PIC 9(7)V99.
           05  DED-PRIORITY-I              PIC 9(02).
           05  DED-ER-VALUE-I              PIC 9(7)V99.

      * Order types: 'S' child or spousal support, 'L' tax levy, 'C'
      * creditor garnishment.  'A' a flat semi-monthly amount as on
      * DEDFILE, 'P' a fraction of disposable earnings.  The support
      * limit is the fraction of disposable earnings the order says
      * may be withheld for support (.50 to .65); blank means .50.
      * A zero total owed is an open-ended order.  Status 'S' marks
      * an order satisfied.  GARNORDO carries a CONTROL trailer.
       FD  GARN-ORDER-FILE
           RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  GARN-ORDER-REC.
           05  GO-EMP-ID-I                 PIC 9(06).
           05  GO-CASE-NBR-I               PIC X(15).
           05  GO-AGENCY-ID-I              PIC X(06).
           05  GO-AGENCY-NAME-I            PIC X(30).
           05  GO-ORDER-TYPE-I             PIC X(01).
           05  GO-CALC-TYPE-I              PIC X(01).
           05  GO-VALUE-I                  PIC 9(7)V99.
           05  GO-SUPPORT-LIMIT-I          PIC V99.
           05  GO-TOTAL-OWED-I             PIC 9(9)V99.
           05  GO-PAID-TO-DATE-I           PIC 9(9)V99.
           05  GO-START-DATE-I             PIC 9(08).
           05  GO-STOP-DATE-I              PIC 9(08).
           05  GO-STATUS-I                 PIC X(01).
           05  FILLER                      PIC X(11).

       FD  GARN-ORDER-NEW
           RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  GARN-ORDER-NEW-REC              PIC X(120).

      * The limited switch is 'Y' when the federal limit held the
      * take under what the order asked for.
       FD  GARN-REMIT-FILE
           RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  GARN-REMIT-REC.
           05  GR-AGENCY-ID-O              PIC X(06).
           05  GR-AGENCY-NAME-O            PIC X(30).
           05  GR-CASE-NBR-O               PIC X(15).
           05  GR-ORDER-TYPE-O             PIC X(01).
           05  GR-EMP-ID-O                 PIC 9(06).
           05  GR-FNAME-O                  PIC X(08).
           05  GR-LNAME-O                  PIC X(08).
           05  GR-PERIOD-ID-O              PIC 9(06).
           05  GR-PAY-DATE-O               PIC 9(08).
           05  GR-AMOUNT-O                 PIC 9(7)V99.
           05  GR-BALANCE-O                PIC 9(9)V99.
           05  GR-LIMITED-SW-O             PIC X(01).
           05  FILLER                      PIC X(11).

      * 'A' a flat semi-monthly amount, 'P' a fraction of gross --
      * the same value types as DEDFILE.  Closed by a CONTROL
      * trailer.
       FD  BEN-CONTRIB-FILE
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
       01  BEN-CONTRIB-REC.
           05  BC-EMP-ID-I                 PIC 9(06).
           05  BC-PLAN-CODE-I              PIC X(03).
           05  BC-TIER-I                   PIC X(01).
           05  BC-ER-TYPE-I                PIC X(01).
           05  BC-ER-VALUE-I               PIC 9(7)V99.
           05  BC-YEAR-START-I             PIC 9(08).
           05  FILLER                      PIC X(12).

       FD  COMM-FILE
           RECORDING MODE F
           05  CM-AMOUNT-I                 PIC 9(7)V99.
           05  FILLER                      PIC X(15).

       FD  ONCALL-FILE
           RECORDING MODE F
           RECORD CONTAINS 30 CHARACTERS.
       01  ONCALL-FILE-REC.
           05  OE-EMP-ID-I                 PIC 9(06).
           05  OE-AMOUNT-I                 PIC 9(7)V99.
           05  OE-ONCALL-DAYS-I            PIC 9(03).
           05  OE-CALLOUT-HOURS-I          PIC 9(3)V99.
           05  FILLER                      PIC X(07).

       FD  REISSUE-FILE
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
           05  LU-HOURS-TAKEN-I            PIC 9(3)V99.
           05  FILLER                      PIC X(19).

      * TIMEEDIT closes both time extracts with a CONTROL trailer:
      * the CTLREC layout, then the pay period the time was edited
      * for.
       FD  TIME-HOURS-FILE
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
       01  TIME-HOURS-REC.
           05  TH-EMP-ID-I                 PIC 9(06).
           05  TH-REG-HOURS-I              PIC 9(3)V99.
           05  TH-OT-HOURS-I               PIC 9(3)V99.
           05  FILLER                      PIC X(24).
       01  TIME-HOURS-CTL-REC.
           05  FILLER                      PIC X(25).
           05  TH-CTL-PERIOD-ID-I          PIC 9(06).
           05  FILLER                      PIC X(09).

       FD  TIME-LABOR-FILE
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
       01  TIME-LABOR-REC.
           05  TL-EMP-ID-I                 PIC 9(06).
           05  TL-PROJECT-I                PIC X(04).
           05  TL-REG-HOURS-I              PIC 9(3)V99.
           05  TL-OT-HOURS-I               PIC 9(3)V99.
           05  FILLER                      PIC X(20).
       01  TIME-LABOR-CTL-REC.
           05  FILLER                      PIC X(25).
           05  TL-CTL-PERIOD-ID-I          PIC 9(06).
           05  FILLER                      PIC X(09).

      * One line per employee per project worked (one line with a
      * blank project when no time is on file); amounts are the
      * employee's share for the project, rounded, the last project
      * taking the remainder so the lines add back to the penny.
       FD  LABDIST
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  LABDIST-REC.
           05  LD-PERIOD-ID-O              PIC 9(06).
           05  LD-COST-CENTER-O            PIC X(04).
           05  LD-PROJECT-O                PIC X(04).
           05  LD-EMP-ID-O                 PIC 9(06).
           05  LD-HOURS-O                  PIC 9(3)V99.
           05  LD-GROSS-O                  PIC S9(9)V99.
           05  LD-ER-TAX-O                 PIC S9(7)V99.
           05  LD-ER-BEN-O                 PIC S9(7)V99.
           05  FILLER                      PIC X(26).

      * Only the last four digits of the deposit account ride the
      * extract; the full number never reaches the print file.
       FD  PAY-ADVICE-FILE
           RECORDING MODE F
           RECORD CONTAINS 460 CHARACTERS.
       01  PAY-ADVICE-REC.
           05  PA-EMP-ID-O                 PIC 9(06).
           05  PA-FNAME-O                  PIC X(08).
           05  PA-LNAME-O                  PIC X(08).
           05  PA-STREET-NBR-O             PIC 9(06).
           05  PA-STREET-NAME-O            PIC X(30).
           05  PA-CITY-O                   PIC X(20).
           05  PA-STATE-O                  PIC X(02).
           05  PA-ZIP-FIRST-5-O            PIC X(05).
           05  PA-ZIP-PLUS-4-O             PIC X(04).
           05  PA-PERIOD-ID-O              PIC 9(06).
           05  PA-PAY-DATE-O               PIC 9(08).
           05  PA-PAY-FREQ-O               PIC X(01).
           05  PA-CUR-GROSS-O              PIC 9(9)V99.
           05  PA-CUR-COMMISSION-O         PIC 9(7)V99.
           05  PA-CUR-FED-TAX-O            PIC 9(9)V99.
           05  PA-CUR-STATE-TAX-O          PIC 9(9)V99.
           05  PA-CUR-SS-TAX-O             PIC 9(9)V99.
           05  PA-CUR-MED-TAX-O            PIC 9(9)V99.
           05  PA-CUR-NET-O                PIC 9(9)V99.
           05  PA-YTD-GROSS-O              PIC 9(11)V99.
           05  PA-YTD-FED-TAX-O            PIC 9(11)V99.
           05  PA-YTD-STATE-TAX-O          PIC 9(11)V99.
           05  PA-YTD-SS-TAX-O             PIC 9(11)V99.
           05  PA-YTD-MED-TAX-O            PIC 9(11)V99.
           05  PA-YTD-NET-O                PIC 9(11)V99.
           05  PA-DED-GRP-O OCCURS 5 TIMES.
               10  PA-DED-CODE-O           PIC X(03).
               10  PA-DED-CUR-O            PIC 9(9)V99.
               10  PA-DED-YTD-O            PIC 9(9)V99.
               10  PA-DED-ARR-O            PIC 9(7)V99.
           05  PA-LEAVE-ACCRUED-O          PIC 9(3)V99.
           05  PA-LEAVE-TAKEN-O            PIC 9(3)V99.
           05  PA-LEAVE-BAL-O              PIC 9(5)V99.
      * 'D' deposited to the account; 'H' held -- the account is
      * on bank-return hold and the net is queued for re-issue;
      * 'C' paid by paper check -- no banking details on file.
           05  PA-DEPOSIT-SW-O             PIC X(01).
           05  PA-DEPOSIT-AMT-O            PIC 9(9)V99.
           05  PA-ACCOUNT-LAST-4-O         PIC X(04).

       FD  CHECK-REQUEST-FILE
           RECORDING MODE F
           RECORD CONTAINS 200 CHARACTERS.
       01  CHECK-REQUEST-REC.
           05  CQ-EMP-ID-O                 PIC 9(06).
           05  CQ-PERIOD-ID-O              PIC 9(06).
           05  CQ-PAY-DATE-O               PIC 9(08).
           05  CQ-FNAME-O                  PIC X(08).
           05  CQ-LNAME-O                  PIC X(08).
           05  CQ-STREET-NBR-O             PIC 9(06).
           05  CQ-STREET-NAME-O            PIC X(30).
           05  CQ-CITY-O                   PIC X(20).
           05  CQ-STATE-O                  PIC X(02).
           05  CQ-ZIP-FIRST-5-O            PIC X(05).
           05  CQ-ZIP-PLUS-4-O             PIC X(04).
           05  CQ-GROSS-O                  PIC 9(9)V99.
           05  CQ-FED-TAX-O                PIC 9(9)V99.
           05  CQ-STATE-TAX-O              PIC 9(9)V99.
           05  CQ-FICA-TAX-O               PIC 9(9)V99.
           05  CQ-DEDUCTIONS-O             PIC 9(9)V99.
           05  CQ-NET-O                    PIC 9(9)V99.
           05  CQ-YTD-GROSS-O              PIC 9(11)V99.
           05  CQ-YTD-NET-O                PIC 9(11)V99.
           05  FILLER                      PIC X(05).

       FD  TAX-TABLE-FILE
           RECORDING MODE F.
       01  TAX-BRACKET-FILE-REC.
           05  TB-FED-RATE-I               PIC V999.
           05  TB-STATE-RATE-I             PIC V999.

      * Rates carry four decimals (0620 = 6.2 percent).  The tax
      * year is checked against the business date so last year's
      * card is not used by mistake.
       FD  FICA-RATE-FILE
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
       01  FICA-RATE-REC.
           05  FR-TAX-YEAR-I               PIC 9(04).
           05  FR-SS-EE-RATE-I             PIC V9(4).
           05  FR-SS-ER-RATE-I             PIC V9(4).
           05  FR-SS-WAGE-BASE-I           PIC 9(9)V99.
           05  FR-MED-EE-RATE-I            PIC V9(4).
           05  FR-MED-ER-RATE-I            PIC V9(4).
           05  FR-ADDL-MED-RATE-I          PIC V9(4).
           05  FR-ADDL-MED-THRESH-I        PIC 9(9)V99.
           05  FILLER                      PIC X(34).

      * One detail record per employee per period: the figures the
      * quarterly liability report and the year-end statements are
      * built from.
       FD  PAYHIST
           RECORDING MODE F
           RECORD CONTAINS 206 CHARACTERS.
       01  PAYHIST-REC.
           05  PH-PERIOD-ID                PIC 9(06).
           05  PH-PAY-DATE                 PIC 9(08).
           05  PH-DED-GRP OCCURS 5 TIMES.
               10  PH-DED-CODE             PIC X(03).
               10  PH-DED-AMT              PIC 9(9)V99.
      * Social Security and Medicare: the period's Social Security
      * wages, the employee's withholding (additional Medicare
      * apart) and the employer's matching shares.
           05  PH-SS-WAGES                 PIC 9(9)V99.
           05  PH-SS-TAX                   PIC 9(9)V99.
           05  PH-MED-TAX                  PIC 9(9)V99.
           05  PH-ADDL-MED-TAX             PIC 9(9)V99.
           05  PH-SS-ER-TAX                PIC 9(9)V99.
           05  PH-MED-ER-TAX               PIC 9(9)V99.
           05  FILLER                      PIC X(06).

       FD  RUNLEDGR
           COPY GLPOST.
       77  WS-GL-DEBIT-ACCT                PIC X(08).
       77  WS-GL-CREDIT-ACCT               PIC X(08).
       77  WS-GL-AMOUNT                    PIC 9(11)V99.
       77  WS-FICA-EE-DEBIT-ACCT           PIC X(08) VALUE SPACES.
       77  WS-FICA-EE-CREDIT-ACCT          PIC X(08) VALUE SPACES.
       77  WS-FICA-ER-DEBIT-ACCT           PIC X(08) VALUE SPACES.
       77  WS-FICA-ER-CREDIT-ACCT          PIC X(08) VALUE SPACES.
       77  WS-PAYROLL-DEBIT-ACCT           PIC X(08) VALUE SPACES.
       77  WS-PAYROLL-CREDIT-ACCT          PIC X(08) VALUE SPACES.
       77  WS-EMPR-BEN-DEBIT-ACCT          PIC X(08) VALUE SPACES.
       77  WS-EMPR-BEN-CREDIT-ACCT         PIC X(08) VALUE SPACES.

      * GLACCTS rows by cost center: 'LABR' + cost center for gross
      * pay, 'LTAX' + cost center for employer taxes, 'LBEN' + cost
      * center for the employer benefit share.  A cost center with
      * no row of its own posts through the company PAYROLL, FICAER
      * and EMPRBEN rows.
       01  GL-MAP-TABLE.
           05  GLM-ITEM OCCURS 300 TIMES
                   INDEXED BY GLM-IDX.
               10  GLM-CODE                PIC X(08).
               10  GLM-DEBIT-ACCT          PIC X(08).
               10  GLM-CREDIT-ACCT         PIC X(08).
       77  GLM-COUNT                       PIC S9(04) COMP VALUE 0.
       77  WS-GL-MAP-CODE                  PIC X(08).

      * Control figures (see CTLREC.cpy): the inbound YTD history is
      * verified against the control record the prior run wrote, and
           05  ACH-CTL-HASH                PIC S9(9)V99 VALUE 0.
           05  PH-CTL-COUNT                PIC 9(07) VALUE 0.
           05  PH-CTL-HASH                 PIC S9(9)V99 VALUE 0.
           05  LD-CTL-COUNT                PIC 9(07) VALUE 0.
           05  LD-CTL-HASH                 PIC S9(9)V99 VALUE 0.
           05  PA-CTL-COUNT                PIC 9(07) VALUE 0.
           05  PA-CTL-HASH                 PIC S9(9)V99 VALUE 0.
           05  CQ-CTL-COUNT                PIC 9(07) VALUE 0.
           05  CQ-CTL-HASH                 PIC S9(9)V99 VALUE 0.
           05  GR-CTL-COUNT                PIC 9(07) VALUE 0.
           05  GR-CTL-HASH                 PIC S9(9)V99 VALUE 0.
           05  GO-CTL-COUNT                PIC 9(07) VALUE 0.
           05  GO-CTL-HASH                 PIC S9(9)V99 VALUE 0.
           05  TH-IN-EXP-COUNT             PIC 9(07) VALUE 0.
           05  TH-IN-EXP-HASH              PIC S9(9)V99 VALUE 0.
           05  TH-IN-EXP-PERIOD            PIC 9(06) VALUE 0.
           05  TH-IN-VER-COUNT             PIC 9(07) VALUE 0.
           05  TH-IN-VER-HASH              PIC S9(9)V99 VALUE 0.
           05  TL-IN-EXP-COUNT             PIC 9(07) VALUE 0.
           05  TL-IN-EXP-HASH              PIC S9(9)V99 VALUE 0.
           05  TL-IN-EXP-PERIOD            PIC 9(06) VALUE 0.
           05  TL-IN-VER-COUNT             PIC 9(07) VALUE 0.
           05  TL-IN-VER-HASH              PIC S9(9)V99 VALUE 0.
       77  EH-CTL-SEEN-SW                  PIC X(01) VALUE 'N'.
           88  EH-CTL-SEEN                    VALUE 'Y'.
       77  TH-CTL-SEEN-SW                  PIC X(01) VALUE 'N'.
           88  TH-CTL-SEEN                    VALUE 'Y'.
       77  TL-CTL-SEEN-SW                  PIC X(01) VALUE 'N'.
           88  TL-CTL-SEEN                    VALUE 'Y'.

      * Deposits held back until the run's end so each frequency's
      * entries can go out together as one batch.
       01  ACH-BUFFER-TABLE.
           05  ACH-BUF-ITEM OCCURS 500 TIMES.
               10  ACH-BUF-FREQ            PIC X(01).
               10  ACH-BUF-ROUTING         PIC 9(09).
               10  ACH-BUF-ACCOUNT         PIC X(17).
               10  ACH-BUF-AMOUNT          PIC 9(9)V99.
       77  ACH-BUF-COUNT                   PIC S9(04) COMP VALUE 0.
       77  ACH-BUF-SUB                     PIC S9(04) COMP VALUE 0.
       77  ACH-BATCH-NBR                   PIC 9(07) VALUE 0.
       77  ACH-BATCH-COUNT                 PIC 9(07) VALUE 0.
       77  ACH-BATCH-CREDIT                PIC 9(11)V99 VALUE 0.

       01  FILE-STATUS-WS.
           05  EMPLOYEE-MASTER-ST         PIC X(02).
               88  GL-MAP-FOUND                   VALUE 'Y'.
           05  TAX-TABLE-FILE-ST          PIC X(02).
               88  TAX-TABLE-FILE-NORMAL          VALUE '00'.
           05  FICA-RATE-FILE-ST          PIC X(02).
               88  FICA-RATE-FILE-NORMAL          VALUE '00'.
           05  BUSDATE-ST                 PIC X(02).
               88  BD-NORMAL                      VALUE '00'.
           05  DEDUCT-FILE-ST             PIC X(02).
               88  LEAVE-RULE-FILE-NORMAL         VALUE '00'.
           05  LEAVE-USE-FILE-ST          PIC X(02).
               88  LEAVE-USE-FILE-NORMAL          VALUE '00'.
           05  TIME-HOURS-FILE-ST         PIC X(02).
               88  TIME-HOURS-FILE-NORMAL         VALUE '00'.
           05  REISSUE-FILE-ST            PIC X(02).
               88  REISSUE-FILE-NORMAL            VALUE '00'.
           05  COMM-FILE-ST               PIC X(02).
               88  COMM-FILE-NORMAL               VALUE '00'.
           05  ONCALL-FILE-ST             PIC X(02).
               88  ONCALL-FILE-NORMAL             VALUE '00'.
           05  BEN-CONTRIB-FILE-ST        PIC X(02).
               88  BEN-CONTRIB-FILE-NORMAL        VALUE '00'.
           05  TIME-LABOR-FILE-ST         PIC X(02).
               88  TIME-LABOR-FILE-NORMAL         VALUE '00'.
           05  LABDIST-ST                 PIC X(02).
               88  LABDIST-NORMAL                 VALUE '00'.
           05  PAY-ADVICE-FILE-ST         PIC X(02).
               88  PAY-ADVICE-FILE-NORMAL         VALUE '00'.
           05  CHECK-REQUEST-FILE-ST      PIC X(02).
               88  CHECK-REQUEST-FILE-NORMAL      VALUE '00'.
           05  GARN-ORDER-FILE-ST         PIC X(02).
               88  GARN-ORDER-FILE-NORMAL         VALUE '00'.
           05  GARN-ORDER-NEW-ST          PIC X(02).
               88  GARN-ORDER-NEW-NORMAL          VALUE '00'.
           05  GARN-REMIT-FILE-ST         PIC X(02).
               88  GARN-REMIT-FILE-NORMAL         VALUE '00'.

       77  WS-SPACE             PIC X(1) VALUE SPACE.
       77  WS-COMPANY-ID        PIC X(10) VALUE '0123456789'.
                10  WS-CURRENT-STATE-TAX        PIC 9(9)V99.
                10  WS-CURRENT-TAX-WITHHELD     PIC 9(9)V99.
                10  WS-CURRENT-NET-PAY          PIC 9(9)V99.
                10  WS-CURRENT-SS-WAGES         PIC 9(9)V99.
                10  WS-CURRENT-SS-TAX           PIC 9(9)V99.
                10  WS-CURRENT-MED-TAX          PIC 9(9)V99.
                10  WS-CURRENT-ADDL-MED-TAX     PIC 9(9)V99.
                10  WS-CURRENT-SS-ER-TAX        PIC 9(9)V99.
                10  WS-CURRENT-MED-ER-TAX       PIC 9(9)V99.
                10  WS-YTD.
                    15  WS-YTD-GROSS             PIC 9(11)V99.
                    15  WS-YTD-FED-TAX           PIC 9(11)V99.
                    15  WS-YTD-STATE-TAX         PIC 9(11)V99.
                    15  WS-YTD-NET               PIC 9(11)V99.
                    15  WS-YTD-SS-WAGES          PIC 9(11)V99.
                    15  WS-YTD-SS-TAX            PIC 9(11)V99.
                    15  WS-YTD-MED-TAX           PIC 9(11)V99.
                    15  WS-YTD-GROSS-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-YTD-FED-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-YTD-STATE-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-YTD-NET-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-CUR-FED-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-CUR-STATE-DISPLAY     PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-CUR-SS-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-CUR-MED-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-YTD-SS-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99.
                    15  WS-YTD-MED-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
      *
       77  WS-EMP-EOF                      PIC X(01) VALUE SPACES.
           88  EMP-EOF                        VALUE 'Y'.
       77  WS-EMPLOYEE-COUNT                PIC 9(05) VALUE 0.
       77  WS-REGISTER-GROSS-TOTAL         PIC 9(11)V99 VALUE 0.
       77  WS-REGISTER-GROSS-DISPLAY       PIC ZZZ,ZZZ,ZZ9.99.
       77  WS-REGISTER-FICA-EE-TOTAL       PIC 9(11)V99 VALUE 0.
       77  WS-REGISTER-FICA-ER-TOTAL       PIC 9(11)V99 VALUE 0.
       77  WS-REGISTER-ER-BEN-TOTAL        PIC 9(11)V99 VALUE 0.
       77  WS-CURRENT-GROSS                PIC 9(9)V99.
       77  WS-EMP-VALID-SW                 PIC X(01) VALUE 'Y'.
           88  WS-EMP-VALID                   VALUE 'Y'.
       77  WS-EMP-TERM-SW                  PIC X(01) VALUE 'N'.
           88  WS-EMP-TERMINATED              VALUE 'Y'.
       77  WS-TERMINATED-COUNT             PIC 9(05) VALUE 0.

      * The run's pay frequencies off PAYPERD and this employee's.
      * TAXTBL brackets, LEAVRULE accruals and DEDFILE flat amounts
      * are all stated per semi-monthly period (24 a year); a weekly
      * or biweekly check is measured against them by annualizing.
       01  WS-RUN-FREQ-TABLE.
           05  WS-RUN-FREQ                 PIC X(01) OCCURS 3 TIMES.
       77  RUN-FREQ-SUB                    PIC S9(04) COMP VALUE 0.
       77  WS-PAY-FREQ                     PIC X(01).
           88  WS-FREQ-WEEKLY                 VALUE 'W'.
           88  WS-FREQ-BIWEEKLY               VALUE 'B'.
           88  WS-FREQ-SEMI-MONTHLY           VALUE 'S'.
           88  WS-FREQ-KNOWN                  VALUES 'W', 'B', 'S'.
       77  WS-PERIODS-PER-YEAR             PIC 9(02) VALUE 24.
       77  WS-TABLE-PERIODS                PIC 9(02) VALUE 24.
       77  WS-EMP-CYCLE-SW                 PIC X(01) VALUE 'Y'.
           88  WS-EMP-OFF-CYCLE               VALUE 'N'.
       77  WS-OFF-CYCLE-COUNT              PIC 9(05) VALUE 0.
       77  WS-TAX-BASIS-GROSS              PIC 9(9)V99.
       77  WS-HELD-DEPOSIT-COUNT           PIC 9(05) VALUE 0.
       77  WS-CHECK-COUNT                  PIC 9(05) VALUE 0.
       77  WS-BANKING-SW                   PIC X(01) VALUE 'Y'.
           88  WS-NO-BANKING-DETAILS          VALUE 'N'.

      * Prior-run YTD history keyed by employee id.  HIST-MATCHED is
      * set as each employee claims its record; anything left
                   15  HIST-DED-ARR        PIC 9(7)V99.
               10  HIST-LEAVE-BAL          PIC 9(5)V99.
               10  HIST-LEAVE-ACCR-YTD     PIC 9(5)V99.
               10  HIST-YTD-SS-WAGES       PIC 9(11)V99.
               10  HIST-YTD-SS-TAX         PIC 9(11)V99.
               10  HIST-YTD-MED-TAX        PIC 9(11)V99.
               10  HIST-MATCHED            PIC X(01).
                    88  HIST-IS-MATCHED            VALUE 'Y'.
       77  HIST-COUNT                      PIC S9(04) COMP VALUE 0.
       77  TAX-LOOKUP-STATE-WS             PIC X(02).
       77  TAX-BRACKET-HIT-SW              PIC X(01) VALUE 'N'.
           88  TAX-BRACKET-HIT                VALUE 'Y'.

      * Social Security and Medicare rates and limits from
      * FICARATE, and the work fields the wage-base and
      * additional-Medicare splits are figured in.
       01  FICA-RATES.
           05  FR-TAX-YEAR                 PIC 9(04) VALUE 0.
           05  FR-SS-EE-RATE               PIC V9(4) VALUE 0.
           05  FR-SS-ER-RATE               PIC V9(4) VALUE 0.
           05  FR-SS-WAGE-BASE             PIC 9(9)V99 VALUE 0.
           05  FR-MED-EE-RATE              PIC V9(4) VALUE 0.
           05  FR-MED-ER-RATE              PIC V9(4) VALUE 0.
           05  FR-ADDL-MED-RATE            PIC V9(4) VALUE 0.
           05  FR-ADDL-MED-THRESH          PIC 9(9)V99 VALUE 0.
       77  WS-FICA-PRIOR-GROSS             PIC 9(11)V99.
       77  WS-SS-ROOM                      PIC 9(11)V99.
       77  WS-ADDL-MED-WAGES               PIC 9(11)V99.
       77  WS-SS-CAPPED-COUNT              PIC 9(05) VALUE 0.
      * The deduction register, every employee's deductions loaded
      * at startup; applied in file order per employee.
       01  DEDUCT-TABLE.
                    88  DED-PERCENT                VALUE 'P'.
               10  DED-VALUE               PIC 9(7)V99.
               10  DED-PRIORITY            PIC 9(02).
               10  DED-ER-VALUE            PIC 9(7)V99.
       77  DEDUCT-COUNT                    PIC S9(04) COMP VALUE 0.
       77  SW-DED-EOF                      PIC X(01) VALUE SPACES.
           88  DED-EOF                        VALUE 'Y'.
       77  DED-SLOT-SUB                    PIC S9(04) COMP VALUE 0.
       77  WS-ONE-DED-AMT                  PIC 9(9)V99.
       77  WS-CURRENT-DED-TOTAL            PIC 9(9)V99.
       77  WS-ONE-ER-BEN-AMT               PIC 9(9)V99.
       77  WS-CURRENT-ER-BEN               PIC 9(9)V99.
       77  WS-DED-DISPLAY                  PIC ZZZ,ZZZ,ZZ9.99.

      * This period's deduction amounts by code for one employee,
      * folded into the per-code YTD figures on the history record.
      * Pay advice work fields: the account's last non-blank
      * position, for masking, and this period's take for a code.
       77  WS-ACCT-SUB                     PIC S9(04) COMP VALUE 0.
       77  WS-ADV-DED-CUR                  PIC 9(9)V99.

       01  CUR-DED-TABLE.
           05  CUR-DED-GRP OCCURS 5 TIMES.
               10  CUR-DED-CODE            PIC X(03).
       77  SW-LVU-EOF                      PIC X(01) VALUE 'N'.
           88  LVU-EOF                        VALUE 'Y'.

      * Approved timesheet hours by employee id, from TIMEHRS.
       01  TIME-HOURS-TABLE.
           05  TIME-HOURS-ITEM OCCURS 500 TIMES
                   INDEXED BY TH-IDX.
               10  TH-EMP-ID               PIC 9(06).
               10  TH-REG-HOURS            PIC 9(3)V99.
               10  TH-OT-HOURS             PIC 9(3)V99.
       77  TIME-HOURS-COUNT                PIC S9(04) COMP VALUE 0.
       77  SW-THR-EOF                      PIC X(01) VALUE 'N'.
           88  THR-EOF                        VALUE 'Y'.
       77  WS-REG-HOURS                    PIC 9(3)V99.
       77  WS-OT-HOURS                     PIC 9(3)V99.
       77  WS-NO-TIME-COUNT                PIC 9(05) VALUE 0.

      * Approved hours by employee and project, from TIMELAB.
       01  LABOR-TABLE.
           05  LABOR-ITEM OCCURS 2000 TIMES.
               10  LAB-EMP-ID              PIC 9(06).
               10  LAB-PROJECT             PIC X(04).
               10  LAB-HOURS               PIC 9(3)V99.
       77  LABOR-COUNT                     PIC S9(04) COMP VALUE 0.
       77  LAB-SUB                         PIC S9(04) COMP VALUE 0.
       77  SW-LAB-EOF                      PIC X(01) VALUE 'N'.
           88  LAB-EOF                        VALUE 'Y'.

      * The run's labor cost by home cost center, and the accounts
      * each posts through once GLACCTS is read.
       01  COST-CENTER-TABLE.
           05  CC-ITEM OCCURS 100 TIMES
                   INDEXED BY CC-IDX.
               10  CC-CODE                 PIC X(04).
               10  CC-GROSS                PIC 9(11)V99.
               10  CC-ER-TAX               PIC 9(11)V99.
               10  CC-ER-BEN               PIC 9(11)V99.
               10  CC-LAB-DEBIT-ACCT       PIC X(08).
               10  CC-LAB-CREDIT-ACCT      PIC X(08).
               10  CC-TAX-DEBIT-ACCT       PIC X(08).
               10  CC-TAX-CREDIT-ACCT      PIC X(08).
               10  CC-BEN-DEBIT-ACCT       PIC X(08).
               10  CC-BEN-CREDIT-ACCT      PIC X(08).
       77  CC-COUNT                        PIC S9(04) COMP VALUE 0.
       77  CC-SUB                          PIC S9(04) COMP VALUE 0.

      * One employee's split: the project lines and hours on file,
      * what is left of each amount to hand out, and the line in
      * hand.
       77  WS-CURRENT-ER-TAX               PIC 9(9)V99.
       77  WS-LAB-LINES                    PIC S9(04) COMP VALUE 0.
       77  WS-LAB-LINE-NBR                 PIC S9(04) COMP VALUE 0.
       77  WS-LAB-HOURS-TOTAL              PIC 9(5)V99.
       77  WS-LAB-GROSS-LEFT               PIC S9(9)V99.
       77  WS-LAB-TAX-LEFT                 PIC S9(9)V99.
       77  WS-LAB-BEN-LEFT                 PIC S9(9)V99.
       77  WS-LAB-PROJECT                  PIC X(04).
       77  WS-LAB-LINE-HOURS               PIC 9(3)V99.
       77  WS-LAB-LINE-GROSS               PIC S9(9)V99.
       77  WS-LAB-LINE-TAX                 PIC S9(9)V99.
       77  WS-LAB-LINE-BEN                 PIC S9(9)V99.

       77  WS-LEAVE-BAL                    PIC 9(5)V99.
       77  WS-LEAVE-ACCR-YTD               PIC 9(5)V99.
       77  WS-LEAVE-ACCRUAL                PIC 9(3)V99.
       77  WS-LEAVE-TAKEN                  PIC 9(3)V99.
       77  WS-LEAVE-DISPLAY                PIC ZZ,ZZ9.99.

      * Employer benefit contributions by employee and plan, from
      * the open enrollment run.
       01  BEN-CONTRIB-TABLE.
           05  BEN-CONTRIB-ITEM OCCURS 500 TIMES.
               10  BC-EMP-ID               PIC 9(06).
               10  BC-PLAN-CODE            PIC X(03).
               10  BC-ER-TYPE              PIC X(01).
                    88  BC-PERCENT                 VALUE 'P'.
               10  BC-ER-VALUE             PIC 9(7)V99.
       77  BC-COUNT                        PIC S9(04) COMP VALUE 0.
       77  BC-SUB                          PIC S9(04) COMP VALUE 0.
       77  BC-TRAILER-COUNT                PIC 9(07) VALUE 0.
       77  SW-BC-EOF                       PIC X(01) VALUE 'N'.
           88  BC-EOF                         VALUE 'Y'.
       77  SW-BC-TRAILER                   PIC X(01) VALUE 'N'.
           88  BC-TRAILER-SEEN                VALUE 'Y'.
       77  WS-ONE-BEN-CONTRIB              PIC 9(7)V99.

      * Withholding orders, loaded at startup in GARNORD's order --
      * within an order type, the order served first is first in
      * the file and is satisfied first.  Laid out as the record so
      * each goes back out on GARNORDO whole.
       01  GARN-ORDER-TABLE.
           05  GARN-ORDER-ITEM OCCURS 200 TIMES.
               10  GN-EMP-ID               PIC 9(06).
               10  GN-CASE-NBR             PIC X(15).
               10  GN-AGENCY-ID            PIC X(06).
               10  GN-AGENCY-NAME          PIC X(30).
               10  GN-ORDER-TYPE           PIC X(01).
                    88  GN-SUPPORT                 VALUE 'S'.
                    88  GN-TAX-LEVY                VALUE 'L'.
                    88  GN-CREDITOR                VALUE 'C'.
               10  GN-CALC-TYPE            PIC X(01).
                    88  GN-FLAT-AMOUNT             VALUE 'A'.
                    88  GN-PERCENT                 VALUE 'P'.
               10  GN-VALUE                PIC 9(7)V99.
               10  GN-SUPPORT-LIMIT        PIC V99.
               10  GN-TOTAL-OWED           PIC 9(9)V99.
               10  GN-PAID-TO-DATE         PIC 9(9)V99.
               10  GN-START-DATE           PIC 9(08).
               10  GN-STOP-DATE            PIC 9(08).
               10  GN-STATUS               PIC X(01).
                    88  GN-SATISFIED               VALUE 'S'.
               10  FILLER                  PIC X(11).
       77  GN-COUNT                        PIC S9(04) COMP VALUE 0.
       77  GN-SUB                          PIC S9(04) COMP VALUE 0.
       77  GN-TRAILER-COUNT                PIC 9(07) VALUE 0.
       77  SW-GN-EOF                       PIC X(01) VALUE 'N'.
           88  GN-EOF                         VALUE 'Y'.
       77  SW-GN-TRAILER                   PIC X(01) VALUE 'N'.
           88  GN-TRAILER-SEEN                VALUE 'Y'.

      * Garnishment work fields.  Disposable earnings are gross less
      * the withholding the law requires (income taxes, Social
      * Security and Medicare).  A creditor may take no more than a
      * quarter of them, nor anything out of the first thirty times
      * the federal minimum wage a week, restated to the employee's
      * own period; support takes up to its order's limit; a tax
      * levy takes what the orders ahead of it leave.
       77  WS-FED-MIN-WAGE                 PIC 9(03)V99 VALUE 7.25.
       77  WS-MIN-WAGE-EXEMPT              PIC 9(7)V99.
       77  WS-DISPOSABLE                   PIC 9(9)V99.
       77  WS-CREDITOR-LIMIT               PIC 9(9)V99.
       77  WS-SUPPORT-TAKEN                PIC 9(9)V99.
       77  WS-GARN-TAKEN                   PIC 9(9)V99.
       77  WS-GARN-ROOM                    PIC S9(9)V99.
       77  WS-GARN-WANTED                  PIC 9(9)V99.
       77  WS-GARN-BALANCE                 PIC 9(9)V99.
       77  WS-SUPPORT-FRACTION             PIC V99.
       77  WS-GARN-TYPE-PASS               PIC X(01).
       77  WS-GARN-DED-CODE                PIC X(03).
       77  WS-GARN-LIMITED-SW              PIC X(01) VALUE 'N'.
           88  WS-GARN-LIMITED                VALUE 'Y'.
       77  WS-GARN-LIMITED-COUNT           PIC 9(05) VALUE 0.
       77  WS-GARN-SATISFIED-COUNT         PIC 9(05) VALUE 0.

      * Period commission earnings by employee, from COMMCALC.
       01  COMM-TABLE.
           05  COMM-ITEM OCCURS 500 TIMES
           88  COMM-EOF                       VALUE 'Y'.
       77  WS-COMMISSION                   PIC 9(7)V99.

      * Period on-call earnings by employee, from ONCALPAY.
       01  ONCALL-TABLE.
           05  ONCALL-ITEM OCCURS 500 TIMES
                   INDEXED BY OE-IDX.
               10  OE-EMP-ID               PIC 9(06).
               10  OE-AMOUNT               PIC 9(7)V99.
       77  ONCALL-COUNT                    PIC S9(04) COMP VALUE 0.
       77  SW-ONCALL-EOF                   PIC X(01) VALUE 'N'.
           88  ONCALL-EOF                     VALUE 'Y'.
       77  WS-ONCALL-PAY                   PIC 9(7)V99.

       77  TAX-BRACKET-COUNT               PIC S9(04) COMP VALUE 0.
       77  TAX-BRACKET-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.
       77  SW-TAX-EOF                      PIC X(01) VALUE SPACES.
           PERFORM CHECK-PAY-PERIOD-PARAGRAPH.
           PERFORM OPEN-FILES-PARAGRAPH.
           PERFORM LOAD-TAX-TABLE-PARAGRAPH.
           PERFORM LOAD-FICA-RATES-PARAGRAPH.
           PERFORM LOAD-DEDUCTIONS-PARAGRAPH.
           PERFORM LOAD-LEAVE-RULES-PARAGRAPH.
           PERFORM LOAD-LEAVE-USE-PARAGRAPH.
           PERFORM LOAD-TIME-HOURS-PARAGRAPH.
           PERFORM LOAD-TIME-LABOR-PARAGRAPH.
           PERFORM LOAD-COMMISSIONS-PARAGRAPH
               THRU LOAD-COMMISSIONS-EXIT.
           PERFORM LOAD-ONCALL-PARAGRAPH
               THRU LOAD-ONCALL-EXIT.
           PERFORM LOAD-BEN-CONTRIB-PARAGRAPH
               THRU LOAD-BEN-CONTRIB-EXIT.
           PERFORM LOAD-GARN-ORDERS-PARAGRAPH
               THRU LOAD-GARN-ORDERS-EXIT.
           PERFORM LOAD-HISTORY-PARAGRAPH.
           PERFORM READ-EMPLOYEE-PARAGRAPH.
           PERFORM PROCESS-EMPLOYEES-PARAGRAPH UNTIL EMP-EOF.

           MOVE PPD-PERIOD-ID TO WS-PERIOD-ID.
           MOVE PPD-PAID-THRU TO WS-PAID-THRU.

      * Every frequency listed must be a known one and listed only
      * once; none listed is the semi-monthly run.
           MOVE PPD-RUN-FREQS TO WS-RUN-FREQ-TABLE.
           IF WS-RUN-FREQ-TABLE = SPACES
                MOVE 'S' TO WS-RUN-FREQ (1)
           END-IF.
           PERFORM VARYING RUN-FREQ-SUB FROM 1 BY 1
               UNTIL RUN-FREQ-SUB > 3
               MOVE WS-RUN-FREQ (RUN-FREQ-SUB) TO WS-PAY-FREQ
               IF WS-PAY-FREQ NOT = SPACE
                    IF NOT WS-FREQ-KNOWN
                         DISPLAY 'ERROR: PAYPERD PAY FREQUENCY '
                                 WS-PAY-FREQ ' INVALID'
                         GO TO ERROR-PARAGRAPH
                    END-IF
                    IF (RUN-FREQ-SUB > 1
                           AND WS-PAY-FREQ = WS-RUN-FREQ (1))
                       OR (RUN-FREQ-SUB > 2
                           AND WS-PAY-FREQ = WS-RUN-FREQ (2))
                         DISPLAY 'ERROR: PAYPERD PAY FREQUENCY '
                                 WS-PAY-FREQ ' LISTED TWICE'
                         GO TO ERROR-PARAGRAPH
                    END-IF
               END-IF
           END-PERFORM.
           DISPLAY 'PAY FREQUENCIES THIS RUN: ' WS-RUN-FREQ-TABLE.
           CLOSE PAYPERD.

      * Stamps the period completed only after everything else has
           MOVE WS-PAID-THRU TO PPN-PAID-THRU.
           MOVE 'C'          TO PPN-STATUS.
           MOVE 'N'          TO PPN-OVERRIDE.
           MOVE WS-RUN-FREQ-TABLE TO PPN-RUN-FREQS.
           WRITE PAYPERD-NEW-REC.
           CLOSE PAYPERD-NEW.

                DISPLAY 'ERROR OPENING TAX-TABLE-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN INPUT FICA-RATE-FILE.
           IF NOT FICA-RATE-FILE-NORMAL
                DISPLAY 'ERROR OPENING FICA-RATE-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN INPUT DEDUCT-FILE.
           IF NOT DEDUCT-FILE-NORMAL
                DISPLAY 'ERROR OPENING DEDUCT-FILE'
                DISPLAY 'ERROR OPENING LEAVE-USE-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN INPUT TIME-HOURS-FILE.
           IF NOT TIME-HOURS-FILE-NORMAL
                DISPLAY 'ERROR OPENING TIME-HOURS-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN INPUT TIME-LABOR-FILE.
           IF NOT TIME-LABOR-FILE-NORMAL
                DISPLAY 'ERROR OPENING TIME-LABOR-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN OUTPUT LABDIST.
           IF NOT LABDIST-NORMAL
                DISPLAY 'ERROR OPENING LABDIST'
                GO TO ERROR-PARAGRAPH.

           OPEN OUTPUT PAY-ADVICE-FILE.
           IF NOT PAY-ADVICE-FILE-NORMAL
                DISPLAY 'ERROR OPENING PAY-ADVICE-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN OUTPUT CHECK-REQUEST-FILE.
           IF NOT CHECK-REQUEST-FILE-NORMAL
                DISPLAY 'ERROR OPENING CHECK-REQUEST-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN OUTPUT GARN-REMIT-FILE.
           IF NOT GARN-REMIT-FILE-NORMAL
                DISPLAY 'ERROR OPENING GARN-REMIT-FILE'
                GO TO ERROR-PARAGRAPH.

           OPEN OUTPUT GARN-ORDER-NEW.
           IF NOT GARN-ORDER-NEW-NORMAL
                DISPLAY 'ERROR OPENING GARN-ORDER-NEW'
                GO TO ERROR-PARAGRAPH.

      * The pay history is permanent -- every run appends its
      * period's details and its own CONTROL trailer.
           OPEN EXTEND PAYHIST.
           MOVE EH-OUT-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE EMPLOYEE-HISTORY-OUT-REC FROM CONTROL-REC.

      * One batch per pay frequency the run covers, each with its
      * own batch control -- the count and dollar totals its details
      * must add up to -- then the file trailer.  This supersedes
      * the in-house CONTROL trailer on this file; the bank's own
      * structure now carries the same proof.  All entries are
      * credits; the debit total is zero on a deposit-only batch.
           PERFORM WRITE-ACH-BATCH-PARAGRAPH
               THRU WRITE-ACH-BATCH-EXIT
               VARYING RUN-FREQ-SUB FROM 1 BY 1
               UNTIL RUN-FREQ-SUB > 3.

           MOVE SPACES TO ACH-FILE-TRAILER-REC.
           MOVE '9' TO ACH-TRL-REC-TYPE.
           MOVE PH-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE PAYHIST-REC FROM CONTROL-REC.

      * The labor distribution's trailer carries the register gross,
      * not the lines' own sum, so LABRPT proves the distribution
      * ties back to the payroll register.
           IF LD-CTL-HASH NOT = WS-REGISTER-GROSS-TOTAL
                DISPLAY '*** WARNING: LABOR DISTRIBUTION GROSS '
                        LD-CTL-HASH ' DOES NOT TIE TO REGISTER '
                        WS-REGISTER-GROSS-TOTAL ' ***'
           END-IF.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE LD-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE WS-REGISTER-GROSS-TOTAL TO CTL-AMOUNT-HASH.
           WRITE LABDIST-REC FROM CONTROL-REC.

      * The pay advice trailer's hash is the net pay on the
      * advices, so PAYADV can prove none went missing.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE PA-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE PA-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE PAY-ADVICE-REC FROM CONTROL-REC.

      * The check request trailer's hash is the net on the checks,
      * so PAYCHECK prints exactly what payroll paid by check.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE CQ-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE CQ-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE CHECK-REQUEST-REC FROM CONTROL-REC.

      * The remittance trailer's hash is the dollars withheld for
      * the agencies.  Every order goes back out with its updated
      * paid-to-date, hashed on its trailer.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE GR-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE GR-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE GARN-REMIT-REC FROM CONTROL-REC.

           PERFORM WRITE-GARN-ORDER-PARAGRAPH
               VARYING GN-SUB FROM 1 BY 1
               UNTIL GN-SUB > GN-COUNT.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE GO-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE GO-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE GARN-ORDER-NEW-REC FROM CONTROL-REC.

           CLOSE EMPLOYEE-MASTER.
           CLOSE EMPLOYEE-HISTORY-IN.
           CLOSE EMPLOYEE-HISTORY-OUT.
           CLOSE ACH-OUT.
           CLOSE PAYHIST.
           CLOSE REISSUE-FILE.
           CLOSE LABDIST.
           CLOSE PAY-ADVICE-FILE.
           CLOSE CHECK-REQUEST-FILE.
           CLOSE GARN-REMIT-FILE.
           CLOSE GARN-ORDER-NEW.
      *
       READ-EMPLOYEE-PARAGRAPH.
           READ EMPLOYEE-MASTER
                GO TO ERROR-PARAGRAPH
           END-IF.

      * The one FICARATE control record.  A missing or non-numeric
      * card stops the run -- paying everyone with no Social
      * Security or Medicare withheld is worse than not paying
      * tonight.  A card for some other tax year is run but called
      * out on the log.
       LOAD-FICA-RATES-PARAGRAPH.
           READ FICA-RATE-FILE
               AT END
                   DISPLAY 'ERROR: FICARATE CONTROL RECORD MISSING'
                   GO TO ERROR-PARAGRAPH
           END-READ.

           IF NOT FICA-RATE-FILE-NORMAL
                DISPLAY 'ERROR READING FICA-RATE-FILE'
                GO TO ERROR-PARAGRAPH
           END-IF.

           IF FR-TAX-YEAR-I NOT NUMERIC
                  OR FR-SS-EE-RATE-I NOT NUMERIC
                  OR FR-SS-ER-RATE-I NOT NUMERIC
                  OR FR-SS-WAGE-BASE-I NOT NUMERIC
                  OR FR-MED-EE-RATE-I NOT NUMERIC
                  OR FR-MED-ER-RATE-I NOT NUMERIC
                  OR FR-ADDL-MED-RATE-I NOT NUMERIC
                  OR FR-ADDL-MED-THRESH-I NOT NUMERIC
                DISPLAY 'ERROR: FICARATE CONTROL RECORD NOT NUMERIC'
                GO TO ERROR-PARAGRAPH
           END-IF.

           MOVE FR-TAX-YEAR-I        TO FR-TAX-YEAR.
           MOVE FR-SS-EE-RATE-I      TO FR-SS-EE-RATE.
           MOVE FR-SS-ER-RATE-I      TO FR-SS-ER-RATE.
           MOVE FR-SS-WAGE-BASE-I    TO FR-SS-WAGE-BASE.
           MOVE FR-MED-EE-RATE-I     TO FR-MED-EE-RATE.
           MOVE FR-MED-ER-RATE-I     TO FR-MED-ER-RATE.
           MOVE FR-ADDL-MED-RATE-I   TO FR-ADDL-MED-RATE.
           MOVE FR-ADDL-MED-THRESH-I TO FR-ADDL-MED-THRESH.
           CLOSE FICA-RATE-FILE.

           IF FR-TAX-YEAR NOT = BUSINESS-DATE-NUM (1:4)
                DISPLAY "*** WARNING: FICARATE IS FOR TAX YEAR "
                    FR-TAX-YEAR " BUT THE BUSINESS DATE IS "
                    BUSINESS-DATE-NUM " ***"
           END-IF.

      * A missing or empty commissions file just means no
      * commissions this period.
       LOAD-COMMISSIONS-PARAGRAPH.
       LOAD-COMMISSIONS-EXIT.
           EXIT.

      * Likewise a missing or empty on-call earnings file just means
      * nobody stood on call this period.
       LOAD-ONCALL-PARAGRAPH.
           OPEN INPUT ONCALL-FILE.
           IF NOT ONCALL-FILE-NORMAL
                GO TO LOAD-ONCALL-EXIT.

           READ ONCALL-FILE
               AT END MOVE 'Y' TO SW-ONCALL-EOF
           END-READ.

           PERFORM LOAD-ONE-ONCALL-PARAGRAPH
               UNTIL ONCALL-EOF.
           CLOSE ONCALL-FILE.

       LOAD-ONCALL-EXIT.
           EXIT.

      * No contributions file means no enrolled plans.  One that is
      * there must close with its CONTROL trailer and agree with it
      * -- a short file would quietly understate the labor cost.
       LOAD-BEN-CONTRIB-PARAGRAPH.
           OPEN INPUT BEN-CONTRIB-FILE.
           IF NOT BEN-CONTRIB-FILE-NORMAL
                GO TO LOAD-BEN-CONTRIB-EXIT.

           READ BEN-CONTRIB-FILE
               AT END MOVE 'Y' TO SW-BC-EOF
           END-READ.

           PERFORM LOAD-ONE-BEN-CONTRIB-PARAGRAPH UNTIL BC-EOF.
           CLOSE BEN-CONTRIB-FILE.

           IF NOT BC-TRAILER-SEEN
                IF BC-COUNT > 0
                     DISPLAY 'ERROR: BENERCON CONTROL RECORD NOT FOUND'
                     GO TO ERROR-PARAGRAPH
                END-IF
           ELSE
                IF BC-TRAILER-COUNT NOT = BC-COUNT
                     DISPLAY 'ERROR: BENERCON RECORD COUNT OUT OF '
                             'BALANCE'
                     GO TO ERROR-PARAGRAPH
                END-IF
           END-IF.

       LOAD-BEN-CONTRIB-EXIT.
           EXIT.

       LOAD-ONE-BEN-CONTRIB-PARAGRAPH.
           IF BEN-CONTRIB-REC (1:7) = 'CONTROL'
                MOVE BEN-CONTRIB-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO BC-TRAILER-COUNT
                MOVE 'Y' TO SW-BC-TRAILER
           ELSE
                IF BC-COUNT >= 500
                     DISPLAY 'ERROR: BENERCON HAS MORE THAN 500 '
                             'ENTRIES'
                     GO TO ERROR-PARAGRAPH
                END-IF
                ADD 1 TO BC-COUNT
                MOVE BC-EMP-ID-I    TO BC-EMP-ID (BC-COUNT)
                MOVE BC-PLAN-CODE-I TO BC-PLAN-CODE (BC-COUNT)
                MOVE BC-ER-TYPE-I   TO BC-ER-TYPE (BC-COUNT)
                MOVE BC-ER-VALUE-I  TO BC-ER-VALUE (BC-COUNT)
           END-IF.
           READ BEN-CONTRIB-FILE
               AT END MOVE 'Y' TO SW-BC-EOF
           END-READ.

           IF NOT (BEN-CONTRIB-FILE-NORMAL OR BC-EOF)
                DISPLAY 'ERROR READING BEN-CONTRIB-FILE'
                GO TO ERROR-PARAGRAPH
           END-IF.

      * A bad order stops the run: withholding a court order wrong,
      * or not at all, is not something to find out about later.
       LOAD-GARN-ORDERS-PARAGRAPH.
           OPEN INPUT GARN-ORDER-FILE.
           IF NOT GARN-ORDER-FILE-NORMAL
                GO TO LOAD-GARN-ORDERS-EXIT.

           READ GARN-ORDER-FILE
               AT END MOVE 'Y' TO SW-GN-EOF
           END-READ.

           PERFORM LOAD-ONE-GARN-ORDER-PARAGRAPH UNTIL GN-EOF.
           CLOSE GARN-ORDER-FILE.

           IF NOT GN-TRAILER-SEEN
                IF GN-COUNT > 0
                     DISPLAY 'ERROR: GARNORD CONTROL RECORD NOT FOUND'
                     GO TO ERROR-PARAGRAPH
                END-IF
           ELSE
                IF GN-TRAILER-COUNT NOT = GN-COUNT
                     DISPLAY 'ERROR: GARNORD RECORD COUNT OUT OF '
                             'BALANCE'
                     GO TO ERROR-PARAGRAPH
                END-IF
           END-IF.

       LOAD-GARN-ORDERS-EXIT.
           EXIT.

       LOAD-ONE-GARN-ORDER-PARAGRAPH.
           IF GARN-ORDER-REC (1:7) = 'CONTROL'
                MOVE GARN-ORDER-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO GN-TRAILER-COUNT
                MOVE 'Y' TO SW-GN-TRAILER
           ELSE
                IF GN-COUNT >= 200
                     DISPLAY 'ERROR: GARNORD HAS MORE THAN 200 '
                             'ORDERS'
                     GO TO ERROR-PARAGRAPH
                END-IF
                IF NOT (GO-ORDER-TYPE-I = 'S' OR 'L' OR 'C')
                       OR NOT (GO-CALC-TYPE-I = 'A' OR 'P')
                       OR GO-VALUE-I NOT NUMERIC
                       OR GO-TOTAL-OWED-I NOT NUMERIC
                       OR GO-PAID-TO-DATE-I NOT NUMERIC
                       OR GO-START-DATE-I NOT NUMERIC
                       OR GO-STOP-DATE-I NOT NUMERIC
                     DISPLAY 'ERROR: GARNORD ORDER ' GO-CASE-NBR-I
                             ' FOR EMPLOYEE ' GO-EMP-ID-I
                             ' IS INVALID'
                     GO TO ERROR-PARAGRAPH
                END-IF
                ADD 1 TO GN-COUNT
                MOVE GARN-ORDER-REC TO GARN-ORDER-ITEM (GN-COUNT)
                IF GO-SUPPORT-LIMIT-I NOT NUMERIC
                     MOVE ZERO TO GN-SUPPORT-LIMIT (GN-COUNT)
                END-IF
           END-IF.
           READ GARN-ORDER-FILE
               AT END MOVE 'Y' TO SW-GN-EOF
           END-READ.

           IF NOT (GARN-ORDER-FILE-NORMAL OR GN-EOF)
                DISPLAY 'ERROR READING GARN-ORDER-FILE'
                GO TO ERROR-PARAGRAPH
           END-IF.

       WRITE-GARN-ORDER-PARAGRAPH.
           WRITE GARN-ORDER-NEW-REC FROM GARN-ORDER-ITEM (GN-SUB).
           ADD 1 TO GO-CTL-COUNT.
           ADD GN-PAID-TO-DATE (GN-SUB) TO GO-CTL-HASH.

       LOAD-ONE-COMMISSION-PARAGRAPH.
           ADD 1 TO COMM-COUNT.
           MOVE CM-EMP-ID-I TO CM-EMP-ID (COMM-COUNT).
               AT END MOVE 'Y' TO SW-COMM-EOF
           END-READ.

      * An on-call row past the table would go unpaid, so a full
      * table stops the run rather than dropping it.
       LOAD-ONE-ONCALL-PARAGRAPH.
           IF ONCALL-COUNT >= 500
                DISPLAY 'ERROR: MORE THAN 500 ON-CALL EARNINGS ROWS'
                GO TO ERROR-PARAGRAPH
           END-IF.
           ADD 1 TO ONCALL-COUNT.
           MOVE OE-EMP-ID-I TO OE-EMP-ID (ONCALL-COUNT).
           MOVE OE-AMOUNT-I TO OE-AMOUNT (ONCALL-COUNT).
           READ ONCALL-FILE
               AT END MOVE 'Y' TO SW-ONCALL-EOF
           END-READ.

       LOAD-LEAVE-RULES-PARAGRAPH.
           READ LEAVE-RULE-FILE
               AT END MOVE 'Y' TO SW-LVR-EOF
               AT END MOVE 'Y' TO SW-LVU-EOF
           END-READ.

      * Hours past the table would go unpaid, so a full table stops
      * the run, as does a TIMEHRS that does not agree with its own
      * trailer or was edited for another pay period.
       LOAD-TIME-HOURS-PARAGRAPH.
           PERFORM READ-TIME-HOURS-PARAGRAPH.
           PERFORM LOAD-ONE-TIME-HOURS-PARAGRAPH UNTIL THR-EOF.
           CLOSE TIME-HOURS-FILE.
           PERFORM VERIFY-TIME-HOURS-PARAGRAPH.

       LOAD-ONE-TIME-HOURS-PARAGRAPH.
           IF TIME-HOURS-COUNT >= 500
                DISPLAY 'ERROR: TIMEHRS HAS MORE THAN 500 EMPLOYEES'
                GO TO ERROR-PARAGRAPH
           END-IF.
           ADD 1 TO TIME-HOURS-COUNT.
           MOVE TH-EMP-ID-I TO TH-EMP-ID (TIME-HOURS-COUNT).
           MOVE TH-REG-HOURS-I TO TH-REG-HOURS (TIME-HOURS-COUNT).
           MOVE TH-OT-HOURS-I TO TH-OT-HOURS (TIME-HOURS-COUNT).
           PERFORM READ-TIME-HOURS-PARAGRAPH.

       READ-TIME-HOURS-PARAGRAPH.
           READ TIME-HOURS-FILE
               AT END MOVE 'Y' TO SW-THR-EOF
           END-READ.

           IF NOT (TIME-HOURS-FILE-NORMAL OR THR-EOF)
                DISPLAY 'ERROR READING TIME-HOURS-FILE, STATUS '
                        TIME-HOURS-FILE-ST
                GO TO ERROR-PARAGRAPH
           END-IF.

           IF NOT THR-EOF
                IF TIME-HOURS-REC (1:7) = 'CONTROL'
                     MOVE TIME-HOURS-REC TO CONTROL-REC
                     MOVE CTL-RECORD-COUNT   TO TH-IN-EXP-COUNT
                     MOVE CTL-AMOUNT-HASH    TO TH-IN-EXP-HASH
                     MOVE TH-CTL-PERIOD-ID-I TO TH-IN-EXP-PERIOD
                     MOVE 'Y' TO TH-CTL-SEEN-SW
                     MOVE 'Y' TO SW-THR-EOF
                ELSE
                     ADD 1 TO TH-IN-VER-COUNT
                     ADD TH-REG-HOURS-I TH-OT-HOURS-I
                         TO TH-IN-VER-HASH
                END-IF
           END-IF.

      * TIMEEDIT writes the trailer on every run, an empty period's
      * included, so a TIMEHRS without one did not come from a
      * finished edit.
       VERIFY-TIME-HOURS-PARAGRAPH.
           IF NOT TH-CTL-SEEN
                DISPLAY 'ERROR: TIMEHRS CONTROL RECORD NOT FOUND'
                GO TO ERROR-PARAGRAPH
           END-IF.
           IF TH-IN-EXP-PERIOD NOT = WS-PERIOD-ID
                DISPLAY 'ERROR: TIMEHRS IS FOR PAY PERIOD '
                        TH-IN-EXP-PERIOD ', THIS RUN IS PERIOD '
                        WS-PERIOD-ID
                GO TO ERROR-PARAGRAPH
           END-IF.
           IF TH-IN-VER-COUNT NOT = TH-IN-EXP-COUNT
                DISPLAY 'ERROR: TIMEHRS RECORD COUNT OUT OF BALANCE'
                GO TO ERROR-PARAGRAPH
           END-IF.
           IF TH-IN-VER-HASH NOT = TH-IN-EXP-HASH
                DISPLAY 'ERROR: TIMEHRS HOURS HASH OUT OF BALANCE'
                GO TO ERROR-PARAGRAPH
           END-IF.

      * Project time past the table would go undistributed, so a
      * full table stops the run; TIMELAB is held to its trailer
      * and pay period the same way TIMEHRS is.
       LOAD-TIME-LABOR-PARAGRAPH.
           PERFORM READ-TIME-LABOR-PARAGRAPH.
           PERFORM LOAD-ONE-TIME-LABOR-PARAGRAPH UNTIL LAB-EOF.
           CLOSE TIME-LABOR-FILE.
           PERFORM VERIFY-TIME-LABOR-PARAGRAPH.

       LOAD-ONE-TIME-LABOR-PARAGRAPH.
           IF LABOR-COUNT >= 2000
                DISPLAY 'ERROR: TIMELAB HAS MORE THAN 2000 PROJECT '
                        'ROWS'
                GO TO ERROR-PARAGRAPH
           END-IF.
           ADD 1 TO LABOR-COUNT.
           MOVE TL-EMP-ID-I  TO LAB-EMP-ID (LABOR-COUNT).
           MOVE TL-PROJECT-I TO LAB-PROJECT (LABOR-COUNT).
           COMPUTE LAB-HOURS (LABOR-COUNT) =
                TL-REG-HOURS-I + TL-OT-HOURS-I.
           PERFORM READ-TIME-LABOR-PARAGRAPH.

       READ-TIME-LABOR-PARAGRAPH.
           READ TIME-LABOR-FILE
               AT END MOVE 'Y' TO SW-LAB-EOF
           END-READ.

           IF NOT (TIME-LABOR-FILE-NORMAL OR LAB-EOF)
                DISPLAY 'ERROR READING TIME-LABOR-FILE, STATUS '
                        TIME-LABOR-FILE-ST
                GO TO ERROR-PARAGRAPH
           END-IF.

           IF NOT LAB-EOF
                IF TIME-LABOR-REC (1:7) = 'CONTROL'
                     MOVE TIME-LABOR-REC TO CONTROL-REC
                     MOVE CTL-RECORD-COUNT   TO TL-IN-EXP-COUNT
                     MOVE CTL-AMOUNT-HASH    TO TL-IN-EXP-HASH
                     MOVE TL-CTL-PERIOD-ID-I TO TL-IN-EXP-PERIOD
                     MOVE 'Y' TO TL-CTL-SEEN-SW
                     MOVE 'Y' TO SW-LAB-EOF
                ELSE
                     ADD 1 TO TL-IN-VER-COUNT
                     ADD TL-REG-HOURS-I TL-OT-HOURS-I
                         TO TL-IN-VER-HASH
                END-IF
           END-IF.

       VERIFY-TIME-LABOR-PARAGRAPH.
           IF NOT TL-CTL-SEEN
                DISPLAY 'ERROR: TIMELAB CONTROL RECORD NOT FOUND'
                GO TO ERROR-PARAGRAPH
           END-IF.
           IF TL-IN-EXP-PERIOD NOT = WS-PERIOD-ID
                DISPLAY 'ERROR: TIMELAB IS FOR PAY PERIOD '
                        TL-IN-EXP-PERIOD ', THIS RUN IS PERIOD '
                        WS-PERIOD-ID
                GO TO ERROR-PARAGRAPH
           END-IF.
           IF TL-IN-VER-COUNT NOT = TL-IN-EXP-COUNT
                DISPLAY 'ERROR: TIMELAB RECORD COUNT OUT OF BALANCE'
                GO TO ERROR-PARAGRAPH
           END-IF.
           IF TL-IN-VER-HASH NOT = TL-IN-EXP-HASH
                DISPLAY 'ERROR: TIMELAB HOURS HASH OUT OF BALANCE'
                GO TO ERROR-PARAGRAPH
           END-IF.

       LOAD-DEDUCTIONS-PARAGRAPH.
           READ DEDUCT-FILE
               AT END MOVE 'Y' TO SW-DED-EOF
           MOVE DED-TYPE-I     TO DED-TYPE (DEDUCT-COUNT).
           MOVE DED-VALUE-I    TO DED-VALUE (DEDUCT-COUNT).
           MOVE DED-PRIORITY-I TO DED-PRIORITY (DEDUCT-COUNT).
           IF DED-ER-VALUE-I NUMERIC
                MOVE DED-ER-VALUE-I TO DED-ER-VALUE (DEDUCT-COUNT)
           ELSE
                MOVE ZERO TO DED-ER-VALUE (DEDUCT-COUNT)
           END-IF.
           READ DEDUCT-FILE
               AT END MOVE 'Y' TO SW-DED-EOF
           END-READ.
           MOVE EH-LEAVE-BAL-I TO HIST-LEAVE-BAL (HIST-COUNT).
           MOVE EH-LEAVE-ACCR-YTD-I
               TO HIST-LEAVE-ACCR-YTD (HIST-COUNT).
           MOVE EH-YTD-SS-WAGES-I TO HIST-YTD-SS-WAGES (HIST-COUNT).
           MOVE EH-YTD-SS-TAX-I   TO HIST-YTD-SS-TAX (HIST-COUNT).
           MOVE EH-YTD-MED-TAX-I  TO HIST-YTD-MED-TAX (HIST-COUNT).
           MOVE 'N'            TO HIST-MATCHED (HIST-COUNT).
           PERFORM READ-HISTORY-PARAGRAPH.

           PERFORM ASSIGNMENT-PARAGRAPH.
           PERFORM CALCULATE-YTD-PARAGRAPH.
           PERFORM ACCUMULATE-REGISTER-PARAGRAPH.
           PERFORM DISTRIBUTE-LABOR-PARAGRAPH
               THRU DISTRIBUTE-LABOR-EXIT.
      * A held account (bank return on file) gets no deposit; the
      * net queues for re-issue by check.  An employee with no
      * routing or account number on the master is paid by paper
      * check.  Everyone paid this run gets a printed pay advice
      * either way.
           IF WS-EMP-VALID AND NOT WS-EMP-TERMINATED
                  AND NOT WS-EMP-OFF-CYCLE
                MOVE 'Y' TO WS-BANKING-SW
                IF EM-ROUTING-NBR-I NOT NUMERIC
                       OR EM-ROUTING-NBR-I = ZERO
                       OR EM-ACCOUNT-NBR-I = SPACES
                     MOVE 'N' TO WS-BANKING-SW
                END-IF
                IF EM-ACH-HOLD-I = 'H'
                     ADD 1 TO WS-HELD-DEPOSIT-COUNT
                     PERFORM WRITE-REISSUE-PARAGRAPH
                ELSE
                IF WS-NO-BANKING-DETAILS
                     ADD 1 TO WS-CHECK-COUNT
                     PERFORM WRITE-CHECK-REQUEST-PARAGRAPH
                ELSE
                     PERFORM WRITE-ACH-RECORD-PARAGRAPH
                END-IF
                END-IF
                PERFORM WRITE-PAY-ADVICE-PARAGRAPH
           END-IF.
           PERFORM READ-EMPLOYEE-PARAGRAPH.
      *
      * A terminated employee stops being paid the period after the
      * termination date passes -- gross zeroes, no deposit goes out
      * -- but the record still flows so the YTD history carries
      * forward intact for year-end.  An employee paid on a
      * frequency this run does not cover is held the same way until
      * a run for that frequency comes round.
       CONDITIONAL-SELECTION.
           MOVE 'Y' TO WS-EMP-VALID-SW.
           MOVE 'N' TO WS-EMP-TERM-SW.
           PERFORM SET-PAY-FREQUENCY-PARAGRAPH.
           IF EM-TERM-DATE-I NUMERIC
                  AND EM-TERM-DATE-I > ZERO
                  AND EM-TERM-DATE-I <= WS-PAID-THRU
                        ' TERMINATED ' EM-TERM-DATE-I
                        ' - NOT PAID'
           ELSE
           IF NOT WS-FREQ-KNOWN
                MOVE 'N' TO WS-EMP-VALID-SW
                ADD 1 TO WS-INVALID-COUNT
                MOVE ZERO TO WS-FULL-TIME-SALARY
                MOVE ZERO TO WS-PART-TIME-SALARY
                DISPLAY 'BAD DATA - PAY FREQUENCY ' EM-PAY-FREQ-I
           ELSE
           IF WS-EMP-OFF-CYCLE
                ADD 1 TO WS-OFF-CYCLE-COUNT
                MOVE ZERO TO WS-FULL-TIME-SALARY
                MOVE ZERO TO WS-PART-TIME-SALARY
                DISPLAY 'EMPLOYEE ' EM-EMP-ID-I
                        ' PAID ' WS-PAY-FREQ
                        ' - NOT ON THIS RUN''S CYCLE'
           ELSE
           IF  FULL-TIME
               PERFORM FULL-TIME-PARA
           ELSE IF PART-TIME
                MOVE ZERO TO WS-PART-TIME-SALARY
                DISPLAY 'BAD DATA'
           END-IF
           END-IF
           END-IF
           END-IF.

      * The employee's frequency (blank is semi-monthly), the
      * periods in a year it implies, and whether this run pays it.
       SET-PAY-FREQUENCY-PARAGRAPH.
           MOVE 'Y' TO WS-EMP-CYCLE-SW.
           MOVE EM-PAY-FREQ-I TO WS-PAY-FREQ.
           IF WS-PAY-FREQ = SPACE
                MOVE 'S' TO WS-PAY-FREQ
           END-IF.
           EVALUATE TRUE
               WHEN WS-FREQ-WEEKLY
                   MOVE 52 TO WS-PERIODS-PER-YEAR
               WHEN WS-FREQ-BIWEEKLY
                   MOVE 26 TO WS-PERIODS-PER-YEAR
               WHEN OTHER
                   MOVE 24 TO WS-PERIODS-PER-YEAR
           END-EVALUATE.
           IF WS-PAY-FREQ NOT = WS-RUN-FREQ (1)
                  AND WS-PAY-FREQ NOT = WS-RUN-FREQ (2)
                  AND WS-PAY-FREQ NOT = WS-RUN-FREQ (3)
                MOVE 'N' TO WS-EMP-CYCLE-SW
           END-IF.
       FULL-TIME-PARA.
           MOVE EM-FULL-TIME-SALARY-I TO WS-FULL-TIME-SALARY.
           MOVE EM-FULL-TIME-BONUS-I  TO WS-FULL-TIME-BONUS.
           COMPUTE WS-FULL-TIME-SALARY =
                WS-FULL-TIME-SALARY * (1 + WS-FULL-TIME-BONUS).
      * Hours come from the approved timesheet rollup (TIMEHRS), not
      * the master: regular hours at WS-RATE, the overtime hours the
      * supervisor approved at WS-RATE times WS-OT-MULTIPLIER (the
      * standard 1.5x, configurable per employee).  An hourly
      * employee with no approved time this period is paid nothing
      * and counted on the register.  WS-SHIFT-DIFF-RATE then bumps
      * the whole check for a night or weekend shift.
       PART-TIME-PARA.
           MOVE EM-RATE-I            TO WS-RATE.
           MOVE EM-OT-MULTIPLIER-I   TO WS-OT-MULTIPLIER.
           MOVE EM-SHIFT-CODE-I      TO WS-SHIFT-CODE.
           MOVE EM-SHIFT-DIFF-RATE-I TO WS-SHIFT-DIFF-RATE.
           MOVE ZERO TO WS-REG-HOURS.
           MOVE ZERO TO WS-OT-HOURS.
           SET TH-IDX TO 1.
           SEARCH TIME-HOURS-ITEM VARYING TH-IDX
               AT END
                   ADD 1 TO WS-NO-TIME-COUNT
                   DISPLAY 'EMPLOYEE ' EM-EMP-ID-I
                           ' HAS NO APPROVED TIME THIS PERIOD'
               WHEN TH-IDX > TIME-HOURS-COUNT
                   ADD 1 TO WS-NO-TIME-COUNT
                   DISPLAY 'EMPLOYEE ' EM-EMP-ID-I
                           ' HAS NO APPROVED TIME THIS PERIOD'
               WHEN TH-EMP-ID (TH-IDX) = EM-EMP-ID-I
                   MOVE TH-REG-HOURS (TH-IDX) TO WS-REG-HOURS
                   MOVE TH-OT-HOURS (TH-IDX)  TO WS-OT-HOURS
           END-SEARCH.
           COMPUTE WS-PART-TIME-SALARY ROUNDED =
                (WS-REG-HOURS * WS-RATE) +
                (WS-OT-HOURS * WS-RATE * WS-OT-MULTIPLIER).
           IF NOT DAY-SHIFT
                COMPUTE WS-PART-TIME-SALARY ROUNDED =
                     WS-PART-TIME-SALARY * (1 + WS-SHIFT-DIFF-RATE)
                   MOVE CM-AMOUNT (CM-IDX) TO WS-COMMISSION
           END-SEARCH.
           IF WS-COMMISSION > ZERO AND NOT WS-EMP-TERMINATED
                IF WS-EMP-OFF-CYCLE
                     DISPLAY "*** COMMISSION FOR EMPLOYEE "
                         EM-EMP-ID-I " NOT PAID - NOT ON THIS "
                         "RUN'S PAY CYCLE ***"
                ELSE
                     ADD WS-COMMISSION TO WS-CURRENT-GROSS
                     MOVE WS-COMMISSION TO WS-DED-DISPLAY
                     DISPLAY "COMMISSION EARNINGS: " WS-DED-DISPLAY
                END-IF
           END-IF.

      * On-call stipend and callout pay ride the gross the same way.
           MOVE ZERO TO WS-ONCALL-PAY.
           SET OE-IDX TO 1.
           SEARCH ONCALL-ITEM VARYING OE-IDX
               AT END
                   CONTINUE
               WHEN OE-IDX > ONCALL-COUNT
                   CONTINUE
               WHEN OE-EMP-ID (OE-IDX) = EM-EMP-ID-I
                   MOVE OE-AMOUNT (OE-IDX) TO WS-ONCALL-PAY
           END-SEARCH.
           IF WS-ONCALL-PAY > ZERO AND NOT WS-EMP-TERMINATED
                IF WS-EMP-OFF-CYCLE
                     DISPLAY "*** ON-CALL PAY FOR EMPLOYEE "
                         EM-EMP-ID-I " NOT PAID - NOT ON THIS "
                         "RUN'S PAY CYCLE ***"
                ELSE
                     ADD WS-ONCALL-PAY TO WS-CURRENT-GROSS
                     MOVE WS-ONCALL-PAY TO WS-DED-DISPLAY
                     DISPLAY "ON-CALL EARNINGS:   " WS-DED-DISPLAY
                END-IF
           END-IF.

      * Withhold federal and state off the bracket set for this
      * employee's state (EM-STATE-I); a state with no brackets on
      * file falls back to the defined '**' default set, so nobody
      * withholds at the wrong state's math and nobody goes
      * unwithheld.  The brackets are semi-monthly, so the gross
      * is annualized by the employee's frequency and restated per
      * semi-monthly period to pick the bracket; the bracket's rate
      * then applies to the check's actual gross.
           MOVE ZERO TO WS-CURRENT-FED-TAX.
           MOVE ZERO TO WS-CURRENT-STATE-TAX.
           COMPUTE WS-TAX-BASIS-GROSS ROUNDED =
                WS-CURRENT-GROSS * WS-PERIODS-PER-YEAR
                    / WS-TABLE-PERIODS.
           MOVE EM-STATE-I TO TAX-LOOKUP-STATE-WS.
           PERFORM SELECT-TAX-BRACKET-PARAGRAPH.
           IF NOT TAX-BRACKET-HIT
                PERFORM SELECT-TAX-BRACKET-PARAGRAPH
           END-IF.

      * The prior YTD comes from the history record with THIS
      * employee's id, wherever it sits in the file; no record means
      * a new hire starting the year at zero.  Found first so the
      * Social Security wage base can see the prior YTD gross and
      * the deduction takes can see the prior arrears they must
      * recover.
           PERFORM FIND-HISTORY-PARAGRAPH.

           PERFORM CALCULATE-FICA-PARAGRAPH.

           COMPUTE WS-CURRENT-TAX-WITHHELD =
                WS-CURRENT-FED-TAX + WS-CURRENT-STATE-TAX
                + WS-CURRENT-SS-TAX + WS-CURRENT-MED-TAX
                + WS-CURRENT-ADDL-MED-TAX.

      * Withholding orders come off disposable earnings first, then
      * deductions between gross and net, highest priority first,
      * each take capped at what is left of the check and the
      * shortfall carried as arrears for later periods to recover.
           PERFORM APPLY-DEDUCTIONS-PARAGRAPH.

           COMPUTE WS-CURRENT-NET-PAY =
                MOVE ZERO TO WS-YTD-FED-TAX
                MOVE ZERO TO WS-YTD-STATE-TAX
                MOVE ZERO TO WS-YTD-NET
                MOVE ZERO TO WS-YTD-SS-WAGES
                MOVE ZERO TO WS-YTD-SS-TAX
                MOVE ZERO TO WS-YTD-MED-TAX
           ELSE
                MOVE HIST-YTD-GROSS (HIST-FOUND-SUB) TO WS-YTD-GROSS
                MOVE HIST-YTD-FED-TAX (HIST-FOUND-SUB)
                MOVE HIST-YTD-STATE-TAX (HIST-FOUND-SUB)
                                           TO WS-YTD-STATE-TAX
                MOVE HIST-YTD-NET (HIST-FOUND-SUB)   TO WS-YTD-NET
                MOVE HIST-YTD-SS-WAGES (HIST-FOUND-SUB)
                                           TO WS-YTD-SS-WAGES
                MOVE HIST-YTD-SS-TAX (HIST-FOUND-SUB)
                                           TO WS-YTD-SS-TAX
                MOVE HIST-YTD-MED-TAX (HIST-FOUND-SUB)
                                           TO WS-YTD-MED-TAX
                MOVE 'Y' TO HIST-MATCHED (HIST-FOUND-SUB)
           END-IF.
           ADD WS-CURRENT-GROSS        TO WS-YTD-GROSS.
           ADD WS-CURRENT-FED-TAX      TO WS-YTD-FED-TAX.
           ADD WS-CURRENT-STATE-TAX    TO WS-YTD-STATE-TAX.
           ADD WS-CURRENT-NET-PAY      TO WS-YTD-NET.
           ADD WS-CURRENT-SS-WAGES     TO WS-YTD-SS-WAGES.
           ADD WS-CURRENT-SS-TAX       TO WS-YTD-SS-TAX.
           ADD WS-CURRENT-MED-TAX      TO WS-YTD-MED-TAX.
           ADD WS-CURRENT-ADDL-MED-TAX TO WS-YTD-MED-TAX.
           MOVE EM-EMP-ID-I         TO EH-EMP-ID-O.
           MOVE WS-YTD-GROSS        TO EH-YTD-GROSS-O.
           MOVE WS-YTD-FED-TAX      TO EH-YTD-FED-TAX-O.
           MOVE WS-YTD-STATE-TAX    TO EH-YTD-STATE-TAX-O.
           MOVE WS-YTD-NET          TO EH-YTD-NET-O.
           MOVE WS-YTD-SS-WAGES     TO EH-YTD-SS-WAGES-O.
           MOVE WS-YTD-SS-TAX       TO EH-YTD-SS-TAX-O.
           MOVE WS-YTD-MED-TAX      TO EH-YTD-MED-TAX-O.

      * Carry the per-code deduction YTD and arrears forward and
      * fold this period's deductions in, by code.
           ADD WS-YTD-GROSS TO EH-OUT-CTL-HASH.
           WRITE EMPLOYEE-HISTORY-OUT-REC.

      * An employee off this run's cycle was not paid this run and
      * gets no pay-history detail.
           IF NOT WS-EMP-OFF-CYCLE
                PERFORM WRITE-PAY-HISTORY-PARAGRAPH
           END-IF.

      * Social Security and Medicare off the FICARATE card.  Social
      * Security stops at the wage base: only the part of this
      * period's gross that the prior YTD gross leaves under the
      * base is taxed.  Medicare has no cap; the additional
      * Medicare rate falls on the part of YTD gross past its
      * threshold and is the employee's alone.  The employer's
      * matching shares are kept apart for the liability report
      * and the journal -- they never touch the check.
       CALCULATE-FICA-PARAGRAPH.
           MOVE ZERO TO WS-CURRENT-SS-WAGES.
           MOVE ZERO TO WS-CURRENT-SS-TAX.
           MOVE ZERO TO WS-CURRENT-MED-TAX.
           MOVE ZERO TO WS-CURRENT-ADDL-MED-TAX.
           MOVE ZERO TO WS-CURRENT-SS-ER-TAX.
           MOVE ZERO TO WS-CURRENT-MED-ER-TAX.
           MOVE ZERO TO WS-ADDL-MED-WAGES.

           IF HIST-FOUND-SUB = 0
                MOVE ZERO TO WS-FICA-PRIOR-GROSS
           ELSE
                MOVE HIST-YTD-GROSS (HIST-FOUND-SUB)
                    TO WS-FICA-PRIOR-GROSS
           END-IF.

           IF WS-FICA-PRIOR-GROSS < FR-SS-WAGE-BASE
                COMPUTE WS-SS-ROOM =
                    FR-SS-WAGE-BASE - WS-FICA-PRIOR-GROSS
                IF WS-CURRENT-GROSS > WS-SS-ROOM
                     MOVE WS-SS-ROOM TO WS-CURRENT-SS-WAGES
                     ADD 1 TO WS-SS-CAPPED-COUNT
                     DISPLAY "SOCIAL SECURITY WAGE BASE REACHED"
                ELSE
                     MOVE WS-CURRENT-GROSS TO WS-CURRENT-SS-WAGES
                END-IF
           END-IF.

           IF WS-FICA-PRIOR-GROSS + WS-CURRENT-GROSS
                  > FR-ADDL-MED-THRESH
                IF WS-FICA-PRIOR-GROSS >= FR-ADDL-MED-THRESH
                     MOVE WS-CURRENT-GROSS TO WS-ADDL-MED-WAGES
                ELSE
                     COMPUTE WS-ADDL-MED-WAGES =
                         WS-FICA-PRIOR-GROSS + WS-CURRENT-GROSS
                             - FR-ADDL-MED-THRESH
                END-IF
           END-IF.

           COMPUTE WS-CURRENT-SS-TAX ROUNDED =
                WS-CURRENT-SS-WAGES * FR-SS-EE-RATE.
           COMPUTE WS-CURRENT-SS-ER-TAX ROUNDED =
                WS-CURRENT-SS-WAGES * FR-SS-ER-RATE.
           COMPUTE WS-CURRENT-MED-TAX ROUNDED =
                WS-CURRENT-GROSS * FR-MED-EE-RATE.
           COMPUTE WS-CURRENT-MED-ER-TAX ROUNDED =
                WS-CURRENT-GROSS * FR-MED-ER-RATE.
           COMPUTE WS-CURRENT-ADDL-MED-TAX ROUNDED =
                WS-ADDL-MED-WAGES * FR-ADDL-MED-RATE.

      * Accrues by the employee-type rule up to the annual cap,
      * then deducts the leave-usage hours -- a take past the
      * balance is capped at zero and reported, so no balance ever
      * goes negative.  The rule's per-period accrual is a
      * semi-monthly figure, spread over the employee's own number
      * of periods so a year's accrual comes out the same on every
      * frequency.
       ACCRUE-LEAVE-PARAGRAPH.
           IF HIST-FOUND-SUB > 0
                MOVE HIST-LEAVE-BAL (HIST-FOUND-SUB)
           END-IF.

           MOVE ZERO TO WS-LEAVE-ACCRUAL.
           IF NOT WS-EMP-TERMINATED AND NOT WS-EMP-OFF-CYCLE
                SET LR-IDX TO 1
                SEARCH LEAVE-RULE-ITEM VARYING LR-IDX
                    AT END
                    WHEN LR-IDX > LEAVE-RULE-COUNT
                        CONTINUE
                    WHEN LR-EMP-TYPE (LR-IDX) = EM-EMP-TYPE-I
                        COMPUTE WS-LEAVE-ACCRUAL ROUNDED =
                            LR-ACCRUAL-PER-PERIOD (LR-IDX)
                                * WS-TABLE-PERIODS
                                / WS-PERIODS-PER-YEAR
                        IF WS-LEAVE-ACCR-YTD + WS-LEAVE-ACCRUAL
                               > LR-ANNUAL-CAP (LR-IDX)
                             COMPUTE WS-LEAVE-ACCRUAL =
           MOVE WS-CURRENT-FED-TAX    TO PH-FED-TAX.
           MOVE WS-CURRENT-STATE-TAX  TO PH-STATE-TAX.
           MOVE WS-CURRENT-NET-PAY    TO PH-NET.
           MOVE WS-CURRENT-SS-WAGES   TO PH-SS-WAGES.
           MOVE WS-CURRENT-SS-TAX     TO PH-SS-TAX.
           MOVE WS-CURRENT-MED-TAX    TO PH-MED-TAX.
           MOVE WS-CURRENT-ADDL-MED-TAX TO PH-ADDL-MED-TAX.
           MOVE WS-CURRENT-SS-ER-TAX  TO PH-SS-ER-TAX.
           MOVE WS-CURRENT-MED-ER-TAX TO PH-MED-ER-TAX.
           PERFORM VARYING DED-SLOT-SUB FROM 1 BY 1
               UNTIL DED-SLOT-SUB > 5
               MOVE CUR-DED-CODE (DED-SLOT-SUB)
      * shortfall as new arrears when the check cannot cover it.
       APPLY-DEDUCTIONS-PARAGRAPH.
           MOVE ZERO TO WS-CURRENT-DED-TOTAL.
           MOVE ZERO TO WS-CURRENT-ER-BEN.
           MOVE ZERO TO CUR-DED-COUNT.
           PERFORM VARYING DED-SLOT-SUB FROM 1 BY 1
               UNTIL DED-SLOT-SUB > 5
               MOVE ZERO   TO CUR-DED-ARR (DED-SLOT-SUB)
           END-PERFORM.

      * A terminated, bad-data or off-cycle employee has no check to
      * deduct from: running the pass would cap every take to zero
      * and compound the full amounts into arrears every period
      * forever.  Skipping it leaves the prior arrears balances
      * carrying forward untouched on the history roll, frozen until
      * the employee is paid again.
           IF WS-EMP-VALID AND NOT WS-EMP-TERMINATED
                  AND NOT WS-EMP-OFF-CYCLE
                PERFORM APPLY-GARNISHMENTS-PARAGRAPH
                PERFORM APPLY-ONE-PRIORITY-PARAGRAPH
                    VARYING WS-PRIORITY-PASS FROM 0 BY 1
                    UNTIL WS-PRIORITY-PASS > 99
                PERFORM APPLY-ONE-BEN-CONTRIB-PARAGRAPH
                    VARYING BC-SUB FROM 1 BY 1
                    UNTIL BC-SUB > BC-COUNT
           END-IF.

       APPLY-ONE-PRIORITY-PARAGRAPH.
       APPLY-ONE-DEDUCTION-PARAGRAPH.
           IF DED-EMP-ID (DED-SUB) = EM-EMP-ID-I
              AND DED-PRIORITY (DED-SUB) = WS-PRIORITY-PASS
      * A flat amount is a semi-monthly figure, spread over the
      * employee's own number of periods a year.
                IF DED-PERCENT (DED-SUB)
                     COMPUTE WS-ONE-DED-AMT ROUNDED =
                         WS-CURRENT-GROSS * DED-VALUE (DED-SUB)
                ELSE
                     COMPUTE WS-ONE-DED-AMT ROUNDED =
                         DED-VALUE (DED-SUB) * WS-TABLE-PERIODS
                             / WS-PERIODS-PER-YEAR
                END-IF

      * Prior arrears for the code ride on top of the period's
                         "CODES FOR EMPLOYEE " EM-EMP-ID-I
                         " - YTD NOT TRACKED FOR THE EXCESS ***"
                END-IF

      * The employer's share is company cost on top of the check,
      * figured the same way as the employee's take but never
      * capped by it; it is only owed on a period with pay.
                IF DED-ER-VALUE (DED-SUB) > ZERO
                       AND WS-CURRENT-GROSS > ZERO
                     IF DED-PERCENT (DED-SUB)
                          COMPUTE WS-ONE-ER-BEN-AMT ROUNDED =
                              WS-CURRENT-GROSS * DED-ER-VALUE (DED-SUB)
                     ELSE
                          COMPUTE WS-ONE-ER-BEN-AMT ROUNDED =
                              DED-ER-VALUE (DED-SUB) * WS-TABLE-PERIODS
                                  / WS-PERIODS-PER-YEAR
                     END-IF
                     ADD WS-ONE-ER-BEN-AMT TO WS-CURRENT-ER-BEN
                     MOVE WS-ONE-ER-BEN-AMT TO WS-DED-DISPLAY
                     DISPLAY "EMPLOYER SHARE " DED-CODE (DED-SUB) ": "
                             WS-DED-DISPLAY
                END-IF
           END-IF.

      * The employee's withholding orders in legal priority: support
      * first, then tax levies, then creditor garnishments, each
      * type in the order served.  Each order's take is held to its
      * remaining balance and to what the law lets it have of the
      * disposable earnings after the orders ahead of it.
       APPLY-GARNISHMENTS-PARAGRAPH.
           MOVE ZERO TO WS-GARN-TAKEN.
           MOVE ZERO TO WS-SUPPORT-TAKEN.
           IF WS-CURRENT-GROSS > WS-CURRENT-TAX-WITHHELD
                COMPUTE WS-DISPOSABLE =
                    WS-CURRENT-GROSS - WS-CURRENT-TAX-WITHHELD
           ELSE
                MOVE ZERO TO WS-DISPOSABLE
           END-IF.

           COMPUTE WS-MIN-WAGE-EXEMPT ROUNDED =
               30 * WS-FED-MIN-WAGE * 52 / WS-PERIODS-PER-YEAR.
           IF WS-DISPOSABLE > WS-MIN-WAGE-EXEMPT
                COMPUTE WS-CREDITOR-LIMIT =
                    WS-DISPOSABLE - WS-MIN-WAGE-EXEMPT
           ELSE
                MOVE ZERO TO WS-CREDITOR-LIMIT
           END-IF.
           IF WS-CREDITOR-LIMIT > WS-DISPOSABLE * .25
                COMPUTE WS-CREDITOR-LIMIT = WS-DISPOSABLE * .25
           END-IF.

           MOVE 'S' TO WS-GARN-TYPE-PASS.
           PERFORM APPLY-ONE-GARNISHMENT-PARAGRAPH
               VARYING GN-SUB FROM 1 BY 1
               UNTIL GN-SUB > GN-COUNT.
           MOVE 'L' TO WS-GARN-TYPE-PASS.
           PERFORM APPLY-ONE-GARNISHMENT-PARAGRAPH
               VARYING GN-SUB FROM 1 BY 1
               UNTIL GN-SUB > GN-COUNT.
           MOVE 'C' TO WS-GARN-TYPE-PASS.
           PERFORM APPLY-ONE-GARNISHMENT-PARAGRAPH
               VARYING GN-SUB FROM 1 BY 1
               UNTIL GN-SUB > GN-COUNT.

       APPLY-ONE-GARNISHMENT-PARAGRAPH.
           IF GN-EMP-ID (GN-SUB) = EM-EMP-ID-I
                  AND GN-ORDER-TYPE (GN-SUB) = WS-GARN-TYPE-PASS
                  AND NOT GN-SATISFIED (GN-SUB)
                  AND GN-START-DATE (GN-SUB) <= BUSINESS-DATE-NUM
                  AND (GN-STOP-DATE (GN-SUB) = ZERO
                       OR GN-STOP-DATE (GN-SUB) >= BUSINESS-DATE-NUM)
                PERFORM TAKE-ONE-GARNISHMENT-PARAGRAPH
           END-IF.

       TAKE-ONE-GARNISHMENT-PARAGRAPH.
           MOVE 'N' TO WS-GARN-LIMITED-SW.
      * A flat amount is a semi-monthly figure, spread over the
      * employee's own number of periods a year, as on DEDFILE.
           IF GN-PERCENT (GN-SUB)
                COMPUTE WS-GARN-WANTED ROUNDED =
                    WS-DISPOSABLE * GN-VALUE (GN-SUB)
           ELSE
                COMPUTE WS-GARN-WANTED ROUNDED =
                    GN-VALUE (GN-SUB) * WS-TABLE-PERIODS
                        / WS-PERIODS-PER-YEAR
           END-IF.
           IF GN-TOTAL-OWED (GN-SUB) > ZERO
                IF GN-PAID-TO-DATE (GN-SUB) < GN-TOTAL-OWED (GN-SUB)
                     COMPUTE WS-GARN-BALANCE = GN-TOTAL-OWED (GN-SUB)
                         - GN-PAID-TO-DATE (GN-SUB)
                ELSE
                     MOVE ZERO TO WS-GARN-BALANCE
                END-IF
                IF WS-GARN-WANTED > WS-GARN-BALANCE
                     MOVE WS-GARN-BALANCE TO WS-GARN-WANTED
                END-IF
           END-IF.

           EVALUATE TRUE
               WHEN GN-SUPPORT (GN-SUB)
                   IF GN-SUPPORT-LIMIT (GN-SUB) = ZERO
                        MOVE .50 TO WS-SUPPORT-FRACTION
                   ELSE
                        MOVE GN-SUPPORT-LIMIT (GN-SUB)
                            TO WS-SUPPORT-FRACTION
                   END-IF
                   COMPUTE WS-GARN-ROOM =
                       WS-DISPOSABLE * WS-SUPPORT-FRACTION
                           - WS-SUPPORT-TAKEN
                   MOVE 'GSP' TO WS-GARN-DED-CODE
               WHEN GN-TAX-LEVY (GN-SUB)
                   COMPUTE WS-GARN-ROOM =
                       WS-DISPOSABLE - WS-GARN-TAKEN
                   MOVE 'GLV' TO WS-GARN-DED-CODE
               WHEN OTHER
                   COMPUTE WS-GARN-ROOM =
                       WS-CREDITOR-LIMIT - WS-GARN-TAKEN
                   MOVE 'GCR' TO WS-GARN-DED-CODE
           END-EVALUATE.
           IF WS-GARN-ROOM > WS-DISPOSABLE - WS-GARN-TAKEN
                COMPUTE WS-GARN-ROOM = WS-DISPOSABLE - WS-GARN-TAKEN
           END-IF.
           IF WS-GARN-ROOM < ZERO
                MOVE ZERO TO WS-GARN-ROOM
           END-IF.

           MOVE WS-GARN-WANTED TO WS-ONE-DED-AMT.
           IF WS-ONE-DED-AMT > WS-GARN-ROOM
                MOVE WS-GARN-ROOM TO WS-ONE-DED-AMT
                MOVE 'Y' TO WS-GARN-LIMITED-SW
                ADD 1 TO WS-GARN-LIMITED-COUNT
                DISPLAY "GARNISHMENT " GN-CASE-NBR (GN-SUB)
                        " HELD TO THE DISPOSABLE EARNINGS LIMIT"
           END-IF.

           ADD WS-ONE-DED-AMT TO WS-GARN-TAKEN.
           IF GN-SUPPORT (GN-SUB)
                ADD WS-ONE-DED-AMT TO WS-SUPPORT-TAKEN
           END-IF.
           ADD WS-ONE-DED-AMT TO WS-CURRENT-DED-TOTAL.
           ADD WS-ONE-DED-AMT TO GN-PAID-TO-DATE (GN-SUB).
           MOVE WS-ONE-DED-AMT TO WS-DED-DISPLAY.
           DISPLAY "GARNISHMENT " GN-CASE-NBR (GN-SUB) ": "
                   WS-DED-DISPLAY.
           IF GN-TOTAL-OWED (GN-SUB) > ZERO
                  AND GN-PAID-TO-DATE (GN-SUB)
                      >= GN-TOTAL-OWED (GN-SUB)
                MOVE 'S' TO GN-STATUS (GN-SUB)
                ADD 1 TO WS-GARN-SATISFIED-COUNT
                DISPLAY "GARNISHMENT " GN-CASE-NBR (GN-SUB)
                        " SATISFIED"
           END-IF.

           IF WS-ONE-DED-AMT > ZERO
                IF CUR-DED-COUNT < 5
                     ADD 1 TO CUR-DED-COUNT
                     MOVE WS-GARN-DED-CODE
                         TO CUR-DED-CODE (CUR-DED-COUNT)
                     MOVE WS-ONE-DED-AMT
                         TO CUR-DED-AMT (CUR-DED-COUNT)
                     MOVE ZERO
                         TO CUR-DED-ARR (CUR-DED-COUNT)
                ELSE
                     DISPLAY "*** WARNING: MORE THAN 5 DEDUCTION "
                         "CODES FOR EMPLOYEE " EM-EMP-ID-I
                         " - YTD NOT TRACKED FOR THE EXCESS ***"
                END-IF
                PERFORM WRITE-GARN-REMIT-PARAGRAPH
           END-IF.

      * An enrolled plan's employer contribution, figured like a
      * deduction -- a flat semi-monthly amount spread over the
      * employee's periods, or a fraction of gross -- and owed only
      * on a period with pay, whether or not the employee's own
      * share fit on the check.
       APPLY-ONE-BEN-CONTRIB-PARAGRAPH.
           IF BC-EMP-ID (BC-SUB) = EM-EMP-ID-I
                  AND WS-CURRENT-GROSS > ZERO
                IF BC-PERCENT (BC-SUB)
                     COMPUTE WS-ONE-BEN-CONTRIB ROUNDED =
                         WS-CURRENT-GROSS * BC-ER-VALUE (BC-SUB)
                ELSE
                     COMPUTE WS-ONE-BEN-CONTRIB ROUNDED =
                         BC-ER-VALUE (BC-SUB) * WS-TABLE-PERIODS
                             / WS-PERIODS-PER-YEAR
                END-IF
                ADD WS-ONE-BEN-CONTRIB TO WS-CURRENT-ER-BEN
                MOVE WS-ONE-BEN-CONTRIB TO WS-DED-DISPLAY
                DISPLAY "EMPLOYER CONTRIBUTION "
                        BC-PLAN-CODE (BC-SUB) ": " WS-DED-DISPLAY
           END-IF.

      * The prior-period arrears balance for the code in hand, off
               WHEN TAX-IDX > TAX-BRACKET-COUNT
                   CONTINUE
               WHEN TB-STATE-CODE (TAX-IDX) = TAX-LOOKUP-STATE-WS
                    AND WS-TAX-BASIS-GROSS >= TB-LOW (TAX-IDX)
                    AND WS-TAX-BASIS-GROSS <= TB-HIGH (TAX-IDX)
                   COMPUTE WS-CURRENT-FED-TAX ROUNDED =
                       WS-CURRENT-GROSS * TB-FED-RATE (TAX-IDX)
                   COMPUTE WS-CURRENT-STATE-TAX ROUNDED =
      * commission earnings, zero for bad-data and terminated
      * employees -- already set by CALCULATE-YTD-PARAGRAPH, so the
      * register, the run ledger, and the GL posting all carry the
      * same figure.  The Social Security and Medicare totals --
      * withheld from the employees and matched by the company --
      * roll up alongside for the register and the journal.
       ACCUMULATE-REGISTER-PARAGRAPH.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           ADD WS-CURRENT-GROSS TO WS-REGISTER-GROSS-TOTAL.
           ADD WS-CURRENT-SS-TAX       TO WS-REGISTER-FICA-EE-TOTAL.
           ADD WS-CURRENT-MED-TAX      TO WS-REGISTER-FICA-EE-TOTAL.
           ADD WS-CURRENT-ADDL-MED-TAX TO WS-REGISTER-FICA-EE-TOTAL.
           ADD WS-CURRENT-SS-ER-TAX    TO WS-REGISTER-FICA-ER-TOTAL.
           ADD WS-CURRENT-MED-ER-TAX   TO WS-REGISTER-FICA-ER-TOTAL.
           ADD WS-CURRENT-ER-BEN       TO WS-REGISTER-ER-BEN-TOTAL.

      * Labor distribution: the employee's gross, the employer's
      * Social Security and Medicare match and the employer's share
      * of benefit deductions accumulate under the home cost center
      * for the ledger, and are split across the projects the
      * employee's approved time was charged to in proportion to the
      * hours.  With no time on file (salaried staff) the whole cost
      * lands on the cost center with no project.  Each share is
      * rounded and the last project takes what is left, so the
      * employee's lines add back to the penny.
       DISTRIBUTE-LABOR-PARAGRAPH.
           COMPUTE WS-CURRENT-ER-TAX =
                WS-CURRENT-SS-ER-TAX + WS-CURRENT-MED-ER-TAX.
           IF WS-CURRENT-GROSS = ZERO AND WS-CURRENT-ER-TAX = ZERO
                  AND WS-CURRENT-ER-BEN = ZERO
                GO TO DISTRIBUTE-LABOR-EXIT
           END-IF.

           PERFORM FIND-COST-CENTER-PARAGRAPH.
           ADD WS-CURRENT-GROSS  TO CC-GROSS (CC-SUB).
           ADD WS-CURRENT-ER-TAX TO CC-ER-TAX (CC-SUB).
           ADD WS-CURRENT-ER-BEN TO CC-ER-BEN (CC-SUB).

           MOVE ZERO TO WS-LAB-LINES.
           MOVE ZERO TO WS-LAB-HOURS-TOTAL.
           PERFORM COUNT-LABOR-HOURS-PARAGRAPH
               VARYING LAB-SUB FROM 1 BY 1
               UNTIL LAB-SUB > LABOR-COUNT.

           MOVE WS-CURRENT-GROSS  TO WS-LAB-GROSS-LEFT.
           MOVE WS-CURRENT-ER-TAX TO WS-LAB-TAX-LEFT.
           MOVE WS-CURRENT-ER-BEN TO WS-LAB-BEN-LEFT.

           IF WS-LAB-HOURS-TOTAL = ZERO
                MOVE SPACES            TO WS-LAB-PROJECT
                MOVE ZERO              TO WS-LAB-LINE-HOURS
                MOVE WS-LAB-GROSS-LEFT TO WS-LAB-LINE-GROSS
                MOVE WS-LAB-TAX-LEFT   TO WS-LAB-LINE-TAX
                MOVE WS-LAB-BEN-LEFT   TO WS-LAB-LINE-BEN
                PERFORM WRITE-LABOR-LINE-PARAGRAPH
                GO TO DISTRIBUTE-LABOR-EXIT
           END-IF.

           MOVE ZERO TO WS-LAB-LINE-NBR.
           PERFORM SPLIT-ONE-LABOR-PARAGRAPH
               VARYING LAB-SUB FROM 1 BY 1
               UNTIL LAB-SUB > LABOR-COUNT.

       DISTRIBUTE-LABOR-EXIT.
           EXIT.

      * The employee's home cost center's slot in the run's table,
      * opened on first sight.
       FIND-COST-CENTER-PARAGRAPH.
           MOVE 0 TO CC-SUB.
           SET CC-IDX TO 1.
           SEARCH CC-ITEM VARYING CC-IDX
               AT END
                   CONTINUE
               WHEN CC-IDX > CC-COUNT
                   CONTINUE
               WHEN CC-CODE (CC-IDX) = EM-COST-CENTER-I
                   SET CC-SUB TO CC-IDX
           END-SEARCH.
           IF CC-SUB = 0
                IF CC-COUNT >= 100
                     DISPLAY 'ERROR: MORE THAN 100 COST CENTERS '
                             'ON EMPMAS2'
                     GO TO ERROR-PARAGRAPH
                END-IF
                ADD 1 TO CC-COUNT
                MOVE CC-COUNT TO CC-SUB
                INITIALIZE CC-ITEM (CC-SUB)
                MOVE EM-COST-CENTER-I TO CC-CODE (CC-SUB)
           END-IF.

       COUNT-LABOR-HOURS-PARAGRAPH.
           IF LAB-EMP-ID (LAB-SUB) = EM-EMP-ID-I
                  AND LAB-HOURS (LAB-SUB) > ZERO
                ADD 1 TO WS-LAB-LINES
                ADD LAB-HOURS (LAB-SUB) TO WS-LAB-HOURS-TOTAL
           END-IF.

       SPLIT-ONE-LABOR-PARAGRAPH.
           IF LAB-EMP-ID (LAB-SUB) = EM-EMP-ID-I
                  AND LAB-HOURS (LAB-SUB) > ZERO
                ADD 1 TO WS-LAB-LINE-NBR
                MOVE LAB-PROJECT (LAB-SUB) TO WS-LAB-PROJECT
                MOVE LAB-HOURS (LAB-SUB)   TO WS-LAB-LINE-HOURS
                IF WS-LAB-LINE-NBR = WS-LAB-LINES
                     MOVE WS-LAB-GROSS-LEFT TO WS-LAB-LINE-GROSS
                     MOVE WS-LAB-TAX-LEFT   TO WS-LAB-LINE-TAX
                     MOVE WS-LAB-BEN-LEFT   TO WS-LAB-LINE-BEN
                ELSE
                     COMPUTE WS-LAB-LINE-GROSS ROUNDED =
                         WS-CURRENT-GROSS * LAB-HOURS (LAB-SUB)
                             / WS-LAB-HOURS-TOTAL
                     COMPUTE WS-LAB-LINE-TAX ROUNDED =
                         WS-CURRENT-ER-TAX * LAB-HOURS (LAB-SUB)
                             / WS-LAB-HOURS-TOTAL
                     COMPUTE WS-LAB-LINE-BEN ROUNDED =
                         WS-CURRENT-ER-BEN * LAB-HOURS (LAB-SUB)
                             / WS-LAB-HOURS-TOTAL
                     SUBTRACT WS-LAB-LINE-GROSS FROM WS-LAB-GROSS-LEFT
                     SUBTRACT WS-LAB-LINE-TAX   FROM WS-LAB-TAX-LEFT
                     SUBTRACT WS-LAB-LINE-BEN   FROM WS-LAB-BEN-LEFT
                END-IF
                PERFORM WRITE-LABOR-LINE-PARAGRAPH
           END-IF.

       WRITE-LABOR-LINE-PARAGRAPH.
           INITIALIZE LABDIST-REC.
           MOVE WS-PERIOD-ID      TO LD-PERIOD-ID-O.
           MOVE EM-COST-CENTER-I  TO LD-COST-CENTER-O.
           MOVE WS-LAB-PROJECT    TO LD-PROJECT-O.
           MOVE EM-EMP-ID-I       TO LD-EMP-ID-O.
           MOVE WS-LAB-LINE-HOURS TO LD-HOURS-O.
           MOVE WS-LAB-LINE-GROSS TO LD-GROSS-O.
           MOVE WS-LAB-LINE-TAX   TO LD-ER-TAX-O.
           MOVE WS-LAB-LINE-BEN   TO LD-ER-BEN-O.
           WRITE LABDIST-REC.
           ADD 1 TO LD-CTL-COUNT.
           ADD WS-LAB-LINE-GROSS TO LD-CTL-HASH.

      * One pay advice extract record for an employee paid this run:
      * the EMPMAS2 address block, this period's and the year's
      * earnings, taxes and net, each deduction code the history
      * carries with its current take, YTD and arrears, the leave
      * figures, and the deposit with the account masked to its
      * last four digits.
       WRITE-PAY-ADVICE-PARAGRAPH.
           INITIALIZE PAY-ADVICE-REC.
           MOVE EM-EMP-ID-I           TO PA-EMP-ID-O.
           MOVE EM-FNAME-I            TO PA-FNAME-O.
           MOVE EM-LNAME-I            TO PA-LNAME-O.
           MOVE EM-STREET-NBR-I       TO PA-STREET-NBR-O.
           MOVE EM-STREET-NAME-I      TO PA-STREET-NAME-O.
           MOVE EM-CITY-I             TO PA-CITY-O.
           MOVE EM-STATE-I            TO PA-STATE-O.
           MOVE EM-ZIP-FIRST-5-I      TO PA-ZIP-FIRST-5-O.
           MOVE EM-ZIP-PLUS-4-I       TO PA-ZIP-PLUS-4-O.
           MOVE WS-PERIOD-ID          TO PA-PERIOD-ID-O.
           MOVE BUSINESS-DATE-NUM     TO PA-PAY-DATE-O.
           MOVE WS-PAY-FREQ           TO PA-PAY-FREQ-O.

           MOVE WS-CURRENT-GROSS      TO PA-CUR-GROSS-O.
           MOVE WS-COMMISSION         TO PA-CUR-COMMISSION-O.
           MOVE WS-CURRENT-FED-TAX    TO PA-CUR-FED-TAX-O.
           MOVE WS-CURRENT-STATE-TAX  TO PA-CUR-STATE-TAX-O.
           MOVE WS-CURRENT-SS-TAX     TO PA-CUR-SS-TAX-O.
           COMPUTE PA-CUR-MED-TAX-O =
                WS-CURRENT-MED-TAX + WS-CURRENT-ADDL-MED-TAX.
           MOVE WS-CURRENT-NET-PAY    TO PA-CUR-NET-O.
           MOVE WS-YTD-GROSS          TO PA-YTD-GROSS-O.
           MOVE WS-YTD-FED-TAX        TO PA-YTD-FED-TAX-O.
           MOVE WS-YTD-STATE-TAX      TO PA-YTD-STATE-TAX-O.
           MOVE WS-YTD-SS-TAX         TO PA-YTD-SS-TAX-O.
           MOVE WS-YTD-MED-TAX        TO PA-YTD-MED-TAX-O.
           MOVE WS-YTD-NET            TO PA-YTD-NET-O.

           PERFORM VARYING DED-SLOT-SUB FROM 1 BY 1
               UNTIL DED-SLOT-SUB > 5
               MOVE ZERO TO WS-ADV-DED-CUR
               IF EH-DED-CODE-O (DED-SLOT-SUB) NOT = SPACES
                   PERFORM VARYING DED-SUB FROM 1 BY 1
                       UNTIL DED-SUB > CUR-DED-COUNT
                       IF CUR-DED-CODE (DED-SUB)
                              = EH-DED-CODE-O (DED-SLOT-SUB)
                            ADD CUR-DED-AMT (DED-SUB)
                                TO WS-ADV-DED-CUR
                       END-IF
                   END-PERFORM
               END-IF
               MOVE EH-DED-CODE-O (DED-SLOT-SUB)
                   TO PA-DED-CODE-O (DED-SLOT-SUB)
               MOVE WS-ADV-DED-CUR
                   TO PA-DED-CUR-O (DED-SLOT-SUB)
               MOVE EH-DED-YTD-O (DED-SLOT-SUB)
                   TO PA-DED-YTD-O (DED-SLOT-SUB)
               MOVE EH-DED-ARR-O (DED-SLOT-SUB)
                   TO PA-DED-ARR-O (DED-SLOT-SUB)
           END-PERFORM.

           MOVE WS-LEAVE-ACCRUAL      TO PA-LEAVE-ACCRUED-O.
           MOVE WS-LEAVE-TAKEN        TO PA-LEAVE-TAKEN-O.
           MOVE WS-LEAVE-BAL          TO PA-LEAVE-BAL-O.

           IF EM-ACH-HOLD-I = 'H'
                MOVE 'H' TO PA-DEPOSIT-SW-O
                MOVE ZERO TO PA-DEPOSIT-AMT-O
           ELSE
           IF WS-NO-BANKING-DETAILS
                MOVE 'C' TO PA-DEPOSIT-SW-O
                MOVE WS-CURRENT-NET-PAY TO PA-DEPOSIT-AMT-O
           ELSE
                MOVE 'D' TO PA-DEPOSIT-SW-O
                MOVE WS-CURRENT-NET-PAY TO PA-DEPOSIT-AMT-O
           END-IF
           END-IF.
           PERFORM VARYING WS-ACCT-SUB FROM 17 BY -1
               UNTIL WS-ACCT-SUB < 1
                  OR EM-ACCOUNT-NBR-I (WS-ACCT-SUB:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           IF WS-ACCT-SUB >= 4
                MOVE EM-ACCOUNT-NBR-I (WS-ACCT-SUB - 3:4)
                    TO PA-ACCOUNT-LAST-4-O
           ELSE
                MOVE SPACES TO PA-ACCOUNT-LAST-4-O
           END-IF.

           WRITE PAY-ADVICE-REC.
           ADD 1 TO PA-CTL-COUNT.
           ADD WS-CURRENT-NET-PAY TO PA-CTL-HASH.
      *
      * Hands the bank a direct-deposit entry instead of cutting this
      * employee a paper check.
      * The deposit is what the employee actually takes home --
      * gross less withholding less deductions.  It is held under
      * the employee's frequency until CLOSE-FILES-PARAGRAPH writes
      * that frequency's batch.
       WRITE-ACH-RECORD-PARAGRAPH.
           IF ACH-BUF-COUNT >= 500
                DISPLAY 'ERROR: MORE THAN 500 DEPOSITS IN ONE RUN'
                GO TO ERROR-PARAGRAPH
           END-IF.
           ADD 1 TO ACH-BUF-COUNT.
           MOVE WS-PAY-FREQ TO ACH-BUF-FREQ (ACH-BUF-COUNT).
           MOVE EM-ROUTING-NBR-I TO ACH-BUF-ROUTING (ACH-BUF-COUNT).
           MOVE EM-ACCOUNT-NBR-I TO ACH-BUF-ACCOUNT (ACH-BUF-COUNT).
           MOVE WS-CURRENT-NET-PAY TO ACH-BUF-AMOUNT (ACH-BUF-COUNT).
           ADD 1 TO ACH-CTL-COUNT.
           ADD WS-CURRENT-NET-PAY TO ACH-CTL-HASH.

      * One frequency's batch: a '5' header naming the frequency,
      * its '6' entries, and an '8' control over just those entries.
      * A frequency listed for the run with nobody to pay on it
      * sends the bank no empty batch.
       WRITE-ACH-BATCH-PARAGRAPH.
           IF WS-RUN-FREQ (RUN-FREQ-SUB) = SPACE
                GO TO WRITE-ACH-BATCH-EXIT
           END-IF.
           MOVE WS-RUN-FREQ (RUN-FREQ-SUB) TO WS-PAY-FREQ.
           MOVE ZERO TO ACH-BATCH-COUNT.
           MOVE ZERO TO ACH-BATCH-CREDIT.
           PERFORM VARYING ACH-BUF-SUB FROM 1 BY 1
               UNTIL ACH-BUF-SUB > ACH-BUF-COUNT
               IF ACH-BUF-FREQ (ACH-BUF-SUB) = WS-PAY-FREQ
                    ADD 1 TO ACH-BATCH-COUNT
               END-IF
           END-PERFORM.
           IF ACH-BATCH-COUNT = ZERO
                GO TO WRITE-ACH-BATCH-EXIT
           END-IF.

           ADD 1 TO ACH-BATCH-NBR.
           MOVE SPACES TO ACH-BATCH-HEADER-REC.
           MOVE '5' TO ACH-BHD-REC-TYPE.
           MOVE ACH-BATCH-NBR   TO ACH-BHD-BATCH-NBR.
           MOVE WS-COMPANY-ID   TO ACH-BHD-COMPANY-ID.
           MOVE WS-PAY-FREQ     TO ACH-BHD-PAY-FREQ.
           EVALUATE TRUE
               WHEN WS-FREQ-WEEKLY
                   MOVE 'WEEKLY'    TO ACH-BHD-ENTRY-DESC
               WHEN WS-FREQ-BIWEEKLY
                   MOVE 'BIWEEKLY'  TO ACH-BHD-ENTRY-DESC
               WHEN OTHER
                   MOVE 'SEMIMONTH' TO ACH-BHD-ENTRY-DESC
           END-EVALUATE.
           MOVE WS-PERIOD-ID    TO ACH-BHD-PERIOD-ID.
           WRITE ACH-OUT-REC FROM ACH-BATCH-HEADER-REC.

           MOVE ZERO TO ACH-BATCH-COUNT.
           PERFORM WRITE-ACH-ENTRY-PARAGRAPH
               VARYING ACH-BUF-SUB FROM 1 BY 1
               UNTIL ACH-BUF-SUB > ACH-BUF-COUNT.

           MOVE SPACES TO ACH-BATCH-CONTROL-REC.
           MOVE '8' TO ACH-BAT-REC-TYPE.
           MOVE ACH-BATCH-COUNT  TO ACH-BAT-ENTRY-COUNT.
           MOVE ACH-BATCH-CREDIT TO ACH-BAT-CREDIT-TOTAL.
           MOVE ZERO             TO ACH-BAT-DEBIT-TOTAL.
           MOVE ACH-BATCH-NBR    TO ACH-BAT-BATCH-NBR.
           WRITE ACH-OUT-REC FROM ACH-BATCH-CONTROL-REC.
       WRITE-ACH-BATCH-EXIT.
           EXIT.

      * The batch-control totals accumulate from the working-storage
      * source BEFORE the WRITE -- the record area's contents are not
      * guaranteed once the record has been written.
       WRITE-ACH-ENTRY-PARAGRAPH.
           IF ACH-BUF-FREQ (ACH-BUF-SUB) = WS-PAY-FREQ
                MOVE SPACES TO ACH-DETAIL-REC
                MOVE '6' TO ACH-DET-REC-TYPE
                MOVE ACH-BUF-ROUTING (ACH-BUF-SUB)
                    TO ACH-ROUTING-NBR-O
                MOVE ACH-BUF-ACCOUNT (ACH-BUF-SUB)
                    TO ACH-ACCOUNT-NBR-O
                MOVE ACH-BUF-AMOUNT (ACH-BUF-SUB)
                    TO ACH-DEPOSIT-AMT-O
                ADD 1 TO ACH-BATCH-COUNT
                ADD ACH-BUF-AMOUNT (ACH-BUF-SUB) TO ACH-BATCH-CREDIT
                WRITE ACH-OUT-REC FROM ACH-DETAIL-REC
           END-IF.
      *
      * A paper check request carries the payee and the figures for
      * the check stub; the check number is PAYCHECK's to assign so
      * the numbers run unbroken across payroll and re-issue checks.
       WRITE-CHECK-REQUEST-PARAGRAPH.
           INITIALIZE CHECK-REQUEST-REC.
           MOVE EM-EMP-ID-I           TO CQ-EMP-ID-O.
           MOVE WS-PERIOD-ID          TO CQ-PERIOD-ID-O.
           MOVE BUSINESS-DATE-NUM     TO CQ-PAY-DATE-O.
           MOVE EM-FNAME-I            TO CQ-FNAME-O.
           MOVE EM-LNAME-I            TO CQ-LNAME-O.
           MOVE EM-STREET-NBR-I       TO CQ-STREET-NBR-O.
           MOVE EM-STREET-NAME-I      TO CQ-STREET-NAME-O.
           MOVE EM-CITY-I             TO CQ-CITY-O.
           MOVE EM-STATE-I            TO CQ-STATE-O.
           MOVE EM-ZIP-FIRST-5-I      TO CQ-ZIP-FIRST-5-O.
           MOVE EM-ZIP-PLUS-4-I       TO CQ-ZIP-PLUS-4-O.
           MOVE WS-CURRENT-GROSS      TO CQ-GROSS-O.
           MOVE WS-CURRENT-FED-TAX    TO CQ-FED-TAX-O.
           MOVE WS-CURRENT-STATE-TAX  TO CQ-STATE-TAX-O.
           COMPUTE CQ-FICA-TAX-O = WS-CURRENT-SS-TAX
               + WS-CURRENT-MED-TAX + WS-CURRENT-ADDL-MED-TAX.
           MOVE WS-CURRENT-DED-TOTAL  TO CQ-DEDUCTIONS-O.
           MOVE WS-CURRENT-NET-PAY    TO CQ-NET-O.
           MOVE WS-YTD-GROSS          TO CQ-YTD-GROSS-O.
           MOVE WS-YTD-NET            TO CQ-YTD-NET-O.
           WRITE CHECK-REQUEST-REC.
           ADD 1 TO CQ-CTL-COUNT.
           ADD WS-CURRENT-NET-PAY TO CQ-CTL-HASH.
      *
       WRITE-GARN-REMIT-PARAGRAPH.
           INITIALIZE GARN-REMIT-REC.
           MOVE GN-AGENCY-ID (GN-SUB)   TO GR-AGENCY-ID-O.
           MOVE GN-AGENCY-NAME (GN-SUB) TO GR-AGENCY-NAME-O.
           MOVE GN-CASE-NBR (GN-SUB)    TO GR-CASE-NBR-O.
           MOVE GN-ORDER-TYPE (GN-SUB)  TO GR-ORDER-TYPE-O.
           MOVE EM-EMP-ID-I             TO GR-EMP-ID-O.
           MOVE EM-FNAME-I              TO GR-FNAME-O.
           MOVE EM-LNAME-I              TO GR-LNAME-O.
           MOVE WS-PERIOD-ID            TO GR-PERIOD-ID-O.
           MOVE BUSINESS-DATE-NUM       TO GR-PAY-DATE-O.
           MOVE WS-ONE-DED-AMT          TO GR-AMOUNT-O.
           IF GN-TOTAL-OWED (GN-SUB) > GN-PAID-TO-DATE (GN-SUB)
                COMPUTE GR-BALANCE-O = GN-TOTAL-OWED (GN-SUB)
                    - GN-PAID-TO-DATE (GN-SUB)
           ELSE
                MOVE ZERO TO GR-BALANCE-O
           END-IF.
           MOVE WS-GARN-LIMITED-SW      TO GR-LIMITED-SW-O.
           WRITE GARN-REMIT-REC.
           ADD 1 TO GR-CTL-COUNT.
           ADD WS-ONE-DED-AMT TO GR-CTL-HASH.
      *
       WRITE-REISSUE-PARAGRAPH.
           MOVE SPACES TO REISSUE-REC.
           INITIALIZE REISSUE-REC.
           MOVE EM-EMP-ID-I        TO RI-EMP-ID.
           MOVE WS-PERIOD-ID       TO RI-PERIOD-ID.

      * One run-control record for DAYBAL's nightly cross-foot:
      * employees read must equal deposits made plus held deposits
      * plus paper checks plus terminated employees plus bad-data
      * employees who got no deposit.
       WRITE-RUN-LEDGER-PARAGRAPH.
           OPEN EXTEND RUNLEDGR.
           IF NOT RUNLEDGR-NORMAL
           MOVE WS-EMPLOYEE-COUNT       TO LED-RECS-IN.
           MOVE ACH-CTL-COUNT           TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY =
               WS-TERMINATED-COUNT + WS-HELD-DEPOSIT-COUNT
               + WS-OFF-CYCLE-COUNT + WS-CHECK-COUNT.
           MOVE WS-INVALID-COUNT        TO LED-RECS-REJECTED.
           MOVE WS-REGISTER-GROSS-TOTAL TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.
           CLOSE RUNLEDGR.
      *
      * Journal entries for the general ledger: the run's gross
      * payroll posts by home cost center as a debit to the
      * center's salary expense and a credit to payroll clearing
      * from its LABR row of the GLACCTS mapping (the company
      * PAYROLL row where the center has none).  The Social
      * Security and Medicare withheld moves out of payroll
      * clearing to the FICA liability on the FICAEE row.  The
      * company's matching shares post by cost center as payroll
      * tax expense against the liability on the LTAX rows (FICAER
      * by default), and the employer benefit share as benefit
      * expense against the benefit liability on the LBEN rows
      * (EMPRBEN by default).  GLCONSOL collects and balances the
      * night's entries.
       WRITE-GL-ENTRIES-PARAGRAPH.
           IF WS-REGISTER-GROSS-TOTAL = ZERO
                GO TO WRITE-GL-ENTRIES-EXIT
           READ GLACCTS
               AT END MOVE 'Y' TO GLACCTS-EOF-SW
           END-READ.
           PERFORM UNTIL NO-MORE-GLACCTS
               EVALUATE GLA-CODE
                   WHEN 'PAYROLL '
                       MOVE GLA-DEBIT-ACCT  TO WS-PAYROLL-DEBIT-ACCT
                       MOVE GLA-CREDIT-ACCT TO WS-PAYROLL-CREDIT-ACCT
                       MOVE 'Y' TO GL-MAP-FOUND-SW
                   WHEN 'FICAEE  '
                       MOVE GLA-DEBIT-ACCT  TO WS-FICA-EE-DEBIT-ACCT
                       MOVE GLA-CREDIT-ACCT TO WS-FICA-EE-CREDIT-ACCT
                   WHEN 'FICAER  '
                       MOVE GLA-DEBIT-ACCT  TO WS-FICA-ER-DEBIT-ACCT
                       MOVE GLA-CREDIT-ACCT TO WS-FICA-ER-CREDIT-ACCT
                   WHEN 'EMPRBEN '
                       MOVE GLA-DEBIT-ACCT  TO WS-EMPR-BEN-DEBIT-ACCT
                       MOVE GLA-CREDIT-ACCT TO WS-EMPR-BEN-CREDIT-ACCT
                   WHEN OTHER
                       IF GLA-CODE (1:4) = 'LABR' OR 'LTAX' OR 'LBEN'
                            PERFORM LOAD-ONE-GL-MAP-PARAGRAPH
                       END-IF
               END-EVALUATE
               READ GLACCTS
                   AT END MOVE 'Y' TO GLACCTS-EOF-SW
               END-READ
                GO TO ERROR-PARAGRAPH
           END-IF.

           IF WS-REGISTER-FICA-EE-TOTAL > ZERO
                  AND WS-FICA-EE-DEBIT-ACCT = SPACES
                DISPLAY 'ERROR: NO FICAEE MAPPING ON GLACCTS'
                GO TO ERROR-PARAGRAPH
           END-IF.

      * Every cost center's accounts are settled before anything is
      * written, so a missing mapping stops the run with nothing
      * half-posted.
           PERFORM RESOLVE-COST-CENTER-GL-PARAGRAPH
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT.

           OPEN EXTEND GLPOST.
           IF NOT GLPOST-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO ERROR-PARAGRAPH
           END-IF.

           PERFORM POST-COST-CENTER-GL-PARAGRAPH
               VARYING CC-SUB FROM 1 BY 1
               UNTIL CC-SUB > CC-COUNT.

           IF WS-REGISTER-FICA-EE-TOTAL > ZERO
                MOVE WS-FICA-EE-DEBIT-ACCT     TO WS-GL-DEBIT-ACCT
                MOVE WS-FICA-EE-CREDIT-ACCT    TO WS-GL-CREDIT-ACCT
                MOVE WS-REGISTER-FICA-EE-TOTAL TO WS-GL-AMOUNT
                PERFORM WRITE-GL-PAIR-PARAGRAPH
           END-IF.

           CLOSE GLPOST.

       WRITE-GL-ENTRIES-EXIT.
           EXIT.

       LOAD-ONE-GL-MAP-PARAGRAPH.
           IF GLM-COUNT >= 300
                DISPLAY 'ERROR: MORE THAN 300 COST CENTER ROWS '
                        'ON GLACCTS'
                GO TO ERROR-PARAGRAPH
           END-IF.
           ADD 1 TO GLM-COUNT.
           MOVE GLA-CODE        TO GLM-CODE (GLM-COUNT).
           MOVE GLA-DEBIT-ACCT  TO GLM-DEBIT-ACCT (GLM-COUNT).
           MOVE GLA-CREDIT-ACCT TO GLM-CREDIT-ACCT (GLM-COUNT).

      * The cost center row for WS-GL-MAP-CODE, if GLACCTS has one.
       FIND-GL-MAP-PARAGRAPH.
           MOVE 'N' TO GL-MAP-FOUND-SW.
           SET GLM-IDX TO 1.
           SEARCH GLM-ITEM VARYING GLM-IDX
               AT END
                   CONTINUE
               WHEN GLM-IDX > GLM-COUNT
                   CONTINUE
               WHEN GLM-CODE (GLM-IDX) = WS-GL-MAP-CODE
                   MOVE GLM-DEBIT-ACCT (GLM-IDX)  TO WS-GL-DEBIT-ACCT
                   MOVE GLM-CREDIT-ACCT (GLM-IDX) TO WS-GL-CREDIT-ACCT
                   MOVE 'Y' TO GL-MAP-FOUND-SW
           END-SEARCH.

      * Settles the three account pairs one cost center posts
      * through, its own rows first and the company rows failing
      * that; an amount with neither to post to stops the run.
       RESOLVE-COST-CENTER-GL-PARAGRAPH.
           MOVE 'LABR' TO WS-GL-MAP-CODE.
           MOVE CC-CODE (CC-SUB) TO WS-GL-MAP-CODE (5:4).
           PERFORM FIND-GL-MAP-PARAGRAPH.
           IF NOT GL-MAP-FOUND
                MOVE WS-PAYROLL-DEBIT-ACCT  TO WS-GL-DEBIT-ACCT
                MOVE WS-PAYROLL-CREDIT-ACCT TO WS-GL-CREDIT-ACCT
           END-IF.
           MOVE WS-GL-DEBIT-ACCT  TO CC-LAB-DEBIT-ACCT (CC-SUB).
           MOVE WS-GL-CREDIT-ACCT TO CC-LAB-CREDIT-ACCT (CC-SUB).

           MOVE 'LTAX' TO WS-GL-MAP-CODE.
           MOVE CC-CODE (CC-SUB) TO WS-GL-MAP-CODE (5:4).
           PERFORM FIND-GL-MAP-PARAGRAPH.
           IF NOT GL-MAP-FOUND
                MOVE WS-FICA-ER-DEBIT-ACCT  TO WS-GL-DEBIT-ACCT
                MOVE WS-FICA-ER-CREDIT-ACCT TO WS-GL-CREDIT-ACCT
           END-IF.
           MOVE WS-GL-DEBIT-ACCT  TO CC-TAX-DEBIT-ACCT (CC-SUB).
           MOVE WS-GL-CREDIT-ACCT TO CC-TAX-CREDIT-ACCT (CC-SUB).
           IF CC-ER-TAX (CC-SUB) > ZERO
                  AND CC-TAX-DEBIT-ACCT (CC-SUB) = SPACES
                DISPLAY 'ERROR: NO LTAX' CC-CODE (CC-SUB)
                        ' OR FICAER MAPPING ON GLACCTS'
                GO TO ERROR-PARAGRAPH
           END-IF.

           MOVE 'LBEN' TO WS-GL-MAP-CODE.
           MOVE CC-CODE (CC-SUB) TO WS-GL-MAP-CODE (5:4).
           PERFORM FIND-GL-MAP-PARAGRAPH.
           IF NOT GL-MAP-FOUND
                MOVE WS-EMPR-BEN-DEBIT-ACCT  TO WS-GL-DEBIT-ACCT
                MOVE WS-EMPR-BEN-CREDIT-ACCT TO WS-GL-CREDIT-ACCT
           END-IF.
           MOVE WS-GL-DEBIT-ACCT  TO CC-BEN-DEBIT-ACCT (CC-SUB).
           MOVE WS-GL-CREDIT-ACCT TO CC-BEN-CREDIT-ACCT (CC-SUB).
           IF CC-ER-BEN (CC-SUB) > ZERO
                  AND CC-BEN-DEBIT-ACCT (CC-SUB) = SPACES
                DISPLAY 'ERROR: NO LBEN' CC-CODE (CC-SUB)
                        ' OR EMPRBEN MAPPING ON GLACCTS'
                GO TO ERROR-PARAGRAPH
           END-IF.

       POST-COST-CENTER-GL-PARAGRAPH.
           IF CC-GROSS (CC-SUB) > ZERO
                MOVE CC-LAB-DEBIT-ACCT (CC-SUB)  TO WS-GL-DEBIT-ACCT
                MOVE CC-LAB-CREDIT-ACCT (CC-SUB) TO WS-GL-CREDIT-ACCT
                MOVE CC-GROSS (CC-SUB)           TO WS-GL-AMOUNT
                PERFORM WRITE-GL-PAIR-PARAGRAPH
           END-IF.
           IF CC-ER-TAX (CC-SUB) > ZERO
                MOVE CC-TAX-DEBIT-ACCT (CC-SUB)  TO WS-GL-DEBIT-ACCT
                MOVE CC-TAX-CREDIT-ACCT (CC-SUB) TO WS-GL-CREDIT-ACCT
                MOVE CC-ER-TAX (CC-SUB)          TO WS-GL-AMOUNT
                PERFORM WRITE-GL-PAIR-PARAGRAPH
           END-IF.
           IF CC-ER-BEN (CC-SUB) > ZERO
                MOVE CC-BEN-DEBIT-ACCT (CC-SUB)  TO WS-GL-DEBIT-ACCT
                MOVE CC-BEN-CREDIT-ACCT (CC-SUB) TO WS-GL-CREDIT-ACCT
                MOVE CC-ER-BEN (CC-SUB)          TO WS-GL-AMOUNT
                PERFORM WRITE-GL-PAIR-PARAGRAPH
           END-IF.

      * One balanced debit/credit pair for WS-GL-AMOUNT between the
      * accounts in hand.
       WRITE-GL-PAIR-PARAGRAPH.
           INITIALIZE GLPOST-REC.
           MOVE 'PAYROL0B'              TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM       TO GLP-BUS-DATE.
           MOVE WS-GL-DEBIT-ACCT        TO GLP-ACCOUNT.
           MOVE WS-GL-AMOUNT            TO GLP-DEBIT.
           MOVE ZERO                    TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           MOVE BUSINESS-DATE-NUM       TO GLP-BUS-DATE.
           MOVE WS-GL-CREDIT-ACCT       TO GLP-ACCOUNT.
           MOVE ZERO                    TO GLP-DEBIT.
           MOVE WS-GL-AMOUNT            TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.
      *
       PRINT-REGISTER-PARAGRAPH.
           MOVE WS-REGISTER-GROSS-TOTAL TO WS-REGISTER-GROSS-DISPLAY.
           DISPLAY "=================================".
           DISPLAY "PAYROLL REGISTER".
           DISPLAY "EMPLOYEES PROCESSED: " WS-EMPLOYEE-COUNT.
           DISPLAY "HOURLY EMPLOYEES WITH NO APPROVED TIME: "
                   WS-NO-TIME-COUNT.
           DISPLAY "PAY FREQUENCIES THIS RUN: " WS-RUN-FREQ-TABLE
                   "  EMPLOYEES NOT ON THIS RUN'S CYCLE: "
                   WS-OFF-CYCLE-COUNT.
           DISPLAY "TOTAL GROSS PAY: " WS-REGISTER-GROSS-DISPLAY.
           MOVE WS-REGISTER-FICA-EE-TOTAL TO WS-REGISTER-GROSS-DISPLAY.
           DISPLAY "FICA WITHHELD (EMPLOYEE): "
                   WS-REGISTER-GROSS-DISPLAY.
           MOVE WS-REGISTER-FICA-ER-TOTAL TO WS-REGISTER-GROSS-DISPLAY.
           DISPLAY "FICA MATCHED (EMPLOYER): "
                   WS-REGISTER-GROSS-DISPLAY.
           MOVE WS-REGISTER-ER-BEN-TOTAL TO WS-REGISTER-GROSS-DISPLAY.
           DISPLAY "EMPLOYER BENEFIT SHARE: "
                   WS-REGISTER-GROSS-DISPLAY.
           DISPLAY "LABOR DISTRIBUTION LINES: " LD-CTL-COUNT
                   "  COST CENTERS: " CC-COUNT.
           DISPLAY "PAY ADVICES WRITTEN: " PA-CTL-COUNT.
           DISPLAY "PAPER CHECKS REQUESTED: " CQ-CTL-COUNT
                   "  DEPOSITS HELD FOR RE-ISSUE: "
                   WS-HELD-DEPOSIT-COUNT.
           DISPLAY "EMPLOYEES REACHING SOCIAL SECURITY WAGE BASE: "
                   WS-SS-CAPPED-COUNT.
           MOVE WS-ARREARS-TOTAL TO WS-DED-DISPLAY.
           DISPLAY "DEDUCTIONS IN ARREARS: " WS-ARREARS-COUNT
                   "  OUTSTANDING: " WS-DED-DISPLAY.
           MOVE GR-CTL-HASH TO WS-DED-DISPLAY.
           DISPLAY "GARNISHMENTS WITHHELD: " GR-CTL-COUNT
                   "  AMOUNT: " WS-DED-DISPLAY.
           DISPLAY "GARNISHMENTS HELD TO LIMIT: "
                   WS-GARN-LIMITED-COUNT
                   "  ORDERS SATISFIED: " WS-GARN-SATISFIED-COUNT.
      *
       ERROR-PARAGRAPH.
           MOVE 16 TO RETURN-CODE.
