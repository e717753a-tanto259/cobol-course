       IDENTIFICATION DIVISION.
       PROGRAM-ID.     BANKREC.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** DAILY BANK STATEMENT RECONCILIATION.
      *****
      ***** THE BANK'S STATEMENT FILE (BANKSTMT) LISTS WHAT CLEARED
      ***** EACH ACCOUNT YESTERDAY.  UNTIL NOW NOBODY TIED IT BACK TO
      ***** THE FILES WE SENT; THIS RUN DOES, EVERY NIGHT:
      *****
      *****   - TONIGHT'S OUTBOUND DETAILS GO ON THE OUTSTANDING-ITEMS
      *****     MASTER AS BOOK ITEMS, CHARGED TO THE BANK ACCOUNT THE
      *****     CASHACCT CONTROL FILE MAPS THEIR SOURCE TO: ACHFILE
      *****     PAYROLL DEPOSITS (BATCH ID 'ACH' + BATCH NUMBER),
      *****     BANKDISB PROVIDER PAYMENTS ('DSB' + HEADER DATE) AND
      *****     EXCPAYMT EXCEEDS-COVERAGE PAYMENTS ('EXC' + BUSINESS
      *****     DATE).  DISBREL'S RELEASES TRAVEL IN BANKDISB, SO THEY
      *****     ARE MATCHED THERE.  THE BANK ECHOES THE BATCH ID ON
      *****     EACH CLEARED ITEM;
      *****   - EACH CLEARED STATEMENT DEBIT IS MATCHED TO ONE OPEN
      *****     BOOK ITEM BY BATCH ID AND AMOUNT, ISSUED ON OR BEFORE
      *****     THE POSTING DATE; FAILING THAT, TO A WHOLE BATCH (ONE
      *****     BATCH ID AND ISSUE DATE) WHOSE OPEN ITEMS ADD UP TO IT;
      *****   - BANK FEES (FEE) AND INTEREST (INT) ARE BOOKED: THEY
      *****     ADJUST THE BOOK BALANCE AND GO TO GLPOST FROM THE
      *****     GLACCTS ROWS BANKFEE AND BANKINT;
      *****   - AN ITEM THAT REVERSES A BANK ITEM CARRIED FROM AN
      *****     EARLIER STATEMENT CLOSES BOTH; ANYTHING ELSE IS CARRIED
      *****     AS AN UNMATCHED BANK ITEM.
      *****
      ***** WHAT DOES NOT CLEAR IS CARRIED RUN TO RUN ON BRECOLD/
      ***** BRECNEW WITH EACH ACCOUNT'S BOOK AND BANK BALANCES, AND
      ***** AGED ON THE AGETAB DAY COUNTS BRAGE1/BRAGE2/BRAGE3.  THE
      ***** REPORT GIVES, PER ACCOUNT, THE STATEMENT SUMMARY, THE
      ***** OUTSTANDING ITEMS AND THE BOOK-TO-BANK RECONCILIATION: BANK
      ***** BALANCE LESS OUTSTANDING ISSUES AGAINST BOOK BALANCE PLUS
      ***** UNMATCHED BANK ITEMS.  A NEW ACCOUNT TAKES ITS BOOK BALANCE
      ***** FROM ITS FIRST STATEMENT'S OPENING BALANCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Source-to-bank-account map, shared with CASHFCST.
           SELECT CASHACCT
           ASSIGN TO CASHACCT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CASHACCT-ST.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
      *  GL account pairs for bank fees and interest (see
      *  Copybooks/GLPOST.cpy).
           SELECT GLACCTS
           ASSIGN TO GLACCTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACCTS-ST.
           SELECT GLPOST
           ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPOST-ST.
      *  The outstanding-items master, old and new generations.
           SELECT BRECOLD
           ASSIGN TO BRECOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BRECOLD-ST.
           SELECT BRECNEW
           ASSIGN TO BRECNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BRECNEW-ST.
      *  The bank's statement of cleared items.
           SELECT BANKSTMT
           ASSIGN TO BANKSTMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKSTMT-ST.
      *  Tonight's outbound payment files.
           SELECT ACHFILE
           ASSIGN TO ACHFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACHFILE-ST.
           SELECT BANKDISB
           ASSIGN TO BANKDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKDISB-ST.
           SELECT EXCPAYMT
           ASSIGN TO EXCPAYMT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCPAYMT-ST.
           SELECT BANKRPT
           ASSIGN TO BANKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKRPT-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  ages items from the original night.
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

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

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

       FD  BRECOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  BRECOLD-REC                 PIC X(80).

       FD  BRECNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  BRECNEW-REC                 PIC X(80).

      * The bank's statement: per account an 'O' opening balance,
      * one 'D' per item posted, and a 'C' closing balance.  Debits
      * ('D') are money out of the account, credits ('C') money in.
       FD  BANKSTMT
           RECORD CONTAINS 80 CHARACTERS.
       01  BANKSTMT-REC.
           05  BS-REC-TYPE             PIC X(01).
           05  BS-ACCOUNT              PIC X(10).
           05  BS-POST-DATE            PIC 9(08).
           05  BS-TRAN-CODE            PIC X(03).
               88  BS-BANK-FEE                     VALUE 'FEE'.
               88  BS-INTEREST                     VALUE 'INT'.
           05  BS-DR-CR                PIC X(01).
               88  BS-DEBIT                        VALUE 'D'.
               88  BS-CREDIT                       VALUE 'C'.
           05  BS-AMOUNT               PIC 9(9)V99.
           05  BS-BATCH-ID             PIC X(12).
           05  BS-REFERENCE            PIC X(17).
           05  FILLER                  PIC X(17).
       01  BANKSTMT-BAL-REC REDEFINES BANKSTMT-REC.
           05  FILLER                  PIC X(01).
           05  BSB-ACCOUNT             PIC X(10).
           05  BSB-DATE                PIC 9(08).
           05  BSB-BALANCE             PIC S9(11)V99.
           05  FILLER                  PIC X(48).

      * The payroll deposit file: '1' file header, '5' batch header,
      * '6' details, '8' batch control, '9' file trailer.
       FD  ACHFILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACHFILE-REC.
           05  ACH-REC-TYPE            PIC X(01).
           05  FILLER                  PIC X(79).
       01  ACH-BATCH-HDR-REC REDEFINES ACHFILE-REC.
           05  FILLER                  PIC X(01).
           05  ACH-BHD-BATCH-NBR       PIC 9(07).
           05  FILLER                  PIC X(72).
       01  ACH-DETAIL-REC REDEFINES ACHFILE-REC.
           05  FILLER                  PIC X(01).
           05  ACH-ROUTING-NBR         PIC 9(09).
           05  ACH-ACCOUNT-NBR         PIC X(17).
           05  ACH-DEPOSIT-AMT         PIC 9(9)V99.
           05  FILLER                  PIC X(42).

      * PROVPAY's disbursement file: 'H' batch header, one 'D'
      * detail per provider paid, 'T' batch trailer.
       FD  BANKDISB
           RECORD CONTAINS 60 CHARACTERS.
       01  BANKDISB-REC.
           05  DSB-REC-TYPE            PIC X(01).
           05  DSB-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(27).
           05  DSB-AMOUNT              PIC S9(7)V99.
           05  FILLER                  PIC X(18).
       01  BANKDISB-HDR-REC REDEFINES BANKDISB-REC.
           05  FILLER                  PIC X(01).
           05  DSB-HDR-DATE            PIC 9(08).
           05  FILLER                  PIC X(51).

      * MEDEXCQ's released exceeds-coverage payments, closed by a
      * CONTROL trailer.
       FD  EXCPAYMT
           RECORD CONTAINS 30 CHARACTERS.
       01  EXCPAYMT-REC.
           05  EXP-POLICY-NO           PIC 9(07).
           05  EXP-PAID-DATE-NUM       PIC 9(08).
           05  EXP-CLAIM-PAID          PIC S9(7)V99.
           05  EXP-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(01).
       01  EXCPAYMT-TRL-REC REDEFINES EXCPAYMT-REC.
           05  EXP-TRL-ID              PIC X(07).
           05  FILLER                  PIC X(23).

       FD  BANKRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  BANKRPT-REC                 PIC X(133).

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
           COPY GLPOST.

       01  FLAGS.
           05  CASHACCT-ST             PIC X(02).
               88  CA-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GA-NORMAL                           VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  BRECOLD-ST              PIC X(02).
               88  BRO-NORMAL                          VALUE '00'.
               88  BRO-FILE-MISSING                    VALUE '35'.
           05  BRECNEW-ST              PIC X(02).
               88  BRN-NORMAL                          VALUE '00'.
           05  BANKSTMT-ST             PIC X(02).
               88  BS-NORMAL                           VALUE '00'.
               88  BS-FILE-MISSING                     VALUE '35'.
           05  ACHFILE-ST              PIC X(02).
               88  ACH-NORMAL                          VALUE '00'.
               88  ACH-FILE-MISSING                    VALUE '35'.
           05  BANKDISB-ST             PIC X(02).
               88  DSB-NORMAL                          VALUE '00'.
               88  DSB-FILE-MISSING                    VALUE '35'.
           05  EXCPAYMT-ST             PIC X(02).
               88  EXP-NORMAL                          VALUE '00'.
               88  EXP-FILE-MISSING                    VALUE '35'.
           05  BANKRPT-ST              PIC X(02).
               88  BR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  CASHACCT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CASHACCT                    VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  INPUT-EOF               PIC X(01)       VALUE 'N'.
               88  NO-MORE-INPUT                       VALUE 'Y'.
           05  STATEMENT-SW            PIC X(01)       VALUE 'N'.
               88  STATEMENT-TONIGHT                   VALUE 'Y'.
           05  ACCOUNT-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  ACCOUNT-FOUND                       VALUE 'Y'.
           05  MATCH-FOUND-SW          PIC X(01)       VALUE 'N'.
               88  MATCH-FOUND                         VALUE 'Y'.
           05  GROUP-OPEN-SW           PIC X(01)       VALUE 'N'.
               88  GROUP-OPEN                          VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  BUSINESS-DATE-INT           PIC 9(08).

      * Aging boundaries in calendar days from AGETAB; a code not on
      * file keeps its default.  Past the third an item is stale.
       77  AGE-LIMIT-1                 PIC 9(05)       VALUE 30.
       77  AGE-LIMIT-2                 PIC 9(05)       VALUE 60.
       77  AGE-LIMIT-3                 PIC 9(05)       VALUE 90.

      * The outstanding-items master record: an 'A' header per bank
      * account carrying its book balance and the bank balance of
      * the last statement, then its open 'I' items -- 'B' book
      * items issued by us and not yet cleared, 'K' bank items on a
      * statement and not on our books.
       01  BREC-ITEM-WS.
           05  BRI-REC-TYPE            PIC X(01).
               88  BRI-ACCOUNT-REC                 VALUE 'A'.
               88  BRI-ITEM-REC                    VALUE 'I'.
           05  BRI-ACCOUNT             PIC X(10).
           05  BRI-SIDE                PIC X(01).
           05  BRI-SOURCE              PIC X(08).
           05  BRI-BATCH-ID            PIC X(12).
           05  BRI-ITEM-DATE           PIC 9(08).
           05  BRI-DR-CR               PIC X(01).
           05  BRI-AMOUNT              PIC S9(9)V99.
           05  BRI-TRAN-CODE           PIC X(03).
           05  BRI-REFERENCE           PIC X(17).
           05  FILLER                  PIC X(08).
       01  BREC-ACCOUNT-WS REDEFINES BREC-ITEM-WS.
           05  FILLER                  PIC X(01).
           05  BRA-ACCOUNT             PIC X(10).
           05  BRA-BOOK-BALANCE        PIC S9(11)V99.
           05  BRA-BANK-BALANCE        PIC S9(11)V99.
           05  BRA-STMT-DATE           PIC 9(08).
           05  FILLER                  PIC X(35).

      * Batch ids the bank echoes back: a three-letter file prefix
      * and the batch number or date that identifies the batch.
       01  BATCH-ID-WS.
           05  BID-PREFIX              PIC X(03).
           05  BID-SUFFIX              PIC X(09).

       01  ACCOUNT-MAP-TABLE.
           05  ACCOUNT-MAP-ITEM OCCURS 30 TIMES
                   INDEXED BY AM-IDX.
               10  AM-SOURCE               PIC X(08).
               10  AM-ACCOUNT              PIC X(10).
               10  AM-ACCOUNT-NAME         PIC X(20).
       77  ACCOUNT-MAP-COUNT            PIC S9(04) COMP VALUE 0.

      * GLACCTS rows in memory.
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

      * The bank accounts worked tonight, with their balances and
      * the night's figures for the report.
       01  ACCOUNT-TABLE.
           05  ACCOUNT-ENTRY OCCURS 20 TIMES
                   INDEXED BY AC-IDX.
               10  AC-ACCOUNT              PIC X(10).
               10  AC-ACCOUNT-NAME         PIC X(20).
               10  AC-BOOK-SET-SW          PIC X(01).
                   88  AC-BOOK-SET                 VALUE 'Y'.
               10  AC-STMT-SW              PIC X(01).
                   88  AC-STMT-TONIGHT             VALUE 'Y'.
               10  AC-BOOK-BALANCE         PIC S9(11)V99.
               10  AC-BANK-BALANCE         PIC S9(11)V99.
               10  AC-OPENING-BALANCE      PIC S9(11)V99.
               10  AC-STMT-DATE            PIC 9(08).
               10  AC-ISSUED-COUNT         PIC 9(07).
               10  AC-ISSUED-DOLLARS       PIC S9(11)V99.
               10  AC-CLEARED-COUNT        PIC 9(07).
               10  AC-CLEARED-DOLLARS      PIC S9(11)V99.
               10  AC-FEES                 PIC S9(11)V99.
               10  AC-INTEREST             PIC S9(11)V99.
               10  AC-REVERSED-COUNT       PIC 9(07).
               10  AC-BANK-ADDED-COUNT     PIC 9(07).
       77  ACCOUNT-COUNT                PIC S9(04) COMP VALUE 0.
       77  FIND-ACCOUNT                 PIC X(10).
       77  MAP-SOURCE                   PIC X(08).

      * Every open item, carried and new.  A cleared item stays in
      * the table marked 'C' and is dropped when the master is
      * written.
       01  ITEM-TABLE.
           05  ITEM-ENTRY OCCURS 3000 TIMES
                   INDEXED BY IT-IDX.
               10  IT-ACCOUNT              PIC X(10).
               10  IT-SIDE                 PIC X(01).
                   88  IT-BOOK-SIDE                VALUE 'B'.
                   88  IT-BANK-SIDE                VALUE 'K'.
               10  IT-SOURCE               PIC X(08).
               10  IT-BATCH-ID             PIC X(12).
               10  IT-ITEM-DATE            PIC 9(08).
               10  IT-DR-CR                PIC X(01).
               10  IT-AMOUNT               PIC S9(9)V99.
               10  IT-TRAN-CODE            PIC X(03).
               10  IT-REFERENCE            PIC X(17).
               10  IT-STATUS               PIC X(01).
                   88  IT-OPEN                     VALUE 'O'.
                   88  IT-CLEARED                  VALUE 'C'.
       77  ITEM-COUNT                   PIC S9(04) COMP VALUE 0.
       77  IT-SUB                       PIC S9(04) COMP.
       77  IT-SUB2                      PIC S9(04) COMP.

      * One item on its way into the table.
       01  NEW-ITEM-WS.
           05  NI-ACCOUNT              PIC X(10).
           05  NI-SIDE                 PIC X(01).
           05  NI-SOURCE               PIC X(08).
           05  NI-BATCH-ID             PIC X(12).
           05  NI-ITEM-DATE            PIC 9(08).
           05  NI-DR-CR                PIC X(01).
           05  NI-AMOUNT               PIC S9(9)V99.
           05  NI-TRAN-CODE            PIC X(03).
           05  NI-REFERENCE            PIC X(17).

      * Batch-total matching: the batch (id and issue date) being
      * tried against a statement item.
       77  GROUP-DATE                   PIC 9(08).
       77  GROUP-TOTAL                  PIC S9(11)V99.
       77  GROUP-COUNT                  PIC 9(07).
       77  SIGNED-AMOUNT                PIC S9(11)V99.

      * Outstanding-items print: the book batch being accumulated
      * and the account's outstanding and aging totals.
       01  PRINT-GROUP-WS.
           05  PG-SOURCE               PIC X(08).
           05  PG-BATCH-ID             PIC X(12).
           05  PG-ITEM-DATE            PIC 9(08).
           05  PG-COUNT                PIC 9(07).
           05  PG-DOLLARS              PIC S9(11)V99.
       77  OS-BOOK-COUNT                PIC 9(07).
       77  OS-BOOK-DOLLARS              PIC S9(11)V99.
       77  OS-BANK-COUNT                PIC 9(07).
       77  OS-BANK-NET                  PIC S9(11)V99.
       01  AGING-TOTALS.
           05  AGE-BOOK                PIC S9(11)V99 OCCURS 4 TIMES.
           05  AGE-BANK                PIC S9(11)V99 OCCURS 4 TIMES.
       77  AGE-DAYS                     PIC S9(07).
       77  AGE-BUCKET                   PIC S9(04) COMP.
       77  ADJUSTED-BANK                PIC S9(11)V99.
       77  ADJUSTED-BOOK                PIC S9(11)V99.
       77  RECON-DIFFERENCE             PIC S9(11)V99.

      * Run totals.
       77  STMT-DETAILS-READ            PIC 9(07)       VALUE 0.
       77  STMT-DETAILS-MATCHED         PIC 9(07)       VALUE 0.
       77  STMT-RECS-SKIPPED            PIC 9(07)       VALUE 0.
       77  BANK-ITEMS-ADDED             PIC 9(07)       VALUE 0.
       77  BOOK-ITEMS-ADDED             PIC 9(07)       VALUE 0.
       77  ITEMS-CARRIED-IN             PIC 9(07)       VALUE 0.
       77  ITEMS-CARRIED-OUT            PIC 9(07)       VALUE 0.
       77  CLEARED-DOLLARS              PIC S9(11)V99   VALUE 0.
       77  FEE-TOTAL                    PIC S9(11)V99   VALUE 0.
       77  INTEREST-TOTAL               PIC S9(11)V99   VALUE 0.
       77  OUT-OF-BALANCE-COUNT         PIC 9(05)       VALUE 0.
       77  STALE-ITEM-COUNT             PIC 9(07)       VALUE 0.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                    VALUE 'Bank Statement Reconciliation'.
           05  FILLER                  PIC X(15)
                    VALUE 'BUSINESS DATE '.
           05  HDR-BUSINESS-DATE       PIC 9(08).

       01  ACCOUNT-HEADER-LINE.
           05  FILLER                  PIC X(13)
                    VALUE 'BANK ACCOUNT '.
           05  AH-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AH-ACCOUNT-NAME         PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AH-STATEMENT-TEXT       PIC X(30).
           05  AH-STATEMENT-DATE       PIC X(08).

       01  SUMMARY-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  SL-TEXT                 PIC X(40).
           05  SL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  SL-AMOUNT               PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  SL-NOTE                 PIC X(30).

       01  BATCH-HEADER-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                    VALUE 'OUTSTANDING BOOK ITEMS BY BATCH'.
           05  FILLER                  PIC X(10)
                    VALUE 'SOURCE'.
           05  FILLER                  PIC X(14)
                    VALUE 'BATCH ID'.
           05  FILLER                  PIC X(10)
                    VALUE 'ISSUED'.
           05  FILLER                  PIC X(08)
                    VALUE '  ITEMS'.
           05  FILLER                  PIC X(20)
                    VALUE '              AMOUNT'.
           05  FILLER                  PIC X(05)
                    VALUE '  AGE'.

       01  BATCH-LINE.
           05  FILLER                  PIC X(38)       VALUE SPACES.
           05  BL-SOURCE               PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  BL-BATCH-ID             PIC X(12).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  BL-ITEM-DATE            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  BL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  BL-AMOUNT               PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  BL-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  BL-NOTE                 PIC X(20).

       01  BANK-ITEM-HEADER-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                    VALUE 'UNMATCHED BANK ITEMS'.
           05  FILLER                  PIC X(10)
                    VALUE 'POSTED'.
           05  FILLER                  PIC X(06)
                    VALUE 'TRN'.
           05  FILLER                  PIC X(02)
                    VALUE 'DC'.
           05  FILLER                  PIC X(21)
                    VALUE '              AMOUNT'.
           05  FILLER                  PIC X(14)
                    VALUE 'BATCH ID'.
           05  FILLER                  PIC X(18)
                    VALUE 'REFERENCE'.
           05  FILLER                  PIC X(05)
                    VALUE '  AGE'.

       01  BANK-ITEM-LINE.
           05  FILLER                  PIC X(38)       VALUE SPACES.
           05  KL-ITEM-DATE            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  KL-TRAN-CODE            PIC X(03).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  KL-DR-CR                PIC X(01).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  KL-AMOUNT               PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  KL-BATCH-ID             PIC X(12).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  KL-REFERENCE            PIC X(17).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  KL-AGE                  PIC ZZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  KL-NOTE                 PIC X(15).

       01  AGING-HEADER-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'AGING (DAYS)'.
           05  FILLER                  PIC X(11)
                    VALUE '     0 THRU'.
           05  AGH-LIMIT-1             PIC ZZZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(11)
                    VALUE '     TO    '.
           05  AGH-LIMIT-2             PIC ZZZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(11)
                    VALUE '     TO    '.
           05  AGH-LIMIT-3             PIC ZZZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(20)
                    VALUE '          STALE'.

       01  AGING-LINE.
           05  FILLER                  PIC X(06)       VALUE SPACES.
           05  AL-TEXT                 PIC X(22).
           05  AL-AMOUNT OCCURS 4 TIMES.
               10  AL-BUCKET           PIC -$$$,$$$,$$$,$$9.99.
               10  FILLER              PIC X(01).

       01  RECON-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RL-TEXT                 PIC X(38).
           05  RL-COUNT                PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RL-AMOUNT               PIC -$$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RL-NOTE                 PIC X(30).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-ADD-ACHFILE.
           PERFORM 220-ADD-BANKDISB.
           PERFORM 240-ADD-EXCPAYMT.
           PERFORM 300-WORK-STATEMENT.
           PERFORM 400-POST-FEES-INTEREST.
           PERFORM 500-PRINT-RECONCILIATION.
           PERFORM 600-WRITE-MASTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-AGE-LIMITS.
           PERFORM 130-LOAD-ACCOUNT-MAP.
           PERFORM 140-LOAD-GL-MAP.
           PERFORM 150-LOAD-MASTER.
           PERFORM 160-OPEN-FILES.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night ages from that
      * night; absent a card the system date stands in.
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

       120-LOAD-AGE-LIMITS.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'BRAGE1'
                       MOVE DAY-VALUE TO AGE-LIMIT-1
                   WHEN 'BRAGE2'
                       MOVE DAY-VALUE TO AGE-LIMIT-2
                   WHEN 'BRAGE3'
                       MOVE DAY-VALUE TO AGE-LIMIT-3
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

       130-LOAD-ACCOUNT-MAP.
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

      * The BANKFEE and BANKINT rows are only needed on a night the
      * statement carries fees or interest; 400 checks for them then.
       140-LOAD-GL-MAP.
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
                        DISPLAY "ERROR: GLACCTS HAS MORE THAN 50 ROWS"
                            " - TABLE TOO SMALL"
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

      * The carried master: account headers with their balances and
      * the items still open.  No master is the first night.
       150-LOAD-MASTER.
           MOVE 'N' TO INPUT-EOF.
           OPEN INPUT BRECOLD.
           IF BRO-FILE-MISSING
                DISPLAY 'BANKREC: NO BRECOLD - STARTING A NEW MASTER'
           ELSE
                IF NOT BRO-NORMAL
                     DISPLAY 'ERROR OPENING BRECOLD'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 155-READ-BRECOLD
                PERFORM UNTIL NO-MORE-INPUT
                    MOVE BRI-ACCOUNT TO FIND-ACCOUNT
                    PERFORM 250-FIND-ACCOUNT
                    EVALUATE TRUE
                        WHEN BRI-ACCOUNT-REC
                            MOVE BRA-BOOK-BALANCE
                                TO AC-BOOK-BALANCE (AC-IDX)
                            MOVE BRA-BANK-BALANCE
                                TO AC-BANK-BALANCE (AC-IDX)
                            MOVE BRA-STMT-DATE
                                TO AC-STMT-DATE (AC-IDX)
                            MOVE 'Y' TO AC-BOOK-SET-SW (AC-IDX)
                        WHEN BRI-ITEM-REC
                            MOVE BRI-ACCOUNT   TO NI-ACCOUNT
                            MOVE BRI-SIDE      TO NI-SIDE
                            MOVE BRI-SOURCE    TO NI-SOURCE
                            MOVE BRI-BATCH-ID  TO NI-BATCH-ID
                            MOVE BRI-ITEM-DATE TO NI-ITEM-DATE
                            MOVE BRI-DR-CR     TO NI-DR-CR
                            MOVE BRI-AMOUNT    TO NI-AMOUNT
                            MOVE BRI-TRAN-CODE TO NI-TRAN-CODE
                            MOVE BRI-REFERENCE TO NI-REFERENCE
                            PERFORM 270-STORE-ITEM
                            ADD 1 TO ITEMS-CARRIED-IN
                        WHEN OTHER
                            DISPLAY 'BANKREC: BRECOLD RECORD TYPE '
                                BRI-REC-TYPE ' SKIPPED'
                    END-EVALUATE
                    PERFORM 155-READ-BRECOLD
                END-PERFORM
                CLOSE BRECOLD
           END-IF.

       155-READ-BRECOLD.
           READ BRECOLD INTO BREC-ITEM-WS
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (BRO-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING BRECOLD'
                GO TO 999-RETURN-ERR
           END-IF.

       160-OPEN-FILES.
           OPEN OUTPUT BANKRPT
           IF NOT BR-NORMAL
                DISPLAY 'ERROR OPENING BANKRPT'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

           MOVE BUSINESS-DATE-NUM TO HDR-BUSINESS-DATE.
           WRITE BANKRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO BANKRPT-REC.
           WRITE BANKRPT-REC.

      * Tonight's payroll deposits, one book item per '6' detail,
      * identified by the batch number of the '5' header above it.
       200-ADD-ACHFILE.
           MOVE 'N' TO INPUT-EOF.
           MOVE 'ACHFILE ' TO MAP-SOURCE.
           PERFORM 245-MAP-SOURCE.
           MOVE SPACES TO BATCH-ID-WS.
           OPEN INPUT ACHFILE.
           IF ACH-FILE-MISSING
                DISPLAY 'BANKREC: NO ACHFILE TONIGHT'
           ELSE
                IF NOT ACH-NORMAL
                     DISPLAY 'ERROR OPENING ACHFILE'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 205-READ-ACHFILE
                PERFORM UNTIL NO-MORE-INPUT
                    EVALUATE ACH-REC-TYPE
                        WHEN '5'
                            MOVE 'ACH'             TO BID-PREFIX
                            MOVE ACH-BHD-BATCH-NBR TO BID-SUFFIX
                        WHEN '6'
                            MOVE 'ACHFILE '        TO NI-SOURCE
                            MOVE BUSINESS-DATE-NUM TO NI-ITEM-DATE
                            MOVE ACH-DEPOSIT-AMT   TO NI-AMOUNT
                            MOVE 'ACH'             TO NI-TRAN-CODE
                            MOVE ACH-ACCOUNT-NBR   TO NI-REFERENCE
                            PERFORM 280-ADD-BOOK-ITEM
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    PERFORM 205-READ-ACHFILE
                END-PERFORM
                CLOSE ACHFILE
           END-IF.

       205-READ-ACHFILE.
           READ ACHFILE
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (ACH-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING ACHFILE'
                GO TO 999-RETURN-ERR
           END-IF.

      * Tonight's provider payments, DISBREL's releases among them,
      * identified by the date on the 'H' header.
       220-ADD-BANKDISB.
           MOVE 'N' TO INPUT-EOF.
           MOVE 'BANKDISB' TO MAP-SOURCE.
           PERFORM 245-MAP-SOURCE.
           MOVE 'DSB'             TO BID-PREFIX.
           MOVE BUSINESS-DATE-NUM TO BID-SUFFIX.
           OPEN INPUT BANKDISB.
           IF DSB-FILE-MISSING
                DISPLAY 'BANKREC: NO BANKDISB TONIGHT'
           ELSE
                IF NOT DSB-NORMAL
                     DISPLAY 'ERROR OPENING BANKDISB'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 225-READ-BANKDISB
                PERFORM UNTIL NO-MORE-INPUT
                    EVALUATE DSB-REC-TYPE
                        WHEN 'H'
                            IF DSB-HDR-DATE NUMERIC
                                   AND DSB-HDR-DATE > 0
                                 MOVE DSB-HDR-DATE TO BID-SUFFIX
                            END-IF
                        WHEN 'D'
                            MOVE 'BANKDISB'        TO NI-SOURCE
                            MOVE BUSINESS-DATE-NUM TO NI-ITEM-DATE
                            MOVE DSB-AMOUNT        TO NI-AMOUNT
                            MOVE 'CHK'             TO NI-TRAN-CODE
                            MOVE DSB-PROVIDER-ID   TO NI-REFERENCE
                            PERFORM 280-ADD-BOOK-ITEM
                        WHEN OTHER
                            CONTINUE
                    END-EVALUATE
                    PERFORM 225-READ-BANKDISB
                END-PERFORM
                CLOSE BANKDISB
           END-IF.

       225-READ-BANKDISB.
           READ BANKDISB
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (DSB-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING BANKDISB'
                GO TO 999-RETURN-ERR
           END-IF.

      * Exceeds-coverage payments released tonight, one batch for
      * the night.
       240-ADD-EXCPAYMT.
           MOVE 'N' TO INPUT-EOF.
           MOVE 'EXCPAYMT' TO MAP-SOURCE.
           PERFORM 245-MAP-SOURCE.
           MOVE 'EXC'             TO BID-PREFIX.
           MOVE BUSINESS-DATE-NUM TO BID-SUFFIX.
           OPEN INPUT EXCPAYMT.
           IF EXP-FILE-MISSING
                DISPLAY 'BANKREC: NO EXCPAYMT TONIGHT'
           ELSE
                IF NOT EXP-NORMAL
                     DISPLAY 'ERROR OPENING EXCPAYMT'
                     GO TO 999-RETURN-ERR
                END-IF
                PERFORM 242-READ-EXCPAYMT
                PERFORM UNTIL NO-MORE-INPUT
                    IF EXP-TRL-ID NOT = 'CONTROL'
                         MOVE 'EXCPAYMT'        TO NI-SOURCE
                         MOVE BUSINESS-DATE-NUM TO NI-ITEM-DATE
                         MOVE EXP-CLAIM-PAID    TO NI-AMOUNT
                         MOVE 'CHK'             TO NI-TRAN-CODE
                         MOVE EXP-PROVIDER-ID   TO NI-REFERENCE
                         PERFORM 280-ADD-BOOK-ITEM
                    END-IF
                    PERFORM 242-READ-EXCPAYMT
                END-PERFORM
                CLOSE EXCPAYMT
           END-IF.

       242-READ-EXCPAYMT.
           READ EXCPAYMT
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (EXP-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING EXCPAYMT'
                GO TO 999-RETURN-ERR
           END-IF.

      * The bank account a source pays from; a source with no
      * CASHACCT entry is charged to *UNMAPPED, as on the forecast.
       245-MAP-SOURCE.
           MOVE '*UNMAPPED' TO FIND-ACCOUNT.
           SET AM-IDX TO 1.
           SEARCH ACCOUNT-MAP-ITEM VARYING AM-IDX
               AT END
                   CONTINUE
               WHEN AM-IDX > ACCOUNT-MAP-COUNT
                   CONTINUE
               WHEN AM-SOURCE (AM-IDX) = MAP-SOURCE
                   MOVE AM-ACCOUNT (AM-IDX) TO FIND-ACCOUNT
           END-SEARCH.
           MOVE FIND-ACCOUNT TO NI-ACCOUNT.

      * Leaves AC-IDX on the account, adding it if it is new.
       250-FIND-ACCOUNT.
           MOVE 'N' TO ACCOUNT-FOUND-SW.
           SET AC-IDX TO 1.
           SEARCH ACCOUNT-ENTRY VARYING AC-IDX
               AT END
                   CONTINUE
               WHEN AC-IDX > ACCOUNT-COUNT
                   CONTINUE
               WHEN AC-ACCOUNT (AC-IDX) = FIND-ACCOUNT
                   MOVE 'Y' TO ACCOUNT-FOUND-SW
           END-SEARCH.
           IF NOT ACCOUNT-FOUND
                PERFORM 255-ADD-ACCOUNT
           END-IF.

       255-ADD-ACCOUNT.
           IF ACCOUNT-COUNT >= 20
                DISPLAY 'ERROR: MORE THAN 20 BANK ACCOUNTS - '
                    'TABLE TOO SMALL'
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO ACCOUNT-COUNT.
           SET AC-IDX TO ACCOUNT-COUNT.
           INITIALIZE ACCOUNT-ENTRY (AC-IDX).
           MOVE FIND-ACCOUNT TO AC-ACCOUNT (AC-IDX).
           MOVE 'N' TO AC-BOOK-SET-SW (AC-IDX).
           MOVE 'N' TO AC-STMT-SW (AC-IDX).
           SET AM-IDX TO 1.
           SEARCH ACCOUNT-MAP-ITEM VARYING AM-IDX
               AT END
                   CONTINUE
               WHEN AM-IDX > ACCOUNT-MAP-COUNT
                   CONTINUE
               WHEN AM-ACCOUNT (AM-IDX) = FIND-ACCOUNT
                   MOVE AM-ACCOUNT-NAME (AM-IDX)
                       TO AC-ACCOUNT-NAME (AC-IDX)
           END-SEARCH.

       270-STORE-ITEM.
           IF ITEM-COUNT >= 3000
                DISPLAY 'ERROR: MORE THAN 3000 OUTSTANDING ITEMS - '
                    'TABLE TOO SMALL'
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO ITEM-COUNT.
           MOVE NI-ACCOUNT   TO IT-ACCOUNT (ITEM-COUNT).
           MOVE NI-SIDE      TO IT-SIDE (ITEM-COUNT).
           MOVE NI-SOURCE    TO IT-SOURCE (ITEM-COUNT).
           MOVE NI-BATCH-ID  TO IT-BATCH-ID (ITEM-COUNT).
           MOVE NI-ITEM-DATE TO IT-ITEM-DATE (ITEM-COUNT).
           MOVE NI-DR-CR     TO IT-DR-CR (ITEM-COUNT).
           MOVE NI-AMOUNT    TO IT-AMOUNT (ITEM-COUNT).
           MOVE NI-TRAN-CODE TO IT-TRAN-CODE (ITEM-COUNT).
           MOVE NI-REFERENCE TO IT-REFERENCE (ITEM-COUNT).
           MOVE 'O'          TO IT-STATUS (ITEM-COUNT).

      * A payment issued tonight: outstanding until the bank clears
      * it, and off the book balance now.
       280-ADD-BOOK-ITEM.
           MOVE 'B'         TO NI-SIDE.
           MOVE BATCH-ID-WS TO NI-BATCH-ID.
           MOVE 'D'         TO NI-DR-CR.
           PERFORM 270-STORE-ITEM.
           ADD 1 TO BOOK-ITEMS-ADDED.
           MOVE NI-ACCOUNT TO FIND-ACCOUNT.
           PERFORM 250-FIND-ACCOUNT.
           ADD 1         TO AC-ISSUED-COUNT (AC-IDX).
           ADD NI-AMOUNT TO AC-ISSUED-DOLLARS (AC-IDX).
           SUBTRACT NI-AMOUNT FROM AC-BOOK-BALANCE (AC-IDX).

      * The statement, account by account.  No statement tonight is
      * not an error -- the items simply carry another day.
       300-WORK-STATEMENT.
           MOVE 'N' TO INPUT-EOF.
           OPEN INPUT BANKSTMT.
           IF BS-FILE-MISSING
                DISPLAY 'BANKREC: NO BANKSTMT TONIGHT'
           ELSE
                IF NOT BS-NORMAL
                     DISPLAY 'ERROR OPENING BANKSTMT'
                     GO TO 999-RETURN-ERR
                END-IF
                MOVE 'Y' TO STATEMENT-SW
                PERFORM 305-READ-BANKSTMT
                PERFORM UNTIL NO-MORE-INPUT
                    PERFORM 310-WORK-ONE-STMT-REC
                    PERFORM 305-READ-BANKSTMT
                END-PERFORM
                CLOSE BANKSTMT
           END-IF.

       305-READ-BANKSTMT.
           READ BANKSTMT
               AT END MOVE 'Y' TO INPUT-EOF
           END-READ.
           IF NOT (BS-NORMAL OR NO-MORE-INPUT)
                DISPLAY 'ERROR READING BANKSTMT'
                GO TO 999-RETURN-ERR
           END-IF.

      * A new account's book balance starts from its first opening
      * balance, less whatever was issued against it tonight.
       310-WORK-ONE-STMT-REC.
           EVALUATE BS-REC-TYPE
               WHEN 'O'
                   MOVE BSB-ACCOUNT TO FIND-ACCOUNT
                   PERFORM 250-FIND-ACCOUNT
                   MOVE BSB-BALANCE TO AC-OPENING-BALANCE (AC-IDX)
                   MOVE 'Y' TO AC-STMT-SW (AC-IDX)
                   IF NOT AC-BOOK-SET (AC-IDX)
                        ADD BSB-BALANCE TO AC-BOOK-BALANCE (AC-IDX)
                        MOVE 'Y' TO AC-BOOK-SET-SW (AC-IDX)
                   END-IF
               WHEN 'C'
                   MOVE BSB-ACCOUNT TO FIND-ACCOUNT
                   PERFORM 250-FIND-ACCOUNT
                   MOVE BSB-BALANCE TO AC-BANK-BALANCE (AC-IDX)
                   MOVE BSB-DATE    TO AC-STMT-DATE (AC-IDX)
                   MOVE 'Y' TO AC-STMT-SW (AC-IDX)
               WHEN 'D'
                   ADD 1 TO STMT-DETAILS-READ
                   MOVE BS-ACCOUNT TO FIND-ACCOUNT
                   PERFORM 250-FIND-ACCOUNT
                   PERFORM 320-MATCH-DETAIL THRU 320-MATCH-DETAIL-X
               WHEN OTHER
                   ADD 1 TO STMT-RECS-SKIPPED
                   DISPLAY 'BANKREC: BANKSTMT RECORD TYPE '
                       BS-REC-TYPE ' SKIPPED'
           END-EVALUATE.

      * One cleared item: a fee or interest is booked; a debit is
      * matched to an item, then to a whole batch; anything still
      * unplaced may reverse a carried bank item, or is carried.
       320-MATCH-DETAIL.
           IF BS-BANK-FEE
                IF BS-CREDIT
                     COMPUTE SIGNED-AMOUNT = 0 - BS-AMOUNT
                ELSE
                     MOVE BS-AMOUNT TO SIGNED-AMOUNT
                END-IF
                ADD SIGNED-AMOUNT TO AC-FEES (AC-IDX)
                ADD SIGNED-AMOUNT TO FEE-TOTAL
                SUBTRACT SIGNED-AMOUNT FROM AC-BOOK-BALANCE (AC-IDX)
                ADD 1 TO STMT-DETAILS-MATCHED
                GO TO 320-MATCH-DETAIL-X
           END-IF.

           IF BS-INTEREST
                IF BS-DEBIT
                     COMPUTE SIGNED-AMOUNT = 0 - BS-AMOUNT
                ELSE
                     MOVE BS-AMOUNT TO SIGNED-AMOUNT
                END-IF
                ADD SIGNED-AMOUNT TO AC-INTEREST (AC-IDX)
                ADD SIGNED-AMOUNT TO INTEREST-TOTAL
                ADD SIGNED-AMOUNT TO AC-BOOK-BALANCE (AC-IDX)
                ADD 1 TO STMT-DETAILS-MATCHED
                GO TO 320-MATCH-DETAIL-X
           END-IF.

           IF BS-DEBIT
                PERFORM 330-MATCH-ONE-ITEM THRU 330-MATCH-ONE-ITEM-X
                IF MATCH-FOUND
                     GO TO 320-MATCH-DETAIL-X
                END-IF
                PERFORM 340-MATCH-BATCH-TOTAL
                    THRU 340-MATCH-BATCH-TOTAL-X
                IF MATCH-FOUND
                     GO TO 320-MATCH-DETAIL-X
                END-IF
           END-IF.

           PERFORM 350-MATCH-REVERSAL.
           IF MATCH-FOUND
                GO TO 320-MATCH-DETAIL-X
           END-IF.

           PERFORM 360-ADD-BANK-ITEM.

       320-MATCH-DETAIL-X.
           EXIT.

      * The same batch id can come round again (PAYROL0B numbers its
      * batches from one each night), so the item must also have
      * been issued on or before the day it cleared; the oldest such
      * item goes first.
       330-MATCH-ONE-ITEM.
           MOVE 'N' TO MATCH-FOUND-SW.
           IF BS-BATCH-ID = SPACES
                GO TO 330-MATCH-ONE-ITEM-X
           END-IF.
           SET IT-IDX TO 1.
           SEARCH ITEM-ENTRY VARYING IT-IDX
               AT END
                   CONTINUE
               WHEN IT-IDX > ITEM-COUNT
                   CONTINUE
               WHEN IT-OPEN (IT-IDX)
                        AND IT-BOOK-SIDE (IT-IDX)
                        AND IT-ACCOUNT (IT-IDX) = BS-ACCOUNT
                        AND IT-BATCH-ID (IT-IDX) = BS-BATCH-ID
                        AND IT-AMOUNT (IT-IDX) = BS-AMOUNT
                        AND IT-ITEM-DATE (IT-IDX) NOT > BS-POST-DATE
                   SET IT-SUB TO IT-IDX
                   PERFORM 370-CLEAR-ITEM
                   PERFORM 375-COUNT-MATCH
                   MOVE 'Y' TO MATCH-FOUND-SW
           END-SEARCH.

       330-MATCH-ONE-ITEM-X.
           EXIT.

      * A bank that clears a batch as one entry: the open items of
      * one batch id and issue date must add up to the amount.
       340-MATCH-BATCH-TOTAL.
           MOVE 'N' TO MATCH-FOUND-SW.
           IF BS-BATCH-ID = SPACES
                GO TO 340-MATCH-BATCH-TOTAL-X
           END-IF.
           MOVE ZERO TO GROUP-DATE.
           PERFORM VARYING IT-SUB FROM 1 BY 1
               UNTIL IT-SUB > ITEM-COUNT OR MATCH-FOUND
                   IF IT-OPEN (IT-SUB)
                          AND IT-BOOK-SIDE (IT-SUB)
                          AND IT-ACCOUNT (IT-SUB) = BS-ACCOUNT
                          AND IT-BATCH-ID (IT-SUB) = BS-BATCH-ID
                          AND IT-ITEM-DATE (IT-SUB) NOT > BS-POST-DATE
                          AND IT-ITEM-DATE (IT-SUB) NOT = GROUP-DATE
                        MOVE IT-ITEM-DATE (IT-SUB) TO GROUP-DATE
                        PERFORM 345-TRY-BATCH
                   END-IF
           END-PERFORM.

       340-MATCH-BATCH-TOTAL-X.
           EXIT.

       345-TRY-BATCH.
           MOVE ZERO TO GROUP-TOTAL.
           PERFORM VARYING IT-SUB2 FROM IT-SUB BY 1
               UNTIL IT-SUB2 > ITEM-COUNT
                   IF IT-OPEN (IT-SUB2)
                          AND IT-BOOK-SIDE (IT-SUB2)
                          AND IT-ACCOUNT (IT-SUB2) = BS-ACCOUNT
                          AND IT-BATCH-ID (IT-SUB2) = BS-BATCH-ID
                          AND IT-ITEM-DATE (IT-SUB2) = GROUP-DATE
                        ADD IT-AMOUNT (IT-SUB2) TO GROUP-TOTAL
                   END-IF
           END-PERFORM.

           IF GROUP-TOTAL = BS-AMOUNT
                MOVE 'Y' TO MATCH-FOUND-SW
                PERFORM 375-COUNT-MATCH
                PERFORM VARYING IT-SUB2 FROM IT-SUB BY 1
                    UNTIL IT-SUB2 > ITEM-COUNT
                        IF IT-OPEN (IT-SUB2)
                               AND IT-BOOK-SIDE (IT-SUB2)
                               AND IT-ACCOUNT (IT-SUB2) = BS-ACCOUNT
                               AND IT-BATCH-ID (IT-SUB2) = BS-BATCH-ID
                               AND IT-ITEM-DATE (IT-SUB2) = GROUP-DATE
                             MOVE 'C' TO IT-STATUS (IT-SUB2)
                             ADD 1 TO AC-CLEARED-COUNT (AC-IDX)
                             ADD IT-AMOUNT (IT-SUB2)
                                 TO AC-CLEARED-DOLLARS (AC-IDX)
                        END-IF
                END-PERFORM
           END-IF.

      * The bank taking back an item it posted on an earlier
      * statement: same account, amount and transaction code, the
      * other direction.  Both sides close.
       350-MATCH-REVERSAL.
           MOVE 'N' TO MATCH-FOUND-SW.
           SET IT-IDX TO 1.
           SEARCH ITEM-ENTRY VARYING IT-IDX
               AT END
                   CONTINUE
               WHEN IT-IDX > ITEM-COUNT
                   CONTINUE
               WHEN IT-OPEN (IT-IDX)
                        AND IT-BANK-SIDE (IT-IDX)
                        AND IT-ACCOUNT (IT-IDX) = BS-ACCOUNT
                        AND IT-TRAN-CODE (IT-IDX) = BS-TRAN-CODE
                        AND IT-AMOUNT (IT-IDX) = BS-AMOUNT
                        AND IT-DR-CR (IT-IDX) NOT = BS-DR-CR
                   MOVE 'C' TO IT-STATUS (IT-IDX)
                   ADD 1 TO AC-REVERSED-COUNT (AC-IDX)
                   ADD 1 TO STMT-DETAILS-MATCHED
                   MOVE 'Y' TO MATCH-FOUND-SW
           END-SEARCH.

      * On the statement and not on our books: carried as a bank
      * item until it is explained or reversed.
       360-ADD-BANK-ITEM.
           MOVE BS-ACCOUNT   TO NI-ACCOUNT.
           MOVE 'K'          TO NI-SIDE.
           MOVE 'BANKSTMT'   TO NI-SOURCE.
           MOVE BS-BATCH-ID  TO NI-BATCH-ID.
           MOVE BS-POST-DATE TO NI-ITEM-DATE.
           MOVE BS-DR-CR     TO NI-DR-CR.
           MOVE BS-AMOUNT    TO NI-AMOUNT.
           MOVE BS-TRAN-CODE TO NI-TRAN-CODE.
           MOVE BS-REFERENCE TO NI-REFERENCE.
           PERFORM 270-STORE-ITEM.
           ADD 1 TO BANK-ITEMS-ADDED.
           ADD 1 TO AC-BANK-ADDED-COUNT (AC-IDX).

       370-CLEAR-ITEM.
           MOVE 'C' TO IT-STATUS (IT-SUB).
           ADD 1 TO AC-CLEARED-COUNT (AC-IDX).
           ADD IT-AMOUNT (IT-SUB) TO AC-CLEARED-DOLLARS (AC-IDX).

       375-COUNT-MATCH.
           ADD 1 TO STMT-DETAILS-MATCHED.
           ADD BS-AMOUNT TO CLEARED-DOLLARS.

      * The night's fees and interest, one GL pair each.  A missing
      * GLACCTS row stops the run before the master is written, so
      * the night reruns clean once the row is added.  Every row the
      * night needs is checked before either pair is written, so a
      * missing BANKINT row cannot leave the fee pair on GLPOST to
      * post again on the rerun.
       400-POST-FEES-INTEREST.
           IF FEE-TOTAL NOT = ZERO
                MOVE 'BANKFEE ' TO GL-CODE-WS
                PERFORM 405-CHECK-GL-MAP
           END-IF.
           IF INTEREST-TOTAL NOT = ZERO
                MOVE 'BANKINT ' TO GL-CODE-WS
                PERFORM 405-CHECK-GL-MAP
           END-IF.

           IF FEE-TOTAL NOT = ZERO
                MOVE 'BANKFEE ' TO GL-CODE-WS
                MOVE FEE-TOTAL  TO GL-AMOUNT-WS
                PERFORM 410-WRITE-GL-PAIR
           END-IF.

           IF INTEREST-TOTAL NOT = ZERO
                MOVE 'BANKINT '     TO GL-CODE-WS
                MOVE INTEREST-TOTAL TO GL-AMOUNT-WS
                PERFORM 410-WRITE-GL-PAIR
           END-IF.

       405-CHECK-GL-MAP.
           PERFORM 420-FIND-GL-MAP.
           IF NOT GL-MAP-FOUND
                DISPLAY 'ERROR: NO ' GL-CODE-WS ' MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR
           END-IF.

       410-WRITE-GL-PAIR.
           PERFORM 420-FIND-GL-MAP.
           IF NOT GL-MAP-FOUND
                DISPLAY 'ERROR: NO ' GL-CODE-WS ' MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR
           END-IF.

           IF GL-AMOUNT-WS < ZERO
                MOVE GL-DEBIT-ACCT-WS  TO GL-CODE-WS
                MOVE GL-CREDIT-ACCT-WS TO GL-DEBIT-ACCT-WS
                MOVE GL-CODE-WS        TO GL-CREDIT-ACCT-WS
                MULTIPLY -1 BY GL-AMOUNT-WS
           END-IF.

           INITIALIZE GLPOST-REC.
           MOVE 'BANKREC '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE GL-AMOUNT-WS          TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'BANKREC '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE GL-AMOUNT-WS          TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

       420-FIND-GL-MAP.
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

       500-PRINT-RECONCILIATION.
           PERFORM 510-PRINT-ONE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCOUNT-COUNT.
           PERFORM 590-PRINT-RUN-TOTALS.

       510-PRINT-ONE-ACCOUNT.
           MOVE AC-ACCOUNT (AC-IDX)      TO AH-ACCOUNT.
           MOVE AC-ACCOUNT-NAME (AC-IDX) TO AH-ACCOUNT-NAME.
           IF AC-STMT-TONIGHT (AC-IDX)
                MOVE 'STATEMENT OF' TO AH-STATEMENT-TEXT
                MOVE AC-STMT-DATE (AC-IDX) TO AH-STATEMENT-DATE
           ELSE
                IF AC-STMT-DATE (AC-IDX) > 0
                     MOVE 'NO STATEMENT TONIGHT - LAST'
                         TO AH-STATEMENT-TEXT
                     MOVE AC-STMT-DATE (AC-IDX) TO AH-STATEMENT-DATE
                ELSE
                     MOVE 'NO STATEMENT RECEIVED YET'
                         TO AH-STATEMENT-TEXT
                     MOVE SPACES TO AH-STATEMENT-DATE
                END-IF
           END-IF.
           WRITE BANKRPT-REC FROM ACCOUNT-HEADER-LINE.

           IF AC-STMT-TONIGHT (AC-IDX)
                MOVE 'STATEMENT OPENING BALANCE' TO SL-TEXT
                MOVE ZERO TO SL-COUNT
                MOVE AC-OPENING-BALANCE (AC-IDX) TO SL-AMOUNT
                MOVE SPACES TO SL-NOTE
                WRITE BANKRPT-REC FROM SUMMARY-LINE
           END-IF.
           MOVE 'ISSUED TONIGHT' TO SL-TEXT.
           MOVE AC-ISSUED-COUNT (AC-IDX)   TO SL-COUNT.
           MOVE AC-ISSUED-DOLLARS (AC-IDX) TO SL-AMOUNT.
           MOVE SPACES TO SL-NOTE.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'BOOK ITEMS CLEARED' TO SL-TEXT.
           MOVE AC-CLEARED-COUNT (AC-IDX)   TO SL-COUNT.
           MOVE AC-CLEARED-DOLLARS (AC-IDX) TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'BANK FEES BOOKED' TO SL-TEXT.
           MOVE ZERO TO SL-COUNT.
           MOVE AC-FEES (AC-IDX) TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'INTEREST BOOKED' TO SL-TEXT.
           MOVE AC-INTEREST (AC-IDX) TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'CARRIED BANK ITEMS REVERSED' TO SL-TEXT.
           MOVE AC-REVERSED-COUNT (AC-IDX) TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'NEW UNMATCHED BANK ITEMS' TO SL-TEXT.
           MOVE AC-BANK-ADDED-COUNT (AC-IDX) TO SL-COUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.

           MOVE ZERO TO OS-BOOK-COUNT OS-BOOK-DOLLARS.
           MOVE ZERO TO OS-BANK-COUNT OS-BANK-NET.
           INITIALIZE AGING-TOTALS.

           WRITE BANKRPT-REC FROM BATCH-HEADER-LINE.
           MOVE 'N' TO GROUP-OPEN-SW.
           PERFORM 520-LIST-BOOK-ITEM
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.
           IF GROUP-OPEN
                PERFORM 525-PRINT-BATCH
           END-IF.

           WRITE BANKRPT-REC FROM BANK-ITEM-HEADER-LINE.
           PERFORM 530-LIST-BANK-ITEM
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.

           PERFORM 540-PRINT-AGING.
           PERFORM 550-PRINT-RECON-BLOCK.

           MOVE SPACES TO BANKRPT-REC.
           WRITE BANKRPT-REC.

      * Book items print a line per batch -- the items of a batch
      * sit together in the table, in the order they were issued.
       520-LIST-BOOK-ITEM.
           IF IT-OPEN (IT-SUB)
                  AND IT-BOOK-SIDE (IT-SUB)
                  AND IT-ACCOUNT (IT-SUB) = AC-ACCOUNT (AC-IDX)
                IF GROUP-OPEN
                       AND (IT-SOURCE (IT-SUB) NOT = PG-SOURCE
                         OR IT-BATCH-ID (IT-SUB) NOT = PG-BATCH-ID
                         OR IT-ITEM-DATE (IT-SUB) NOT = PG-ITEM-DATE)
                     PERFORM 525-PRINT-BATCH
                END-IF
                IF NOT GROUP-OPEN
                     MOVE IT-SOURCE (IT-SUB)    TO PG-SOURCE
                     MOVE IT-BATCH-ID (IT-SUB)  TO PG-BATCH-ID
                     MOVE IT-ITEM-DATE (IT-SUB) TO PG-ITEM-DATE
                     MOVE ZERO TO PG-COUNT PG-DOLLARS
                     MOVE 'Y' TO GROUP-OPEN-SW
                END-IF
                ADD 1 TO PG-COUNT
                ADD IT-AMOUNT (IT-SUB) TO PG-DOLLARS
                ADD 1 TO OS-BOOK-COUNT
                ADD IT-AMOUNT (IT-SUB) TO OS-BOOK-DOLLARS
           END-IF.

       525-PRINT-BATCH.
           MOVE PG-ITEM-DATE TO GROUP-DATE.
           PERFORM 560-AGE-ITEM.
           ADD PG-DOLLARS TO AGE-BOOK (AGE-BUCKET).
           MOVE PG-SOURCE    TO BL-SOURCE.
           MOVE PG-BATCH-ID  TO BL-BATCH-ID.
           MOVE PG-ITEM-DATE TO BL-ITEM-DATE.
           MOVE PG-COUNT     TO BL-COUNT.
           MOVE PG-DOLLARS   TO BL-AMOUNT.
           MOVE AGE-DAYS     TO BL-AGE.
           MOVE SPACES       TO BL-NOTE.
           IF AGE-BUCKET = 4
                MOVE '** STALE **' TO BL-NOTE
                ADD PG-COUNT TO STALE-ITEM-COUNT
           END-IF.
           WRITE BANKRPT-REC FROM BATCH-LINE.
           MOVE 'N' TO GROUP-OPEN-SW.

      * Bank items carry a sign for the reconciliation: a credit
      * the books have not taken up adds, a debit subtracts.
       530-LIST-BANK-ITEM.
           IF IT-OPEN (IT-SUB)
                  AND IT-BANK-SIDE (IT-SUB)
                  AND IT-ACCOUNT (IT-SUB) = AC-ACCOUNT (AC-IDX)
                IF IT-DR-CR (IT-SUB) = 'C'
                     MOVE IT-AMOUNT (IT-SUB) TO SIGNED-AMOUNT
                ELSE
                     COMPUTE SIGNED-AMOUNT = 0 - IT-AMOUNT (IT-SUB)
                END-IF
                ADD 1 TO OS-BANK-COUNT
                ADD SIGNED-AMOUNT TO OS-BANK-NET
                MOVE IT-ITEM-DATE (IT-SUB) TO GROUP-DATE
                PERFORM 560-AGE-ITEM
                ADD SIGNED-AMOUNT TO AGE-BANK (AGE-BUCKET)
                MOVE IT-ITEM-DATE (IT-SUB) TO KL-ITEM-DATE
                MOVE IT-TRAN-CODE (IT-SUB) TO KL-TRAN-CODE
                MOVE IT-DR-CR (IT-SUB)     TO KL-DR-CR
                MOVE SIGNED-AMOUNT         TO KL-AMOUNT
                MOVE IT-BATCH-ID (IT-SUB)  TO KL-BATCH-ID
                MOVE IT-REFERENCE (IT-SUB) TO KL-REFERENCE
                MOVE AGE-DAYS              TO KL-AGE
                MOVE SPACES                TO KL-NOTE
                IF AGE-BUCKET = 4
                     MOVE '** STALE **' TO KL-NOTE
                     ADD 1 TO STALE-ITEM-COUNT
                END-IF
                WRITE BANKRPT-REC FROM BANK-ITEM-LINE
           END-IF.

       540-PRINT-AGING.
           MOVE AGE-LIMIT-1 TO AGH-LIMIT-1.
           MOVE AGE-LIMIT-2 TO AGH-LIMIT-2.
           MOVE AGE-LIMIT-3 TO AGH-LIMIT-3.
           WRITE BANKRPT-REC FROM AGING-HEADER-LINE.
           MOVE SPACES TO AGING-LINE.
           MOVE 'BOOK ITEMS' TO AL-TEXT.
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 4
               MOVE AGE-BOOK (AGE-BUCKET) TO AL-BUCKET (AGE-BUCKET)
           END-PERFORM.
           WRITE BANKRPT-REC FROM AGING-LINE.
           MOVE 'BANK ITEMS (NET)' TO AL-TEXT.
           PERFORM VARYING AGE-BUCKET FROM 1 BY 1 UNTIL AGE-BUCKET > 4
               MOVE AGE-BANK (AGE-BUCKET) TO AL-BUCKET (AGE-BUCKET)
           END-PERFORM.
           WRITE BANKRPT-REC FROM AGING-LINE.

      * Bank balance less what we issued and the bank has not yet
      * paid, against book balance adjusted for what the bank did
      * that the books have not taken up.  The two must agree.
       550-PRINT-RECON-BLOCK.
           COMPUTE ADJUSTED-BANK =
               AC-BANK-BALANCE (AC-IDX) - OS-BOOK-DOLLARS.
           COMPUTE ADJUSTED-BOOK =
               AC-BOOK-BALANCE (AC-IDX) + OS-BANK-NET.
           COMPUTE RECON-DIFFERENCE = ADJUSTED-BANK - ADJUSTED-BOOK.

           MOVE SPACES TO RL-NOTE.
           MOVE ZERO   TO RL-COUNT.
           MOVE 'BANK BALANCE PER STATEMENT' TO RL-TEXT.
           MOVE AC-BANK-BALANCE (AC-IDX) TO RL-AMOUNT.
           WRITE BANKRPT-REC FROM RECON-LINE.
           MOVE 'LESS OUTSTANDING BOOK ITEMS' TO RL-TEXT.
           MOVE OS-BOOK-COUNT   TO RL-COUNT.
           MOVE OS-BOOK-DOLLARS TO RL-AMOUNT.
           WRITE BANKRPT-REC FROM RECON-LINE.
           MOVE 'ADJUSTED BANK BALANCE' TO RL-TEXT.
           MOVE ZERO          TO RL-COUNT.
           MOVE ADJUSTED-BANK TO RL-AMOUNT.
           WRITE BANKRPT-REC FROM RECON-LINE.
           MOVE 'BOOK BALANCE' TO RL-TEXT.
           MOVE AC-BOOK-BALANCE (AC-IDX) TO RL-AMOUNT.
           WRITE BANKRPT-REC FROM RECON-LINE.
           MOVE 'PLUS UNMATCHED BANK ITEMS (NET)' TO RL-TEXT.
           MOVE OS-BANK-COUNT TO RL-COUNT.
           MOVE OS-BANK-NET   TO RL-AMOUNT.
           WRITE BANKRPT-REC FROM RECON-LINE.
           MOVE 'ADJUSTED BOOK BALANCE' TO RL-TEXT.
           MOVE ZERO          TO RL-COUNT.
           MOVE ADJUSTED-BOOK TO RL-AMOUNT.
           WRITE BANKRPT-REC FROM RECON-LINE.
           MOVE 'DIFFERENCE' TO RL-TEXT.
           MOVE RECON-DIFFERENCE TO RL-AMOUNT.
           IF RECON-DIFFERENCE = ZERO
                MOVE 'RECONCILED' TO RL-NOTE
           ELSE
                MOVE '** OUT OF BALANCE **' TO RL-NOTE
                ADD 1 TO OUT-OF-BALANCE-COUNT
           END-IF.
           WRITE BANKRPT-REC FROM RECON-LINE.

      * Calendar days from GROUP-DATE to the business date, and the
      * aging bucket they fall in.
       560-AGE-ITEM.
           MOVE ZERO TO AGE-DAYS.
           IF GROUP-DATE NUMERIC AND GROUP-DATE > 0
                COMPUTE AGE-DAYS = BUSINESS-DATE-INT
                    - FUNCTION INTEGER-OF-DATE (GROUP-DATE)
           END-IF.
           IF AGE-DAYS < 0
                MOVE ZERO TO AGE-DAYS
           END-IF.
           EVALUATE TRUE
               WHEN AGE-DAYS NOT > AGE-LIMIT-1
                   MOVE 1 TO AGE-BUCKET
               WHEN AGE-DAYS NOT > AGE-LIMIT-2
                   MOVE 2 TO AGE-BUCKET
               WHEN AGE-DAYS NOT > AGE-LIMIT-3
                   MOVE 3 TO AGE-BUCKET
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET
           END-EVALUATE.

       590-PRINT-RUN-TOTALS.
           MOVE SPACES TO SL-NOTE.
           MOVE 'STATEMENT ITEMS READ' TO SL-TEXT.
           MOVE STMT-DETAILS-READ TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           IF NOT STATEMENT-TONIGHT
                MOVE 'NO BANKSTMT TONIGHT' TO SL-NOTE
           END-IF.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE SPACES TO SL-NOTE.
           MOVE 'STATEMENT ITEMS MATCHED OR BOOKED' TO SL-TEXT.
           MOVE STMT-DETAILS-MATCHED TO SL-COUNT.
           MOVE CLEARED-DOLLARS TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'STATEMENT ITEMS CARRIED UNMATCHED' TO SL-TEXT.
           MOVE BANK-ITEMS-ADDED TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'BOOK ITEMS ISSUED TONIGHT' TO SL-TEXT.
           MOVE BOOK-ITEMS-ADDED TO SL-COUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'BANK FEES TO GLPOST' TO SL-TEXT.
           MOVE ZERO TO SL-COUNT.
           MOVE FEE-TOTAL TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'INTEREST TO GLPOST' TO SL-TEXT.
           MOVE INTEREST-TOTAL TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'STALE OUTSTANDING ITEMS' TO SL-TEXT.
           MOVE STALE-ITEM-COUNT TO SL-COUNT.
           MOVE ZERO TO SL-AMOUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.
           MOVE 'ACCOUNTS OUT OF BALANCE' TO SL-TEXT.
           MOVE OUT-OF-BALANCE-COUNT TO SL-COUNT.
           WRITE BANKRPT-REC FROM SUMMARY-LINE.

           IF OUT-OF-BALANCE-COUNT > 0
                DISPLAY 'BANKREC: ' OUT-OF-BALANCE-COUNT
                    ' ACCOUNT(S) OUT OF BALANCE - SEE BANKRPT'
           END-IF.
           IF STMT-RECS-SKIPPED > 0
                DISPLAY 'BANKREC: ' STMT-RECS-SKIPPED
                    ' BANKSTMT RECORD(S) OF UNKNOWN TYPE SKIPPED'
           END-IF.

      * The new master: each account's header and its items still
      * open; cleared and reversed items drop off here.
       600-WRITE-MASTER.
           OPEN OUTPUT BRECNEW
           IF NOT BRN-NORMAL
                DISPLAY 'ERROR OPENING BRECNEW'
                GO TO 999-RETURN-ERR.

           PERFORM 610-WRITE-ONE-ACCOUNT
               VARYING AC-IDX FROM 1 BY 1
               UNTIL AC-IDX > ACCOUNT-COUNT.

           CLOSE BRECNEW.

       610-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO BREC-ITEM-WS.
           MOVE 'A'                      TO BRI-REC-TYPE.
           MOVE AC-ACCOUNT (AC-IDX)      TO BRA-ACCOUNT.
           MOVE AC-BOOK-BALANCE (AC-IDX) TO BRA-BOOK-BALANCE.
           MOVE AC-BANK-BALANCE (AC-IDX) TO BRA-BANK-BALANCE.
           MOVE AC-STMT-DATE (AC-IDX)    TO BRA-STMT-DATE.
           WRITE BRECNEW-REC FROM BREC-ITEM-WS.

           PERFORM 620-WRITE-ONE-ITEM
               VARYING IT-SUB FROM 1 BY 1 UNTIL IT-SUB > ITEM-COUNT.

       620-WRITE-ONE-ITEM.
           IF IT-OPEN (IT-SUB)
                  AND IT-ACCOUNT (IT-SUB) = AC-ACCOUNT (AC-IDX)
                MOVE SPACES TO BREC-ITEM-WS
                MOVE 'I'                   TO BRI-REC-TYPE
                MOVE IT-ACCOUNT (IT-SUB)   TO BRI-ACCOUNT
                MOVE IT-SIDE (IT-SUB)      TO BRI-SIDE
                MOVE IT-SOURCE (IT-SUB)    TO BRI-SOURCE
                MOVE IT-BATCH-ID (IT-SUB)  TO BRI-BATCH-ID
                MOVE IT-ITEM-DATE (IT-SUB) TO BRI-ITEM-DATE
                MOVE IT-DR-CR (IT-SUB)     TO BRI-DR-CR
                MOVE IT-AMOUNT (IT-SUB)    TO BRI-AMOUNT
                MOVE IT-TRAN-CODE (IT-SUB) TO BRI-TRAN-CODE
                MOVE IT-REFERENCE (IT-SUB) TO BRI-REFERENCE
                WRITE BRECNEW-REC FROM BREC-ITEM-WS
                ADD 1 TO ITEMS-CARRIED-OUT
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE BANKRPT, GLPOST.

      * One run-control record for DAYBAL's nightly cross-foot --
      * every statement item and every item issued tonight is either
      * matched or booked (primary) or carried on the master
      * (secondary); the dollars are the items cleared.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'BANKREC '            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN =
               STMT-DETAILS-READ + BOOK-ITEMS-ADDED.
           MOVE STMT-DETAILS-MATCHED  TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY =
               BANK-ITEMS-ADDED + BOOK-ITEMS-ADDED.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE CLEARED-DOLLARS       TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
