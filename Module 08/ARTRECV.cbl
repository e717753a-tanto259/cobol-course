       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ARTRECV.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** ARTIST INVOICING, RECEIVABLES AND CREDIT HOLD.
      *****
      ***** ARTISTS WERE INVOICED OUTSIDE THE SYSTEM AND THE ARTMAST
      ***** CREDIT FLAG WAS SET BY HAND WHEN SOMEONE REMEMBERED AN
      ***** ACCOUNT OWED US MONEY, SO FAVRFP'S HELDPROP DIVERSION
      ***** ONLY EVER CAUGHT THE ACCOUNTS SOMEBODY THOUGHT OF.  THIS
      ***** RUN KEEPS AN OPEN-ITEM RECEIVABLES MASTER PER ARTIST
      ***** (ARTAROLD IN, ARTARNEW OUT, THE VNDPAY APOPEN STYLE):
      *****
      *****   - EVERY ORDER RCPMATCH APPROVES AS FULLY RECEIVED
      *****     (PAYAPPR) IS INVOICED TO THE ARTIST ONCE -- A RESENT
      *****     APPROVAL IS RECOGNIZED BY ITS PO NUMBER, AND A LARGER
      *****     AMOUNT INVOICES ONLY THE DIFFERENCE;
      *****   - UNITS FAVRFP FILLED FROM STOCK NEVER SEE A PURCHASE
      *****     ORDER, SO THE NIGHT'S RESERVATIONS ON INVMOVE ARE
      *****     INVOICED TOO, ONE INVOICE PER ACCOUNT PER NIGHT, AT
      *****     THE CHARGE FAVRFP PUT ON EACH.  THIS RUN READS INVMOVE
      *****     AFTER FAVRFP AND BEFORE INVUPD CARRIES IT FORWARD, AND
      *****     A NIGHT ALREADY INVOICED IS RECOGNIZED BY ITS FILL
      *****     DATE;
      *****   - LOCKBOX PAYMENTS (ARTPAY) POST TO THE INVOICE THEY
      *****     NAME, THEN TO THE ACCOUNT'S OLDEST OPEN INVOICES, AND
      *****     ANY EXCESS STAYS ON ACCOUNT AS A CREDIT;
      *****   - UNPAID INVOICES AGE IN BUSINESS DAYS (HOLCAL + THE
      *****     AGETAB ARHOLD CODE).
      *****
      ***** AN ACCOUNT WITH AN INVOICE UNPAID PAST THE ARHOLD AGE, OR
      ***** WHOSE OPEN BALANCE RUNS OVER ITS ARTMAST CREDIT LIMIT, GETS
      ***** AN ARTMAINT CHANGE TRANSACTION (ARHOLDTR) SETTING THE
      ***** CREDIT HOLD, MARKED AS SET BY AGING.  AN ACCOUNT THAT HAS
      ***** PAID UP GETS ONE RELEASING IT -- BUT ONLY A HOLD AGING
      ***** SET; A HOLD ACCOUNTING PUT ON BY HAND STAYS UNTIL THEY
      ***** TAKE IT OFF.  ARHOLDTR RUNS THROUGH ARTMAINT AS ITS
      ***** ARTTRANS INPUT BEFORE THE NEXT FAVRFP.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Artist account master maintained by ARTMAINT.
           SELECT ARTMAST
           ASSIGN TO ARTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARTMAST-ST.
      *  RCPMATCH's approvals of fully received orders, resent every
      *  night the receipts stay on file.
           SELECT PAY-IN
           ASSIGN TO PAYAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-IN-ST.
      *  The cycle's stock movements (see Copybooks/INVMOVE.cpy),
      *  read for FAVRFP's stock reservations.
           SELECT INV-MOVE
           ASSIGN TO INVMOVE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INV-MOVE-ST.
      *  Artist payments from the bank's lockbox.
           SELECT ARTPAY
           ASSIGN TO ARTPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARTPAY-ST.
           SELECT AR-OLD
           ASSIGN TO ARTAROLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-OLD-ST.
           SELECT AR-NEW
           ASSIGN TO ARTARNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AR-NEW-ST.
           SELECT ARTINVC
           ASSIGN TO ARTINVC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARTINVC-ST.
           SELECT ARTARRPT
           ASSIGN TO ARTARRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARTARRPT-ST.
      *  Credit hold changes in ARTMAINT's ARTTRANS layout.
           SELECT ARHOLDTR
           ASSIGN TO ARHOLDTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARHOLDTR-ST.
      *  Holiday calendar and aging thresholds, the same business-day
      *  machinery INVGEN and HOSPRECV age with.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
           SELECT GLACCTS
           ASSIGN TO GLACCTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACCTS-ST.
           SELECT GLPOST
           ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPOST-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping and aging so a rerun reproduces the original
      *  date's results.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  ARTMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ARTMAST-REC                 PIC X(80).

      * RCPMATCH's PAYAPPR layout.
       FD  PAY-IN
           RECORD CONTAINS 50 CHARACTERS.
       01  PAY-IN-REC.
           05  PAY-ACCT-NO-I           PIC X(08).
           05  PAY-APPROVED-AMT-I      PIC S9(9)V99.
           05  PAY-APPROVE-DATE-I      PIC 9(08).
           05  PAY-PO-NUMBER-I         PIC 9(08).
           05  PAY-VENDOR-ID-I         PIC X(05).
           05  FILLER                  PIC X(10).

       FD  INV-MOVE
           RECORD CONTAINS 70 CHARACTERS.
           COPY INVMOVE.

      * One lockbox payment: the account, the invoice the artist
      * quoted (zero when none was), the amount and the date the
      * bank received it, and the artist's check number.
       FD  ARTPAY
           RECORD CONTAINS 40 CHARACTERS.
       01  ARTPAY-REC.
           05  PY-ACCT-NO              PIC X(08).
           05  PY-INVOICE-NO           PIC 9(08).
           05  PY-AMOUNT               PIC 9(07)V99.
           05  PY-PAY-DATE             PIC 9(08).
           05  PY-CHECK-NO             PIC X(07).

       FD  AR-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-OLD-REC                  PIC X(80).

       FD  AR-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  AR-NEW-REC                  PIC X(80).

       FD  ARTINVC
           RECORD CONTAINS 133 CHARACTERS.
       01  ARTINVC-REC                 PIC X(133).

       FD  ARTARRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  ARTARRPT-REC                PIC X(133).

       FD  ARHOLDTR
           RECORD CONTAINS 90 CHARACTERS.
       01  ARHOLDTR-REC.
           05  HT-ACTION               PIC X(01).
           05  HT-RECORD-IMAGE         PIC X(80).
           05  FILLER                  PIC X(09).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

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

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY GLPOST.
           COPY ARTITEM.

       01  FLAGS.
           05  ARTMAST-ST              PIC X(02).
               88  AM-NORMAL                           VALUE '00'.
           05  PAY-IN-ST               PIC X(02).
               88  PI-NORMAL                           VALUE '00'.
           05  INV-MOVE-ST             PIC X(02).
               88  IM-NORMAL                           VALUE '00'.
           05  ARTPAY-ST               PIC X(02).
               88  PY-NORMAL                           VALUE '00'.
           05  AR-OLD-ST               PIC X(02).
               88  AO-NORMAL                           VALUE '00'.
           05  AR-NEW-ST               PIC X(02).
               88  AN-NORMAL                           VALUE '00'.
           05  ARTINVC-ST              PIC X(02).
               88  IV-NORMAL                           VALUE '00'.
           05  ARTARRPT-ST             PIC X(02).
               88  RP-NORMAL                           VALUE '00'.
           05  ARHOLDTR-ST             PIC X(02).
               88  HT-NORMAL                           VALUE '00'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GLA-NORMAL                          VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GLP-NORMAL                          VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  ARTMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-ARTMAST                     VALUE 'Y'.
           05  PAY-IN-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-APPROVALS                   VALUE 'Y'.
           05  INV-MOVE-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-INV-MOVES                   VALUE 'Y'.
           05  ARTPAY-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-PAYMENTS                    VALUE 'Y'.
           05  AR-OLD-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-OLD-AR                      VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  BILL-MAP-SW             PIC X(01)       VALUE 'N'.
               88  BILL-MAP-FOUND                      VALUE 'Y'.
           05  CASH-MAP-SW             PIC X(01)       VALUE 'N'.
               88  CASH-MAP-FOUND                      VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * The artist master, keyed by account, the ARTMAINT layout
      * entry by entry, with the open balance and the age of the
      * oldest unpaid invoice each account runs up as the open items
      * are reviewed.
       01  ART-TABLE.
           05  ART-ITEM OCCURS 500 TIMES
                   INDEXED BY ART-IDX.
               10  ART-RECORD-IMAGE        PIC X(80).
               10  ART-FIELD-VIEW REDEFINES ART-RECORD-IMAGE.
                   15  ART-ACCT-NO         PIC X(08).
                   15  ART-NAME            PIC X(20).
                   15  ART-STATUS          PIC X(01).
                   15  ART-CREDIT-FLAG     PIC X(01).
                   15  ART-CREDIT-LIMIT    PIC 9(07)V99.
                   15  ART-HOLD-SOURCE     PIC X(01).
                   15  FILLER              PIC X(40).
               10  ART-OPEN-BALANCE        PIC S9(09)V99.
               10  ART-OLDEST-AGE          PIC S9(05).
       77  ART-MAX                     PIC S9(04) COMP VALUE 500.
       77  ART-COUNT                   PIC S9(04) COMP VALUE 0.
       77  ART-FOUND-SUB               PIC S9(04) COMP VALUE 0.
       77  ART-SUB                     PIC S9(04) COMP VALUE 0.
       77  CURR-ACCT-WS                PIC X(08).

      * The receivables master held while approvals invoice and
      * payments post, the ARTITEM layout entry by entry.
       01  ITEM-TABLE.
           05  ITM-ITEM OCCURS 5000 TIMES.
               10  ITM-RECORD-IMAGE        PIC X(80).
               10  ITM-FIELD-VIEW REDEFINES ITM-RECORD-IMAGE.
                   15  ITM-ACCT-NO         PIC X(08).
                   15  ITM-INVOICE-NO      PIC 9(08).
                   15  ITM-PO-NUMBER       PIC 9(08).
                   15  ITM-VENDOR-ID       PIC X(05).
                   15  ITM-INVOICE-DATE    PIC 9(08).
                   15  ITM-INVOICE-AMT     PIC S9(07)V99.
                   15  ITM-BALANCE         PIC S9(07)V99.
                   15  ITM-LAST-PAY-DATE   PIC 9(08).
                   15  ITM-STATUS          PIC X(01).
                   15  ITM-FILL-DATE       PIC 9(08).
                   15  FILLER              PIC X(08).
       77  ITEM-MAX                    PIC S9(04) COMP VALUE 5000.
       77  ITEM-COUNT                  PIC S9(04) COMP VALUE 0.
       77  ITM-SUB                     PIC S9(04) COMP VALUE 0.
       77  CR-SUB                      PIC S9(04) COMP VALUE 0.

      * The night's stock fills summed by account and reservation
      * date, each invoiced once.
       01  FILL-TABLE.
           05  FILL-ITEM OCCURS 500 TIMES.
               10  FL-ACCT-NO              PIC X(08).
               10  FL-FILL-DATE            PIC 9(08).
               10  FL-UNITS                PIC 9(07).
               10  FL-AMOUNT               PIC S9(09)V99.
       77  FILL-MAX                    PIC S9(04) COMP VALUE 500.
       77  FILL-COUNT                  PIC S9(04) COMP VALUE 0.
       77  FILL-SUB                    PIC S9(04) COMP VALUE 0.
       77  FILL-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  FILL-AMT-WS                 PIC S9(09)V99.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL,
      * for the business-day aging count.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT                PIC S9(04) COMP VALUE 0.
       77  HOLIDAY-MAX                  PIC S9(04) COMP VALUE 100.

       77  BUS-FROM-INT                 PIC 9(08).
       77  BUS-TO-INT                   PIC 9(08).
       77  BUS-DAY-INT                  PIC 9(08).
       77  BUS-DOW-WS                   PIC 9(01).
       77  BUSINESS-DAYS-WS             PIC S9(05).
       77  HOLIDAY-HIT-SW               PIC X(01) VALUE 'N'.
           88  DAY-IS-HOLIDAY                        VALUE 'Y'.

      * Business days an invoice may stay unpaid before its account
      * goes on credit hold, loaded from AGETAB (code ARHOLD) in
      * place of a literal.
       77  HOLD-AGE-DAYS               PIC 9(05) VALUE 30.

      * The next invoice number follows the highest already on the
      * master, so numbering stays sequential across runs.
       77  NEXT-INVOICE-NO             PIC 9(08) VALUE 1.

       01  ON-FILE-AMT                 PIC S9(11)V99.
       01  INVOICE-AMT-WS              PIC S9(09)V99.
      * What the invoice in hand is for: a PO approval, or a night's
      * stock fill (vendor STOCK).
       77  INV-PO-WS                   PIC 9(08).
       77  INV-VENDOR-WS               PIC X(05).
       77  INV-RCVD-DATE-WS            PIC 9(08).
       77  INV-FILL-DATE-WS            PIC 9(08).
       77  INV-UNITS-WS                PIC 9(07).
       01  PAY-LEFT-WS                 PIC S9(09)V99.
       01  APPLY-AMT-WS                PIC S9(09)V99.
       77  PAY-DATE-WS                 PIC 9(08).
       77  APPLY-TAG-WS                PIC X(12).
       77  APPLY-TEXT-WS               PIC X(40).
       77  HOLD-ACTION-WS              PIC X(24).
       77  WANT-HOLD-SW                PIC X(01).
           88  WANT-HOLD                             VALUE 'Y'.
       77  OVER-LIMIT-SW               PIC X(01).
           88  ACCOUNT-OVER-LIMIT                    VALUE 'Y'.

       77  APPR-READ                   PIC 9(07) VALUE 0.
       77  APPR-DUPLICATE              PIC 9(07) VALUE 0.
       77  APPR-EXCEPTION              PIC 9(07) VALUE 0.
       77  FILLS-READ                  PIC 9(07) VALUE 0.
       77  FILL-DUPLICATE              PIC 9(07) VALUE 0.
       77  FILL-EXCEPTION              PIC 9(07) VALUE 0.
       77  INVOICES-ISSUED             PIC 9(07) VALUE 0.
       77  PAY-READ                    PIC 9(07) VALUE 0.
       77  PAY-POSTED                  PIC 9(07) VALUE 0.
       77  PAY-REJECTED                PIC 9(07) VALUE 0.
       77  HOLDS-SET                   PIC 9(05) VALUE 0.
       77  HOLDS-RELEASED              PIC 9(05) VALUE 0.
       77  ITEMS-CARRIED               PIC 9(07) VALUE 0.
       01  INVOICED-DOLLARS            PIC S9(11)V99 VALUE 0.
       01  PAID-DOLLARS                PIC S9(11)V99 VALUE 0.
       01  UNAPPLIED-DOLLARS           PIC S9(11)V99 VALUE 0.
       01  OPEN-DOLLARS                PIC S9(11)V99 VALUE 0.

       01  GL-BILL-DEBIT-WS            PIC X(08).
       01  GL-BILL-CREDIT-WS           PIC X(08).
       01  GL-CASH-DEBIT-WS            PIC X(08).
       01  GL-CASH-CREDIT-WS           PIC X(08).
       01  GL-DEBIT-ACCT-WS            PIC X(08).
       01  GL-CREDIT-ACCT-WS           PIC X(08).
       01  GL-AMOUNT-WS                PIC S9(11)V99.

       01  INV-HDR-LINE.
           05  FILLER                  PIC X(11)
                    VALUE 'INVOICE NO '.
           05  INV-HDR-NO              PIC 9(08).
           05  FILLER                  PIC X(09)
                    VALUE '   DATED '.
           05  INV-HDR-DATE            PIC 9(08).
           05  FILLER                  PIC X(11)
                    VALUE '   ACCOUNT '.
           05  INV-HDR-ACCT            PIC X(08).

       01  INV-BILL-TO-LINE.
           05  FILLER                  PIC X(10)
                    VALUE 'BILL TO:  '.
           05  INV-BILL-NAME           PIC X(20).

       01  INV-DETAIL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE 'PURCHASE ORDER '.
           05  INV-DET-PO              PIC Z(07)9.
           05  FILLER                  PIC X(09)
                    VALUE '  VENDOR '.
           05  INV-DET-VENDOR          PIC X(05).
           05  FILLER                  PIC X(11)
                    VALUE '  RECEIVED '.
           05  INV-DET-RCVD-DATE       PIC 9(08).
           05  FILLER                  PIC X(09)
                    VALUE '  AMOUNT '.
           05  INV-DET-AMOUNT          PIC $$,$$$,$$9.99.

       01  INV-STOCK-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE 'FROM STOCK     '.
           05  INV-STK-UNITS           PIC Z(07)9.
           05  FILLER                  PIC X(09)
                    VALUE ' UNITS   '.
           05  FILLER                  PIC X(11)
                    VALUE '  RESERVED '.
           05  INV-STK-DATE            PIC 9(08).
           05  FILLER                  PIC X(09)
                    VALUE '  AMOUNT '.
           05  INV-STK-AMOUNT          PIC $$,$$$,$$9.99.

       01  INV-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'INVOICE TOTAL:  '.
           05  INV-TOTAL-O             PIC $$,$$$,$$9.99.

       01  INV-TERMS-LINE.
           05  FILLER                  PIC X(31)
                    VALUE 'PAYMENT DUE ON RECEIPT.  UNPAID'.
           05  FILLER                  PIC X(07)
                    VALUE ' AFTER '.
           05  INV-TERMS-DAYS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(30)
                    VALUE ' BUSINESS DAYS, THE ACCOUNT IS'.
           05  FILLER                  PIC X(22)
                    VALUE ' PLACED ON CREDIT HOLD'.

       01  RPT-HEADER-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'ARTIST RECEIVABLES AND CREDIT '.
           05  FILLER                  PIC X(11)
                    VALUE 'HOLD REVIEW'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-HDR-DATE            PIC 9(08).

      * One line per approval exception, invoice, payment applied,
      * credit left on account or payment rejected.
       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(12).
           05  AUD-ACCT-NO             PIC X(08).
           05  FILLER                  PIC X(05)       VALUE '  INV'.
           05  AUD-INVOICE-NO          PIC Z(07)9.
           05  FILLER                  PIC X(04)       VALUE '  PO'.
           05  AUD-PO-NUMBER           PIC Z(07)9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-AMOUNT              PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-TEXT                PIC X(40).

       01  REVIEW-HDR-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'ACCOUNT REVIEW -- HOLD PAST   '.
           05  RVH-DAYS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(31)
                    VALUE ' BUSINESS DAYS OR OVER LIMIT   '.

       01  REVIEW-LINE.
           05  RV-ACCT-NO              PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RV-NAME                 PIC X(20).
           05  FILLER                  PIC X(07)       VALUE '  OPEN '.
           05  RV-OPEN                 PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(09)
                    VALUE '  OLDEST '.
           05  RV-AGE                  PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08)
                    VALUE '  LIMIT '.
           05  RV-LIMIT                PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RV-ACTION               PIC X(24).

       01  FOOTER-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'APPROVALS READ: '.
           05  FOOTER-APPR-READ        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '   INVOICED: '.
           05  FOOTER-INVOICED         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   DUPLICATE: '.
           05  FOOTER-DUPLICATE        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                    VALUE '   EXCEPTIONS: '.
           05  FOOTER-EXCEPTION        PIC ZZZ,ZZ9.

       01  FOOTER-LINE-05.
           05  FILLER                  PIC X(16)
                    VALUE 'STOCK FILLS:    '.
           05  FOOTER-FILLS-READ       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(20)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE '   DUPLICATE: '.
           05  FOOTER-FILL-DUPLICATE   PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                    VALUE '   EXCEPTIONS: '.
           05  FOOTER-FILL-EXCEPTION   PIC ZZZ,ZZ9.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(16)
                    VALUE 'PAYMENTS READ:  '.
           05  FOOTER-PAY-READ         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '   POSTED:   '.
           05  FOOTER-PAY-POSTED       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   REJECTED:  '.
           05  FOOTER-PAY-REJECTED     PIC ZZZ,ZZ9.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(16)
                    VALUE 'INVOICED:       '.
           05  FOOTER-INV-DOLLARS      PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(13)
                    VALUE '   RECEIVED: '.
           05  FOOTER-PAID-DOLLARS     PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(14)
                    VALUE '   ON ACCOUNT:'.
           05  FOOTER-UNAPPLIED        PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(16)
                    VALUE 'OPEN BALANCE:   '.
           05  FOOTER-OPEN-DOLLARS     PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(13)
                    VALUE '   HOLDS SET:'.
           05  FOOTER-HOLDS-SET        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   RELEASED:  '.
           05  FOOTER-HOLDS-RELEASED   PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-INVOICE-APPROVAL UNTIL NO-MORE-APPROVALS.
           PERFORM 245-INVOICE-STOCK-FILL
               VARYING FILL-SUB FROM 1 BY 1
               UNTIL FILL-SUB > FILL-COUNT.
           PERFORM 250-POST-PAYMENT UNTIL NO-MORE-PAYMENTS.
           PERFORM 400-APPLY-CREDITS.
           PERFORM 450-REVIEW-ACCOUNTS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 595-WRITE-GL-ENTRIES
               THRU 595-WRITE-GL-ENTRIES-X.
           PERFORM 800-WRITE-NEW-ARTAR.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-ARTMAST.
           PERFORM 330-LOAD-ARTAR.
           PERFORM 340-LOAD-HOLIDAYS.
           PERFORM 350-LOAD-AGE-BANDS.
           PERFORM 360-LOAD-STOCK-FILLS.

           MOVE BUSINESS-DATE-NUM TO RPT-HDR-DATE.
           WRITE ARTARRPT-REC FROM RPT-HEADER-LINE.
           MOVE SPACES TO ARTARRPT-REC.
           WRITE ARTARRPT-REC.

           PERFORM 410-READ-APPROVAL.
           PERFORM 420-READ-PAYMENT.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night invoices and
      * ages with that night's date; absent a card the system date
      * stands in.
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

      * One approval against what is already invoiced for the same
      * order: the same amount is a resend, more invoices the
      * difference, less is for accounting to look at.
       200-INVOICE-APPROVAL.
           ADD 1 TO APPR-READ.
           PERFORM 210-TOTAL-ON-FILE.
           MOVE PAY-ACCT-NO-I TO CURR-ACCT-WS.
           PERFORM 240-FIND-ARTIST.

           EVALUATE TRUE
               WHEN ART-FOUND-SUB = 0
                   MOVE 'ACCOUNT NOT ON ARTMAST' TO AUD-TEXT
                   PERFORM 230-APPROVAL-EXCEPTION
               WHEN PAY-APPROVED-AMT-I NOT NUMERIC
                 OR PAY-APPROVED-AMT-I <= ZERO
                   MOVE 'APPROVED AMOUNT NOT VALID' TO AUD-TEXT
                   PERFORM 230-APPROVAL-EXCEPTION
               WHEN PAY-APPROVED-AMT-I = ON-FILE-AMT
                   ADD 1 TO APPR-DUPLICATE
               WHEN PAY-APPROVED-AMT-I < ON-FILE-AMT
                   MOVE 'APPROVED LESS THAN ALREADY INVOICED'
                       TO AUD-TEXT
                   PERFORM 230-APPROVAL-EXCEPTION
               WHEN ITEM-COUNT >= ITEM-MAX
                   MOVE 'ARTAR TABLE FULL - NOT INVOICED' TO AUD-TEXT
                   PERFORM 230-APPROVAL-EXCEPTION
               WHEN OTHER
                   COMPUTE INVOICE-AMT-WS =
                       PAY-APPROVED-AMT-I - ON-FILE-AMT
                   MOVE PAY-PO-NUMBER-I   TO INV-PO-WS
                   MOVE PAY-VENDOR-ID-I   TO INV-VENDOR-WS
                   IF PAY-APPROVE-DATE-I NUMERIC
                        MOVE PAY-APPROVE-DATE-I TO INV-RCVD-DATE-WS
                   ELSE
                        MOVE ZERO               TO INV-RCVD-DATE-WS
                   END-IF
                   MOVE ZERO              TO INV-FILL-DATE-WS
                   PERFORM 220-ISSUE-INVOICE
           END-EVALUATE.

           PERFORM 410-READ-APPROVAL.

      * What is already invoiced for the approval's order, paid or
      * open: by PO number alone when it has one, otherwise by the
      * account and vendor of a hand-typed order.
       210-TOTAL-ON-FILE.
           MOVE ZERO TO ON-FILE-AMT.
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-INVOICE-NO (ITM-SUB) > ZERO
                    IF PAY-PO-NUMBER-I > ZERO
                         IF ITM-PO-NUMBER (ITM-SUB) = PAY-PO-NUMBER-I
                              ADD ITM-INVOICE-AMT (ITM-SUB)
                                  TO ON-FILE-AMT
                         END-IF
                    ELSE
                         IF ITM-PO-NUMBER (ITM-SUB) = ZERO
                            AND ITM-ACCT-NO (ITM-SUB) = PAY-ACCT-NO-I
                            AND ITM-VENDOR-ID (ITM-SUB)
                                    = PAY-VENDOR-ID-I
                              ADD ITM-INVOICE-AMT (ITM-SUB)
                                  TO ON-FILE-AMT
                         END-IF
                    END-IF
               END-IF
           END-PERFORM.

      * A new invoice for the part of the order not yet billed:
      * numbered in sequence, dated tonight, printed, and opened on
      * the receivables master.  The caller sets the amount and
      * what it is for; the account is CURR-ACCT-WS.
       220-ISSUE-INVOICE.
           MOVE NEXT-INVOICE-NO   TO INV-HDR-NO.
           MOVE BUSINESS-DATE-NUM TO INV-HDR-DATE.
           MOVE CURR-ACCT-WS      TO INV-HDR-ACCT.
           WRITE ARTINVC-REC FROM INV-HDR-LINE.
           MOVE SPACES TO ARTINVC-REC.
           WRITE ARTINVC-REC.
           MOVE ART-NAME (ART-FOUND-SUB) TO INV-BILL-NAME.
           WRITE ARTINVC-REC FROM INV-BILL-TO-LINE.
           MOVE SPACES TO ARTINVC-REC.
           WRITE ARTINVC-REC.
           IF INV-FILL-DATE-WS > ZERO
                MOVE INV-UNITS-WS      TO INV-STK-UNITS
                MOVE INV-FILL-DATE-WS  TO INV-STK-DATE
                MOVE INVOICE-AMT-WS    TO INV-STK-AMOUNT
                WRITE ARTINVC-REC FROM INV-STOCK-LINE
           ELSE
                MOVE INV-PO-WS         TO INV-DET-PO
                MOVE INV-VENDOR-WS     TO INV-DET-VENDOR
                MOVE INV-RCVD-DATE-WS  TO INV-DET-RCVD-DATE
                MOVE INVOICE-AMT-WS    TO INV-DET-AMOUNT
                WRITE ARTINVC-REC FROM INV-DETAIL-LINE
           END-IF.
           MOVE SPACES TO ARTINVC-REC.
           WRITE ARTINVC-REC.
           MOVE INVOICE-AMT-WS    TO INV-TOTAL-O.
           WRITE ARTINVC-REC FROM INV-TOTAL-LINE.
           MOVE HOLD-AGE-DAYS     TO INV-TERMS-DAYS.
           WRITE ARTINVC-REC FROM INV-TERMS-LINE.
           MOVE SPACES TO ARTINVC-REC.
           WRITE ARTINVC-REC.
           WRITE ARTINVC-REC.

           INITIALIZE ART-ITEM-REC.
           MOVE CURR-ACCT-WS      TO AI-ACCT-NO.
           MOVE NEXT-INVOICE-NO   TO AI-INVOICE-NO.
           MOVE INV-PO-WS         TO AI-PO-NUMBER.
           MOVE INV-VENDOR-WS     TO AI-VENDOR-ID.
           MOVE INV-FILL-DATE-WS  TO AI-FILL-DATE.
           MOVE BUSINESS-DATE-NUM TO AI-INVOICE-DATE.
           MOVE INVOICE-AMT-WS    TO AI-INVOICE-AMT.
           MOVE INVOICE-AMT-WS    TO AI-BALANCE.
           MOVE ZERO              TO AI-LAST-PAY-DATE.
           MOVE 'O'               TO AI-STATUS.
           ADD 1 TO ITEM-COUNT.
           MOVE ART-ITEM-REC TO ITM-RECORD-IMAGE (ITEM-COUNT).

           MOVE 'INVOICED'        TO AUD-TAG.
           MOVE CURR-ACCT-WS      TO AUD-ACCT-NO.
           MOVE NEXT-INVOICE-NO   TO AUD-INVOICE-NO.
           MOVE INV-PO-WS         TO AUD-PO-NUMBER.
           MOVE INVOICE-AMT-WS    TO AUD-AMOUNT.
           IF INV-FILL-DATE-WS > ZERO
                MOVE 'FILLED FROM STOCK' TO AUD-TEXT
           ELSE
                MOVE SPACES            TO AUD-TEXT
           END-IF.
           WRITE ARTARRPT-REC FROM AUDIT-LINE.

           ADD 1 TO INVOICES-ISSUED.
           ADD INVOICE-AMT-WS TO INVOICED-DOLLARS.
           ADD 1 TO NEXT-INVOICE-NO.

       230-APPROVAL-EXCEPTION.
           ADD 1 TO APPR-EXCEPTION.
           MOVE 'NOT BILLED'      TO AUD-TAG.
           MOVE PAY-ACCT-NO-I     TO AUD-ACCT-NO.
           MOVE ZERO              TO AUD-INVOICE-NO.
           MOVE PAY-PO-NUMBER-I   TO AUD-PO-NUMBER.
           IF PAY-APPROVED-AMT-I NUMERIC
                MOVE PAY-APPROVED-AMT-I TO AUD-AMOUNT
           ELSE
                MOVE ZERO               TO AUD-AMOUNT
           END-IF.
           WRITE ARTARRPT-REC FROM AUDIT-LINE.

       240-FIND-ARTIST.
           MOVE 0 TO ART-FOUND-SUB.
           SET ART-IDX TO 1.
           SEARCH ART-ITEM VARYING ART-IDX
               AT END
                   CONTINUE
               WHEN ART-IDX > ART-COUNT
                   CONTINUE
               WHEN ART-ACCT-NO (ART-IDX) = CURR-ACCT-WS
                   SET ART-FOUND-SUB TO ART-IDX
           END-SEARCH.

      * One account's stock fills for one night against what is
      * already invoiced for them, the same three ways an approval
      * is weighed: the same amount was billed before, more bills
      * the difference, less is for accounting to look at.
       245-INVOICE-STOCK-FILL.
           ADD 1 TO FILLS-READ.
           MOVE FL-ACCT-NO (FILL-SUB) TO CURR-ACCT-WS.
           PERFORM 240-FIND-ARTIST.
           PERFORM 246-FILL-ON-FILE.

           EVALUATE TRUE
               WHEN ART-FOUND-SUB = 0
                   MOVE 'ACCOUNT NOT ON ARTMAST' TO AUD-TEXT
                   PERFORM 247-FILL-EXCEPTION
               WHEN FL-AMOUNT (FILL-SUB) <= ZERO
                   MOVE 'STOCK FILL CHARGE NOT VALID' TO AUD-TEXT
                   PERFORM 247-FILL-EXCEPTION
               WHEN FL-AMOUNT (FILL-SUB) = ON-FILE-AMT
                   ADD 1 TO FILL-DUPLICATE
               WHEN FL-AMOUNT (FILL-SUB) < ON-FILE-AMT
                   MOVE 'STOCK FILL LESS THAN ALREADY INVOICED'
                       TO AUD-TEXT
                   PERFORM 247-FILL-EXCEPTION
               WHEN ITEM-COUNT >= ITEM-MAX
                   MOVE 'ARTAR TABLE FULL - NOT INVOICED' TO AUD-TEXT
                   PERFORM 247-FILL-EXCEPTION
               WHEN OTHER
                   COMPUTE INVOICE-AMT-WS =
                       FL-AMOUNT (FILL-SUB) - ON-FILE-AMT
                   MOVE ZERO                   TO INV-PO-WS
                   MOVE 'STOCK'                TO INV-VENDOR-WS
                   MOVE ZERO                   TO INV-RCVD-DATE-WS
                   MOVE FL-FILL-DATE (FILL-SUB) TO INV-FILL-DATE-WS
                   MOVE FL-UNITS (FILL-SUB)    TO INV-UNITS-WS
                   PERFORM 220-ISSUE-INVOICE
           END-EVALUATE.

      * What is already invoiced for the account's stock fills of
      * the same night.
       246-FILL-ON-FILE.
           MOVE ZERO TO ON-FILE-AMT.
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-INVOICE-NO (ITM-SUB) > ZERO
                  AND ITM-VENDOR-ID (ITM-SUB) = 'STOCK'
                  AND ITM-ACCT-NO (ITM-SUB) = CURR-ACCT-WS
                    IF ITM-FILL-DATE (ITM-SUB) = FL-FILL-DATE (FILL-SUB)
                         ADD ITM-INVOICE-AMT (ITM-SUB) TO ON-FILE-AMT
                    END-IF
               END-IF
           END-PERFORM.

       247-FILL-EXCEPTION.
           ADD 1 TO FILL-EXCEPTION.
           MOVE 'NOT BILLED'      TO AUD-TAG.
           MOVE CURR-ACCT-WS      TO AUD-ACCT-NO.
           MOVE ZERO              TO AUD-INVOICE-NO.
           MOVE ZERO              TO AUD-PO-NUMBER.
           MOVE FL-AMOUNT (FILL-SUB) TO AUD-AMOUNT.
           WRITE ARTARRPT-REC FROM AUDIT-LINE.

       250-POST-PAYMENT.
           ADD 1 TO PAY-READ.
           PERFORM 255-APPLY-PAYMENT
               THRU 255-APPLY-PAYMENT-X.
           PERFORM 420-READ-PAYMENT.

      * One lockbox payment: first to the invoice the artist quoted,
      * then to the account's open invoices oldest first, and
      * whatever is left stays on account as a credit.  The master
      * must have room for that credit before any of it posts.
       255-APPLY-PAYMENT.
           MOVE PY-ACCT-NO TO CURR-ACCT-WS.
           PERFORM 240-FIND-ARTIST.
           IF ART-FOUND-SUB = 0
                MOVE 'ACCOUNT NOT ON ARTMAST' TO AUD-TEXT
                PERFORM 290-REJECT-PAYMENT
                GO TO 255-APPLY-PAYMENT-X
           END-IF.
           IF PY-AMOUNT NOT NUMERIC OR PY-AMOUNT = ZERO
                MOVE 'PAYMENT AMOUNT NOT VALID' TO AUD-TEXT
                PERFORM 290-REJECT-PAYMENT
                GO TO 255-APPLY-PAYMENT-X
           END-IF.
           IF ITEM-COUNT >= ITEM-MAX
                MOVE 'ARTAR TABLE FULL - NOT POSTED' TO AUD-TEXT
                PERFORM 290-REJECT-PAYMENT
                GO TO 255-APPLY-PAYMENT-X
           END-IF.

           IF PY-INVOICE-NO NOT NUMERIC
                MOVE ZERO TO PY-INVOICE-NO
           END-IF.
           IF PY-PAY-DATE NUMERIC AND PY-PAY-DATE > ZERO
                MOVE PY-PAY-DATE       TO PAY-DATE-WS
           ELSE
                MOVE BUSINESS-DATE-NUM TO PAY-DATE-WS
           END-IF.
           MOVE PY-AMOUNT   TO PAY-LEFT-WS.
           MOVE 'PAYMENT'   TO APPLY-TAG-WS.
           MOVE SPACES      TO APPLY-TEXT-WS.
           STRING 'CHECK ' DELIMITED BY SIZE
                  PY-CHECK-NO DELIMITED BY SIZE
               INTO APPLY-TEXT-WS
           END-STRING.

           IF PY-INVOICE-NO > ZERO
                PERFORM VARYING ITM-SUB FROM 1 BY 1
                    UNTIL ITM-SUB > ITEM-COUNT
                    IF ITM-INVOICE-NO (ITM-SUB) = PY-INVOICE-NO
                       AND ITM-ACCT-NO (ITM-SUB) = PY-ACCT-NO
                       AND ITM-STATUS (ITM-SUB) = 'O'
                         PERFORM 260-APPLY-TO-ITEM
                    END-IF
                END-PERFORM
           END-IF.

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
                  OR PAY-LEFT-WS = ZERO
               IF ITM-ACCT-NO (ITM-SUB) = PY-ACCT-NO
                  AND ITM-STATUS (ITM-SUB) = 'O'
                    PERFORM 260-APPLY-TO-ITEM
               END-IF
           END-PERFORM.

           IF PAY-LEFT-WS > ZERO
                PERFORM 270-OPEN-CREDIT
           END-IF.

           ADD 1 TO PAY-POSTED.
           ADD PY-AMOUNT TO PAID-DOLLARS.

       255-APPLY-PAYMENT-X.
           EXIT.

      * As much of PAY-LEFT-WS as the open item at ITM-SUB still
      * owes; an item brought to zero is paid.
       260-APPLY-TO-ITEM.
           IF PAY-LEFT-WS > ITM-BALANCE (ITM-SUB)
                MOVE ITM-BALANCE (ITM-SUB) TO APPLY-AMT-WS
           ELSE
                MOVE PAY-LEFT-WS           TO APPLY-AMT-WS
           END-IF.
           IF APPLY-AMT-WS > ZERO
                SUBTRACT APPLY-AMT-WS FROM ITM-BALANCE (ITM-SUB)
                SUBTRACT APPLY-AMT-WS FROM PAY-LEFT-WS
                MOVE PAY-DATE-WS TO ITM-LAST-PAY-DATE (ITM-SUB)
                IF ITM-BALANCE (ITM-SUB) = ZERO
                     MOVE 'P' TO ITM-STATUS (ITM-SUB)
                END-IF
                MOVE APPLY-TAG-WS             TO AUD-TAG
                MOVE ITM-ACCT-NO (ITM-SUB)    TO AUD-ACCT-NO
                MOVE ITM-INVOICE-NO (ITM-SUB) TO AUD-INVOICE-NO
                MOVE ITM-PO-NUMBER (ITM-SUB)  TO AUD-PO-NUMBER
                MOVE APPLY-AMT-WS             TO AUD-AMOUNT
                MOVE APPLY-TEXT-WS            TO AUD-TEXT
                WRITE ARTARRPT-REC FROM AUDIT-LINE
           END-IF.

      * The rest of a payment the account's open invoices could not
      * take, held on account for its next invoices.
       270-OPEN-CREDIT.
           INITIALIZE ART-ITEM-REC.
           MOVE PY-ACCT-NO        TO AI-ACCT-NO.
           MOVE ZERO              TO AI-INVOICE-NO.
           MOVE ZERO              TO AI-PO-NUMBER.
           MOVE SPACES            TO AI-VENDOR-ID.
           MOVE PAY-DATE-WS       TO AI-INVOICE-DATE.
           COMPUTE AI-INVOICE-AMT = ZERO - PAY-LEFT-WS.
           MOVE AI-INVOICE-AMT    TO AI-BALANCE.
           MOVE PAY-DATE-WS       TO AI-LAST-PAY-DATE.
           MOVE 'U'               TO AI-STATUS.
           ADD 1 TO ITEM-COUNT.
           MOVE ART-ITEM-REC TO ITM-RECORD-IMAGE (ITEM-COUNT).

           MOVE 'ON ACCOUNT'      TO AUD-TAG.
           MOVE PY-ACCT-NO        TO AUD-ACCT-NO.
           MOVE ZERO              TO AUD-INVOICE-NO.
           MOVE ZERO              TO AUD-PO-NUMBER.
           MOVE PAY-LEFT-WS       TO AUD-AMOUNT.
           MOVE APPLY-TEXT-WS     TO AUD-TEXT.
           WRITE ARTARRPT-REC FROM AUDIT-LINE.
           ADD PAY-LEFT-WS TO UNAPPLIED-DOLLARS.
           MOVE ZERO TO PAY-LEFT-WS.

      * Counts the business days from BUS-FROM-INT (exclusive) to
      * BUS-TO-INT (inclusive).  Day numbers from INTEGER-OF-DATE
      * start at Monday 1 JAN 1601, so MOD 7 of 6 is a Saturday and
      * 0 a Sunday.
       280-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO BUSINESS-DAYS-WS.
           MOVE BUS-FROM-INT TO BUS-DAY-INT.

           PERFORM UNTIL BUS-DAY-INT >= BUS-TO-INT
               ADD 1 TO BUS-DAY-INT
               COMPUTE BUS-DOW-WS = FUNCTION MOD (BUS-DAY-INT, 7)
               IF BUS-DOW-WS NOT = 6 AND BUS-DOW-WS NOT = 0
                   PERFORM 285-CHECK-HOLIDAY
                   IF NOT DAY-IS-HOLIDAY
                       ADD 1 TO BUSINESS-DAYS-WS
                   END-IF
               END-IF
           END-PERFORM.

       285-CHECK-HOLIDAY.
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

       290-REJECT-PAYMENT.
           ADD 1 TO PAY-REJECTED.
           MOVE 'NOT POSTED'      TO AUD-TAG.
           MOVE PY-ACCT-NO        TO AUD-ACCT-NO.
           IF PY-INVOICE-NO NUMERIC
                MOVE PY-INVOICE-NO TO AUD-INVOICE-NO
           ELSE
                MOVE ZERO          TO AUD-INVOICE-NO
           END-IF.
           MOVE ZERO              TO AUD-PO-NUMBER.
           IF PY-AMOUNT NUMERIC
                MOVE PY-AMOUNT    TO AUD-AMOUNT
           ELSE
                MOVE ZERO         TO AUD-AMOUNT
           END-IF.
           WRITE ARTARRPT-REC FROM AUDIT-LINE.

       300-OPEN-FILES.
           OPEN INPUT ARTMAST
           IF NOT AM-NORMAL
                DISPLAY 'ERROR OPENING ARTMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PAY-IN
           IF NOT PI-NORMAL
                DISPLAY 'ERROR OPENING PAYAPPR'
                GO TO 999-RETURN-ERR.

           OPEN INPUT ARTPAY
           IF NOT PY-NORMAL
                DISPLAY 'ERROR OPENING ARTPAY'
                GO TO 999-RETURN-ERR.

           OPEN INPUT AR-OLD
           IF NOT AO-NORMAL
                DISPLAY 'ERROR OPENING ARTAROLD'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT AR-NEW
           IF NOT AN-NORMAL
                DISPLAY 'ERROR OPENING ARTARNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ARTINVC
           IF NOT IV-NORMAL
                DISPLAY 'ERROR OPENING ARTINVC'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ARTARRPT
           IF NOT RP-NORMAL
                DISPLAY 'ERROR OPENING ARTARRPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ARHOLDTR
           IF NOT HT-NORMAL
                DISPLAY 'ERROR OPENING ARHOLDTR'
                GO TO 999-RETURN-ERR.

      * Holding and releasing from a truncated master would miss
      * accounts, so a master past capacity stops the run.
       320-LOAD-ARTMAST.
           READ ARTMAST
               AT END MOVE 'Y' TO ARTMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ARTMAST
               IF ART-COUNT >= ART-MAX
                    DISPLAY "ERROR: ARTMAST HAS MORE THAN " ART-MAX
                        " ACCOUNTS - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO ART-COUNT
               MOVE ARTMAST-REC TO ART-RECORD-IMAGE (ART-COUNT)
               MOVE ZERO TO ART-OPEN-BALANCE (ART-COUNT)
               MOVE ZERO TO ART-OLDEST-AGE (ART-COUNT)
               READ ARTMAST
                   AT END MOVE 'Y' TO ARTMAST-EOF
               END-READ
           END-PERFORM.

           CLOSE ARTMAST.

      * Every item on file, open or paid, is loaded: dropping a paid
      * invoice would let its approval bill again, so a file past
      * capacity stops the run.  Invoice numbers continue from the
      * highest one on file.
       330-LOAD-ARTAR.
           READ AR-OLD
               AT END MOVE 'Y' TO AR-OLD-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-OLD-AR
               IF ITEM-COUNT >= ITEM-MAX
                    DISPLAY "ERROR: ARTAROLD HAS MORE THAN " ITEM-MAX
                        " ITEMS - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO ITEM-COUNT
               MOVE AR-OLD-REC TO ITM-RECORD-IMAGE (ITEM-COUNT)
               IF ITM-INVOICE-NO (ITEM-COUNT) NUMERIC
                      AND ITM-INVOICE-NO (ITEM-COUNT)
                              >= NEXT-INVOICE-NO
                    COMPUTE NEXT-INVOICE-NO =
                        ITM-INVOICE-NO (ITEM-COUNT) + 1
               END-IF
               READ AR-OLD
                   AT END MOVE 'Y' TO AR-OLD-EOF
               END-READ
           END-PERFORM.

           CLOSE AR-OLD.

      * Holidays load as day numbers so the business-day walk can
      * compare directly.
       340-LOAD-HOLIDAYS.
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
                        IF HOLIDAY-COUNT >= HOLIDAY-MAX
                             DISPLAY "ERROR: HOLCAL HAS MORE THAN "
                                 HOLIDAY-MAX " HOLIDAYS - TABLE TOO"
                                 " SMALL"
                             GO TO 999-RETURN-ERR
                        END-IF
                        ADD 1 TO HOLIDAY-COUNT
                        COMPUTE HOL-DATE-INT (HOLIDAY-COUNT) =
                            FUNCTION INTEGER-OF-DATE
                                (HC-HOLIDAY-DATE)
                   END-IF
                   READ HOLCAL
                       AT END MOVE 'Y' TO HOLCAL-EOF
                   END-READ
           END-PERFORM.

           CLOSE HOLCAL.

      * Loads the credit hold age from AGETAB.  A code not on file
      * keeps its shipped default.
       350-LOAD-AGE-BANDS.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'ARHOLD  '
                       MOVE DAY-VALUE TO HOLD-AGE-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

      * The night's stock reservations FAVRFP appended to INVMOVE,
      * summed by account and reservation date.  Every other kind
      * of movement is some other program's business.  A charge
      * missing from an older reservation bills at quantity times
      * unit cost.  Fills past the table would go unbilled, so they
      * stop the run.
       360-LOAD-STOCK-FILLS.
           OPEN INPUT INV-MOVE
           IF NOT IM-NORMAL
                DISPLAY 'ERROR OPENING INVMOVE'
                GO TO 999-RETURN-ERR.

           PERFORM 430-READ-INV-MOVE.
           PERFORM UNTIL NO-MORE-INV-MOVES
               IF IM-RESERVATION
                  AND IM-SOURCE-JOB = 'FAVRFP'
                  AND IM-ACCT-NO NOT = SPACES
                  AND IM-BUS-DATE NUMERIC
                  AND IM-QUANTITY NUMERIC
                    PERFORM 365-ADD-STOCK-FILL
               END-IF
               PERFORM 430-READ-INV-MOVE
           END-PERFORM.

           CLOSE INV-MOVE.

       365-ADD-STOCK-FILL.
           MOVE 0 TO FILL-FOUND-SUB.
           PERFORM VARYING FILL-SUB FROM 1 BY 1
               UNTIL FILL-SUB > FILL-COUNT OR FILL-FOUND-SUB > 0
               IF FL-ACCT-NO (FILL-SUB) = IM-ACCT-NO
                  AND FL-FILL-DATE (FILL-SUB) = IM-BUS-DATE
                    MOVE FILL-SUB TO FILL-FOUND-SUB
               END-IF
           END-PERFORM.
           IF FILL-FOUND-SUB = 0
                IF FILL-COUNT >= FILL-MAX
                     DISPLAY "ERROR: INVMOVE HAS MORE THAN " FILL-MAX
                         " ACCOUNT STOCK FILLS - TABLE TOO SMALL"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO FILL-COUNT
                MOVE FILL-COUNT  TO FILL-FOUND-SUB
                MOVE IM-ACCT-NO  TO FL-ACCT-NO (FILL-COUNT)
                MOVE IM-BUS-DATE TO FL-FILL-DATE (FILL-COUNT)
                MOVE ZERO        TO FL-UNITS (FILL-COUNT)
                MOVE ZERO        TO FL-AMOUNT (FILL-COUNT)
           END-IF.
           IF IM-CHARGE-AMT NUMERIC
                MOVE IM-CHARGE-AMT TO FILL-AMT-WS
           ELSE
                COMPUTE FILL-AMT-WS = IM-QUANTITY * IM-UNIT-COST
           END-IF.
           ADD IM-QUANTITY TO FL-UNITS (FILL-FOUND-SUB).
           ADD FILL-AMT-WS TO FL-AMOUNT (FILL-FOUND-SUB).

      * Credit left on account from an earlier payment goes to the
      * account's open invoices, oldest first, so a credit and an
      * open invoice never sit on the master side by side.
       400-APPLY-CREDITS.
           PERFORM VARYING CR-SUB FROM 1 BY 1
               UNTIL CR-SUB > ITEM-COUNT
               IF ITM-STATUS (CR-SUB) = 'U'
                  AND ITM-BALANCE (CR-SUB) < ZERO
                    PERFORM 405-USE-ONE-CREDIT
               END-IF
           END-PERFORM.

       405-USE-ONE-CREDIT.
           COMPUTE PAY-LEFT-WS = ZERO - ITM-BALANCE (CR-SUB).
           MOVE BUSINESS-DATE-NUM TO PAY-DATE-WS.
           MOVE 'CREDIT USED'     TO APPLY-TAG-WS.
           MOVE 'FROM CREDIT ON ACCOUNT' TO APPLY-TEXT-WS.
           MOVE ITM-ACCT-NO (CR-SUB) TO CURR-ACCT-WS.

           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
                  OR PAY-LEFT-WS = ZERO
               IF ITM-ACCT-NO (ITM-SUB) = CURR-ACCT-WS
                  AND ITM-STATUS (ITM-SUB) = 'O'
                    PERFORM 260-APPLY-TO-ITEM
               END-IF
           END-PERFORM.

           COMPUTE ITM-BALANCE (CR-SUB) = ZERO - PAY-LEFT-WS.
           IF PAY-LEFT-WS = ZERO
                MOVE 'P' TO ITM-STATUS (CR-SUB)
           END-IF.

       410-READ-APPROVAL.
           READ PAY-IN
               AT END MOVE 'Y' TO PAY-IN-EOF
           END-READ.

           IF NOT (PI-NORMAL OR NO-MORE-APPROVALS)
                DISPLAY 'ERROR READING PAYAPPR'
                GO TO 999-RETURN-ERR
           END-IF.

           IF PI-NORMAL AND PAY-PO-NUMBER-I NOT NUMERIC
                MOVE ZERO TO PAY-PO-NUMBER-I
           END-IF.

       420-READ-PAYMENT.
           READ ARTPAY
               AT END MOVE 'Y' TO ARTPAY-EOF
           END-READ.

           IF NOT (PY-NORMAL OR NO-MORE-PAYMENTS)
                DISPLAY 'ERROR READING ARTPAY'
                GO TO 999-RETURN-ERR
           END-IF.

       430-READ-INV-MOVE.
           READ INV-MOVE
               AT END MOVE 'Y' TO INV-MOVE-EOF
           END-READ.

           IF NOT (IM-NORMAL OR NO-MORE-INV-MOVES)
                DISPLAY 'ERROR READING INVMOVE'
                GO TO 999-RETURN-ERR
           END-IF.

      * Every account's open balance and the age, in business days,
      * of its oldest invoice still owing; then the hold each
      * account should carry against the one it has.
       450-REVIEW-ACCOUNTS.
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-STATUS (ITM-SUB) NOT = 'P'
                    PERFORM 455-TOTAL-OPEN-ITEM
               END-IF
           END-PERFORM.

           MOVE SPACES TO ARTARRPT-REC.
           WRITE ARTARRPT-REC.
           MOVE HOLD-AGE-DAYS TO RVH-DAYS.
           WRITE ARTARRPT-REC FROM REVIEW-HDR-LINE.

           PERFORM VARYING ART-SUB FROM 1 BY 1
               UNTIL ART-SUB > ART-COUNT
               PERFORM 460-DECIDE-HOLD
           END-PERFORM.

       455-TOTAL-OPEN-ITEM.
           MOVE ITM-ACCT-NO (ITM-SUB) TO CURR-ACCT-WS.
           PERFORM 240-FIND-ARTIST.
           ADD ITM-BALANCE (ITM-SUB) TO OPEN-DOLLARS.
           IF ART-FOUND-SUB > 0
                ADD ITM-BALANCE (ITM-SUB)
                    TO ART-OPEN-BALANCE (ART-FOUND-SUB)
                IF ITM-STATUS (ITM-SUB) = 'O'
                     COMPUTE BUS-FROM-INT = FUNCTION INTEGER-OF-DATE
                         (ITM-INVOICE-DATE (ITM-SUB))
                     COMPUTE BUS-TO-INT = FUNCTION INTEGER-OF-DATE
                         (BUSINESS-DATE-NUM)
                     PERFORM 280-COUNT-BUSINESS-DAYS
                     IF BUSINESS-DAYS-WS
                            > ART-OLDEST-AGE (ART-FOUND-SUB)
                          MOVE BUSINESS-DAYS-WS
                              TO ART-OLDEST-AGE (ART-FOUND-SUB)
                     END-IF
                END-IF
           END-IF.

      * An account should be on hold when an invoice has gone unpaid
      * past the ARHOLD age or its balance runs over its credit limit
      * (a zero or blank limit is no limit).  A change is written
      * only when that differs from the flag on ARTMAST, and a hold
      * is released only if aging set it.
       460-DECIDE-HOLD.
           MOVE 'N' TO WANT-HOLD-SW.
           MOVE 'N' TO OVER-LIMIT-SW.
           MOVE SPACES TO HOLD-ACTION-WS.
           IF ART-CREDIT-LIMIT (ART-SUB) NOT NUMERIC
                MOVE ZERO TO ART-CREDIT-LIMIT (ART-SUB)
           END-IF.

           IF ART-OLDEST-AGE (ART-SUB) > HOLD-AGE-DAYS
                MOVE 'Y' TO WANT-HOLD-SW
           END-IF.
           IF ART-CREDIT-LIMIT (ART-SUB) > ZERO
              AND ART-OPEN-BALANCE (ART-SUB)
                      > ART-CREDIT-LIMIT (ART-SUB)
                MOVE 'Y' TO WANT-HOLD-SW
                MOVE 'Y' TO OVER-LIMIT-SW
           END-IF.

           EVALUATE TRUE
               WHEN WANT-HOLD AND ART-CREDIT-FLAG (ART-SUB) = ' '
                   MOVE 'H' TO ART-CREDIT-FLAG (ART-SUB)
                   MOVE 'A' TO ART-HOLD-SOURCE (ART-SUB)
                   PERFORM 470-WRITE-HOLD-CHANGE
                   ADD 1 TO HOLDS-SET
                   IF ACCOUNT-OVER-LIMIT
                        MOVE 'HOLD SET - OVER LIMIT' TO HOLD-ACTION-WS
                   ELSE
                        MOVE 'HOLD SET - PAST AGE'   TO HOLD-ACTION-WS
                   END-IF
               WHEN WANT-HOLD
                   MOVE 'ON HOLD'                    TO HOLD-ACTION-WS
               WHEN ART-CREDIT-FLAG (ART-SUB) = 'H'
                AND ART-HOLD-SOURCE (ART-SUB) = 'A'
                   MOVE ' ' TO ART-CREDIT-FLAG (ART-SUB)
                   MOVE ' ' TO ART-HOLD-SOURCE (ART-SUB)
                   PERFORM 470-WRITE-HOLD-CHANGE
                   ADD 1 TO HOLDS-RELEASED
                   MOVE 'HOLD RELEASED'              TO HOLD-ACTION-WS
               WHEN ART-CREDIT-FLAG (ART-SUB) = 'H'
                   MOVE 'HELD BY HAND - NOT AGING'   TO HOLD-ACTION-WS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF ART-OPEN-BALANCE (ART-SUB) NOT = ZERO
              OR HOLD-ACTION-WS NOT = SPACES
                MOVE ART-ACCT-NO (ART-SUB)      TO RV-ACCT-NO
                MOVE ART-NAME (ART-SUB)         TO RV-NAME
                MOVE ART-OPEN-BALANCE (ART-SUB) TO RV-OPEN
                MOVE ART-OLDEST-AGE (ART-SUB)   TO RV-AGE
                MOVE ART-CREDIT-LIMIT (ART-SUB) TO RV-LIMIT
                MOVE HOLD-ACTION-WS             TO RV-ACTION
                WRITE ARTARRPT-REC FROM REVIEW-LINE
           END-IF.

      * The account's whole record with the new flag, as the change
      * transaction ARTMAINT applies.
       470-WRITE-HOLD-CHANGE.
           MOVE SPACES TO ARHOLDTR-REC.
           MOVE 'C'    TO HT-ACTION.
           MOVE ART-RECORD-IMAGE (ART-SUB) TO HT-RECORD-IMAGE.
           WRITE ARHOLDTR-REC.
           IF NOT HT-NORMAL
                DISPLAY 'ERROR WRITING ARHOLDTR'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO ARTARRPT-REC.
           WRITE ARTARRPT-REC.
           MOVE APPR-READ          TO FOOTER-APPR-READ.
           MOVE INVOICES-ISSUED    TO FOOTER-INVOICED.
           MOVE APPR-DUPLICATE     TO FOOTER-DUPLICATE.
           MOVE APPR-EXCEPTION     TO FOOTER-EXCEPTION.
           WRITE ARTARRPT-REC FROM FOOTER-LINE.
           MOVE FILLS-READ         TO FOOTER-FILLS-READ.
           MOVE FILL-DUPLICATE     TO FOOTER-FILL-DUPLICATE.
           MOVE FILL-EXCEPTION     TO FOOTER-FILL-EXCEPTION.
           WRITE ARTARRPT-REC FROM FOOTER-LINE-05.
           MOVE PAY-READ           TO FOOTER-PAY-READ.
           MOVE PAY-POSTED         TO FOOTER-PAY-POSTED.
           MOVE PAY-REJECTED       TO FOOTER-PAY-REJECTED.
           WRITE ARTARRPT-REC FROM FOOTER-LINE-02.
           MOVE INVOICED-DOLLARS   TO FOOTER-INV-DOLLARS.
           MOVE PAID-DOLLARS       TO FOOTER-PAID-DOLLARS.
           MOVE UNAPPLIED-DOLLARS  TO FOOTER-UNAPPLIED.
           WRITE ARTARRPT-REC FROM FOOTER-LINE-03.
           MOVE OPEN-DOLLARS       TO FOOTER-OPEN-DOLLARS.
           MOVE HOLDS-SET          TO FOOTER-HOLDS-SET.
           MOVE HOLDS-RELEASED     TO FOOTER-HOLDS-RELEASED.
           WRITE ARTARRPT-REC FROM FOOTER-LINE-04.

      * Journal entries for the general ledger: the night's invoices
      * charge the artists' receivable (GLACCTS row ARTBILL) and the
      * night's payments clear it into the bank (row ARTCASH).
      * GLCONSOL collects and balances the night's entries.
       595-WRITE-GL-ENTRIES.
           IF INVOICED-DOLLARS = ZERO AND PAID-DOLLARS = ZERO
                GO TO 595-WRITE-GL-ENTRIES-X.

           OPEN INPUT GLACCTS
           IF NOT GLA-NORMAL
                DISPLAY 'ERROR OPENING GLACCTS'
                GO TO 999-RETURN-ERR.

           READ GLACCTS
               AT END MOVE 'Y' TO GLACCTS-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-GLACCTS
               EVALUATE GLA-CODE
                   WHEN 'ARTBILL '
                       MOVE GLA-DEBIT-ACCT  TO GL-BILL-DEBIT-WS
                       MOVE GLA-CREDIT-ACCT TO GL-BILL-CREDIT-WS
                       MOVE 'Y' TO BILL-MAP-SW
                   WHEN 'ARTCASH '
                       MOVE GLA-DEBIT-ACCT  TO GL-CASH-DEBIT-WS
                       MOVE GLA-CREDIT-ACCT TO GL-CASH-CREDIT-WS
                       MOVE 'Y' TO CASH-MAP-SW
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ GLACCTS
                   AT END MOVE 'Y' TO GLACCTS-EOF
               END-READ
           END-PERFORM.
           CLOSE GLACCTS.

           IF INVOICED-DOLLARS NOT = ZERO AND NOT BILL-MAP-FOUND
                DISPLAY 'ERROR: NO ARTBILL MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.
           IF PAID-DOLLARS NOT = ZERO AND NOT CASH-MAP-FOUND
                DISPLAY 'ERROR: NO ARTCASH MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GLP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

           IF INVOICED-DOLLARS NOT = ZERO
                MOVE GL-BILL-DEBIT-WS  TO GL-DEBIT-ACCT-WS
                MOVE GL-BILL-CREDIT-WS TO GL-CREDIT-ACCT-WS
                MOVE INVOICED-DOLLARS  TO GL-AMOUNT-WS
                PERFORM 597-WRITE-GL-PAIR
           END-IF.
           IF PAID-DOLLARS NOT = ZERO
                MOVE GL-CASH-DEBIT-WS  TO GL-DEBIT-ACCT-WS
                MOVE GL-CASH-CREDIT-WS TO GL-CREDIT-ACCT-WS
                MOVE PAID-DOLLARS      TO GL-AMOUNT-WS
                PERFORM 597-WRITE-GL-PAIR
           END-IF.

           CLOSE GLPOST.

       595-WRITE-GL-ENTRIES-X.
           EXIT.

       597-WRITE-GL-PAIR.
           INITIALIZE GLPOST-REC.
           MOVE 'ARTRECV '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE GL-AMOUNT-WS          TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'ARTRECV '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE GL-AMOUNT-WS          TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

      * Invoices carry forward paid or open, so a resent approval is
      * still recognized; a credit on account that has been used up
      * has nothing left to remember and drops off.
       800-WRITE-NEW-ARTAR.
           PERFORM VARYING ITM-SUB FROM 1 BY 1
               UNTIL ITM-SUB > ITEM-COUNT
               IF ITM-INVOICE-NO (ITM-SUB) > ZERO
                  OR ITM-STATUS (ITM-SUB) NOT = 'P'
                    MOVE ITM-RECORD-IMAGE (ITM-SUB) TO AR-NEW-REC
                    WRITE AR-NEW-REC
                    IF NOT AN-NORMAL
                         DISPLAY 'ERROR WRITING ARTARNEW'
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO ITEMS-CARRIED
               END-IF
           END-PERFORM.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE PAY-IN, ARTPAY, AR-NEW, ARTINVC, ARTARRPT, ARHOLDTR.

           DISPLAY 'ARTRECV - APPROVALS READ:    ' APPR-READ.
           DISPLAY 'ARTRECV - STOCK FILLS READ:  ' FILLS-READ.
           DISPLAY 'ARTRECV - INVOICES ISSUED:   ' INVOICES-ISSUED.
           DISPLAY 'ARTRECV - PAYMENTS POSTED:   ' PAY-POSTED.
           DISPLAY 'ARTRECV - HOLDS SET:         ' HOLDS-SET.
           DISPLAY 'ARTRECV - HOLDS RELEASED:    ' HOLDS-RELEASED.
           DISPLAY 'ARTRECV - ITEMS CARRIED:     ' ITEMS-CARRIED.

      * One run-control record for DAYBAL's nightly cross-foot:
      * approvals, stock fills and payments read must equal invoices
      * issued and payments posted, plus resent approvals and fills
      * already billed, plus those turned away; the dollars are the
      * night's invoices.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'ARTRECV'           TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN = APPR-READ + FILLS-READ + PAY-READ.
           COMPUTE LED-RECS-OUT-PRIMARY = INVOICES-ISSUED + PAY-POSTED.
           COMPUTE LED-RECS-OUT-SECONDARY =
               APPR-DUPLICATE + FILL-DUPLICATE.
           COMPUTE LED-RECS-REJECTED =
               APPR-EXCEPTION + FILL-EXCEPTION + PAY-REJECTED.
           MOVE INVOICED-DOLLARS    TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
