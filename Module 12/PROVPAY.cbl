       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PROVPAY.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** CONSOLIDATED PROVIDER PAYMENT AND REMITTANCE ADVICE RUN.
      *****
      ***** MEDCLAIM USED TO PUT ONE BANKDISB ENTRY ON FOR EVERY PAID
      ***** CLAIM, SO A BUSY PROVIDER SAW DOZENS OF DEPOSITS A NIGHT
      ***** WITH NOTHING TO MATCH THEM TO.  MEDCLAIM NOW WRITES ONE
      ***** REMITTANCE LINE PER PAYMENT, COB LEG, REVERSAL AND
      ***** ADJUSTMENT TO REMITDTL, AND DISBREL WRITES THE HELD
      ***** PAYMENTS A SUPERVISOR RELEASES TO REMITREL IN THE SAME
      ***** LAYOUT (SEE COPYBOOKS/REMITREC.CPY), AS DOES DISBRET FOR
      ***** RETURNED PAYMENTS IT RE-ISSUES (DSBREISS).  THIS RUN PROVES
      ***** ALL THREE FILES WHOLE AGAINST THEIR CONTROL TRAILERS, SORTS
      ***** THEM TOGETHER BY PROVIDER AND, AT EACH PROVIDER BREAK:
      *****
      *****   - NETS EVERY LINE, REVERSALS AND ADJUSTMENTS INCLUDED,
      *****     INTO ONE BANKDISB DISBURSEMENT TO THE PROVIDER;
      *****   - PRINTS A REMITTANCE ADVICE (REMITADV) LISTING EACH
      *****     CLAIM LINE -- POLICY, BILLED, ALLOWED, DEDUCTIBLE,
      *****     COINSURANCE, INTEREST AND PAID -- WHOSE TOTAL IS THE
      *****     DEPOSIT, AND WRITES THE SAME LINES TO THE MACHINE-
      *****     READABLE ADVICE (REMITEDI);
      *****   - WHEN REVERSALS LEAVE THE PROVIDER OWING, SENDS NO
      *****     PAYMENT AND CARRIES THE DEBIT BALANCE FORWARD
      *****     (RMTCOLD IN, RMTCNEW OUT) TO NET AGAINST THE NEXT ONE.
      *****
      ***** LINES FOR A PROVIDER ID NOT ON PROVMAST ARE NOT PAID TO AN
      ***** UNKNOWN PAYEE -- THEY CARRY FORWARD THE SAME WAY UNTIL THE
      ***** PROVIDER IS ON FILE, SHOWING ON THE PAYMENT REGISTER EACH
      ***** NIGHT UNTIL THEY CLEAR.  SO DO THE LINES OF A PROVIDER
      ***** WHOSE LAST PAYMENT THE BANK RETURNED (PVR-PAY-HOLD), UNTIL
      ***** DISBRET LIFTS THE HOLD ON CORRECTED PAYMENT DETAILS.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The night's remittance lines from MEDCLAIM and the released
      *  holds from DISBREL, each ending in a control trailer.
           SELECT REMITDTL
           ASSIGN TO REMITDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITDTL-ST.
           SELECT REMITREL
           ASSIGN TO REMITREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITREL-ST.
      *  Returned payments DISBRET re-issues, also trailed.
           SELECT DSBREISS
           ASSIGN TO DSBREISS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBREISS-ST.
      *  Lines carried from the last run: debit balances awaiting a
      *  payment to net against, and lines for providers not yet on
      *  PROVMAST.
           SELECT RMTCOLD
           ASSIGN TO RMTCOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTCOLD-ST.
           SELECT RMTCNEW
           ASSIGN TO RMTCNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RMTCNEW-ST.
           SELECT RMTSORT
           ASSIGN TO RMTSORT.
      *  Provider master (see Copybooks/PROVREC.cpy) for the payee
      *  name and remit-to address on each advice.
           SELECT PROVMAST
           ASSIGN TO PROVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMAST-ST.
      *  Payment disbursement file handed straight to the bank, the
      *  way PAYROL0B hands it ACHFILE for payroll: one entry per
      *  provider paid plus a control trailer with the entry count
      *  and dollar total the bank verifies on receipt.
           SELECT BANKDISB
           ASSIGN TO BANKDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKDISB-ST.
           SELECT REMITADV
           ASSIGN TO REMITADV
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITADV-ST.
           SELECT REMITEDI
           ASSIGN TO REMITEDI
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITEDI-ST.
      *  One line per provider with the disposition of its payment.
           SELECT PAYREG
           ASSIGN TO PAYREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAYREG-ST.
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

       FD  REMITDTL
           RECORD CONTAINS 120 CHARACTERS.
       01  REMITDTL-REC                PIC X(120).

       FD  REMITREL
           RECORD CONTAINS 120 CHARACTERS.
       01  REMITREL-REC                PIC X(120).

       FD  DSBREISS
           RECORD CONTAINS 120 CHARACTERS.
       01  DSBREISS-REC                PIC X(120).

       FD  RMTCOLD
           RECORD CONTAINS 120 CHARACTERS.
       01  RMTCOLD-REC                 PIC X(120).

       FD  RMTCNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  RMTCNEW-REC                 PIC X(120).

      * Sorted by provider, then policy and service date, so each
      * advice lists a member's claims together in date order; a
      * carried balance (policy zero) leads its provider's advice.
       SD  RMTSORT
           RECORD CONTAINS 120 CHARACTERS.
       01  RMTSORT-REC.
           05  SRT-PROVIDER-ID         PIC X(05).
           05  SRT-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(26).
           05  SRT-BENEFIT-DATE        PIC 9(08).
           05  FILLER                  PIC X(74).

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMAST-REC                PIC X(120).

      * One 'H' header, one 'D' detail per provider paid, and one
      * 'T' control trailer whose entry count and dollar total must
      * add across the details -- the structure the bank verifies
      * before releasing any money.  The amount sits where it always
      * has, so DAYBAL's tie-out reads the batch unchanged.
       FD  BANKDISB
           RECORD CONTAINS 60 CHARACTERS.
       01  BANKDISB-REC.
           05  DSB-REC-TYPE            PIC X(01).
           05  DSB-DETAIL.
               10  DSB-PROVIDER-ID     PIC X(05).
               10  FILLER              PIC X(02).
               10  DSB-PAYEE-NAME      PIC X(25).
               10  DSB-AMOUNT          PIC S9(7)V99.
               10  DSB-LINE-COUNT      PIC 9(05).
               10  FILLER              PIC X(13).
       01  BANKDISB-HDR-REC REDEFINES BANKDISB-REC.
           05  FILLER                  PIC X(01).
           05  DSB-HDR-DATE            PIC 9(08).
           05  FILLER                  PIC X(51).
       01  BANKDISB-TRL-REC REDEFINES BANKDISB-REC.
           05  FILLER                  PIC X(01).
           05  DSB-TRL-ENTRY-COUNT     PIC 9(07).
           05  DSB-TRL-DOLLAR-TOTAL    PIC S9(9)V99.
           05  FILLER                  PIC X(41).

       FD  REMITADV
           RECORD CONTAINS 133 CHARACTERS.
       01  REMITADV-REC                PIC X(133).

      * Machine-readable advice: per provider an 'H' header, one 'D'
      * per claim line carrying the remittance record as written,
      * and a 'T' trailer with the line count, the net of the lines
      * and the deposit they tie to.
       FD  REMITEDI
           RECORD CONTAINS 130 CHARACTERS.
       01  EDI-HEADER-REC.
           05  EDH-REC-TYPE            PIC X(01).
           05  EDH-PROVIDER-ID         PIC X(05).
           05  EDH-PAYEE-NAME          PIC X(30).
           05  EDH-PAYMENT-DATE        PIC 9(08).
           05  FILLER                  PIC X(86).
       01  EDI-DETAIL-REC.
           05  EDD-REC-TYPE            PIC X(01).
           05  EDD-REMIT-DETAIL        PIC X(120).
           05  FILLER                  PIC X(09).
       01  EDI-TRAILER-REC.
           05  EDT-REC-TYPE            PIC X(01).
           05  EDT-PROVIDER-ID         PIC X(05).
           05  EDT-LINE-COUNT          PIC 9(05).
           05  EDT-NET-AMOUNT          PIC S9(9)V99.
           05  EDT-DEPOSIT-AMOUNT      PIC S9(9)V99.
           05  EDT-DISPOSITION         PIC X(01).
               88  EDT-PAID                    VALUE 'P'.
               88  EDT-NET-ZERO                VALUE 'Z'.
               88  EDT-BALANCE-CARRIED         VALUE 'C'.
           05  FILLER                  PIC X(96).

       FD  PAYREG
           RECORD CONTAINS 133 CHARACTERS.
       01  PAYREG-REC                  PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.
           COPY PROVREC.
           COPY REMITREC.

       01  FLAGS.
           05  REMITDTL-ST             PIC X(02).
               88  RD-NORMAL                           VALUE '00'.
           05  REMITREL-ST             PIC X(02).
               88  RR-NORMAL                           VALUE '00'.
           05  DSBREISS-ST             PIC X(02).
               88  RIS-NORMAL                          VALUE '00'.
           05  RMTCOLD-ST              PIC X(02).
               88  CO-NORMAL                           VALUE '00'.
           05  RMTCNEW-ST              PIC X(02).
               88  CN-NORMAL                           VALUE '00'.
           05  PROVMAST-ST             PIC X(02).
               88  PRV-NORMAL                          VALUE '00'.
           05  BANKDISB-ST             PIC X(02).
               88  DSB-NORMAL                          VALUE '00'.
           05  REMITADV-ST             PIC X(02).
               88  RA-NORMAL                           VALUE '00'.
           05  REMITEDI-ST             PIC X(02).
               88  RE-NORMAL                           VALUE '00'.
           05  PAYREG-ST               PIC X(02).
               88  PR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  REMITDTL-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-REMITDTL                    VALUE 'Y'.
           05  REMITREL-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-REMITREL                    VALUE 'Y'.
           05  DSBREISS-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-DSBREISS                    VALUE 'Y'.
           05  RMTCOLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-RMTCOLD                     VALUE 'Y'.
           05  PROVMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROVMAST                    VALUE 'Y'.
           05  SORTED-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-SORTED                      VALUE 'Y'.
           05  FIRST-PROVIDER-SW       PIC X(01)       VALUE 'Y'.
               88  FIRST-PROVIDER                      VALUE 'Y'.
           05  PROVIDER-HELD-SW        PIC X(01)       VALUE 'N'.
               88  PROVIDER-HELD                       VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Provider master held in memory for the payee name and
      * remit-to address; the legal name stands ahead of the short
      * name once the W-9 is keyed.
       01  PROVIDER-TABLE.
           05  PROVIDER-ITEM OCCURS 200 TIMES
                   INDEXED BY PRV-IDX.
               10  PT-CODE                 PIC X(05).
               10  PT-PAYEE-NAME           PIC X(30).
               10  PT-STREET               PIC X(25).
               10  PT-CITY                 PIC X(15).
               10  PT-STATE                PIC X(02).
               10  PT-ZIP                  PIC X(05).
               10  PT-PAY-HOLD             PIC X(01).
       77  PROVMAST-COUNT              PIC S9(04) COMP VALUE 0.
       77  PRV-SUB                     PIC S9(04) COMP VALUE 0.

      * Control figures re-accumulated from each trailed input and
      * verified against its CONTROL record before anything is paid.
       01  CONTROL-CHECK-TOTALS.
           05  RD-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  RD-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  RD-VER-COUNT            PIC 9(07)       VALUE 0.
           05  RD-VER-HASH             PIC S9(9)V99    VALUE 0.
           05  RR-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  RR-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  RR-VER-COUNT            PIC 9(07)       VALUE 0.
           05  RR-VER-HASH             PIC S9(9)V99    VALUE 0.
           05  RI-EXP-COUNT            PIC 9(07)       VALUE 0.
           05  RI-EXP-HASH             PIC S9(9)V99    VALUE 0.
           05  RI-VER-COUNT            PIC 9(07)       VALUE 0.
           05  RI-VER-HASH             PIC S9(9)V99    VALUE 0.
       77  RD-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  RD-CTL-SEEN                           VALUE 'Y'.
       77  RR-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  RR-CTL-SEEN                           VALUE 'Y'.
       77  RI-CTL-SEEN-SW              PIC X(01) VALUE 'N'.
           88  RI-CTL-SEEN                           VALUE 'Y'.

      * The provider whose lines are being netted, and its totals.
       01  PROVIDER-BREAK-WS.
           05  BRK-PROVIDER-ID         PIC X(05).
           05  BRK-LINE-COUNT          PIC 9(05).
           05  BRK-BILLED              PIC S9(9)V99.
           05  BRK-ALLOWED             PIC S9(9)V99.
           05  BRK-DEDUCTIBLE          PIC S9(9)V99.
           05  BRK-COINSURANCE         PIC S9(9)V99.
           05  BRK-INTEREST            PIC S9(9)V99.
           05  BRK-PAID                PIC S9(9)V99.

      * The sorted line in hand while a balance line is built.
       01  SAVED-LINE-WS               PIC X(120).

       77  LINES-READ                  PIC 9(07) VALUE 0.
       77  LINES-REMITTED              PIC 9(07) VALUE 0.
       77  LINES-CARRIED               PIC 9(07) VALUE 0.
       77  PROVIDERS-PAID              PIC 9(05) VALUE 0.
       77  PROVIDERS-NET-ZERO          PIC 9(05) VALUE 0.
       77  PROVIDERS-IN-DEBIT          PIC 9(05) VALUE 0.
       77  PROVIDERS-UNKNOWN           PIC 9(05) VALUE 0.
       77  PROVIDERS-HELD              PIC 9(05) VALUE 0.
       01  DEBIT-CARRIED-TOTAL         PIC S9(9)V99 VALUE 0.
       01  UNKNOWN-CARRIED-TOTAL       PIC S9(9)V99 VALUE 0.
       01  HELD-CARRIED-TOTAL          PIC S9(9)V99 VALUE 0.

      * Control figures for the BANKDISB trailer -- accumulated as
      * each disbursement detail is written so the trailer can never
      * disagree with the details above it.
       01  DISB-CONTROL-TOTALS.
           05  DISB-ENTRY-COUNT        PIC 9(07)       VALUE 0.
           05  DISB-DOLLAR-TOTAL       PIC S9(9)V99    VALUE 0.

       01  ADV-TITLE-LINE.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(30)
                    VALUE 'Provider Remittance Advice'.
           05  FILLER                  PIC X(14)
                    VALUE 'PAYMENT DATE: '.
           05  ADV-PAYMENT-DATE        PIC 9(08).

       01  ADV-PROVIDER-LINE.
           05  FILLER                  PIC X(10)  VALUE 'PROVIDER: '.
           05  ADV-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  ADV-PAYEE-NAME          PIC X(30).

       01  ADV-STREET-LINE.
           05  FILLER                  PIC X(17)  VALUE SPACES.
           05  ADV-STREET              PIC X(25).

       01  ADV-CITY-LINE.
           05  FILLER                  PIC X(17)  VALUE SPACES.
           05  ADV-CITY                PIC X(15).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-STATE               PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-ZIP                 PIC X(05).

       01  ADV-COLUMN-LINE-01.
           05  FILLER                  PIC X(43)
                    VALUE 'POLICY  MEMBER                TYPE SERVICE'.
           05  FILLER                  PIC X(14)  VALUE '       BILLED'.
           05  FILLER                  PIC X(14)  VALUE '      ALLOWED'.
           05  FILLER                  PIC X(14)  VALUE '   DEDUCTIBLE'.
           05  FILLER                  PIC X(14)  VALUE '  COINSURANCE'.
           05  FILLER                  PIC X(14)  VALUE '     INTEREST'.
           05  FILLER                  PIC X(14)  VALUE '         PAID'.

       01  ADV-COLUMN-LINE-02.
           05  FILLER                  PIC X(07)  VALUE ALL '-'.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(21)  VALUE ALL '-'.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(04)  VALUE ALL '-'.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  FILLER                  PIC X(08)  VALUE ALL '-'.
           05  FILLER                  PIC X(84)  VALUE ALL '-'.

       01  ADV-DETAIL-LINE.
           05  ADV-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-LNAME               PIC X(12).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-FNAME               PIC X(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-LINE-TYPE           PIC X(04).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-BENEFIT-DATE        PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-BILLED              PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-ALLOWED             PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-DEDUCTIBLE          PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-COINSURANCE         PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-INTEREST            PIC -Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ADV-PAID                PIC -Z,ZZZ,ZZ9.99.

       01  ADV-TOTAL-LINE.
           05  FILLER                  PIC X(13)  VALUE 'CLAIM LINES: '.
           05  ADV-TOT-LINES           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(24)  VALUE SPACES.
           05  ADV-TOT-BILLED          PIC -ZZ,ZZZ,ZZ9.99.
           05  ADV-TOT-ALLOWED         PIC -ZZ,ZZZ,ZZ9.99.
           05  ADV-TOT-DEDUCTIBLE      PIC -ZZ,ZZZ,ZZ9.99.
           05  ADV-TOT-COINSURANCE     PIC -ZZ,ZZZ,ZZ9.99.
           05  ADV-TOT-INTEREST        PIC -ZZ,ZZZ,ZZ9.99.
           05  ADV-TOT-PAID            PIC -ZZ,ZZZ,ZZ9.99.

       01  ADV-DEPOSIT-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'DEPOSIT AMOUNT: '.
           05  ADV-DEPOSIT-AMOUNT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  ADV-DISPOSITION         PIC X(50).

       01  REG-HEADER-LINE-01.
           05  FILLER                  PIC X(45)  VALUE SPACES.
           05  FILLER                  PIC X(26)
                    VALUE 'Provider Payment Register'.
           05  FILLER                  PIC X(10)  VALUE 'RUN DATE: '.
           05  REG-RUN-DATE            PIC 9(08).

       01  REG-HEADER-LINE-02.
           05  FILLER                  PIC X(10)  VALUE 'PROVIDER'.
           05  FILLER                  PIC X(32)  VALUE 'PAYEE'.
           05  FILLER                  PIC X(08)  VALUE '   LINES'.
           05  FILLER                  PIC X(17)
                    VALUE '       NET AMOUNT'.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE 'DISPOSITION'.

       01  REG-DETAIL-LINE.
           05  REG-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  REG-PAYEE-NAME          PIC X(30).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  REG-LINE-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  REG-NET-AMOUNT          PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  REG-DISPOSITION         PIC X(30).

       01  REG-FOOTER-LINE.
           05  REG-FOOT-LABEL          PIC X(30).
           05  REG-FOOT-COUNT          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  REG-FOOT-DOLLARS        PIC -$$$,$$$,$$9.99.
           05  REG-FOOT-DOLLARS-X REDEFINES REG-FOOT-DOLLARS
                                       PIC X(15).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT RMTSORT
               ON ASCENDING KEY SRT-PROVIDER-ID
                                SRT-POLICY-NO
                                SRT-BENEFIT-DATE
               INPUT PROCEDURE IS 200-RELEASE-LINES
               OUTPUT PROCEDURE IS 230-PAY-PROVIDERS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-PROVMAST.

           MOVE BUSINESS-DATE-NUM TO REG-RUN-DATE.
           WRITE PAYREG-REC FROM REG-HEADER-LINE-01.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC.
           WRITE PAYREG-REC FROM REG-HEADER-LINE-02.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC.

           MOVE SPACES TO BANKDISB-REC.
           MOVE 'H' TO DSB-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO DSB-HDR-DATE.
           WRITE BANKDISB-REC.

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

      * First pass: MEDCLAIM's lines, DISBREL's releases, DISBRET's
      * re-issues and the lines carried from the last run all go to
      * the sort.  No trailed file is trusted until its control
      * record ties.
       200-RELEASE-LINES.
           PERFORM 400-READ-REMITDTL.
           PERFORM 210-RELEASE-REMITDTL UNTIL NO-MORE-REMITDTL.
           PERFORM 335-VERIFY-REMITDTL-CONTROL.

           PERFORM 410-READ-REMITREL.
           PERFORM 215-RELEASE-REMITREL UNTIL NO-MORE-REMITREL.
           PERFORM 336-VERIFY-REMITREL-CONTROL.

           PERFORM 415-READ-DSBREISS.
           PERFORM 216-RELEASE-REISSUE UNTIL NO-MORE-DSBREISS.
           PERFORM 337-VERIFY-DSBREISS-CONTROL.

           PERFORM 420-READ-RMTCOLD.
           PERFORM 218-RELEASE-CARRIED UNTIL NO-MORE-RMTCOLD.

       210-RELEASE-REMITDTL.
           IF REMITDTL-REC (1:7) = 'CONTROL'
                MOVE REMITDTL-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO RD-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO RD-EXP-HASH
                MOVE 'Y' TO RD-CTL-SEEN-SW
           ELSE
                MOVE REMITDTL-REC TO REMIT-DETAIL-REC
                ADD 1 TO RD-VER-COUNT
                ADD RMD-PAID TO RD-VER-HASH
                PERFORM 220-RELEASE-ONE-LINE
           END-IF.
           PERFORM 400-READ-REMITDTL.

       215-RELEASE-REMITREL.
           IF REMITREL-REC (1:7) = 'CONTROL'
                MOVE REMITREL-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO RR-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO RR-EXP-HASH
                MOVE 'Y' TO RR-CTL-SEEN-SW
           ELSE
                MOVE REMITREL-REC TO REMIT-DETAIL-REC
                ADD 1 TO RR-VER-COUNT
                ADD RMD-PAID TO RR-VER-HASH
                PERFORM 220-RELEASE-ONE-LINE
           END-IF.
           PERFORM 410-READ-REMITREL.

       216-RELEASE-REISSUE.
           IF DSBREISS-REC (1:7) = 'CONTROL'
                MOVE DSBREISS-REC TO CONTROL-REC
                MOVE CTL-RECORD-COUNT TO RI-EXP-COUNT
                MOVE CTL-AMOUNT-HASH  TO RI-EXP-HASH
                MOVE 'Y' TO RI-CTL-SEEN-SW
           ELSE
                MOVE DSBREISS-REC TO REMIT-DETAIL-REC
                ADD 1 TO RI-VER-COUNT
                ADD RMD-PAID TO RI-VER-HASH
                PERFORM 220-RELEASE-ONE-LINE
           END-IF.
           PERFORM 415-READ-DSBREISS.

       218-RELEASE-CARRIED.
           MOVE RMTCOLD-REC TO REMIT-DETAIL-REC.
           PERFORM 220-RELEASE-ONE-LINE.
           PERFORM 420-READ-RMTCOLD.

       220-RELEASE-ONE-LINE.
           ADD 1 TO LINES-READ.
           RELEASE RMTSORT-REC FROM REMIT-DETAIL-REC.

      * Second pass: the lines come back grouped by provider, and
      * each provider break settles one payment and one advice.
       230-PAY-PROVIDERS.
           PERFORM 430-RETURN-SORTED.
           PERFORM 240-PROCESS-LINE UNTIL NO-MORE-SORTED.
           IF NOT FIRST-PROVIDER
                PERFORM 270-END-PROVIDER
           END-IF.

       240-PROCESS-LINE.
           IF FIRST-PROVIDER
                MOVE 'N' TO FIRST-PROVIDER-SW
                PERFORM 250-START-PROVIDER
           ELSE
                IF RMD-PROVIDER-ID NOT = BRK-PROVIDER-ID
                     PERFORM 270-END-PROVIDER
                     PERFORM 250-START-PROVIDER
                END-IF
           END-IF.

           PERFORM 260-REMIT-LINE.
           PERFORM 430-RETURN-SORTED.

       250-START-PROVIDER.
           MOVE RMD-PROVIDER-ID TO BRK-PROVIDER-ID.
           MOVE ZERO TO BRK-LINE-COUNT, BRK-BILLED, BRK-ALLOWED,
                        BRK-DEDUCTIBLE, BRK-COINSURANCE,
                        BRK-INTEREST, BRK-PAID.

           MOVE 0 TO PRV-SUB.
           SET PRV-IDX TO 1.
           SEARCH PROVIDER-ITEM VARYING PRV-IDX
               AT END
                   CONTINUE
               WHEN PRV-IDX > PROVMAST-COUNT
                   CONTINUE
               WHEN PT-CODE (PRV-IDX) = BRK-PROVIDER-ID
                   SET PRV-SUB TO PRV-IDX
           END-SEARCH.

      * A provider on payment hold is paid nothing: its lines carry
      * forward exactly as an unknown provider's do.
           MOVE 'N' TO PROVIDER-HELD-SW.
           IF PRV-SUB > 0
                IF PT-PAY-HOLD (PRV-SUB) = 'H'
                     MOVE 'Y' TO PROVIDER-HELD-SW
                ELSE
                     PERFORM 255-START-ADVICE
                END-IF
           END-IF.

       255-START-ADVICE.
           MOVE SPACES TO REMITADV-REC.
           WRITE REMITADV-REC.
           WRITE REMITADV-REC.
           MOVE BUSINESS-DATE-NUM       TO ADV-PAYMENT-DATE.
           WRITE REMITADV-REC FROM ADV-TITLE-LINE.
           MOVE SPACES TO REMITADV-REC.
           WRITE REMITADV-REC.
           MOVE PT-CODE (PRV-SUB)       TO ADV-PROVIDER-ID.
           MOVE PT-PAYEE-NAME (PRV-SUB) TO ADV-PAYEE-NAME.
           WRITE REMITADV-REC FROM ADV-PROVIDER-LINE.
           MOVE PT-STREET (PRV-SUB)     TO ADV-STREET.
           WRITE REMITADV-REC FROM ADV-STREET-LINE.
           MOVE PT-CITY (PRV-SUB)       TO ADV-CITY.
           MOVE PT-STATE (PRV-SUB)      TO ADV-STATE.
           MOVE PT-ZIP (PRV-SUB)        TO ADV-ZIP.
           WRITE REMITADV-REC FROM ADV-CITY-LINE.
           MOVE SPACES TO REMITADV-REC.
           WRITE REMITADV-REC.
           WRITE REMITADV-REC FROM ADV-COLUMN-LINE-01.
           WRITE REMITADV-REC FROM ADV-COLUMN-LINE-02.

           MOVE SPACES                  TO EDI-HEADER-REC.
           MOVE 'H'                     TO EDH-REC-TYPE.
           MOVE PT-CODE (PRV-SUB)       TO EDH-PROVIDER-ID.
           MOVE PT-PAYEE-NAME (PRV-SUB) TO EDH-PAYEE-NAME.
           MOVE BUSINESS-DATE-NUM       TO EDH-PAYMENT-DATE.
           WRITE EDI-HEADER-REC.

      * A line for a provider on file goes onto its advice; one for
      * a provider not on PROVMAST, or on payment hold, carries
      * forward untouched.
       260-REMIT-LINE.
           ADD 1               TO BRK-LINE-COUNT.
           ADD RMD-BILLED      TO BRK-BILLED.
           ADD RMD-ALLOWED     TO BRK-ALLOWED.
           ADD RMD-DEDUCTIBLE  TO BRK-DEDUCTIBLE.
           ADD RMD-COINSURANCE TO BRK-COINSURANCE.
           ADD RMD-INTEREST    TO BRK-INTEREST.
           ADD RMD-PAID        TO BRK-PAID.

           IF PRV-SUB = 0 OR PROVIDER-HELD
                WRITE RMTCNEW-REC FROM REMIT-DETAIL-REC
                ADD 1 TO LINES-CARRIED
           ELSE
                ADD 1 TO LINES-REMITTED
                PERFORM 265-PRINT-ADVICE-LINE
                MOVE SPACES           TO EDI-DETAIL-REC
                MOVE 'D'              TO EDD-REC-TYPE
                MOVE REMIT-DETAIL-REC TO EDD-REMIT-DETAIL
                WRITE EDI-DETAIL-REC
           END-IF.

       265-PRINT-ADVICE-LINE.
           MOVE RMD-POLICY-NO    TO ADV-POLICY-NO.
           MOVE RMD-LNAME        TO ADV-LNAME.
           MOVE RMD-FNAME        TO ADV-FNAME.
           EVALUATE TRUE
               WHEN RMD-PAYMENT
                   MOVE 'PAY' TO ADV-LINE-TYPE
               WHEN RMD-COB-PAYMENT
                   MOVE 'COB' TO ADV-LINE-TYPE
               WHEN RMD-REVERSAL
                   MOVE 'REV' TO ADV-LINE-TYPE
               WHEN RMD-ADJUSTMENT
                   MOVE 'ADJ' TO ADV-LINE-TYPE
               WHEN RMD-PRIOR-BALANCE
                   MOVE 'BAL' TO ADV-LINE-TYPE
               WHEN RMD-REISSUE
                   MOVE 'RIS' TO ADV-LINE-TYPE
               WHEN OTHER
                   MOVE SPACES TO ADV-LINE-TYPE
           END-EVALUATE.
           MOVE RMD-BENEFIT-DATE TO ADV-BENEFIT-DATE.
           MOVE RMD-BILLED       TO ADV-BILLED.
           MOVE RMD-ALLOWED      TO ADV-ALLOWED.
           MOVE RMD-DEDUCTIBLE   TO ADV-DEDUCTIBLE.
           MOVE RMD-COINSURANCE  TO ADV-COINSURANCE.
           MOVE RMD-INTEREST     TO ADV-INTEREST.
           MOVE RMD-PAID         TO ADV-PAID.
           WRITE REMITADV-REC FROM ADV-DETAIL-LINE.

      * The provider's lines net to a payment, to nothing, or to a
      * debit the next payment has to absorb -- never to a negative
      * disbursement.
       270-END-PROVIDER.
           MOVE BRK-PROVIDER-ID TO REG-PROVIDER-ID.
           MOVE BRK-LINE-COUNT  TO REG-LINE-COUNT.
           MOVE BRK-PAID        TO REG-NET-AMOUNT.

           EVALUATE TRUE
               WHEN PRV-SUB = 0
                   ADD 1 TO PROVIDERS-UNKNOWN
                   ADD BRK-PAID TO UNKNOWN-CARRIED-TOTAL
                   MOVE '*** NOT ON PROVMAST ***' TO REG-PAYEE-NAME
                   MOVE 'CARRIED - PROVIDER NOT ON FILE'
                       TO REG-DISPOSITION
               WHEN PROVIDER-HELD
                   ADD 1 TO PROVIDERS-HELD
                   ADD BRK-PAID TO HELD-CARRIED-TOTAL
                   MOVE PT-PAYEE-NAME (PRV-SUB) TO REG-PAYEE-NAME
                   MOVE 'CARRIED - PAYMENT HELD'
                       TO REG-DISPOSITION
               WHEN BRK-PAID > ZERO
                   PERFORM 280-DISBURSE-PROVIDER
               WHEN BRK-PAID = ZERO
                   ADD 1 TO PROVIDERS-NET-ZERO
                   MOVE ZERO TO ADV-DEPOSIT-AMOUNT
                   MOVE 'NO PAYMENT - LINES NET TO ZERO'
                       TO ADV-DISPOSITION
                   MOVE ZERO TO EDT-DEPOSIT-AMOUNT
                   MOVE 'Z'  TO EDT-DISPOSITION
                   MOVE PT-PAYEE-NAME (PRV-SUB) TO REG-PAYEE-NAME
                   MOVE 'NO PAYMENT - NET ZERO' TO REG-DISPOSITION
               WHEN OTHER
                   PERFORM 285-CARRY-DEBIT-BALANCE
           END-EVALUATE.

           IF PRV-SUB > 0 AND NOT PROVIDER-HELD
                PERFORM 290-FINISH-ADVICE
           END-IF.
           WRITE PAYREG-REC FROM REG-DETAIL-LINE.

      * One BANKDISB entry carries the whole net payment; the field
      * width is the bank's, so a payment it cannot hold stops the
      * run rather than going out truncated.
       280-DISBURSE-PROVIDER.
           IF BRK-PAID > 9999999.99
                DISPLAY 'ERROR: PAYMENT TO PROVIDER ' BRK-PROVIDER-ID
                        ' EXCEEDS THE BANKDISB AMOUNT FIELD'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE SPACES                  TO BANKDISB-REC.
           MOVE 'D'                     TO DSB-REC-TYPE.
           MOVE BRK-PROVIDER-ID         TO DSB-PROVIDER-ID.
           MOVE PT-PAYEE-NAME (PRV-SUB) TO DSB-PAYEE-NAME.
           MOVE BRK-PAID                TO DSB-AMOUNT.
           MOVE BRK-LINE-COUNT          TO DSB-LINE-COUNT.
           WRITE BANKDISB-REC.
           ADD 1 TO DISB-ENTRY-COUNT.
           ADD BRK-PAID TO DISB-DOLLAR-TOTAL.

           ADD 1 TO PROVIDERS-PAID.
           MOVE BRK-PAID TO ADV-DEPOSIT-AMOUNT.
           MOVE SPACES   TO ADV-DISPOSITION.
           MOVE BRK-PAID TO EDT-DEPOSIT-AMOUNT.
           MOVE 'P'      TO EDT-DISPOSITION.
           MOVE PT-PAYEE-NAME (PRV-SUB) TO REG-PAYEE-NAME.
           MOVE 'PAID'   TO REG-DISPOSITION.

      * The debit rides forward as a single prior-balance line that
      * leads the provider's next advice.  The sorted line already
      * in hand belongs to the next provider, so it is set aside
      * while the balance line is built.
       285-CARRY-DEBIT-BALANCE.
           ADD 1 TO PROVIDERS-IN-DEBIT.
           ADD BRK-PAID TO DEBIT-CARRIED-TOTAL.

           MOVE REMIT-DETAIL-REC  TO SAVED-LINE-WS.
           MOVE SPACES            TO REMIT-DETAIL-REC.
           MOVE BRK-PROVIDER-ID   TO RMD-PROVIDER-ID.
           MOVE ZERO              TO RMD-POLICY-NO.
           MOVE 'PRIOR BALANCE'   TO RMD-LNAME.
           MOVE 'B'               TO RMD-LINE-TYPE.
           MOVE BUSINESS-DATE-NUM TO RMD-BENEFIT-DATE.
           MOVE ZERO TO RMD-BILLED, RMD-ALLOWED, RMD-DEDUCTIBLE,
                        RMD-COINSURANCE, RMD-INTEREST.
           MOVE BRK-PAID          TO RMD-PAID.
           WRITE RMTCNEW-REC FROM REMIT-DETAIL-REC.
           MOVE SAVED-LINE-WS     TO REMIT-DETAIL-REC.

           MOVE ZERO TO ADV-DEPOSIT-AMOUNT.
           MOVE 'NO PAYMENT - BALANCE OWED CARRIED TO NEXT PAYMENT'
               TO ADV-DISPOSITION.
           MOVE ZERO TO EDT-DEPOSIT-AMOUNT.
           MOVE 'C'  TO EDT-DISPOSITION.
           MOVE PT-PAYEE-NAME (PRV-SUB) TO REG-PAYEE-NAME.
           MOVE 'NO PAYMENT - BALANCE CARRIED' TO REG-DISPOSITION.

       290-FINISH-ADVICE.
           MOVE SPACES TO REMITADV-REC.
           WRITE REMITADV-REC.
           MOVE BRK-LINE-COUNT  TO ADV-TOT-LINES.
           MOVE BRK-BILLED      TO ADV-TOT-BILLED.
           MOVE BRK-ALLOWED     TO ADV-TOT-ALLOWED.
           MOVE BRK-DEDUCTIBLE  TO ADV-TOT-DEDUCTIBLE.
           MOVE BRK-COINSURANCE TO ADV-TOT-COINSURANCE.
           MOVE BRK-INTEREST    TO ADV-TOT-INTEREST.
           MOVE BRK-PAID        TO ADV-TOT-PAID.
           WRITE REMITADV-REC FROM ADV-TOTAL-LINE.
           MOVE SPACES TO REMITADV-REC.
           WRITE REMITADV-REC.
           WRITE REMITADV-REC FROM ADV-DEPOSIT-LINE.

           MOVE 'T'             TO EDT-REC-TYPE.
           MOVE BRK-PROVIDER-ID TO EDT-PROVIDER-ID.
           MOVE BRK-LINE-COUNT  TO EDT-LINE-COUNT.
           MOVE BRK-PAID        TO EDT-NET-AMOUNT.
           WRITE EDI-TRAILER-REC.

       300-OPEN-FILES.
           OPEN INPUT REMITDTL
           IF NOT RD-NORMAL
                DISPLAY 'ERROR OPENING REMITDTL'
                GO TO 999-RETURN-ERR.

           OPEN INPUT REMITREL
           IF NOT RR-NORMAL
                DISPLAY 'ERROR OPENING REMITREL'
                GO TO 999-RETURN-ERR.

           OPEN INPUT DSBREISS
           IF NOT RIS-NORMAL
                DISPLAY 'ERROR OPENING DSBREISS'
                GO TO 999-RETURN-ERR.

           OPEN INPUT RMTCOLD
           IF NOT CO-NORMAL
                DISPLAY 'ERROR OPENING RMTCOLD'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT RMTCNEW
           IF NOT CN-NORMAL
                DISPLAY 'ERROR OPENING RMTCNEW'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PROVMAST
           IF NOT PRV-NORMAL
                DISPLAY 'ERROR OPENING PROVMAST'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT BANKDISB
           IF NOT DSB-NORMAL
                DISPLAY 'ERROR OPENING BANKDISB'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REMITADV
           IF NOT RA-NORMAL
                DISPLAY 'ERROR OPENING REMITADV'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REMITEDI
           IF NOT RE-NORMAL
                DISPLAY 'ERROR OPENING REMITEDI'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PAYREG
           IF NOT PR-NORMAL
                DISPLAY 'ERROR OPENING PAYREG'
                GO TO 999-RETURN-ERR.

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
                   IF PVR-LEGAL-NAME = SPACES
                        MOVE PVR-NAME       TO PT-PAYEE-NAME (PRV-IDX)
                   ELSE
                        MOVE PVR-LEGAL-NAME TO PT-PAYEE-NAME (PRV-IDX)
                   END-IF
                   MOVE PVR-STREET   TO PT-STREET (PRV-IDX)
                   MOVE PVR-CITY     TO PT-CITY (PRV-IDX)
                   MOVE PVR-STATE    TO PT-STATE (PRV-IDX)
                   MOVE PVR-ZIP      TO PT-ZIP (PRV-IDX)
                   MOVE PVR-PAY-HOLD TO PT-PAY-HOLD (PRV-IDX)
                   READ PROVMAST INTO PROV-REC
                       AT END MOVE 'Y' TO PROVMAST-EOF
                   END-READ
                   IF NOT (PRV-NORMAL OR NO-MORE-PROVMAST)
                        DISPLAY 'ERROR READING PROVMAST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * A provider past the table's capacity would have its money
      * carried as if it were unknown, so overflow stops the run.
           IF NOT NO-MORE-PROVMAST
                DISPLAY "ERROR: PROVMAST HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PROVMAST.

      * Each trailed file must end in a control record whose count
      * and hash match what was actually read, or nothing is paid.
       335-VERIFY-REMITDTL-CONTROL.
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

       336-VERIFY-REMITREL-CONTROL.
           IF NOT RR-CTL-SEEN
                DISPLAY 'ERROR: REMITREL CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RR-VER-COUNT NOT = RR-EXP-COUNT
                DISPLAY 'ERROR: REMITREL RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RR-VER-HASH NOT = RR-EXP-HASH
                DISPLAY 'ERROR: REMITREL AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       337-VERIFY-DSBREISS-CONTROL.
           IF NOT RI-CTL-SEEN
                DISPLAY 'ERROR: DSBREISS CONTROL RECORD NOT FOUND'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RI-VER-COUNT NOT = RI-EXP-COUNT
                DISPLAY 'ERROR: DSBREISS RECORD COUNT OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

           IF RI-VER-HASH NOT = RI-EXP-HASH
                DISPLAY 'ERROR: DSBREISS AMOUNT HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       400-READ-REMITDTL.
           READ REMITDTL
               AT END MOVE 'Y' TO REMITDTL-EOF
           END-READ.

           IF NOT (RD-NORMAL OR NO-MORE-REMITDTL)
                DISPLAY 'ERROR READING REMITDTL'
                GO TO 999-RETURN-ERR
           END-IF.

       410-READ-REMITREL.
           READ REMITREL
               AT END MOVE 'Y' TO REMITREL-EOF
           END-READ.

           IF NOT (RR-NORMAL OR NO-MORE-REMITREL)
                DISPLAY 'ERROR READING REMITREL'
                GO TO 999-RETURN-ERR
           END-IF.

       415-READ-DSBREISS.
           READ DSBREISS
               AT END MOVE 'Y' TO DSBREISS-EOF
           END-READ.

           IF NOT (RIS-NORMAL OR NO-MORE-DSBREISS)
                DISPLAY 'ERROR READING DSBREISS'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-RMTCOLD.
           READ RMTCOLD
               AT END MOVE 'Y' TO RMTCOLD-EOF
           END-READ.

           IF NOT (CO-NORMAL OR NO-MORE-RMTCOLD)
                DISPLAY 'ERROR READING RMTCOLD'
                GO TO 999-RETURN-ERR
           END-IF.

       430-RETURN-SORTED.
           RETURN RMTSORT INTO REMIT-DETAIL-REC
               AT END MOVE 'Y' TO SORTED-EOF
           END-RETURN.

       500-PRINT-FOOTER.
           MOVE SPACES TO PAYREG-REC.
           WRITE PAYREG-REC.

           MOVE 'PROVIDERS PAID:'         TO REG-FOOT-LABEL.
           MOVE PROVIDERS-PAID            TO REG-FOOT-COUNT.
           MOVE DISB-DOLLAR-TOTAL         TO REG-FOOT-DOLLARS.
           WRITE PAYREG-REC FROM REG-FOOTER-LINE.

           MOVE 'NET ZERO - NO PAYMENT:'  TO REG-FOOT-LABEL.
           MOVE PROVIDERS-NET-ZERO        TO REG-FOOT-COUNT.
           MOVE SPACES                    TO REG-FOOT-DOLLARS-X.
           WRITE PAYREG-REC FROM REG-FOOTER-LINE.

           MOVE 'DEBIT BALANCES CARRIED:' TO REG-FOOT-LABEL.
           MOVE PROVIDERS-IN-DEBIT        TO REG-FOOT-COUNT.
           MOVE DEBIT-CARRIED-TOTAL       TO REG-FOOT-DOLLARS.
           WRITE PAYREG-REC FROM REG-FOOTER-LINE.

           MOVE 'NOT ON PROVMAST:'        TO REG-FOOT-LABEL.
           MOVE PROVIDERS-UNKNOWN         TO REG-FOOT-COUNT.
           MOVE UNKNOWN-CARRIED-TOTAL     TO REG-FOOT-DOLLARS.
           WRITE PAYREG-REC FROM REG-FOOTER-LINE.

           MOVE 'ON PAYMENT HOLD:'        TO REG-FOOT-LABEL.
           MOVE PROVIDERS-HELD            TO REG-FOOT-COUNT.
           MOVE HELD-CARRIED-TOTAL        TO REG-FOOT-DOLLARS.
           WRITE PAYREG-REC FROM REG-FOOTER-LINE.

           MOVE 'REMITTANCE LINES READ:'  TO REG-FOOT-LABEL.
           MOVE LINES-READ                TO REG-FOOT-COUNT.
           MOVE SPACES                    TO REG-FOOT-DOLLARS-X.
           WRITE PAYREG-REC FROM REG-FOOTER-LINE.

      * The batch trailer ties to the details written above it, the
      * structure the bank verifies before releasing any money.
       900-CLEANUP.
           MOVE SPACES TO BANKDISB-REC.
           MOVE 'T' TO DSB-REC-TYPE.
           MOVE DISB-ENTRY-COUNT  TO DSB-TRL-ENTRY-COUNT.
           MOVE DISB-DOLLAR-TOTAL TO DSB-TRL-DOLLAR-TOTAL.
           WRITE BANKDISB-REC.

           PERFORM 910-WRITE-RUN-LEDGER.

           CLOSE REMITDTL, REMITREL, DSBREISS, RMTCOLD, RMTCNEW,
                 BANKDISB, REMITADV, REMITEDI, PAYREG.

      * One run-control record for DAYBAL's nightly cross-foot:
      * every remittance line read either goes onto an advice or
      * carries forward for a provider not on file or on hold.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PROVPAY '            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE LINES-READ            TO LED-RECS-IN.
           MOVE LINES-REMITTED        TO LED-RECS-OUT-PRIMARY.
           MOVE LINES-CARRIED         TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE DISB-DOLLAR-TOTAL     TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
