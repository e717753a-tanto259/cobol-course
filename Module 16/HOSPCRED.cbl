       IDENTIFICATION DIVISION.
       PROGRAM-ID.     HOSPCRED.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PATIENT CREDIT-BALANCE REFUND RUN.
      *****
      ***** A PATIENT WHO OVERPAYS, OR PAYS A COPAY BEFORE THE PAYER
      ***** PAYS MORE THAN WAS EXPECTED, IS LEFT WITH A PATIENT SIDE
      ***** BELOW ZERO ON HOSPRECV'S RECEIVABLE MASTER.  THIS RUN
      ***** READS THE NIGHT'S ARMNEW (SEE COPYBOOKS/ARMREC.CPY) AND:
      *****
      *****   - LISTS EVERY OPEN ITEM BELOW ZERO ON THE CREDIT-BALANCE
      *****     REPORT (CREDRPT), AGED IN BUSINESS DAYS (HOLCAL) FROM
      *****     THE LAST NIGHT ITS PATIENT SIDE MOVED;
      *****   - REFUNDS A CREDIT BALANCE ONCE IT HAS STOOD UNCHANGED
      *****     THE REFWAIT NUMBER OF BUSINESS DAYS (AGETAB) WITH
      *****     NOTHING STILL AWAITED FROM THE PAYER.  THE REFUND GOES
      *****     TO THE BANK ON REFDISB IN THE BANKDISB STRUCTURE --
      *****     'H' HEADER, ONE 'D' ENTRY PER PAYEE, 'T' TRAILER
      *****     WHOSE COUNT AND DOLLARS ADD ACROSS THE DETAILS -- WITH
      *****     A REFUND LETTER (REFLTR) TO THE PATIENT'S ADDRMAST 'H'
      *****     ADDRESS AND A GLPOST ENTRY FROM THE HPATRFD ROW OF
      *****     GLACCTS.  AN ITEM WITH NO ADDRESS ON FILE IS NOT
      *****     REFUNDED;
      *****   - HOLDS A REFUND OVER THE REFHOLD THRESHOLD (AGETAB,
      *****     WHOLE DOLLARS, THE WAY MEDCLAIM'S DISBHOLD GATES
      *****     DISBREL) UNTIL THE SUPERVISOR RELEASES IT ON REFDECIS.
      *****     A DECISION MUST NAME THE ITEM AND THE CREDIT AMOUNT,
      *****     SO ONE CANNOT LAND ON A BALANCE THAT HAS SINCE MOVED;
      *****     A HELD CREDIT SIMPLY STAYS ON THE MASTER AND COMES
      *****     BACK THE NEXT NIGHT;
      *****   - WRITES EVERY REFUND TO PATREFND (SEE
      *****     COPYBOOKS/REFNREC.CPY), FROM WHICH HOSPRECV POSTS IT
      *****     BACK AGAINST THE ITEM ON THE NEXT CYCLE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The receivable master HOSPRECV wrote tonight.
           SELECT ARMNEW
           ASSIGN TO ARMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ARMNEW-ST.
      *  Shared name-and-address master (see Copybooks/ADDRREC.cpy);
      *  only the 'H' patient entries are read.
           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
      *  One decision per held refund from the supervisor: patient,
      *  admit date, the credit amount (all must match the item) and
      *  'R' release or 'H' hold.
           SELECT REFDECIS
           ASSIGN TO REFDECIS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFDECIS-ST.
           SELECT REFDISB
           ASSIGN TO REFDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFDISB-ST.
           SELECT PATREFND
           ASSIGN TO PATREFND
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PATREFND-ST.
           SELECT REFLTR
           ASSIGN TO REFLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REFLTR-ST.
           SELECT CREDRPT
           ASSIGN TO CREDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CREDRPT-ST.
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
      *  Holiday calendar and the waiting period and release
      *  threshold, the same business-day machinery HOSPRECV ages
      *  with.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
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

       FD  ARMNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  ARMNEW-REC                  PIC X(80).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

       FD  REFDECIS
           RECORD CONTAINS 30 CHARACTERS.
       01  REFDECIS-REC.
           05  RD-PATIENT-NBR-I        PIC 9(05).
           05  RD-ADMIT-DATE-I         PIC 9(08).
           05  RD-AMOUNT-I             PIC S9(7)V99.
           05  RD-ACTION-I             PIC X(01).
           05  FILLER                  PIC X(07).

      * The bank disbursement batch, in the structure PROVPAY's
      * BANKDISB carries: an 'H' header with the payment date, one
      * 'D' entry per payee and a 'T' trailer whose entry count and
      * dollar total must add across the details.  A patient refund
      * carries the patient number in the payee-id position.
       FD  REFDISB
           RECORD CONTAINS 60 CHARACTERS.
       01  REFDISB-REC.
           05  DSB-REC-TYPE            PIC X(01).
           05  DSB-DETAIL.
               10  DSB-PAYEE-ID        PIC X(05).
               10  FILLER              PIC X(02).
               10  DSB-PAYEE-NAME      PIC X(25).
               10  DSB-AMOUNT          PIC S9(7)V99.
               10  DSB-LINE-COUNT      PIC 9(05).
               10  FILLER              PIC X(13).
       01  REFDISB-HDR-REC REDEFINES REFDISB-REC.
           05  FILLER                  PIC X(01).
           05  DSB-HDR-DATE            PIC 9(08).
           05  FILLER                  PIC X(51).
       01  REFDISB-TRL-REC REDEFINES REFDISB-REC.
           05  FILLER                  PIC X(01).
           05  DSB-TRL-ENTRY-COUNT     PIC 9(07).
           05  DSB-TRL-DOLLAR-TOTAL    PIC S9(9)V99.
           05  FILLER                  PIC X(41).

       FD  PATREFND
           RECORD CONTAINS 40 CHARACTERS.
       01  PATREFND-REC                PIC X(40).

       FD  REFLTR
           RECORD CONTAINS 80 CHARACTERS.
       01  REFLTR-REC                  PIC X(80).

       FD  CREDRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  CREDRPT-REC                 PIC X(133).

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

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.
           COPY ADDRREC.
           COPY GLPOST.
           COPY REFNREC.
           COPY ARMREC.

       01  FLAGS.
           05  ARMNEW-ST               PIC X(02).
               88  AN-NORMAL                           VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  AD-NORMAL                           VALUE '00'.
           05  REFDECIS-ST             PIC X(02).
               88  RD-NORMAL                           VALUE '00'.
           05  REFDISB-ST              PIC X(02).
               88  DSB-NORMAL                          VALUE '00'.
           05  PATREFND-ST             PIC X(02).
               88  RF-NORMAL                           VALUE '00'.
           05  REFLTR-ST               PIC X(02).
               88  RL-LTR-NORMAL                       VALUE '00'.
           05  CREDRPT-ST              PIC X(02).
               88  CR-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GA-NORMAL                           VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  ARMNEW-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-ARMNEW                      VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  REFDECIS-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-REFDECIS                    VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  ADDRESS-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  ADDRESS-ON-FILE                     VALUE 'Y'.
           05  RELEASED-SW             PIC X(01)       VALUE 'N'.
               88  REFUND-RELEASED                     VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Patient addresses ('H' entries of ADDRMAST).
       01  ADDRESS-TABLE.
           05  ADDRESS-ITEM OCCURS 5000 TIMES
                   INDEXED BY ADT-IDX.
               10  ADT-PATIENT-NBR     PIC 9(07).
               10  ADT-NAME            PIC X(25).
               10  ADT-STREET          PIC X(25).
               10  ADT-CITY            PIC X(15).
               10  ADT-STATE           PIC X(02).
               10  ADT-ZIP             PIC X(05).
       77  ADDRESS-COUNT               PIC S9(04) COMP VALUE 0.
       77  ADDRESS-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.

      * The supervisor's release decisions, each flagged once it
      * lands on its item so a stray one can be reported.
       01  DECISION-TABLE.
           05  DECISION-ITEM OCCURS 500 TIMES
                   INDEXED BY DEC-IDX.
               10  DEC-PATIENT-NBR         PIC 9(05).
               10  DEC-ADMIT-DATE-NUM      PIC 9(08).
               10  DEC-AMOUNT              PIC S9(7)V99.
               10  DEC-ACTION              PIC X(01).
                    88  DEC-RELEASE                VALUE 'R'.
               10  DEC-MATCHED             PIC X(01).
                    88  DEC-IS-MATCHED             VALUE 'Y'.
       77  DECISION-COUNT              PIC S9(04) COMP VALUE 0.
       77  DECISION-SKIPPED-COUNT      PIC S9(04) COMP VALUE 0.
       77  DEC-SUB                     PIC S9(04) COMP VALUE 0.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL,
      * for the business-day aging count.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT                PIC S9(04) COMP VALUE 0.

      * Work fields for the business-day count, the same machinery
      * HOSPRECV's 280-COUNT-BUSINESS-DAYS carries.
       77  BUS-FROM-INT                 PIC 9(08).
       77  BUS-TO-INT                   PIC 9(08).
       77  BUS-DAY-INT                  PIC 9(08).
       77  BUS-DOW-WS                   PIC 9(01).
       77  BUSINESS-DAYS-WS             PIC S9(05).
       77  HOLIDAY-HIT-SW               PIC X(01) VALUE 'N'.
           88  DAY-IS-HOLIDAY                        VALUE 'Y'.

      * Business days a credit balance must stand unchanged before
      * it is refunded (AGETAB code REFWAIT), and the refund above
      * which many whole dollars waits for supervisor release
      * (AGETAB code REFHOLD -- zero lets every refund go).
       77  REFUND-WAIT-DAYS            PIC 9(05) VALUE 10.
       77  REFUND-HOLD-LIMIT           PIC 9(05) VALUE 0.

      * The GLACCTS row refunds post from: debit the patient
      * receivable the credit sat on, credit cash.
       77  RFD-DEBIT-ACCT-WS           PIC X(08) VALUE SPACES.
       77  RFD-CREDIT-ACCT-WS          PIC X(08) VALUE SPACES.
       77  REFUND-AMOUNT-WS            PIC S9(7)V99.

      * Control figures for the REFDISB trailer and the PATREFND
      * control record, accumulated as each refund is written.
       01  DISB-CONTROL-TOTALS.
           05  DISB-ENTRY-COUNT        PIC 9(07)       VALUE 0.
           05  DISB-DOLLAR-TOTAL       PIC S9(9)V99    VALUE 0.
       01  RFN-CONTROL-TOTALS.
           05  RFN-CTL-COUNT           PIC 9(07)       VALUE 0.
           05  RFN-CTL-HASH            PIC S9(9)V99    VALUE 0.

       77  CREDIT-ITEM-COUNT           PIC 9(07)       VALUE 0.
       77  REFUNDS-ISSUED              PIC 9(07)       VALUE 0.
       77  CREDITS-CARRIED             PIC 9(07)       VALUE 0.
       77  HELD-COUNT                  PIC 9(07)       VALUE 0.
       77  UNMATCHED-DEC-COUNT         PIC 9(07)       VALUE 0.
       01  CREDIT-TOTAL                PIC S9(9)V99    VALUE 0.
       01  REFUND-TOTAL                PIC S9(9)V99    VALUE 0.
       01  HELD-TOTAL                  PIC S9(9)V99    VALUE 0.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(38)
                    VALUE 'Patient Credit Balances and Refunds'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'RUN DATE  '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(07)       VALUE 'PATIENT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'ADMIT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE 'LAST ACT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE '  AGE'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE ' CREDIT AMOUNT'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)
                    VALUE '   INS PENDING'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE 'PAYEE'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(20)       VALUE 'STATUS'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(05)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(14)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(25)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(20)       VALUE ALL '-'.

       01  CONTENT-LINE.
           05  CON-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  CON-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-LAST-ACTIVITY       PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-AGE                 PIC ZZZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-CREDIT              PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-INS-PENDING         PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-PAYEE               PIC X(25).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-STATUS              PIC X(20).

       01  UNMATCHED-DEC-LINE.
           05  UND-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  UND-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(19)       VALUE SPACES.
           05  UND-AMOUNT              PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(20)
                    VALUE 'DECISION UNMATCHED'.

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(22)
                    VALUE 'CREDIT BALANCES:'.
           05  FOOTER-CREDITS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'AMOUNT:'.
           05  FOOTER-CREDIT-AMT       PIC -$$$,$$$,$$9.99.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(22)
                    VALUE 'REFUNDS ISSUED:'.
           05  FOOTER-REFUNDS          PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'AMOUNT:'.
           05  FOOTER-REFUND-AMT       PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(22)
                    VALUE 'HELD FOR RELEASE:'.
           05  FOOTER-HELD             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(16)
                    VALUE 'AMOUNT:'.
           05  FOOTER-HELD-AMT         PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(22)
                    VALUE 'DECISIONS UNMATCHED:'.
           05  FOOTER-UNMATCHED        PIC Z,ZZZ,ZZ9.

      * Refund letter lines, mailed with the check to the patient's
      * ADDRMAST address.
       01  LTR-HEADER-LINE.
           05  FILLER                  PIC X(30)
                    VALUE 'REFUND OF CREDIT BALANCE'.
           05  FILLER                  PIC X(06)       VALUE 'DATE: '.
           05  LTR-DATE                PIC 9(08).

       01  LTR-ADDR-LINE-1.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  LTR-ADDR-NAME           PIC X(25).

       01  LTR-ADDR-LINE-2.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  LTR-ADDR-STREET         PIC X(25).

       01  LTR-ADDR-LINE-3.
           05  FILLER                  PIC X(18)       VALUE SPACES.
           05  LTR-ADDR-CITY           PIC X(15).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-ADDR-STATE          PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-ADDR-ZIP            PIC X(05).

       01  LTR-TEXT-LINE-1.
           05  FILLER                  PIC X(60)
                    VALUE 'THIS STAY SHOWS A CREDIT IN YOUR FAVOR.'.

       01  LTR-TEXT-LINE-2.
           05  FILLER                  PIC X(60)
                    VALUE 'A REFUND OF THE FULL CREDIT IS ENCLOSED.'.

       01  LTR-DETAIL-LINE.
           05  FILLER                  PIC X(09)
                    VALUE 'PATIENT '.
           05  LTR-PATIENT-NBR         PIC 9(05).
           05  FILLER                  PIC X(09)
                    VALUE '  ADMIT '.
           05  LTR-ADMIT-DATE          PIC 9(08).
           05  FILLER                  PIC X(10)
                    VALUE '  REFUND '.
           05  LTR-AMOUNT              PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-ITEM UNTIL NO-MORE-ARMNEW.
           PERFORM 450-REPORT-UNMATCHED-DECISIONS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 330-LOAD-ADDRESSES.
           PERFORM 340-LOAD-HOLIDAYS.
           PERFORM 345-LOAD-REFUND-RULES.
           PERFORM 350-LOAD-GL-MAP.
           PERFORM 360-LOAD-DECISIONS.
           PERFORM 550-PRINT-HEADERS.

           MOVE SPACES TO REFDISB-REC.
           MOVE 'H' TO DSB-REC-TYPE.
           MOVE BUSINESS-DATE-NUM TO DSB-HDR-DATE.
           WRITE REFDISB-REC.

           PERFORM 400-READ-ARMNEW.

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

      * Only an item whose patient side is below zero concerns this
      * run; every such item is listed whether refunded or not.
       200-WORK-ITEM.
           IF AR-BALANCE < ZERO
                ADD 1 TO CREDIT-ITEM-COUNT
                ADD AR-BALANCE TO CREDIT-TOTAL
                PERFORM 220-CHECK-CREDIT THRU 220-EXIT
                PERFORM 270-PRINT-CREDIT-LINE
           END-IF.
           PERFORM 400-READ-ARMNEW.

      * Ages the credit from the last night the patient side moved
      * and decides whether it goes out tonight: the payer must be
      * settled, the waiting period served, the address on file, and
      * a refund over the threshold released by the supervisor.
       220-CHECK-CREDIT.
           COMPUTE REFUND-AMOUNT-WS = 0 - AR-BALANCE.
           MOVE SPACES TO CON-PAYEE.

           MOVE ZERO TO BUSINESS-DAYS-WS.
           IF AR-LAST-ACTIVITY-DATE NUMERIC
                  AND AR-LAST-ACTIVITY-DATE > ZERO
                COMPUTE BUS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE (AR-LAST-ACTIVITY-DATE)
                COMPUTE BUS-TO-INT =
                    FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM)
                PERFORM 280-COUNT-BUSINESS-DAYS
           END-IF.

           IF AR-INS-BALANCE NOT = ZERO
                MOVE 'INSURANCE PENDING' TO CON-STATUS
                ADD 1 TO CREDITS-CARRIED
                GO TO 220-EXIT.

           IF BUSINESS-DAYS-WS < REFUND-WAIT-DAYS
                MOVE 'WAITING PERIOD' TO CON-STATUS
                ADD 1 TO CREDITS-CARRIED
                GO TO 220-EXIT.

           PERFORM 230-FIND-ADDRESS.
           IF NOT ADDRESS-ON-FILE
                MOVE '** NOT ON FILE **' TO CON-PAYEE
                MOVE 'NO ADDRESS ON FILE' TO CON-STATUS
                ADD 1 TO CREDITS-CARRIED
                GO TO 220-EXIT.
           MOVE ADT-NAME (ADT-IDX) TO CON-PAYEE.

           MOVE 'N' TO RELEASED-SW.
           IF REFUND-HOLD-LIMIT > ZERO
                  AND REFUND-AMOUNT-WS > REFUND-HOLD-LIMIT
                PERFORM 240-FIND-DECISION
                IF NOT REFUND-RELEASED
                     MOVE 'HELD FOR RELEASE' TO CON-STATUS
                     ADD 1 TO CREDITS-CARRIED
                     ADD 1 TO HELD-COUNT
                     ADD REFUND-AMOUNT-WS TO HELD-TOTAL
                     GO TO 220-EXIT
                END-IF
           END-IF.

           PERFORM 250-ISSUE-REFUND.
           IF REFUND-RELEASED
                MOVE 'RELEASED - REFUNDED' TO CON-STATUS
           ELSE
                MOVE 'REFUND ISSUED' TO CON-STATUS
           END-IF.

       220-EXIT.
           EXIT.

       230-FIND-ADDRESS.
           MOVE 'N' TO ADDRESS-FOUND-SW.
           SET ADT-IDX TO 1.
           SEARCH ADDRESS-ITEM
               AT END
                   CONTINUE
               WHEN ADT-IDX > ADDRESS-COUNT
                   CONTINUE
               WHEN ADT-PATIENT-NBR (ADT-IDX) = AR-PATIENT-NBR
                   MOVE 'Y' TO ADDRESS-FOUND-SW
           END-SEARCH.

      * A supervisor decision lands only on the item and credit
      * amount it names; 'R' releases the refund, anything else
      * leaves it held.
       240-FIND-DECISION.
           PERFORM VARYING DEC-SUB FROM 1 BY 1
               UNTIL DEC-SUB > DECISION-COUNT
               IF NOT DEC-IS-MATCHED (DEC-SUB)
                  AND DEC-PATIENT-NBR (DEC-SUB) = AR-PATIENT-NBR
                  AND DEC-ADMIT-DATE-NUM (DEC-SUB)
                      = AR-ADMIT-DATE-NUM
                  AND DEC-AMOUNT (DEC-SUB) = REFUND-AMOUNT-WS
                   MOVE 'Y' TO DEC-MATCHED (DEC-SUB)
                   IF DEC-RELEASE (DEC-SUB)
                       MOVE 'Y' TO RELEASED-SW
                   END-IF
               END-IF
           END-PERFORM.

      * One bank entry, one PATREFND record for HOSPRECV, one letter
      * and one GL pair per refund.
       250-ISSUE-REFUND.
           MOVE SPACES                  TO REFDISB-REC.
           MOVE 'D'                     TO DSB-REC-TYPE.
           MOVE AR-PATIENT-NBR          TO DSB-PAYEE-ID.
           MOVE ADT-NAME (ADT-IDX)      TO DSB-PAYEE-NAME.
           MOVE REFUND-AMOUNT-WS        TO DSB-AMOUNT.
           MOVE 1                       TO DSB-LINE-COUNT.
           WRITE REFDISB-REC.
           ADD 1 TO DISB-ENTRY-COUNT.
           ADD REFUND-AMOUNT-WS TO DISB-DOLLAR-TOTAL.

           INITIALIZE REFUND-ISSUED-REC.
           MOVE AR-PATIENT-NBR          TO RF-PATIENT-NBR.
           MOVE AR-ADMIT-DATE-NUM       TO RF-ADMIT-DATE-NUM.
           MOVE BUSINESS-DATE-NUM       TO RF-ISSUED-DATE.
           MOVE REFUND-AMOUNT-WS        TO RF-AMOUNT.
           WRITE PATREFND-REC FROM REFUND-ISSUED-REC.
           ADD 1 TO RFN-CTL-COUNT.
           ADD REFUND-AMOUNT-WS TO RFN-CTL-HASH.

           PERFORM 260-WRITE-LETTER.
           PERFORM 600-WRITE-GL-PAIR.

           ADD 1 TO REFUNDS-ISSUED.
           ADD REFUND-AMOUNT-WS TO REFUND-TOTAL.

       260-WRITE-LETTER.
           MOVE BUSINESS-DATE-NUM       TO LTR-DATE.
           WRITE REFLTR-REC FROM LTR-HEADER-LINE.
           MOVE SPACES TO REFLTR-REC.
           WRITE REFLTR-REC.
           MOVE ADT-NAME (ADT-IDX)      TO LTR-ADDR-NAME.
           WRITE REFLTR-REC FROM LTR-ADDR-LINE-1.
           MOVE ADT-STREET (ADT-IDX)    TO LTR-ADDR-STREET.
           WRITE REFLTR-REC FROM LTR-ADDR-LINE-2.
           MOVE ADT-CITY (ADT-IDX)      TO LTR-ADDR-CITY.
           MOVE ADT-STATE (ADT-IDX)     TO LTR-ADDR-STATE.
           MOVE ADT-ZIP (ADT-IDX)       TO LTR-ADDR-ZIP.
           WRITE REFLTR-REC FROM LTR-ADDR-LINE-3.
           MOVE SPACES TO REFLTR-REC.
           WRITE REFLTR-REC.
           WRITE REFLTR-REC FROM LTR-TEXT-LINE-1.
           MOVE AR-PATIENT-NBR          TO LTR-PATIENT-NBR.
           MOVE AR-ADMIT-DATE-NUM       TO LTR-ADMIT-DATE.
           MOVE REFUND-AMOUNT-WS        TO LTR-AMOUNT.
           WRITE REFLTR-REC FROM LTR-DETAIL-LINE.
           WRITE REFLTR-REC FROM LTR-TEXT-LINE-2.
           MOVE SPACES TO REFLTR-REC.
           WRITE REFLTR-REC.

       270-PRINT-CREDIT-LINE.
           MOVE AR-PATIENT-NBR          TO CON-PATIENT-NBR.
           MOVE AR-ADMIT-DATE-NUM       TO CON-ADMIT-DATE.
           IF AR-LAST-ACTIVITY-DATE NUMERIC
                MOVE AR-LAST-ACTIVITY-DATE TO CON-LAST-ACTIVITY
           ELSE
                MOVE ZERO TO CON-LAST-ACTIVITY
           END-IF.
           MOVE BUSINESS-DAYS-WS        TO CON-AGE.
           MOVE AR-BALANCE              TO CON-CREDIT.
           MOVE AR-INS-BALANCE          TO CON-INS-PENDING.
           WRITE CREDRPT-REC FROM CONTENT-LINE.

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

       300-OPEN-FILES.
           OPEN INPUT ARMNEW
           IF NOT AN-NORMAL
                DISPLAY 'ERROR OPENING ARMNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REFDISB
           IF NOT DSB-NORMAL
                DISPLAY 'ERROR OPENING REFDISB'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PATREFND
           IF NOT RF-NORMAL
                DISPLAY 'ERROR OPENING PATREFND'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REFLTR
           IF NOT RL-LTR-NORMAL
                DISPLAY 'ERROR OPENING REFLTR'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CREDRPT
           IF NOT CR-NORMAL
                DISPLAY 'ERROR OPENING CREDRPT'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

      * Loads the 'H' (patient) entries of the address master; the
      * 'P' entries belong to the policyholder mailers.
       330-LOAD-ADDRESSES.
           OPEN INPUT ADDRMAST
           IF NOT AD-NORMAL
                DISPLAY 'ERROR OPENING ADDRMAST'
                GO TO 999-RETURN-ERR.

           READ ADDRMAST INTO ADDR-REC
               AT END MOVE 'Y' TO ADDRMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ADDRMAST
               IF ADR-PATIENT-ADDR
                    IF ADDRESS-COUNT >= 5000
                         ADD 1 TO ADDRESS-SKIPPED-COUNT
                    ELSE
                         ADD 1 TO ADDRESS-COUNT
                         MOVE ADR-KEY-NO
                             TO ADT-PATIENT-NBR (ADDRESS-COUNT)
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

           PERFORM VARYING HOL-IDX FROM 1 BY 1
               UNTIL NO-MORE-HOLCAL OR HOL-IDX > 100
                   IF HC-HOLIDAY-DATE NUMERIC
                          AND HC-HOLIDAY-DATE > 0
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

      * Loads the waiting period and release threshold from AGETAB.
      * A code not on file keeps its shipped default.
       345-LOAD-REFUND-RULES.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'REFWAIT '
                       MOVE DAY-VALUE TO REFUND-WAIT-DAYS
                   WHEN 'REFHOLD '
                       MOVE DAY-VALUE TO REFUND-HOLD-LIMIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

      * The refund row must be on GLACCTS before anything goes out.
       350-LOAD-GL-MAP.
           OPEN INPUT GLACCTS
           IF NOT GA-NORMAL
                DISPLAY 'ERROR OPENING GLACCTS'
                GO TO 999-RETURN-ERR.

           READ GLACCTS
               AT END MOVE 'Y' TO GLACCTS-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-GLACCTS
               IF GLA-CODE = 'HPATRFD '
                    MOVE GLA-DEBIT-ACCT  TO RFD-DEBIT-ACCT-WS
                    MOVE GLA-CREDIT-ACCT TO RFD-CREDIT-ACCT-WS
               END-IF
               READ GLACCTS
                   AT END MOVE 'Y' TO GLACCTS-EOF
               END-READ
           END-PERFORM.
           CLOSE GLACCTS.

           IF RFD-DEBIT-ACCT-WS = SPACES
                DISPLAY 'ERROR: NO HPATRFD MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

       360-LOAD-DECISIONS.
           OPEN INPUT REFDECIS
           IF NOT RD-NORMAL
                DISPLAY 'ERROR OPENING REFDECIS'
                GO TO 999-RETURN-ERR.

           READ REFDECIS
               AT END MOVE 'Y' TO REFDECIS-EOF
           END-READ.

           PERFORM VARYING DEC-IDX FROM 1 BY 1
               UNTIL NO-MORE-REFDECIS OR DEC-IDX > 500
                   ADD 1 TO DECISION-COUNT
                   MOVE RD-PATIENT-NBR-I
                       TO DEC-PATIENT-NBR (DEC-IDX)
                   MOVE RD-ADMIT-DATE-I
                       TO DEC-ADMIT-DATE-NUM (DEC-IDX)
                   MOVE RD-AMOUNT-I  TO DEC-AMOUNT (DEC-IDX)
                   MOVE RD-ACTION-I  TO DEC-ACTION (DEC-IDX)
                   MOVE 'N'          TO DEC-MATCHED (DEC-IDX)
                   READ REFDECIS
                       AT END MOVE 'Y' TO REFDECIS-EOF
                   END-READ
           END-PERFORM.

           PERFORM 365-COUNT-SKIPPED-DECISIONS UNTIL NO-MORE-REFDECIS.
           IF DECISION-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " DECISION-SKIPPED-COUNT
                    " DECISION(S) EXCEEDED DECISION-TABLE CAPACITY"
                    " OF 500 AND WERE NOT APPLIED ***"
           END-IF.

           CLOSE REFDECIS.

       365-COUNT-SKIPPED-DECISIONS.
           ADD 1 TO DECISION-SKIPPED-COUNT.
           READ REFDECIS
               AT END MOVE 'Y' TO REFDECIS-EOF
           END-READ.

       400-READ-ARMNEW.
           READ ARMNEW INTO AR-ITEM-WS
               AT END MOVE 'Y' TO ARMNEW-EOF
           END-READ.

           IF NOT (AN-NORMAL OR NO-MORE-ARMNEW)
                DISPLAY 'ERROR READING ARMNEW'
                GO TO 999-RETURN-ERR
           END-IF.

      * A decision that landed on no held refund released nothing --
      * list it so the supervisor can see it did not take.
       450-REPORT-UNMATCHED-DECISIONS.
           PERFORM 460-CHECK-ONE-DECISION
               VARYING DEC-SUB FROM 1 BY 1
               UNTIL DEC-SUB > DECISION-COUNT.

       460-CHECK-ONE-DECISION.
           IF NOT DEC-IS-MATCHED (DEC-SUB)
                ADD 1 TO UNMATCHED-DEC-COUNT
                MOVE DEC-PATIENT-NBR (DEC-SUB)    TO UND-PATIENT-NBR
                MOVE DEC-ADMIT-DATE-NUM (DEC-SUB) TO UND-ADMIT-DATE
                MOVE DEC-AMOUNT (DEC-SUB)         TO UND-AMOUNT
                WRITE CREDRPT-REC FROM UNMATCHED-DEC-LINE
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO CREDRPT-REC.
           WRITE CREDRPT-REC.
           MOVE CREDIT-ITEM-COUNT    TO FOOTER-CREDITS.
           MOVE CREDIT-TOTAL         TO FOOTER-CREDIT-AMT.
           WRITE CREDRPT-REC FROM FOOTER-LINE-01.
           MOVE REFUNDS-ISSUED       TO FOOTER-REFUNDS.
           MOVE REFUND-TOTAL         TO FOOTER-REFUND-AMT.
           WRITE CREDRPT-REC FROM FOOTER-LINE-02.
           MOVE HELD-COUNT           TO FOOTER-HELD.
           MOVE HELD-TOTAL           TO FOOTER-HELD-AMT.
           WRITE CREDRPT-REC FROM FOOTER-LINE-03.
           MOVE UNMATCHED-DEC-COUNT  TO FOOTER-UNMATCHED.
           WRITE CREDRPT-REC FROM FOOTER-LINE-04.

       550-PRINT-HEADERS.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE CREDRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO CREDRPT-REC.
           WRITE CREDRPT-REC.
           WRITE CREDRPT-REC FROM HEADER-LINE-02.
           WRITE CREDRPT-REC FROM HEADER-LINE-03.

      * One balanced debit/credit pair onto GLPOST for a refund;
      * GLCONSOL collects and balances the night's entries.
       600-WRITE-GL-PAIR.
           INITIALIZE GLPOST-REC.
           MOVE 'HOSPCRED'            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE RFD-DEBIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE REFUND-AMOUNT-WS      TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'HOSPCRED'            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE RFD-CREDIT-ACCT-WS    TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE REFUND-AMOUNT-WS      TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

      * The bank batch trailer ties to the details written above it,
      * and PATREFND closes with its CONTROL record so HOSPRECV can
      * prove it whole before posting any refund back.
       900-CLEANUP.
           MOVE SPACES TO REFDISB-REC.
           MOVE 'T' TO DSB-REC-TYPE.
           MOVE DISB-ENTRY-COUNT  TO DSB-TRL-ENTRY-COUNT.
           MOVE DISB-DOLLAR-TOTAL TO DSB-TRL-DOLLAR-TOTAL.
           WRITE REFDISB-REC.

           MOVE 'CONTROL'      TO CTL-ID.
           MOVE RFN-CTL-COUNT  TO CTL-RECORD-COUNT.
           MOVE RFN-CTL-HASH   TO CTL-AMOUNT-HASH.
           WRITE PATREFND-REC FROM CONTROL-REC.

           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE ARMNEW, REFDISB, PATREFND, REFLTR, CREDRPT, GLPOST.

      * One run-control record for DAYBAL's nightly cross-foot:
      * credit balances found must equal those refunded plus those
      * carried.  The dollars are the night's refunds.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'HOSPCRED'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM     TO LED-RUN-DATE.
           MOVE CREDIT-ITEM-COUNT     TO LED-RECS-IN.
           MOVE REFUNDS-ISSUED        TO LED-RECS-OUT-PRIMARY.
           MOVE CREDITS-CARRIED       TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE REFUND-TOTAL          TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
