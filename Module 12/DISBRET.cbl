       IDENTIFICATION DIVISION.
       PROGRAM-ID.     DISBRET.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** RETURNED AND UNCASHED CLAIM DISBURSEMENT PROCESSING.
      *****
      ***** ACHRET HANDLES BOUNCED PAYROLL DEPOSITS; A BANKDISB CLAIM
      ***** PAYMENT THE BANK SENDS BACK (CLOSED ACCOUNT, BAD ROUTING,
      ***** A STALE-DATED ITEM NEVER CASHED) USED TO SIT IN SUSPENSE
      ***** WHILE CLMHIST SAID THE CLAIM WAS PAID.  THIS RUN READS THE
      ***** CLAIMS BANK'S RETURN FILE AND:
      *****
      *****   - MATCHES EACH RETURN TO ITS BANKDISB DETAIL BY PAYMENT
      *****     DATE, PROVIDER AND AMOUNT (BANKDISB HERE IS THE
      *****     PAYMENT BATCHES THE RETURNS COVER, CONCATENATED);
      *****   - FLAGS THE PROVIDER 'H' ON PVR-PAY-HOLD (PROVMAST IN,
      *****     PROVMNEW OUT) SO PROVPAY STOPS SENDING MONEY TO THE
      *****     DEAD ACCOUNT AND CARRIES ITS LINES FORWARD INSTEAD;
      *****   - CARRIES EVERY RETURNED PAYMENT ON THE OUTSTANDING-
      *****     RETURNS MASTER (DRTNOLD IN, DRTNNEW OUT) UNTIL THE
      *****     PROVIDER'S CORRECTED PAYMENT DETAILS ARE RECEIVED
      *****     (DSBCORR), WHEN THE HOLD IS LIFTED AND THE PAYMENT
      *****     GOES OUT ON DSBREISS AS A RE-ISSUE LINE FOR PROVPAY'S
      *****     NEXT BANKDISB BATCH;
      *****   - POSTS THE RETURNED DOLLARS BACK THROUGH GLPOST FROM THE
      *****     DSBRET ROW OF THE GLACCTS MAPPING;
      *****   - LISTS EVERY ITEM STILL UNRESOLVED PAST THE AGETAB
      *****     ESCHDAYS COUNT OF CALENDAR DAYS SINCE THE PAYMENT ON
      *****     THE UNCLAIMED-PROPERTY REPORT (ESCHRPT) FOR THE STATE
      *****     ESCHEAT FILING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The claims bank's return file: the payment it sent back,
      *  why, and whether it bounced or went stale uncashed.
           SELECT DSBRETF
           ASSIGN TO DSBRETF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBRETF-ST.
      *  The PROVPAY payment batches the returns were drawn from --
      *  their 'D' details are what a return must match against.
           SELECT BANKDISB
           ASSIGN TO BANKDISB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BANKDISB-ST.
      *  Notices that a provider's corrected payment details are on
      *  file with the bank: the hold lifts and its returns re-issue.
           SELECT DSBCORR
           ASSIGN TO DSBCORR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBCORR-ST.
           SELECT PROVMAST
           ASSIGN TO PROVMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMAST-ST.
           SELECT PROVMNEW
           ASSIGN TO PROVMNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROVMNEW-ST.
      *  Returned payments not yet re-issued, carried run to run.
           SELECT DRTNOLD
           ASSIGN TO DRTNOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRTNOLD-ST.
           SELECT DRTNNEW
           ASSIGN TO DRTNNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DRTNNEW-ST.
      *  Re-issue lines in the REMITREC layout, with a control
      *  trailer, for PROVPAY to pay on its next batch.
           SELECT DSBREISS
           ASSIGN TO DSBREISS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBREISS-ST.
      *  Escheat threshold in calendar days (code ESCHDAYS), in the
      *  shared day-count table.
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
           SELECT DSBRRPT
           ASSIGN TO DSBRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBRRPT-ST.
           SELECT ESCHRPT
           ASSIGN TO ESCHRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESCHRPT-ST.
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
       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  DSBRETF
           RECORD CONTAINS 60 CHARACTERS.
       01  DSBRETF-REC.
           05  DR-PAYMENT-DATE         PIC 9(08).
           05  DR-PROVIDER-ID          PIC X(05).
           05  DR-AMOUNT               PIC 9(7)V99.
           05  DR-RETURN-DATE          PIC 9(08).
           05  DR-REASON               PIC X(03).
           05  DR-RETURN-TYPE          PIC X(01).
               88  DR-RETURNED                 VALUE 'R'.
               88  DR-UNCASHED                 VALUE 'U'.
           05  FILLER                  PIC X(26).

      * Only the columns the match needs are named; the layout is
      * PROVPAY's.
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

       FD  DSBCORR
           RECORD CONTAINS 40 CHARACTERS.
       01  DSBCORR-REC.
           05  DC-PROVIDER-ID          PIC X(05).
           05  DC-RECEIVED-DATE        PIC 9(08).
           05  DC-OPERATOR             PIC X(08).
           05  FILLER                  PIC X(19).

       FD  PROVMAST
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMAST-REC                PIC X(120).

       FD  PROVMNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  PROVMNEW-REC                PIC X(120).

       FD  DRTNOLD
           RECORD CONTAINS 80 CHARACTERS.
       01  DRTNOLD-REC                 PIC X(80).

       FD  DRTNNEW
           RECORD CONTAINS 80 CHARACTERS.
       01  DRTNNEW-REC                 PIC X(80).

       FD  DSBREISS
           RECORD CONTAINS 120 CHARACTERS.
       01  DSBREISS-REC                PIC X(120).

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

       FD  DSBRRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  DSBRRPT-REC                 PIC X(133).

       FD  ESCHRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  ESCHRPT-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.
           COPY PROVREC.
           COPY REMITREC.
           COPY GLPOST.

      * One returned payment awaiting re-issue.
       01  RETURN-ITEM-WS.
           05  DRT-PROVIDER-ID         PIC X(05).
           05  DRT-PAYEE-NAME          PIC X(25).
           05  DRT-AMOUNT              PIC S9(7)V99.
           05  DRT-PAYMENT-DATE        PIC 9(08).
           05  DRT-RETURN-DATE         PIC 9(08).
           05  DRT-REASON              PIC X(03).
           05  DRT-RETURN-TYPE         PIC X(01).
           05  FILLER                  PIC X(21).

       01  FLAGS.
           05  DSBRETF-ST              PIC X(02).
               88  DR-NORMAL                           VALUE '00'.
           05  BANKDISB-ST             PIC X(02).
               88  DSB-NORMAL                          VALUE '00'.
           05  DSBCORR-ST              PIC X(02).
               88  DC-NORMAL                           VALUE '00'.
           05  PROVMAST-ST             PIC X(02).
               88  PRV-NORMAL                          VALUE '00'.
           05  PROVMNEW-ST             PIC X(02).
               88  PRN-NORMAL                          VALUE '00'.
           05  DRTNOLD-ST              PIC X(02).
               88  TO-NORMAL                           VALUE '00'.
           05  DRTNNEW-ST              PIC X(02).
               88  TN-NORMAL                           VALUE '00'.
           05  DSBREISS-ST             PIC X(02).
               88  RI-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GLA-NORMAL                          VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GLP-NORMAL                          VALUE '00'.
           05  DSBRRPT-ST              PIC X(02).
               88  RR-NORMAL                           VALUE '00'.
           05  ESCHRPT-ST              PIC X(02).
               88  ER-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  DSBRETF-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-RETURNS                     VALUE 'Y'.
           05  BANKDISB-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-BANKDISB                    VALUE 'Y'.
           05  DSBCORR-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-DSBCORR                     VALUE 'Y'.
           05  PROVMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROVMAST                    VALUE 'Y'.
           05  DRTNOLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-DRTNOLD                     VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  DETAIL-FOUND-SW         PIC X(01)       VALUE 'N'.
               88  DETAIL-FOUND                        VALUE 'Y'.
           05  PROVIDER-RELEASED-SW    PIC X(01)       VALUE 'N'.
               88  PROVIDER-RELEASED                   VALUE 'Y'.
           05  PROVIDER-RETURNED-SW    PIC X(01)       VALUE 'N'.
               88  PROVIDER-RETURNED                   VALUE 'Y'.
           05  GL-MAP-FOUND-SW         PIC X(01)       VALUE 'N'.
               88  GL-MAP-FOUND                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * The payment batches' details held in memory for the match;
      * a detail matched once cannot be matched by a second return.
       01  DISB-DETAIL-TABLE.
           05  DISB-DETAIL-ITEM OCCURS 2000 TIMES
                   INDEXED BY DD-IDX.
               10  DD-PAYMENT-DATE         PIC 9(08).
               10  DD-PROVIDER-ID          PIC X(05).
               10  DD-PAYEE-NAME           PIC X(25).
               10  DD-AMOUNT               PIC S9(7)V99.
               10  DD-MATCHED              PIC X(01).
       77  DISB-DETAIL-COUNT           PIC S9(04) COMP VALUE 0.
       77  DD-HIT-SUB                  PIC S9(04) COMP VALUE 0.
       77  CURRENT-BATCH-DATE          PIC 9(08) VALUE 0.

      * Providers whose corrected payment details arrived this run.
       01  CORRECTION-TABLE.
           05  CORRECTION-ITEM OCCURS 200 TIMES
                   INDEXED BY CR-IDX.
               10  CR-PROVIDER-ID          PIC X(05).
       77  CORRECTION-COUNT            PIC S9(04) COMP VALUE 0.

      * This run's matched returns, settled after the prior ones.
       01  NEW-RETURN-TABLE.
           05  NEW-RETURN-ITEM OCCURS 500 TIMES
                   INDEXED BY NR-IDX.
               10  NR-RETURN-ITEM          PIC X(80).
               10  NR-RETURN-FIELDS REDEFINES NR-RETURN-ITEM.
                   15  NR-PROVIDER-ID      PIC X(05).
                   15  FILLER              PIC X(75).
       77  NEW-RETURN-COUNT            PIC S9(04) COMP VALUE 0.

      * Provider names, TINs and addresses for the escheat filing.
       01  PROVIDER-TABLE.
           05  PROVIDER-ITEM OCCURS 200 TIMES
                   INDEXED BY PRV-IDX.
               10  PT-CODE                 PIC X(05).
               10  PT-PAYEE-NAME           PIC X(30).
               10  PT-TIN                  PIC X(09).
               10  PT-STREET               PIC X(25).
               10  PT-CITY                 PIC X(15).
               10  PT-STATE                PIC X(02).
               10  PT-ZIP                  PIC X(05).
       77  PROVMAST-COUNT              PIC S9(04) COMP VALUE 0.
       77  PRV-SUB                     PIC S9(04) COMP VALUE 0.
       77  CHECK-PROVIDER-ID           PIC X(05).

      * Shipped default for the escheat threshold (three years);
      * AGETAB code ESCHDAYS overrides it when present.
       77  ESCHEAT-DAYS                PIC 9(05) VALUE 1095.

       77  GL-DEBIT-ACCT-WS            PIC X(08).
       77  GL-CREDIT-ACCT-WS           PIC X(08).

       77  RETURN-AGE-DAYS             PIC S9(05).
       77  RETURNS-READ                PIC 9(05) VALUE 0.
       77  RETURNS-MATCHED             PIC 9(05) VALUE 0.
       77  RETURNS-UNMATCHED           PIC 9(05) VALUE 0.
       77  CARRIED-READ                PIC 9(05) VALUE 0.
       77  ITEMS-REISSUED              PIC 9(05) VALUE 0.
       77  ITEMS-OUTSTANDING           PIC 9(05) VALUE 0.
       77  ITEMS-ESCHEAT               PIC 9(05) VALUE 0.
       77  PROVIDERS-HELD              PIC 9(05) VALUE 0.
       77  PROVIDERS-RELEASED          PIC 9(05) VALUE 0.
       01  RETURNED-TOTAL              PIC S9(9)V99 VALUE 0.
       01  REISSUED-TOTAL              PIC S9(9)V99 VALUE 0.
       01  OUTSTANDING-TOTAL           PIC S9(9)V99 VALUE 0.
       01  ESCHEAT-TOTAL               PIC S9(9)V99 VALUE 0.

      * Control figures for the DSBREISS trailer (see CTLREC.cpy).
       01  REISSUE-CONTROL-TOTALS.
           05  RIS-CTL-COUNT           PIC 9(07)       VALUE 0.
           05  RIS-CTL-HASH            PIC S9(9)V99    VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(36)
                  VALUE "CLAIM DISBURSEMENT RETURNS PROCESSED".
           05  FILLER                  PIC X(12)
                  VALUE "  RUN DATE: ".
           05  RPT-RUN-DATE            PIC 9(08).

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT        PIC X(60).

       01  RPT-LINE.
           05  RPT-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-PAYEE-NAME          PIC X(25).
           05  FILLER                  PIC X(06)
                  VALUE "  PAID".
           05  RPT-PAYMENT-DATE        PIC 9(08).
           05  FILLER                  PIC X(06)
                  VALUE "  AMT ".
           05  RPT-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(06)
                  VALUE "  RSN ".
           05  RPT-REASON              PIC X(03).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-RETURN-TYPE         PIC X(08).
           05  FILLER                  PIC X(06)
                  VALUE "  AGE ".
           05  RPT-AGE                 PIC ZZZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-DISPOSITION         PIC X(30).

       01  RPT-FOOTER-LINE.
           05  RPT-FOOT-LABEL          PIC X(30).
           05  RPT-FOOT-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-FOOT-DOLLARS        PIC $$$,$$$,$$9.99.
           05  RPT-FOOT-DOLLARS-X REDEFINES RPT-FOOT-DOLLARS
                                       PIC X(14).

       01  ESC-TITLE-LINE.
           05  FILLER                  PIC X(35)       VALUE SPACES.
           05  FILLER                  PIC X(40)
                  VALUE "UNCLAIMED PROPERTY (ESCHEAT) REPORT".
           05  FILLER                  PIC X(12)
                  VALUE "  RUN DATE: ".
           05  ESC-RUN-DATE            PIC 9(08).

       01  ESC-THRESHOLD-LINE.
           05  FILLER                  PIC X(42)
                  VALUE "RETURNED PAYMENTS UNRESOLVED MORE THAN   ".
           05  ESC-THRESHOLD           PIC ZZZZ9.
           05  FILLER                  PIC X(30)
                  VALUE " DAYS SINCE PAYMENT".

       01  ESC-HEADER-LINE.
           05  FILLER                  PIC X(07)  VALUE 'PROV'.
           05  FILLER                  PIC X(31)  VALUE 'OWNER NAME'.
           05  FILLER                  PIC X(10)  VALUE 'TIN'.
           05  FILLER                  PIC X(49)  VALUE 'LAST ADDRESS'.
           05  FILLER                  PIC X(09)  VALUE 'PAID'.
           05  FILLER                  PIC X(14)
                  VALUE '        AMOUNT'.
           05  FILLER                  PIC X(06)  VALUE '  DAYS'.

       01  ESC-DETAIL-LINE.
           05  ESC-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  ESC-OWNER-NAME          PIC X(30).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-TIN                 PIC X(09).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-STREET              PIC X(25).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-CITY                PIC X(15).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-STATE               PIC X(02).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-ZIP                 PIC X(05).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-PAYMENT-DATE        PIC 9(08).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  ESC-AGE                 PIC ZZZZ9.

       01  ESC-FOOTER-LINE.
           05  FILLER                  PIC X(20)
                  VALUE "ITEMS TO REPORT:    ".
           05  ESC-FOOT-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                  VALUE "  TOTAL:      ".
           05  ESC-FOOT-DOLLARS        PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-PROCESS-ONE-RETURN UNTIL NO-MORE-RETURNS.
           PERFORM 250-REWRITE-PROVIDER UNTIL NO-MORE-PROVMAST.
           PERFORM 270-WORK-CARRIED-RETURN UNTIL NO-MORE-DRTNOLD.
           PERFORM 275-WORK-NEW-RETURN
               VARYING NR-IDX FROM 1 BY 1
               UNTIL NR-IDX > NEW-RETURN-COUNT.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 595-WRITE-GL-ENTRIES
               THRU 595-WRITE-GL-ENTRIES-X.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-DISB-DETAILS.
           PERFORM 320-LOAD-CORRECTIONS.
           PERFORM 330-LOAD-ESCHEAT-DAYS.

           MOVE BUSINESS-DATE-NUM TO RPT-RUN-DATE.
           WRITE DSBRRPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO DSBRRPT-REC.
           WRITE DSBRRPT-REC.
           MOVE 'RETURNS RECEIVED THIS RUN' TO RPT-SECTION-TEXT.
           WRITE DSBRRPT-REC FROM RPT-SECTION-LINE.

           MOVE BUSINESS-DATE-NUM TO ESC-RUN-DATE.
           WRITE ESCHRPT-REC FROM ESC-TITLE-LINE.
           MOVE ESCHEAT-DAYS TO ESC-THRESHOLD.
           WRITE ESCHRPT-REC FROM ESC-THRESHOLD-LINE.
           MOVE SPACES TO ESCHRPT-REC.
           WRITE ESCHRPT-REC.
           WRITE ESCHRPT-REC FROM ESC-HEADER-LINE.

           PERFORM 400-READ-RETURN.
           PERFORM 420-READ-PROVMAST.
           PERFORM 430-READ-DRTNOLD.

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

      * One return: matched to an unmatched payment detail by payment
      * date, provider and amount.  A match joins tonight's returns
      * and puts its provider on hold; a return matching nothing we
      * sent is the bank's to explain -- flagged loudly.
       200-PROCESS-ONE-RETURN.
           ADD 1 TO RETURNS-READ.

           COMPUTE RETURN-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE (DR-PAYMENT-DATE).

           MOVE 'N' TO DETAIL-FOUND-SW.
           MOVE 0 TO DD-HIT-SUB.
           SET DD-IDX TO 1.
           SEARCH DISB-DETAIL-ITEM VARYING DD-IDX
               AT END
                   CONTINUE
               WHEN DD-IDX > DISB-DETAIL-COUNT
                   CONTINUE
               WHEN DD-PAYMENT-DATE (DD-IDX) = DR-PAYMENT-DATE
                    AND DD-PROVIDER-ID (DD-IDX) = DR-PROVIDER-ID
                    AND DD-AMOUNT (DD-IDX) = DR-AMOUNT
                    AND DD-MATCHED (DD-IDX) = 'N'
                   MOVE 'Y' TO DETAIL-FOUND-SW
                   SET DD-HIT-SUB TO DD-IDX
           END-SEARCH.

           MOVE DR-PROVIDER-ID  TO RPT-PROVIDER-ID.
           MOVE DR-PAYMENT-DATE TO RPT-PAYMENT-DATE.
           MOVE DR-AMOUNT       TO RPT-AMOUNT.
           MOVE DR-REASON       TO RPT-REASON.
           MOVE RETURN-AGE-DAYS TO RPT-AGE.
           IF DR-UNCASHED
                MOVE 'UNCASHED' TO RPT-RETURN-TYPE
           ELSE
                MOVE 'RETURNED' TO RPT-RETURN-TYPE
           END-IF.

           IF DETAIL-FOUND
                ADD 1 TO RETURNS-MATCHED
                ADD DR-AMOUNT TO RETURNED-TOTAL
                MOVE 'Y' TO DD-MATCHED (DD-HIT-SUB)
                MOVE DD-PAYEE-NAME (DD-HIT-SUB) TO RPT-PAYEE-NAME
                PERFORM 210-ADD-NEW-RETURN
                MOVE 'HELD FOR CORRECTED DETAILS'
                    TO RPT-DISPOSITION
           ELSE
                ADD 1 TO RETURNS-UNMATCHED
                MOVE SPACES TO RPT-PAYEE-NAME
                MOVE '** NO MATCHING DISBURSEMENT'
                    TO RPT-DISPOSITION
           END-IF.
           WRITE DSBRRPT-REC FROM RPT-LINE.

           PERFORM 400-READ-RETURN.

      * Returned money cannot be dropped, so overflow stops the run.
       210-ADD-NEW-RETURN.
           IF NEW-RETURN-COUNT NOT < 500
                DISPLAY 'ERROR: MORE THAN 500 MATCHED RETURNS'
                GO TO 999-RETURN-ERR
           END-IF.

           INITIALIZE RETURN-ITEM-WS.
           MOVE DR-PROVIDER-ID             TO DRT-PROVIDER-ID.
           MOVE DD-PAYEE-NAME (DD-HIT-SUB) TO DRT-PAYEE-NAME.
           MOVE DR-AMOUNT                  TO DRT-AMOUNT.
           MOVE DR-PAYMENT-DATE            TO DRT-PAYMENT-DATE.
           MOVE DR-RETURN-DATE             TO DRT-RETURN-DATE.
           MOVE DR-REASON                  TO DRT-REASON.
           MOVE DR-RETURN-TYPE             TO DRT-RETURN-TYPE.
           ADD 1 TO NEW-RETURN-COUNT.
           MOVE RETURN-ITEM-WS TO NR-RETURN-ITEM (NEW-RETURN-COUNT).

      * One pass down the provider master: corrected details lift
      * the hold, a return tonight sets it, everyone else copies
      * through.  Name, TIN and address are kept for the escheat
      * report.
       250-REWRITE-PROVIDER.
           MOVE PVR-CODE TO CHECK-PROVIDER-ID.
           PERFORM 280-CHECK-RELEASED.

           MOVE 'N' TO PROVIDER-RETURNED-SW.
           SET NR-IDX TO 1.
           SEARCH NEW-RETURN-ITEM VARYING NR-IDX
               AT END
                   CONTINUE
               WHEN NR-IDX > NEW-RETURN-COUNT
                   CONTINUE
               WHEN NR-PROVIDER-ID (NR-IDX) = PVR-CODE
                   MOVE 'Y' TO PROVIDER-RETURNED-SW
           END-SEARCH.

           EVALUATE TRUE
               WHEN PROVIDER-RELEASED
                   IF PVR-PAYMENT-HELD
                        ADD 1 TO PROVIDERS-RELEASED
                   END-IF
                   MOVE SPACE TO PVR-PAY-HOLD
               WHEN PROVIDER-RETURNED
                   IF NOT PVR-PAYMENT-HELD
                        ADD 1 TO PROVIDERS-HELD
                   END-IF
                   MOVE 'H' TO PVR-PAY-HOLD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF PROVMAST-COUNT NOT < 200
                DISPLAY "ERROR: PROVMAST HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO PROVMAST-COUNT.
           MOVE PVR-CODE  TO PT-CODE (PROVMAST-COUNT).
           IF PVR-LEGAL-NAME = SPACES
                MOVE PVR-NAME       TO PT-PAYEE-NAME (PROVMAST-COUNT)
           ELSE
                MOVE PVR-LEGAL-NAME TO PT-PAYEE-NAME (PROVMAST-COUNT)
           END-IF.
           MOVE PVR-TIN-X  TO PT-TIN (PROVMAST-COUNT).
           MOVE PVR-STREET TO PT-STREET (PROVMAST-COUNT).
           MOVE PVR-CITY   TO PT-CITY (PROVMAST-COUNT).
           MOVE PVR-STATE  TO PT-STATE (PROVMAST-COUNT).
           MOVE PVR-ZIP    TO PT-ZIP (PROVMAST-COUNT).

           WRITE PROVMNEW-REC FROM PROV-REC.
           IF NOT PRN-NORMAL
                DISPLAY 'ERROR WRITING PROVMNEW'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 420-READ-PROVMAST.

       270-WORK-CARRIED-RETURN.
           ADD 1 TO CARRIED-READ.
           PERFORM 290-SETTLE-RETURN.
           PERFORM 430-READ-DRTNOLD.

       275-WORK-NEW-RETURN.
           MOVE NR-RETURN-ITEM (NR-IDX) TO RETURN-ITEM-WS.
           PERFORM 290-SETTLE-RETURN.

       280-CHECK-RELEASED.
           MOVE 'N' TO PROVIDER-RELEASED-SW.
           SET CR-IDX TO 1.
           SEARCH CORRECTION-ITEM VARYING CR-IDX
               AT END
                   CONTINUE
               WHEN CR-IDX > CORRECTION-COUNT
                   CONTINUE
               WHEN CR-PROVIDER-ID (CR-IDX) = CHECK-PROVIDER-ID
                   MOVE 'Y' TO PROVIDER-RELEASED-SW
           END-SEARCH.

      * A returned payment whose provider has corrected details on
      * file re-issues; any other carries forward, and one unresolved
      * past the escheat threshold goes on the unclaimed-property
      * report for the state filing.
       290-SETTLE-RETURN.
           MOVE DRT-PROVIDER-ID TO CHECK-PROVIDER-ID.
           PERFORM 280-CHECK-RELEASED.

           COMPUTE RETURN-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE (DRT-PAYMENT-DATE).

           IF PROVIDER-RELEASED
                PERFORM 292-QUEUE-REISSUE
           ELSE
                ADD 1 TO ITEMS-OUTSTANDING
                ADD DRT-AMOUNT TO OUTSTANDING-TOTAL
                WRITE DRTNNEW-REC FROM RETURN-ITEM-WS
                IF NOT TN-NORMAL
                     DISPLAY 'ERROR WRITING DRTNNEW'
                     GO TO 999-RETURN-ERR
                END-IF
                IF RETURN-AGE-DAYS > ESCHEAT-DAYS
                     PERFORM 295-WRITE-ESCHEAT-LINE
                END-IF
           END-IF.

      * The re-issue rides to PROVPAY as a remittance line of its
      * own, dated with the original payment so the provider's next
      * advice shows which deposit it replaces.
       292-QUEUE-REISSUE.
           ADD 1 TO ITEMS-REISSUED.
           ADD DRT-AMOUNT TO REISSUED-TOTAL.

           MOVE SPACES             TO REMIT-DETAIL-REC.
           MOVE DRT-PROVIDER-ID    TO RMD-PROVIDER-ID.
           MOVE ZERO               TO RMD-POLICY-NO.
           MOVE 'RETURNED PAYMENT' TO RMD-LNAME.
           MOVE 'I'                TO RMD-LINE-TYPE.
           MOVE DRT-PAYMENT-DATE   TO RMD-BENEFIT-DATE.
           MOVE ZERO TO RMD-BILLED, RMD-ALLOWED, RMD-DEDUCTIBLE,
                        RMD-COINSURANCE, RMD-INTEREST.
           MOVE DRT-AMOUNT         TO RMD-PAID.
           ADD 1 TO RIS-CTL-COUNT.
           ADD RMD-PAID TO RIS-CTL-HASH.
           WRITE DSBREISS-REC FROM REMIT-DETAIL-REC.
           IF NOT RI-NORMAL
                DISPLAY 'ERROR WRITING DSBREISS'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE DRT-PROVIDER-ID  TO RPT-PROVIDER-ID.
           MOVE DRT-PAYEE-NAME   TO RPT-PAYEE-NAME.
           MOVE DRT-PAYMENT-DATE TO RPT-PAYMENT-DATE.
           MOVE DRT-AMOUNT       TO RPT-AMOUNT.
           MOVE DRT-REASON       TO RPT-REASON.
           MOVE RETURN-AGE-DAYS  TO RPT-AGE.
           IF DRT-RETURN-TYPE = 'U'
                MOVE 'UNCASHED' TO RPT-RETURN-TYPE
           ELSE
                MOVE 'RETURNED' TO RPT-RETURN-TYPE
           END-IF.
           MOVE 'RE-ISSUE QUEUED' TO RPT-DISPOSITION.
           WRITE DSBRRPT-REC FROM RPT-LINE.

       295-WRITE-ESCHEAT-LINE.
           ADD 1 TO ITEMS-ESCHEAT.
           ADD DRT-AMOUNT TO ESCHEAT-TOTAL.

           MOVE 0 TO PRV-SUB.
           SET PRV-IDX TO 1.
           SEARCH PROVIDER-ITEM VARYING PRV-IDX
               AT END
                   CONTINUE
               WHEN PRV-IDX > PROVMAST-COUNT
                   CONTINUE
               WHEN PT-CODE (PRV-IDX) = DRT-PROVIDER-ID
                   SET PRV-SUB TO PRV-IDX
           END-SEARCH.

           MOVE DRT-PROVIDER-ID  TO ESC-PROVIDER-ID.
           IF PRV-SUB > 0
                MOVE PT-PAYEE-NAME (PRV-SUB) TO ESC-OWNER-NAME
                MOVE PT-TIN (PRV-SUB)        TO ESC-TIN
                MOVE PT-STREET (PRV-SUB)     TO ESC-STREET
                MOVE PT-CITY (PRV-SUB)       TO ESC-CITY
                MOVE PT-STATE (PRV-SUB)      TO ESC-STATE
                MOVE PT-ZIP (PRV-SUB)        TO ESC-ZIP
           ELSE
                MOVE DRT-PAYEE-NAME          TO ESC-OWNER-NAME
                MOVE SPACES TO ESC-TIN, ESC-STREET, ESC-CITY,
                               ESC-STATE, ESC-ZIP
           END-IF.
           MOVE DRT-PAYMENT-DATE TO ESC-PAYMENT-DATE.
           MOVE DRT-AMOUNT       TO ESC-AMOUNT.
           MOVE RETURN-AGE-DAYS  TO ESC-AGE.
           WRITE ESCHRPT-REC FROM ESC-DETAIL-LINE.

       300-OPEN-FILES.
           OPEN INPUT DSBRETF
           IF NOT DR-NORMAL
                DISPLAY 'ERROR OPENING DSBRETF'
                GO TO 999-RETURN-ERR.

           OPEN INPUT BANKDISB
           IF NOT DSB-NORMAL
                DISPLAY 'ERROR OPENING BANKDISB'
                GO TO 999-RETURN-ERR.

           OPEN INPUT DSBCORR
           IF NOT DC-NORMAL
                DISPLAY 'ERROR OPENING DSBCORR'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PROVMAST
           IF NOT PRV-NORMAL
                DISPLAY 'ERROR OPENING PROVMAST'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PROVMNEW
           IF NOT PRN-NORMAL
                DISPLAY 'ERROR OPENING PROVMNEW'
                GO TO 999-RETURN-ERR.

           OPEN INPUT DRTNOLD
           IF NOT TO-NORMAL
                DISPLAY 'ERROR OPENING DRTNOLD'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT DRTNNEW
           IF NOT TN-NORMAL
                DISPLAY 'ERROR OPENING DRTNNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT DSBREISS
           IF NOT RI-NORMAL
                DISPLAY 'ERROR OPENING DSBREISS'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT DSBRRPT
           IF NOT RR-NORMAL
                DISPLAY 'ERROR OPENING DSBRRPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ESCHRPT
           IF NOT ER-NORMAL
                DISPLAY 'ERROR OPENING ESCHRPT'
                GO TO 999-RETURN-ERR.

      * Every 'D' detail is kept with the date from its batch's 'H'
      * header, since one return file can cover several nights.
       310-LOAD-DISB-DETAILS.
           PERFORM 410-READ-BANKDISB.

           PERFORM UNTIL NO-MORE-BANKDISB
               EVALUATE DSB-REC-TYPE
                   WHEN 'H'
                       MOVE DSB-HDR-DATE TO CURRENT-BATCH-DATE
                   WHEN 'D'
                       IF DISB-DETAIL-COUNT NOT < 2000
                            DISPLAY 'ERROR: BANKDISB HAS MORE THAN'
                                    ' 2000 DETAILS'
                            GO TO 999-RETURN-ERR
                       END-IF
                       ADD 1 TO DISB-DETAIL-COUNT
                       MOVE CURRENT-BATCH-DATE
                           TO DD-PAYMENT-DATE (DISB-DETAIL-COUNT)
                       MOVE DSB-PROVIDER-ID
                           TO DD-PROVIDER-ID (DISB-DETAIL-COUNT)
                       MOVE DSB-PAYEE-NAME
                           TO DD-PAYEE-NAME (DISB-DETAIL-COUNT)
                       MOVE DSB-AMOUNT
                           TO DD-AMOUNT (DISB-DETAIL-COUNT)
                       MOVE 'N'
                           TO DD-MATCHED (DISB-DETAIL-COUNT)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 410-READ-BANKDISB
           END-PERFORM.

           CLOSE BANKDISB.

       320-LOAD-CORRECTIONS.
           READ DSBCORR
               AT END MOVE 'Y' TO DSBCORR-EOF
           END-READ.

           PERFORM VARYING CR-IDX FROM 1 BY 1
               UNTIL NO-MORE-DSBCORR OR CR-IDX > 200
                   ADD 1 TO CORRECTION-COUNT
                   MOVE DC-PROVIDER-ID TO CR-PROVIDER-ID (CR-IDX)
                   READ DSBCORR
                       AT END MOVE 'Y' TO DSBCORR-EOF
                   END-READ
           END-PERFORM.

      * A notice past capacity would leave its provider held, so
      * overflow stops the run rather than silently delaying money.
           IF NOT NO-MORE-DSBCORR
                DISPLAY "ERROR: DSBCORR HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE DSBCORR.

      * Loads the escheat threshold from AGETAB.  A code not on file
      * keeps its shipped default.
       330-LOAD-ESCHEAT-DAYS.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'ESCHDAYS'
                       MOVE DAY-VALUE TO ESCHEAT-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

       400-READ-RETURN.
           READ DSBRETF
               AT END MOVE 'Y' TO DSBRETF-EOF
           END-READ.

           IF NOT (DR-NORMAL OR NO-MORE-RETURNS)
                DISPLAY 'ERROR READING DSBRETF'
                GO TO 999-RETURN-ERR
           END-IF.

       410-READ-BANKDISB.
           READ BANKDISB
               AT END MOVE 'Y' TO BANKDISB-EOF
           END-READ.

           IF NOT (DSB-NORMAL OR NO-MORE-BANKDISB)
                DISPLAY 'ERROR READING BANKDISB'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-PROVMAST.
           READ PROVMAST INTO PROV-REC
               AT END MOVE 'Y' TO PROVMAST-EOF
           END-READ.

           IF NOT (PRV-NORMAL OR NO-MORE-PROVMAST)
                DISPLAY 'ERROR READING PROVMAST'
                GO TO 999-RETURN-ERR
           END-IF.

       430-READ-DRTNOLD.
           READ DRTNOLD INTO RETURN-ITEM-WS
               AT END MOVE 'Y' TO DRTNOLD-EOF
           END-READ.

           IF NOT (TO-NORMAL OR NO-MORE-DRTNOLD)
                DISPLAY 'ERROR READING DRTNOLD'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO DSBRRPT-REC.
           WRITE DSBRRPT-REC.

           MOVE 'RETURNS READ:'            TO RPT-FOOT-LABEL.
           MOVE RETURNS-READ               TO RPT-FOOT-COUNT.
           MOVE SPACES                     TO RPT-FOOT-DOLLARS-X.
           WRITE DSBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'MATCHED - RETURNED DOLLARS:' TO RPT-FOOT-LABEL.
           MOVE RETURNS-MATCHED            TO RPT-FOOT-COUNT.
           MOVE RETURNED-TOTAL             TO RPT-FOOT-DOLLARS.
           WRITE DSBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'RE-ISSUES QUEUED:'        TO RPT-FOOT-LABEL.
           MOVE ITEMS-REISSUED             TO RPT-FOOT-COUNT.
           MOVE REISSUED-TOTAL             TO RPT-FOOT-DOLLARS.
           WRITE DSBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'STILL OUTSTANDING:'       TO RPT-FOOT-LABEL.
           MOVE ITEMS-OUTSTANDING          TO RPT-FOOT-COUNT.
           MOVE OUTSTANDING-TOTAL          TO RPT-FOOT-DOLLARS.
           WRITE DSBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'PROVIDERS PUT ON HOLD:'   TO RPT-FOOT-LABEL.
           MOVE PROVIDERS-HELD             TO RPT-FOOT-COUNT.
           MOVE SPACES                     TO RPT-FOOT-DOLLARS-X.
           WRITE DSBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'PROVIDER HOLDS LIFTED:'   TO RPT-FOOT-LABEL.
           MOVE PROVIDERS-RELEASED         TO RPT-FOOT-COUNT.
           WRITE DSBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE SPACES TO ESCHRPT-REC.
           WRITE ESCHRPT-REC.
           MOVE ITEMS-ESCHEAT TO ESC-FOOT-COUNT.
           MOVE ESCHEAT-TOTAL TO ESC-FOOT-DOLLARS.
           WRITE ESCHRPT-REC FROM ESC-FOOTER-LINE.

           IF RETURNS-UNMATCHED > 0
                DISPLAY '*** WARNING: ' RETURNS-UNMATCHED
                    ' RETURN(S) MATCHED NO BANKDISB DETAIL WE SENT ***'
           END-IF.
           IF ITEMS-ESCHEAT > 0
                DISPLAY '*** ' ITEMS-ESCHEAT
                    ' RETURNED PAYMENT(S) DUE FOR ESCHEAT FILING ***'
           END-IF.

      * Journal entries for the general ledger: the returned dollars
      * come back into the bank account and restore the claims
      * liability, from the DSBRET row of the GLACCTS mapping.
      * GLCONSOL collects and balances the night's entries.
       595-WRITE-GL-ENTRIES.
           IF RETURNED-TOTAL = ZERO
                GO TO 595-WRITE-GL-ENTRIES-X.

           MOVE 'N' TO GL-MAP-FOUND-SW.
           OPEN INPUT GLACCTS
           IF NOT GLA-NORMAL
                DISPLAY 'ERROR OPENING GLACCTS'
                GO TO 999-RETURN-ERR.

           READ GLACCTS
               AT END MOVE 'Y' TO GLACCTS-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-GLACCTS OR GL-MAP-FOUND
               IF GLA-CODE = 'DSBRET'
                    MOVE GLA-DEBIT-ACCT  TO GL-DEBIT-ACCT-WS
                    MOVE GLA-CREDIT-ACCT TO GL-CREDIT-ACCT-WS
                    MOVE 'Y' TO GL-MAP-FOUND-SW
               END-IF
               READ GLACCTS
                   AT END MOVE 'Y' TO GLACCTS-EOF
               END-READ
           END-PERFORM.
           CLOSE GLACCTS.

           IF NOT GL-MAP-FOUND
                DISPLAY 'ERROR: NO DSBRET MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GLP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

           INITIALIZE GLPOST-REC.
           MOVE 'DISBRET '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE RETURNED-TOTAL        TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'DISBRET '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE RETURNED-TOTAL        TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           CLOSE GLPOST.

       595-WRITE-GL-ENTRIES-X.
           EXIT.

      * The re-issue trailer ties to the lines written above it, the
      * check PROVPAY makes before paying any of them.
       900-CLEANUP.
           MOVE SPACES        TO CONTROL-REC.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE RIS-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE RIS-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE DSBREISS-REC FROM CONTROL-REC.

           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE DSBRETF, PROVMAST, PROVMNEW, DRTNOLD, DRTNNEW,
                 DSBREISS, DSBRRPT, ESCHRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * the returns read plus the items carried in must equal the
      * items still outstanding, the re-issues and the returns that
      * matched nothing.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'DISBRET '          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN = RETURNS-READ + CARRIED-READ.
           MOVE ITEMS-OUTSTANDING   TO LED-RECS-OUT-PRIMARY.
           MOVE ITEMS-REISSUED      TO LED-RECS-OUT-SECONDARY.
           MOVE RETURNS-UNMATCHED   TO LED-RECS-REJECTED.
           MOVE RETURNED-TOTAL      TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
