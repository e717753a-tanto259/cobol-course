       IDENTIFICATION DIVISION.
       PROGRAM-ID.     VNDPAY.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** VENDOR PAYMENT RUN FROM RCPMATCH PAYMENT APPROVALS.
      *****
      ***** RCPMATCH WRITES A PAYAPPR APPROVAL WHEN THE RECEIPTS FOR
      ***** AN ORDER MATCH IT, BUT ACCOUNTS PAYABLE STILL CUT THE
      ***** VENDOR PAYMENTS BY HAND FROM THAT LISTING AND NOTHING
      ***** STOPPED A VENDOR BEING PAID TWICE.  THIS RUN KEEPS THE
      ***** OPEN-PAYABLES MASTER (SEE COPYBOOKS/APREC.CPY), CARRIED
      ***** ACROSS RUNS THE INVGEN WAY (APOPEN IN, APOPNEW OUT):
      *****
      *****   - EACH APPROVAL IS KEYED BY ITS PO NUMBER, OR FOR A
      *****     HAND-TYPED ORDER BY ACCOUNT AND VENDOR.  AN APPROVAL
      *****     ALREADY ON FILE FOR THE SAME AMOUNT IS A DUPLICATE AND
      *****     OPENS NOTHING; ONE FOR MORE OPENS AN ITEM FOR THE
      *****     DIFFERENCE ONLY; ONE FOR LESS IS AN EXCEPTION FOR
      *****     ACCOUNTS PAYABLE TO LOOK AT;
      *****   - A NEW ITEM IS DUE THE VENDOR'S TERMS DAYS AFTER ITS
      *****     APPROVAL (VENDMAST, SEE COPYBOOKS/VENDREC.CPY);
      *****   - EVERY VENDOR WITH ITEMS DUE BY THE BUSINESS DATE GETS
      *****     ONE PAYMENT FOR ALL OF THEM -- AN ACH CREDIT ON VNDACH
      *****     (THE PAYADJ ACH LAYOUT) OR A CHECK ON VNDCHECK -- AND
      *****     A REMITTANCE LISTING (VNDREMIT) OF THE POS IT PAYS;
      *****   - EACH ITEM PAID IS MARKED PAID WITH THE DATE, METHOD
      *****     AND PAYMENT REFERENCE AND STAYS ON FILE, SO THE SAME
      *****     APPROVAL SENT AGAIN CAN NEVER BE PAID A SECOND TIME;
      *****   - THE NIGHT'S PAYMENTS POST TO GLPOST FROM THE VNDPAY
      *****     ROW OF THE GLACCTS MAPPING.
      *****
      ***** ITEMS FOR A VENDOR NOT ON VENDMAST, OR ON PAY HOLD, ARE
      ***** NOT PAID -- THEY STAY OPEN AND LIST ON VNDREMIT EACH RUN
      ***** UNTIL THE VENDOR IS ON FILE OR THE HOLD IS LIFTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDMAST
           ASSIGN TO VENDMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VENDMAST-ST.
      *  Open payables on file, and the file carried forward with
      *  tonight's approvals opened and payments marked.
           SELECT AP-OLD
           ASSIGN TO APOPEN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-OLD-ST.
           SELECT AP-NEW
           ASSIGN TO APOPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AP-NEW-ST.
      *  Payment approvals RCPMATCH writes, one per received order.
           SELECT PAY-IN
           ASSIGN TO PAYAPPR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PAY-IN-ST.
           SELECT ACH-OUT
           ASSIGN TO VNDACH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ACH-OUT-ST.
           SELECT VNDCHECK
           ASSIGN TO VNDCHECK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VNDCHECK-ST.
           SELECT VNDREMIT
           ASSIGN TO VNDREMIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS VNDREMIT-ST.
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
      *  stamping so a rerun selects and dates as the original did.
           SELECT BUSDATE
           ASSIGN TO BUSDATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BUSDATE-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDMAST
           RECORD CONTAINS 150 CHARACTERS.
       01  VENDMAST-REC                PIC X(150).

       FD  AP-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  AP-OLD-REC                  PIC X(80).

       FD  AP-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  AP-NEW-REC                  PIC X(80).

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

      * PAYADJ's ACH layout; the detail filler carries the vendor
      * and the payment reference for the bank's return file.
       FD  ACH-OUT
           RECORD CONTAINS 80 CHARACTERS.
       01  ACH-OUT-REC                 PIC X(80).
       01  ACH-FILE-HEADER-REC.
           05  ACH-HDR-REC-TYPE        PIC X(01).
           05  ACH-HDR-COMPANY-ID      PIC X(10).
           05  ACH-HDR-COMPANY-NAME    PIC X(20).
           05  ACH-HDR-CREATE-DATE     PIC 9(08).
           05  ACH-HDR-PERIOD-ID       PIC 9(06).
           05  FILLER                  PIC X(35).
       01  ACH-DETAIL-REC.
           05  ACH-DET-REC-TYPE        PIC X(01).
           05  ACH-ROUTING-NBR-O       PIC 9(09).
           05  ACH-ACCOUNT-NBR-O       PIC X(17).
           05  ACH-DEPOSIT-AMT-O       PIC 9(9)V99.
           05  ACH-DET-VENDOR-ID       PIC X(05).
           05  ACH-DET-PAY-REF         PIC 9(08).
           05  ACH-DET-VENDOR-NAME     PIC X(29).
       01  ACH-BATCH-CONTROL-REC.
           05  ACH-BAT-REC-TYPE        PIC X(01).
           05  ACH-BAT-ENTRY-COUNT     PIC 9(07).
           05  ACH-BAT-CREDIT-TOTAL    PIC 9(11)V99.
           05  ACH-BAT-DEBIT-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(46).
       01  ACH-FILE-TRAILER-REC.
           05  ACH-TRL-REC-TYPE        PIC X(01).
           05  FILLER                  PIC X(79).

       FD  VNDCHECK
           RECORD CONTAINS 133 CHARACTERS.
       01  VNDCHECK-REC                PIC X(133).

       FD  VNDREMIT
           RECORD CONTAINS 133 CHARACTERS.
       01  VNDREMIT-REC                PIC X(133).

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
           COPY VENDREC.
           COPY APREC.

       01  FLAGS.
           05  VENDMAST-ST             PIC X(02).
               88  VM-NORMAL                           VALUE '00'.
           05  AP-OLD-ST               PIC X(02).
               88  AO-NORMAL                           VALUE '00'.
           05  AP-NEW-ST               PIC X(02).
               88  AN-NORMAL                           VALUE '00'.
           05  PAY-IN-ST               PIC X(02).
               88  PI-NORMAL                           VALUE '00'.
           05  ACH-OUT-ST              PIC X(02).
               88  ACH-NORMAL                          VALUE '00'.
           05  VNDCHECK-ST             PIC X(02).
               88  CK-NORMAL                           VALUE '00'.
           05  VNDREMIT-ST             PIC X(02).
               88  RM-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GLA-NORMAL                          VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GLP-NORMAL                          VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  VENDMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-VENDMAST                    VALUE 'Y'.
           05  AP-OLD-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-OLD-AP                      VALUE 'Y'.
           05  PAY-IN-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-APPROVALS                   VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  GL-MAP-FOUND-SW         PIC X(01)       VALUE 'N'.
               88  GL-MAP-FOUND                        VALUE 'Y'.
           05  PAY-PASS-DONE-SW        PIC X(01)       VALUE 'N'.
               88  PAY-PASS-DONE                       VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).
           05  BUSINESS-YYYYMM REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-PERIOD     PIC 9(06).
               10  FILLER              PIC 9(02).

       77  ACH-COMPANY-ID              PIC X(10) VALUE '0123456789'.
       77  ACH-COMPANY-NAME            PIC X(20)
                                       VALUE 'FAVORITES MUSIC INC '.

      * The vendor master, keyed by vendor id.
       01  VEND-TABLE.
           05  VEND-ITEM OCCURS 500 TIMES
                   INDEXED BY VND-IDX.
               10  VEND-RECORD-IMAGE       PIC X(150).
               10  VEND-KEY-VIEW REDEFINES VEND-RECORD-IMAGE.
                   15  VEND-TABLE-KEY      PIC X(05).
                   15  FILLER              PIC X(145).
       77  VEND-COUNT                  PIC S9(04) COMP VALUE 0.
       77  VEND-FOUND-SUB              PIC S9(04) COMP VALUE 0.

      * The open-payables master held while approvals open items and
      * payments mark them, the APREC layout entry by entry.  The
      * seen flag marks an entry this run has already paid, held or
      * found not yet due.
       01  AP-TABLE.
           05  AP-ITEM OCCURS 5000 TIMES.
               10  APT-RECORD-IMAGE        PIC X(80).
               10  APT-FIELD-VIEW REDEFINES APT-RECORD-IMAGE.
                   15  APT-VENDOR-ID       PIC X(05).
                   15  APT-PO-NUMBER       PIC 9(08).
                   15  APT-ACCT-NO         PIC X(08).
                   15  APT-APPROVE-DATE    PIC 9(08).
                   15  APT-DUE-DATE        PIC 9(08).
                   15  APT-AMOUNT          PIC S9(09)V99.
                   15  APT-STATUS          PIC X(01).
                   15  APT-PAID-DATE       PIC 9(08).
                   15  APT-PAY-METHOD      PIC X(01).
                   15  APT-PAY-REF         PIC 9(08).
                   15  FILLER              PIC X(14).
               10  APT-SEEN                PIC X(01).
       77  AP-MAX                      PIC S9(04) COMP VALUE 5000.
       77  AP-COUNT                    PIC S9(04) COMP VALUE 0.
       77  AP-SUB                      PIC S9(04) COMP VALUE 0.

       77  CURR-VENDOR-WS              PIC X(05).
       77  HOLD-REASON-WS              PIC X(30).
       77  DUE-CHECK-DATE              PIC 9(08).
       77  NEXT-PAY-REF                PIC 9(08) VALUE 1.
       77  PAY-METHOD-WS               PIC X(01).
       01  ON-FILE-AMT                 PIC S9(11)V99.
       01  OPEN-AMT-WS                 PIC S9(11)V99.
       01  VENDOR-PAY-AMT              PIC S9(11)V99.
       77  VENDOR-ITEM-COUNT           PIC 9(05).

       77  APPR-READ                   PIC 9(07) VALUE 0.
       77  APPR-OPENED                 PIC 9(07) VALUE 0.
       77  APPR-DUPLICATE              PIC 9(07) VALUE 0.
       77  APPR-EXCEPTION              PIC 9(07) VALUE 0.
       77  VENDORS-PAID                PIC 9(05) VALUE 0.
       77  ITEMS-PAID                  PIC 9(07) VALUE 0.
       77  ITEMS-HELD                  PIC 9(07) VALUE 0.
       77  ACH-COUNT                   PIC 9(07) VALUE 0.
       77  CHECK-COUNT                 PIC 9(07) VALUE 0.
       01  ACH-DOLLARS                 PIC S9(11)V99 VALUE 0.
       01  CHECK-DOLLARS               PIC S9(11)V99 VALUE 0.
       01  PAID-DOLLARS                PIC S9(11)V99 VALUE 0.
       01  HELD-DOLLARS                PIC S9(11)V99 VALUE 0.

       01  EXCEPTION-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'APPROVAL EXCEPTION  '.
           05  EX-VENDOR-ID            PIC X(05).
           05  FILLER                  PIC X(04)       VALUE '  PO'.
           05  EX-PO-NUMBER            PIC Z(07)9.
           05  FILLER                  PIC X(06)       VALUE '  ACCT'.
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  EX-ACCT-NO              PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  EX-AMOUNT               PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  EX-REASON               PIC X(40).

       01  REMIT-HDR-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'REMITTANCE ADVICE   '.
           05  RH-VENDOR-ID            PIC X(05).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RH-VENDOR-NAME          PIC X(30).
           05  FILLER                  PIC X(08)       VALUE '   DATE '.
           05  RH-PAY-DATE             PIC 9(08).

       01  REMIT-ADDR-LINE.
           05  FILLER                  PIC X(27)       VALUE SPACES.
           05  RA-TEXT                 PIC X(64).

       01  REMIT-CITY-LINE.
           05  FILLER                  PIC X(27)       VALUE SPACES.
           05  RC-CITY                 PIC X(20).
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  RC-STATE                PIC X(02).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RC-ZIP                  PIC X(10).

       01  REMIT-METHOD-LINE.
           05  FILLER                  PIC X(27)       VALUE SPACES.
           05  RMT-METHOD-TEXT         PIC X(24).
           05  RMT-PAY-REF             PIC 9(08).
           05  FILLER                  PIC X(10)
                    VALUE '  ACCOUNT '.
           05  RMT-BANK-ACCOUNT        PIC X(17).

       01  REMIT-HOLD-LINE.
           05  FILLER                  PIC X(27)       VALUE SPACES.
           05  FILLER                  PIC X(18)
                    VALUE '*** NOT PAID -- '.
           05  RHL-REASON              PIC X(30).
           05  FILLER                  PIC X(04)       VALUE ' ***'.

       01  REMIT-COL-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(12)
                    VALUE 'PO NUMBER'.
           05  FILLER                  PIC X(10)       VALUE 'ACCOUNT'.
           05  FILLER                  PIC X(12)       VALUE 'APPROVED'.
           05  FILLER                  PIC X(10)       VALUE 'DUE'.
           05  FILLER                  PIC X(15)
                    VALUE '         AMOUNT'.

       01  REMIT-DETAIL-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RD-PO-NUMBER            PIC Z(07)9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RD-ACCT-NO              PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RD-APPROVE-DATE         PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RD-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RD-AMOUNT               PIC -$$$,$$$,$$9.99.

       01  REMIT-TOTAL-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RT-LABEL                PIC X(20).
           05  RT-ITEMS                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08)       VALUE ' ITEMS  '.
           05  FILLER                  PIC X(08)       VALUE SPACES.
           05  RT-AMOUNT               PIC -$$$,$$$,$$9.99.

       01  CHECK-NUMBER-LINE.
           05  FILLER                  PIC X(50)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'CHECK NO. '.
           05  CN-CHECK-NUMBER         PIC 9(08).
           05  FILLER                  PIC X(08)
                    VALUE '   DATE '.
           05  CN-CHECK-DATE           PIC 9(08).

       01  CHECK-PAY-LINE.
           05  FILLER                  PIC X(21)
                    VALUE 'PAY TO THE ORDER OF  '.
           05  CP-VENDOR-NAME          PIC X(30).
           05  FILLER                  PIC X(09)       VALUE SPACES.
           05  FILLER                  PIC X(01)       VALUE '$'.
           05  CP-AMOUNT               PIC ***,***,**9.99.

       01  CHECK-ADDR-LINE.
           05  FILLER                  PIC X(21)       VALUE SPACES.
           05  CA-TEXT                 PIC X(64).

       01  CHECK-MEMO-LINE.
           05  FILLER                  PIC X(21)
                    VALUE 'VENDOR               '.
           05  CM-VENDOR-ID            PIC X(05).
           05  FILLER                  PIC X(24)
                    VALUE '   PURCHASE ORDERS PAID '.
           05  CM-ITEMS                PIC ZZ,ZZ9.

       01  FOOTER-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'APPROVALS READ: '.
           05  FOOTER-READ             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11)
                    VALUE '   OPENED: '.
           05  FOOTER-OPENED           PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   DUPLICATE: '.
           05  FOOTER-DUPLICATE        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(15)
                    VALUE '   EXCEPTIONS: '.
           05  FOOTER-EXCEPTION        PIC ZZZ,ZZ9.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(16)
                    VALUE 'VENDORS PAID:   '.
           05  FOOTER-VENDORS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   ITEMS PAID:'.
           05  FOOTER-ITEMS            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   TOTAL PAID:'.
           05  FOOTER-PAID             PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(16)
                    VALUE 'ACH PAYMENTS:   '.
           05  FOOTER-ACH-COUNT        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FOOTER-ACH-DOLLARS      PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(12)
                    VALUE '   CHECKS:  '.
           05  FOOTER-CHECK-COUNT      PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FOOTER-CHECK-DOLLARS    PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(16)
                    VALUE 'ITEMS NOT PAID: '.
           05  FOOTER-HELD             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FOOTER-HELD-DOLLARS     PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(32)
                    VALUE '   (VENDOR UNKNOWN OR ON HOLD)'.

       01  GL-DEBIT-ACCT-WS            PIC X(08).
       01  GL-CREDIT-ACCT-WS           PIC X(08).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-APPROVAL UNTIL NO-MORE-APPROVALS.
           PERFORM 300-PAY-VENDOR
               THRU 300-PAY-VENDOR-X
               UNTIL PAY-PASS-DONE.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 595-WRITE-GL-ENTRIES
               THRU 595-WRITE-GL-ENTRIES-X.
           PERFORM 800-WRITE-NEW-APOPEN.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 150-OPEN-FILES.
           PERFORM 160-LOAD-VENDMAST.
           PERFORM 170-LOAD-APOPEN.
           PERFORM 410-READ-APPROVAL.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night selects and dates
      * its payments with that night's business; absent a card the
      * system date stands in.
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

       150-OPEN-FILES.
           OPEN INPUT VENDMAST
           IF NOT VM-NORMAL
                DISPLAY 'ERROR OPENING VENDMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT AP-OLD
           IF NOT AO-NORMAL
                DISPLAY 'ERROR OPENING APOPEN'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PAY-IN
           IF NOT PI-NORMAL
                DISPLAY 'ERROR OPENING PAYAPPR'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT AP-NEW
           IF NOT AN-NORMAL
                DISPLAY 'ERROR OPENING APOPNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT VNDCHECK
           IF NOT CK-NORMAL
                DISPLAY 'ERROR OPENING VNDCHECK'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT VNDREMIT
           IF NOT RM-NORMAL
                DISPLAY 'ERROR OPENING VNDREMIT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ACH-OUT
           IF NOT ACH-NORMAL
                DISPLAY 'ERROR OPENING VNDACH'
                GO TO 999-RETURN-ERR.

           MOVE SPACES TO ACH-FILE-HEADER-REC.
           MOVE '1'               TO ACH-HDR-REC-TYPE.
           MOVE ACH-COMPANY-ID    TO ACH-HDR-COMPANY-ID.
           MOVE ACH-COMPANY-NAME  TO ACH-HDR-COMPANY-NAME.
           MOVE BUSINESS-DATE-NUM TO ACH-HDR-CREATE-DATE.
           MOVE BUSINESS-PERIOD   TO ACH-HDR-PERIOD-ID.
           WRITE ACH-OUT-REC FROM ACH-FILE-HEADER-REC.

      * Paying from a truncated vendor table would hold good vendors
      * as unknown, so a master past capacity stops the run.
       160-LOAD-VENDMAST.
           READ VENDMAST
               AT END MOVE 'Y' TO VENDMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-VENDMAST
               IF VEND-COUNT >= 500
                    DISPLAY "ERROR: VENDMAST HAS MORE THAN 500 "
                        "VENDORS - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO VEND-COUNT
               MOVE VENDMAST-REC TO VEND-RECORD-IMAGE (VEND-COUNT)
               READ VENDMAST
                   AT END MOVE 'Y' TO VENDMAST-EOF
               END-READ
           END-PERFORM.

           CLOSE VENDMAST.

      * Every entry on file, open or paid, is loaded: dropping a paid
      * entry would let its approval pay again, so a file past
      * capacity stops the run.  Payment references continue from
      * the highest one on file.
       170-LOAD-APOPEN.
           READ AP-OLD
               AT END MOVE 'Y' TO AP-OLD-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-OLD-AP
               IF AP-COUNT >= AP-MAX
                    DISPLAY "ERROR: APOPEN HAS MORE THAN " AP-MAX
                        " ENTRIES - TABLE TOO SMALL"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO AP-COUNT
               MOVE AP-OLD-REC TO APT-RECORD-IMAGE (AP-COUNT)
               MOVE 'N'        TO APT-SEEN (AP-COUNT)
               IF APT-PAY-REF (AP-COUNT) NUMERIC
                      AND APT-PAY-REF (AP-COUNT) >= NEXT-PAY-REF
                    COMPUTE NEXT-PAY-REF = APT-PAY-REF (AP-COUNT) + 1
               END-IF
               READ AP-OLD
                   AT END MOVE 'Y' TO AP-OLD-EOF
               END-READ
           END-PERFORM.

           CLOSE AP-OLD.

      * One payment approval against what is already on file for the
      * same order: the same amount is a resend, more opens the
      * difference, less is for accounts payable to look at.
       200-APPLY-APPROVAL.
           ADD 1 TO APPR-READ.
           PERFORM 210-TOTAL-ON-FILE.

           EVALUATE TRUE
               WHEN PAY-VENDOR-ID-I = SPACES
                   MOVE 'APPROVAL NAMES NO VENDOR' TO EX-REASON
                   PERFORM 260-APPROVAL-EXCEPTION
               WHEN PAY-APPROVED-AMT-I NOT NUMERIC
                 OR PAY-APPROVED-AMT-I <= ZERO
                   MOVE 'APPROVED AMOUNT NOT VALID' TO EX-REASON
                   PERFORM 260-APPROVAL-EXCEPTION
               WHEN PAY-APPROVED-AMT-I = ON-FILE-AMT
                   ADD 1 TO APPR-DUPLICATE
               WHEN PAY-APPROVED-AMT-I < ON-FILE-AMT
                   MOVE 'APPROVED LESS THAN ALREADY ON FILE'
                       TO EX-REASON
                   PERFORM 260-APPROVAL-EXCEPTION
               WHEN AP-COUNT >= AP-MAX
                   MOVE 'APOPEN TABLE FULL - NOT OPENED' TO EX-REASON
                   PERFORM 260-APPROVAL-EXCEPTION
               WHEN OTHER
                   PERFORM 220-OPEN-PAYABLE
           END-EVALUATE.

           PERFORM 410-READ-APPROVAL.

      * What is already on file for the approval's order, paid or
      * open: by PO number alone when it has one, otherwise by the
      * account and vendor of a hand-typed order.
       210-TOTAL-ON-FILE.
           MOVE ZERO TO ON-FILE-AMT.
           PERFORM VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-COUNT
               IF PAY-PO-NUMBER-I > ZERO
                    IF APT-PO-NUMBER (AP-SUB) = PAY-PO-NUMBER-I
                         ADD APT-AMOUNT (AP-SUB) TO ON-FILE-AMT
                    END-IF
               ELSE
                    IF APT-PO-NUMBER (AP-SUB) = ZERO
                       AND APT-ACCT-NO (AP-SUB) = PAY-ACCT-NO-I
                       AND APT-VENDOR-ID (AP-SUB) = PAY-VENDOR-ID-I
                         ADD APT-AMOUNT (AP-SUB) TO ON-FILE-AMT
                    END-IF
               END-IF
           END-PERFORM.

       220-OPEN-PAYABLE.
           COMPUTE OPEN-AMT-WS = PAY-APPROVED-AMT-I - ON-FILE-AMT.
           MOVE SPACES              TO AP-OPEN-REC.
           MOVE PAY-VENDOR-ID-I     TO AP-VENDOR-ID.
           MOVE PAY-PO-NUMBER-I     TO AP-PO-NUMBER.
           MOVE PAY-ACCT-NO-I       TO AP-ACCT-NO.
           IF PAY-APPROVE-DATE-I NUMERIC
                  AND PAY-APPROVE-DATE-I > ZERO
                MOVE PAY-APPROVE-DATE-I TO AP-APPROVE-DATE
           ELSE
                MOVE BUSINESS-DATE-NUM  TO AP-APPROVE-DATE
           END-IF.
           MOVE ZERO                TO AP-DUE-DATE.
           MOVE OPEN-AMT-WS         TO AP-AMOUNT.
           MOVE 'O'                 TO AP-STATUS.
           MOVE ZERO                TO AP-PAID-DATE.
           MOVE ZERO                TO AP-PAY-REF.
           MOVE AP-VENDOR-ID        TO CURR-VENDOR-WS.
           PERFORM 240-FIND-VENDOR.
           PERFORM 230-SET-DUE-DATE.

           ADD 1 TO AP-COUNT.
           MOVE AP-OPEN-REC TO APT-RECORD-IMAGE (AP-COUNT).
           MOVE 'N'         TO APT-SEEN (AP-COUNT).
           ADD 1 TO APPR-OPENED.

      * Due the vendor's terms days after approval.  An entry for a
      * vendor not yet on VENDMAST stays undated until it is.
       230-SET-DUE-DATE.
           IF VEND-FOUND-SUB > 0
                MOVE VEND-RECORD-IMAGE (VEND-FOUND-SUB) TO VENDOR-REC
                IF VM-TERMS-DAYS NOT NUMERIC
                     MOVE ZERO TO VM-TERMS-DAYS
                END-IF
                COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (AP-APPROVE-DATE)
                     + VM-TERMS-DAYS)
           END-IF.

       240-FIND-VENDOR.
           MOVE 0 TO VEND-FOUND-SUB.
           SET VND-IDX TO 1.
           SEARCH VEND-ITEM VARYING VND-IDX
               AT END
                   CONTINUE
               WHEN VND-IDX > VEND-COUNT
                   CONTINUE
               WHEN VEND-TABLE-KEY (VND-IDX) = CURR-VENDOR-WS
                   SET VEND-FOUND-SUB TO VND-IDX
           END-SEARCH.

       260-APPROVAL-EXCEPTION.
           ADD 1 TO APPR-EXCEPTION.
           MOVE PAY-VENDOR-ID-I    TO EX-VENDOR-ID.
           MOVE PAY-PO-NUMBER-I    TO EX-PO-NUMBER.
           MOVE PAY-ACCT-NO-I      TO EX-ACCT-NO.
           IF PAY-APPROVED-AMT-I NUMERIC
                MOVE PAY-APPROVED-AMT-I TO EX-AMOUNT
           ELSE
                MOVE ZERO               TO EX-AMOUNT
           END-IF.
           WRITE VNDREMIT-REC FROM EXCEPTION-LINE.

      * One vendor's payment: the first vendor with an open item due
      * by tonight, then all of that vendor's due items together.
       300-PAY-VENDOR.
           MOVE SPACES TO CURR-VENDOR-WS.
           PERFORM VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-COUNT
                  OR CURR-VENDOR-WS NOT = SPACES
               PERFORM 305-CHECK-ITEM-DUE
           END-PERFORM.
           IF CURR-VENDOR-WS = SPACES
                MOVE 'Y' TO PAY-PASS-DONE-SW
                GO TO 300-PAY-VENDOR-X
           END-IF.

           PERFORM 240-FIND-VENDOR.
           IF VEND-FOUND-SUB = 0
                MOVE 'VENDOR NOT ON VENDMAST' TO HOLD-REASON-WS
                PERFORM 320-HOLD-VENDOR-ITEMS
                GO TO 300-PAY-VENDOR-X
           END-IF.

           MOVE VEND-RECORD-IMAGE (VEND-FOUND-SUB) TO VENDOR-REC.
           IF VM-PAYMENT-HELD
                MOVE 'VENDOR ON PAY HOLD' TO HOLD-REASON-WS
                PERFORM 320-HOLD-VENDOR-ITEMS
                GO TO 300-PAY-VENDOR-X
           END-IF.

           PERFORM 330-PAY-VENDOR-ITEMS.

       300-PAY-VENDOR-X.
           EXIT.

      * An open item not yet looked at this run: dated now if its
      * vendor has come onto VENDMAST, and either taken as due or set
      * aside.  An undated item (vendor unknown) counts as due so it
      * lists as held.
       305-CHECK-ITEM-DUE.
           IF APT-STATUS (AP-SUB) = 'O'
              AND APT-SEEN (AP-SUB) NOT = 'Y'
                IF APT-DUE-DATE (AP-SUB) = ZERO
                     MOVE APT-RECORD-IMAGE (AP-SUB) TO AP-OPEN-REC
                     MOVE AP-VENDOR-ID TO CURR-VENDOR-WS
                     PERFORM 240-FIND-VENDOR
                     PERFORM 230-SET-DUE-DATE
                     MOVE AP-OPEN-REC TO APT-RECORD-IMAGE (AP-SUB)
                     MOVE SPACES TO CURR-VENDOR-WS
                END-IF
                PERFORM 310-DUE-CHECK-DATE
                IF DUE-CHECK-DATE <= BUSINESS-DATE-NUM
                     MOVE APT-VENDOR-ID (AP-SUB) TO CURR-VENDOR-WS
                ELSE
                     MOVE 'Y' TO APT-SEEN (AP-SUB)
                END-IF
           END-IF.

       310-DUE-CHECK-DATE.
           IF APT-DUE-DATE (AP-SUB) > ZERO
                MOVE APT-DUE-DATE (AP-SUB)     TO DUE-CHECK-DATE
           ELSE
                MOVE APT-APPROVE-DATE (AP-SUB) TO DUE-CHECK-DATE
           END-IF.

      * A vendor not to be paid: its due items stay open and list
      * under the reason.
       320-HOLD-VENDOR-ITEMS.
           MOVE CURR-VENDOR-WS    TO RH-VENDOR-ID.
           IF VEND-FOUND-SUB > 0
                MOVE VM-NAME      TO RH-VENDOR-NAME
           ELSE
                MOVE SPACES       TO RH-VENDOR-NAME
           END-IF.
           MOVE BUSINESS-DATE-NUM TO RH-PAY-DATE.
           WRITE VNDREMIT-REC FROM REMIT-HDR-LINE.
           MOVE HOLD-REASON-WS    TO RHL-REASON.
           WRITE VNDREMIT-REC FROM REMIT-HOLD-LINE.
           WRITE VNDREMIT-REC FROM REMIT-COL-LINE.

           MOVE ZERO TO VENDOR-PAY-AMT.
           MOVE ZERO TO VENDOR-ITEM-COUNT.
           PERFORM VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-COUNT
               IF APT-STATUS (AP-SUB) = 'O'
                  AND APT-SEEN (AP-SUB) NOT = 'Y'
                  AND APT-VENDOR-ID (AP-SUB) = CURR-VENDOR-WS
                    PERFORM 310-DUE-CHECK-DATE
                    IF DUE-CHECK-DATE <= BUSINESS-DATE-NUM
                         PERFORM 340-PRINT-ITEM
                         MOVE 'Y' TO APT-SEEN (AP-SUB)
                    END-IF
               END-IF
           END-PERFORM.

           MOVE 'NOT PAID TOTAL:'  TO RT-LABEL.
           MOVE VENDOR-ITEM-COUNT  TO RT-ITEMS.
           MOVE VENDOR-PAY-AMT     TO RT-AMOUNT.
           WRITE VNDREMIT-REC FROM REMIT-TOTAL-LINE.
           MOVE SPACES TO VNDREMIT-REC.
           WRITE VNDREMIT-REC.

           ADD VENDOR-ITEM-COUNT TO ITEMS-HELD.
           ADD VENDOR-PAY-AMT    TO HELD-DOLLARS.

      * One payment for all of the vendor's due items, by the
      * vendor's pay method, with its remittance advice.
       330-PAY-VENDOR-ITEMS.
           IF VM-PAYS-BY-ACH
                MOVE 'A' TO PAY-METHOD-WS
           ELSE
                MOVE 'C' TO PAY-METHOD-WS
           END-IF.

           MOVE CURR-VENDOR-WS    TO RH-VENDOR-ID.
           MOVE VM-NAME           TO RH-VENDOR-NAME.
           MOVE BUSINESS-DATE-NUM TO RH-PAY-DATE.
           WRITE VNDREMIT-REC FROM REMIT-HDR-LINE.
           MOVE VM-STREET         TO RA-TEXT.
           WRITE VNDREMIT-REC FROM REMIT-ADDR-LINE.
           MOVE VM-CITY           TO RC-CITY.
           MOVE VM-STATE          TO RC-STATE.
           MOVE VM-ZIP            TO RC-ZIP.
           WRITE VNDREMIT-REC FROM REMIT-CITY-LINE.
           MOVE NEXT-PAY-REF      TO RMT-PAY-REF.
           IF PAY-METHOD-WS = 'A'
                MOVE 'PAID BY ACH   TRACE NO. ' TO RMT-METHOD-TEXT
                MOVE VM-BANK-ACCOUNT            TO RMT-BANK-ACCOUNT
           ELSE
                MOVE 'PAID BY CHECK CHECK NO. ' TO RMT-METHOD-TEXT
                MOVE SPACES                     TO RMT-BANK-ACCOUNT
           END-IF.
           WRITE VNDREMIT-REC FROM REMIT-METHOD-LINE.
           WRITE VNDREMIT-REC FROM REMIT-COL-LINE.

           MOVE ZERO TO VENDOR-PAY-AMT.
           MOVE ZERO TO VENDOR-ITEM-COUNT.
           PERFORM VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-COUNT
               IF APT-STATUS (AP-SUB) = 'O'
                  AND APT-SEEN (AP-SUB) NOT = 'Y'
                  AND APT-VENDOR-ID (AP-SUB) = CURR-VENDOR-WS
                    PERFORM 310-DUE-CHECK-DATE
                    IF DUE-CHECK-DATE <= BUSINESS-DATE-NUM
                         PERFORM 340-PRINT-ITEM
                         MOVE 'P'               TO APT-STATUS (AP-SUB)
                         MOVE BUSINESS-DATE-NUM
                             TO APT-PAID-DATE (AP-SUB)
                         MOVE PAY-METHOD-WS
                             TO APT-PAY-METHOD (AP-SUB)
                         MOVE NEXT-PAY-REF      TO APT-PAY-REF (AP-SUB)
                         MOVE 'Y'               TO APT-SEEN (AP-SUB)
                    END-IF
               END-IF
           END-PERFORM.

           MOVE 'PAYMENT TOTAL:'   TO RT-LABEL.
           MOVE VENDOR-ITEM-COUNT  TO RT-ITEMS.
           MOVE VENDOR-PAY-AMT     TO RT-AMOUNT.
           WRITE VNDREMIT-REC FROM REMIT-TOTAL-LINE.
           MOVE SPACES TO VNDREMIT-REC.
           WRITE VNDREMIT-REC.

           IF PAY-METHOD-WS = 'A'
                PERFORM 350-WRITE-ACH-ENTRY
           ELSE
                PERFORM 360-PRINT-CHECK
           END-IF.

           ADD 1 TO VENDORS-PAID.
           ADD VENDOR-ITEM-COUNT TO ITEMS-PAID.
           ADD VENDOR-PAY-AMT    TO PAID-DOLLARS.
           ADD 1 TO NEXT-PAY-REF.

       340-PRINT-ITEM.
           MOVE APT-PO-NUMBER (AP-SUB)    TO RD-PO-NUMBER.
           MOVE APT-ACCT-NO (AP-SUB)      TO RD-ACCT-NO.
           MOVE APT-APPROVE-DATE (AP-SUB) TO RD-APPROVE-DATE.
           MOVE APT-DUE-DATE (AP-SUB)     TO RD-DUE-DATE.
           MOVE APT-AMOUNT (AP-SUB)       TO RD-AMOUNT.
           WRITE VNDREMIT-REC FROM REMIT-DETAIL-LINE.
           ADD APT-AMOUNT (AP-SUB) TO VENDOR-PAY-AMT.
           ADD 1 TO VENDOR-ITEM-COUNT.

       350-WRITE-ACH-ENTRY.
           MOVE SPACES            TO ACH-DETAIL-REC.
           MOVE '6'               TO ACH-DET-REC-TYPE.
           MOVE VM-BANK-ROUTING   TO ACH-ROUTING-NBR-O.
           MOVE VM-BANK-ACCOUNT   TO ACH-ACCOUNT-NBR-O.
           MOVE VENDOR-PAY-AMT    TO ACH-DEPOSIT-AMT-O.
           MOVE CURR-VENDOR-WS    TO ACH-DET-VENDOR-ID.
           MOVE NEXT-PAY-REF      TO ACH-DET-PAY-REF.
           MOVE VM-NAME           TO ACH-DET-VENDOR-NAME.
           WRITE ACH-OUT-REC FROM ACH-DETAIL-REC.
           ADD 1 TO ACH-COUNT.
           ADD VENDOR-PAY-AMT TO ACH-DOLLARS.

       360-PRINT-CHECK.
           MOVE NEXT-PAY-REF      TO CN-CHECK-NUMBER.
           MOVE BUSINESS-DATE-NUM TO CN-CHECK-DATE.
           WRITE VNDCHECK-REC FROM CHECK-NUMBER-LINE.
           MOVE SPACES TO VNDCHECK-REC.
           WRITE VNDCHECK-REC.
           MOVE VM-NAME           TO CP-VENDOR-NAME.
           MOVE VENDOR-PAY-AMT    TO CP-AMOUNT.
           WRITE VNDCHECK-REC FROM CHECK-PAY-LINE.
           MOVE VM-STREET         TO CA-TEXT.
           WRITE VNDCHECK-REC FROM CHECK-ADDR-LINE.
           MOVE SPACES            TO CA-TEXT.
           STRING VM-CITY  DELIMITED BY '  '
                  ' '      DELIMITED BY SIZE
                  VM-STATE DELIMITED BY SIZE
                  '  '     DELIMITED BY SIZE
                  VM-ZIP   DELIMITED BY SIZE
               INTO CA-TEXT
           END-STRING.
           WRITE VNDCHECK-REC FROM CHECK-ADDR-LINE.
           MOVE SPACES TO VNDCHECK-REC.
           WRITE VNDCHECK-REC.
           MOVE CURR-VENDOR-WS    TO CM-VENDOR-ID.
           MOVE VENDOR-ITEM-COUNT TO CM-ITEMS.
           WRITE VNDCHECK-REC FROM CHECK-MEMO-LINE.
           MOVE SPACES TO VNDCHECK-REC.
           WRITE VNDCHECK-REC.
           WRITE VNDCHECK-REC.
           ADD 1 TO CHECK-COUNT.
           ADD VENDOR-PAY-AMT TO CHECK-DOLLARS.

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

       500-PRINT-FOOTER.
           MOVE SPACES TO VNDREMIT-REC.
           WRITE VNDREMIT-REC.
           MOVE APPR-READ          TO FOOTER-READ.
           MOVE APPR-OPENED        TO FOOTER-OPENED.
           MOVE APPR-DUPLICATE     TO FOOTER-DUPLICATE.
           MOVE APPR-EXCEPTION     TO FOOTER-EXCEPTION.
           WRITE VNDREMIT-REC FROM FOOTER-LINE.
           MOVE VENDORS-PAID       TO FOOTER-VENDORS.
           MOVE ITEMS-PAID         TO FOOTER-ITEMS.
           MOVE PAID-DOLLARS       TO FOOTER-PAID.
           WRITE VNDREMIT-REC FROM FOOTER-LINE-02.
           MOVE ACH-COUNT          TO FOOTER-ACH-COUNT.
           MOVE ACH-DOLLARS        TO FOOTER-ACH-DOLLARS.
           MOVE CHECK-COUNT        TO FOOTER-CHECK-COUNT.
           MOVE CHECK-DOLLARS      TO FOOTER-CHECK-DOLLARS.
           WRITE VNDREMIT-REC FROM FOOTER-LINE-03.
           MOVE ITEMS-HELD         TO FOOTER-HELD.
           MOVE HELD-DOLLARS       TO FOOTER-HELD-DOLLARS.
           WRITE VNDREMIT-REC FROM FOOTER-LINE-04.

      * Journal entries for the general ledger: the night's payments
      * clear accounts payable out of the bank account, from the
      * VNDPAY row of the GLACCTS mapping.  GLCONSOL collects and
      * balances the night's entries.
       595-WRITE-GL-ENTRIES.
           IF PAID-DOLLARS = ZERO
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
               IF GLA-CODE = 'VNDPAY'
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
                DISPLAY 'ERROR: NO VNDPAY MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GLP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

           INITIALIZE GLPOST-REC.
           MOVE 'VNDPAY  '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE PAID-DOLLARS          TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'VNDPAY  '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE PAID-DOLLARS          TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           CLOSE GLPOST.

       595-WRITE-GL-ENTRIES-X.
           EXIT.

      * Every entry carries forward, paid entries included, so a
      * resent approval is still recognized.
       800-WRITE-NEW-APOPEN.
           PERFORM VARYING AP-SUB FROM 1 BY 1
               UNTIL AP-SUB > AP-COUNT
               MOVE APT-RECORD-IMAGE (AP-SUB) TO AP-NEW-REC
               WRITE AP-NEW-REC
               IF NOT AN-NORMAL
                    DISPLAY 'ERROR WRITING APOPNEW'
                    GO TO 999-RETURN-ERR
               END-IF
           END-PERFORM.

       900-CLEANUP.
           MOVE SPACES TO ACH-BATCH-CONTROL-REC.
           MOVE '8'           TO ACH-BAT-REC-TYPE.
           MOVE ACH-COUNT     TO ACH-BAT-ENTRY-COUNT.
           MOVE ACH-DOLLARS   TO ACH-BAT-CREDIT-TOTAL.
           MOVE ZERO          TO ACH-BAT-DEBIT-TOTAL.
           WRITE ACH-OUT-REC FROM ACH-BATCH-CONTROL-REC.
           MOVE SPACES TO ACH-FILE-TRAILER-REC.
           MOVE '9' TO ACH-TRL-REC-TYPE.
           WRITE ACH-OUT-REC FROM ACH-FILE-TRAILER-REC.

           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE PAY-IN, AP-NEW, ACH-OUT, VNDCHECK, VNDREMIT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * approvals read must equal approvals opened plus duplicates
      * plus exceptions; the dollars are the night's payments.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'VNDPAY'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE APPR-READ           TO LED-RECS-IN.
           MOVE APPR-OPENED         TO LED-RECS-OUT-PRIMARY.
           MOVE APPR-DUPLICATE      TO LED-RECS-OUT-SECONDARY.
           MOVE APPR-EXCEPTION      TO LED-RECS-REJECTED.
           MOVE PAID-DOLLARS        TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
