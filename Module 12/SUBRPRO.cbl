       IDENTIFICATION DIVISION.
       PROGRAM-ID.     SUBRPRO.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** SUBROGATION AND THIRD-PARTY LIABILITY RECOVERY.
      *****
      ***** MEDCLAIM OPENS A SUBROGATION CASE (SUBRCASE, SEE
      ***** COPYBOOKS/SUBRREC.CPY) PER POLICY AND ACCIDENT DATE THE
      ***** FIRST TIME AN ACCIDENT-RELATED CLAIM PAYS, AND ADDS EVERY
      ***** LATER FLAGGED PAYMENT, REVERSAL AND ADJUSTMENT TO IT, WITH
      ***** A LINE PER CLAIM ON SUBRCLM.  THIS RUN:
      *****
      *****   - POSTS THE RECOVERY RECEIPTS (SUBRRCPT) AGAINST THEIR
      *****     CASES, CLOSING A CASE ONCE WHAT WAS PAID IS RECOVERED
      *****     OR THE RECEIPT IS MARKED AS THE FINAL SETTLEMENT;
      *****   - POSTS THE RECOVERED DOLLARS THROUGH GLPOST FROM THE
      *****     SUBRREC ROW OF THE GLACCTS MAPPING;
      *****   - PRINTS A LIEN NOTICE (SUBRLTR) TO THE POLICYHOLDER AT
      *****     THEIR ADDRMAST ADDRESS FOR EVERY OPEN CASE NOT YET
      *****     NOTICED, AND AN UPDATED ONE WHEN A CASE HAS PAID MORE
      *****     SINCE ITS LAST NOTICE, ITEMIZING THE CLAIMS BEHIND IT;
      *****   - AGES EVERY OPEN CASE FROM THE DATE IT OPENED AND
      *****     REPORTS THE RECOVERABLE DOLLARS NOT YET COLLECTED
      *****     (SUBRRPT), WITH TOTALS BY AGE BUCKET.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Subrogation cases, updated in place.  Dynamic access: the
      *  receipts are posted by key, then the whole file is walked
      *  in key order for the notices and the aging report.
           SELECT SUBRCASE
           ASSIGN TO SUBRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SC-KEY
               FILE STATUS IS SUBRCASE-ST.
      *  Recovery receipts from the liable party, its insurer or the
      *  member's attorney, keyed to the case they settle against.
           SELECT SUBRRCPT
           ASSIGN TO SUBRRCPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRRCPT-ST.
      *  MEDCLAIM's per-claim lines under each case, for itemizing
      *  the lien notice.
           SELECT SUBRCLM
           ASSIGN TO SUBRCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRCLM-ST.
      *  Name-and-address master maintained by ADDRMNT; the 'P'
      *  entries carry the policyholder mailing addresses.
           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
           SELECT GLACCTS
           ASSIGN TO GLACCTS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACCTS-ST.
           SELECT GLPOST
           ASSIGN TO GLPOST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLPOST-ST.
           SELECT SUBRLTR
           ASSIGN TO SUBRLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRLTR-ST.
           SELECT SUBRRPT
           ASSIGN TO SUBRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRRPT-ST.
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

       FD  SUBRCASE
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBRREC.

      * 'S' on the settled flag marks the receipt as the final
      * settlement: the case closes even if it recovers less than
      * was paid.
       FD  SUBRRCPT
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBRRCPT-REC.
           05  RC-POLICY-NO            PIC 9(07).
           05  RC-ACCIDENT-DATE        PIC 9(08).
           05  RC-RECEIPT-DATE         PIC 9(08).
           05  RC-AMOUNT               PIC 9(7)V99.
           05  RC-PAYER                PIC X(25).
           05  RC-REFERENCE            PIC X(10).
           05  RC-SETTLED-FLAG         PIC X(01).
               88  RC-FINAL-SETTLEMENT         VALUE 'S'.
           05  FILLER                  PIC X(12).

      * The layout is MEDCLAIM's.
       FD  SUBRCLM
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBRCLM-REC.
           05  SCL-POLICY-NO           PIC 9(07).
           05  SCL-ACCIDENT-DATE       PIC 9(08).
           05  SCL-ENTRY-TYPE          PIC X(01).
           05  SCL-BENEFIT-DATE        PIC 9(08).
           05  SCL-PROVIDER-ID         PIC X(05).
           05  SCL-CLAIM-AMOUNT        PIC S9(7)V99.
           05  SCL-PAID                PIC S9(7)V99.
           05  SCL-POSTED-DATE         PIC 9(08).
           05  SCL-MEMBER-SUFFIX       PIC 9(02).
           05  SCL-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(09).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

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

       FD  SUBRLTR
           RECORD CONTAINS 133 CHARACTERS.
       01  SUBRLTR-REC                 PIC X(133).

       FD  SUBRRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  SUBRRPT-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY GLPOST.
           COPY ADDRREC.

       01  FLAGS.
           05  SUBRCASE-ST             PIC X(02).
               88  SCS-NORMAL                          VALUE '00'.
               88  SCS-NOT-FOUND                       VALUE '23'.
               88  SCS-FILE-MISSING                    VALUE '35'.
               88  SCS-END-OF-FILE                     VALUE '10'.
           05  SUBRRCPT-ST             PIC X(02).
               88  RC-NORMAL                           VALUE '00'.
           05  SUBRCLM-ST              PIC X(02).
               88  SCL-NORMAL                          VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  AD-NORMAL                           VALUE '00'.
           05  GLACCTS-ST              PIC X(02).
               88  GLA-NORMAL                          VALUE '00'.
           05  GLPOST-ST               PIC X(02).
               88  GLP-NORMAL                          VALUE '00'.
           05  SUBRLTR-ST              PIC X(02).
               88  SL-NORMAL                           VALUE '00'.
           05  SUBRRPT-ST              PIC X(02).
               88  SR-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  SUBRCASE-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CASES                       VALUE 'Y'.
           05  SUBRRCPT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-RECEIPTS                    VALUE 'Y'.
           05  SUBRCLM-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-SUBRCLM                     VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  GLACCTS-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACCTS                     VALUE 'Y'.
           05  GL-MAP-FOUND-SW         PIC X(01)       VALUE 'N'.
               88  GL-MAP-FOUND                        VALUE 'Y'.
           05  ADDR-FOUND-SW           PIC X(01)       VALUE 'N'.
               88  ADDR-FOUND                          VALUE 'Y'.
           05  CASE-CHANGED-SW         PIC X(01)       VALUE 'N'.
               88  CASE-CHANGED                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Policyholder addresses ('P' entries of ADDRMAST) held in
      * memory for the lien notices.
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

      * Every claim line posted to a case, for the notice's
      * itemization.  Lines past capacity are counted and warned;
      * the amount a notice asserts comes from the case itself.
       01  CLAIM-LINE-TABLE.
           05  CLAIM-LINE-ITEM OCCURS 5000 TIMES
                   INDEXED BY CL-IDX.
               10  CL-POLICY-NO        PIC 9(07).
               10  CL-ACCIDENT-DATE    PIC 9(08).
               10  CL-ENTRY-TYPE       PIC X(01).
               10  CL-BENEFIT-DATE     PIC 9(08).
               10  CL-PROVIDER-ID      PIC X(05).
               10  CL-CLAIM-AMOUNT     PIC S9(7)V99.
               10  CL-PAID             PIC S9(7)V99.
       77  CLAIM-LINE-COUNT            PIC S9(04) COMP VALUE 0.
       77  CLAIM-LINE-SKIPPED-COUNT    PIC S9(04) COMP VALUE 0.

       77  GL-DEBIT-ACCT-WS            PIC X(08).
       77  GL-CREDIT-ACCT-WS           PIC X(08).

       77  CASE-AGE-DAYS               PIC S9(05).
       77  CASE-OUTSTANDING            PIC S9(9)V99 VALUE 0.
       77  RECEIPTS-READ               PIC 9(05) VALUE 0.
       77  RECEIPTS-POSTED             PIC 9(05) VALUE 0.
       77  RECEIPTS-REJECTED           PIC 9(05) VALUE 0.
       77  CASES-CLOSED                PIC 9(05) VALUE 0.
       77  CASES-OPEN                  PIC 9(05) VALUE 0.
       77  NOTICES-PRINTED             PIC 9(05) VALUE 0.
       77  ADDR-MISSING-COUNT          PIC 9(05) VALUE 0.
       01  RECOVERED-TOTAL             PIC S9(9)V99 VALUE 0.
       01  OPEN-OUTSTANDING-TOTAL      PIC S9(9)V99 VALUE 0.

      * Open cases by days since the case opened.
       01  AGING-BUCKETS.
           05  AGE-BUCKET OCCURS 4 TIMES.
               10  AGE-BUCKET-COUNT    PIC 9(05).
               10  AGE-BUCKET-DOLLARS  PIC S9(9)V99.
       77  AGE-BUCKET-SUB              PIC S9(04) COMP VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(36)
                  VALUE "SUBROGATION RECOVERY RECEIPTS POSTED".
           05  FILLER                  PIC X(12)
                  VALUE "  RUN DATE: ".
           05  RPT-RUN-DATE            PIC 9(08).

       01  RPT-SECTION-LINE.
           05  RPT-SECTION-TEXT        PIC X(60).

       01  RPT-RECEIPT-LINE.
           05  RPT-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(06)
                  VALUE "  ACC ".
           05  RPT-ACCIDENT-DATE       PIC 9(08).
           05  FILLER                  PIC X(07)
                  VALUE "  RCVD ".
           05  RPT-RECEIPT-DATE        PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-PAYER               PIC X(25).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-REFERENCE           PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-DISPOSITION         PIC X(30).

       01  AGE-HEADER-LINE.
           05  FILLER                  PIC X(09)  VALUE 'POLICY'.
           05  FILLER                  PIC X(28)  VALUE 'POLICYHOLDER'.
           05  FILLER                  PIC X(10)  VALUE 'ACCIDENT'.
           05  FILLER                  PIC X(06)  VALUE 'TYPE'.
           05  FILLER                  PIC X(10)  VALUE 'OPENED'.
           05  FILLER                  PIC X(07)  VALUE ' CLAIMS'.
           05  FILLER                  PIC X(15)
                  VALUE '           PAID'.
           05  FILLER                  PIC X(15)
                  VALUE '      RECOVERED'.
           05  FILLER                  PIC X(15)
                  VALUE '    OUTSTANDING'.
           05  FILLER                  PIC X(07)  VALUE '   AGE'.
           05  FILLER                  PIC X(10)  VALUE 'NOTICED'.

       01  AGE-DETAIL-LINE.
           05  AGE-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-FNAME               PIC X(10).
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  AGE-LNAME               PIC X(15).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-ACCIDENT-DATE       PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-TYPE                PIC X(04).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-OPENED-DATE         PIC 9(08).
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-CLAIM-COUNT         PIC ZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-PAID                PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  AGE-RECOVERED           PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)  VALUE SPACES.
           05  AGE-OUTSTANDING         PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-DAYS                PIC ZZZZ9.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  AGE-LIEN-DATE           PIC 9(08).

       01  RPT-FOOTER-LINE.
           05  RPT-FOOT-LABEL          PIC X(30).
           05  RPT-FOOT-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  RPT-FOOT-DOLLARS        PIC $$$,$$$,$$9.99.
           05  RPT-FOOT-DOLLARS-X REDEFINES RPT-FOOT-DOLLARS
                                       PIC X(14).

       01  LTR-HEADER-01.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  LTR-TITLE-O             PIC X(40).

       01  LTR-HEADER-02.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(34)       VALUE ALL '='.

       01  LTR-DATE-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'NOTICE DATE:    '.
           05  LTR-DATE-O              PIC XXXX/XX/XX.

       01  LTR-ADDR-LINE-1.
           05  FILLER                  PIC X(17)
                    VALUE 'MAIL TO:        '.
           05  LTR-ADDR-NAME-O         PIC X(25).

       01  LTR-ADDR-LINE-2.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  LTR-ADDR-STREET-O       PIC X(25).

       01  LTR-ADDR-LINE-3.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  LTR-ADDR-CITY-O         PIC X(15).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-ADDR-STATE-O        PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-ADDR-ZIP-O          PIC X(05).

       01  LTR-NAME-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'POLICYHOLDER:   '.
           05  LTR-FNAME-O             PIC X(10).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  LTR-LNAME-O             PIC X(15).

       01  LTR-POLICY-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'POLICY NUMBER:  '.
           05  LTR-POLICY-NO-O         PIC 99B999B99.

       01  LTR-ACCIDENT-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'DATE OF ACCIDENT:'.
           05  LTR-ACCIDENT-DATE-O     PIC XXXX/XX/XX.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  LTR-ACCIDENT-TYPE-O     PIC X(20).

       01  LTR-TEXT-LINE.
           05  LTR-TEXT-O              PIC X(80).

       01  LTR-COL-HEADER.
           05  FILLER                  PIC X(13)  VALUE 'CLAIM DATE'.
           05  FILLER                  PIC X(10)  VALUE 'PROVIDER'.
           05  FILLER                  PIC X(13)
                    VALUE '       BILLED'.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '    PLAN PAID'.

       01  LTR-CLAIM-LINE.
           05  LTR-CL-DATE-O           PIC XXXX/XX/XX.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  LTR-CL-PROVIDER-O       PIC X(05).
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  LTR-CL-BILLED-O         PIC -$,$$$,$$9.99.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  LTR-CL-PAID-O           PIC -$,$$$,$$9.99.
           05  FILLER                  PIC X(02)  VALUE SPACES.
           05  LTR-CL-NOTE-O           PIC X(10).

       01  LTR-AMT-LINE.
           05  LTR-AMT-LABEL           PIC X(28).
           05  LTR-AMT-O               PIC -$$$,$$$,$$9.99.

       01  LTR-CLAIM-DATE-WS.
           05  LTR-CLAIM-DATE-NUM      PIC 9(08).
           05  LTR-CLAIM-DATE-X REDEFINES LTR-CLAIM-DATE-NUM
                                       PIC X(08).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-ONE-RECEIPT THRU 200-POST-ONE-RECEIPT-X
               UNTIL NO-MORE-RECEIPTS.
           PERFORM 240-START-CASE-SWEEP.
           PERFORM 250-WORK-ONE-CASE UNTIL NO-MORE-CASES.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 595-WRITE-GL-ENTRIES
               THRU 595-WRITE-GL-ENTRIES-X.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 310-LOAD-ADDRESSES.
           PERFORM 320-LOAD-CLAIM-LINES THRU 320-LOAD-CLAIM-LINES-X.
           INITIALIZE AGING-BUCKETS.

           MOVE BUSINESS-DATE-NUM TO RPT-RUN-DATE.
           WRITE SUBRRPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO SUBRRPT-REC.
           WRITE SUBRRPT-REC.
           MOVE 'RECOVERY RECEIPTS THIS RUN' TO RPT-SECTION-TEXT.
           WRITE SUBRRPT-REC FROM RPT-SECTION-LINE.

           PERFORM 400-READ-RECEIPT.

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

      * One receipt, posted to its case by policy and accident date.
      * A receipt naming no case, a closed case or no usable amount
      * is listed for the recovery unit and not posted.
       200-POST-ONE-RECEIPT.
           ADD 1 TO RECEIPTS-READ.

           MOVE RC-POLICY-NO     TO RPT-POLICY-NO.
           MOVE RC-ACCIDENT-DATE TO RPT-ACCIDENT-DATE.
           MOVE RC-RECEIPT-DATE  TO RPT-RECEIPT-DATE.
           MOVE RC-PAYER         TO RPT-PAYER.
           MOVE RC-REFERENCE     TO RPT-REFERENCE.
           IF RC-AMOUNT NUMERIC
                MOVE RC-AMOUNT   TO RPT-AMOUNT
           ELSE
                MOVE ZERO        TO RPT-AMOUNT
           END-IF.

           IF RC-AMOUNT NOT NUMERIC OR RC-AMOUNT = ZERO
                MOVE '** INVALID RECEIPT AMOUNT' TO RPT-DISPOSITION
                PERFORM 210-REJECT-RECEIPT
                GO TO 200-POST-ONE-RECEIPT-X
           END-IF.

           MOVE RC-POLICY-NO     TO SC-POLICY-NO.
           MOVE RC-ACCIDENT-DATE TO SC-ACCIDENT-DATE.
           READ SUBRCASE
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT (SCS-NORMAL OR SCS-NOT-FOUND)
                DISPLAY 'ERROR READING SUBRCASE, STATUS ' SUBRCASE-ST
                GO TO 999-RETURN-ERR
           END-IF.

           IF SCS-NOT-FOUND
                MOVE '** NO SUCH SUBROGATION CASE' TO RPT-DISPOSITION
                PERFORM 210-REJECT-RECEIPT
                GO TO 200-POST-ONE-RECEIPT-X
           END-IF.

           IF SC-CLOSED
                MOVE '** CASE ALREADY CLOSED' TO RPT-DISPOSITION
                PERFORM 210-REJECT-RECEIPT
                GO TO 200-POST-ONE-RECEIPT-X
           END-IF.

           ADD RC-AMOUNT TO SC-RECOVERED-TOTAL.
           MOVE RC-RECEIPT-DATE TO SC-LAST-RECEIPT-DATE.
           ADD 1 TO RECEIPTS-POSTED.
           ADD RC-AMOUNT TO RECOVERED-TOTAL.

           IF RC-FINAL-SETTLEMENT
                  OR SC-RECOVERED-TOTAL NOT < SC-PAID-TOTAL
                MOVE 'C' TO SC-STATUS
                MOVE BUSINESS-DATE-NUM TO SC-CLOSED-DATE
                ADD 1 TO CASES-CLOSED
                MOVE 'POSTED - CASE CLOSED' TO RPT-DISPOSITION
           ELSE
                MOVE 'POSTED' TO RPT-DISPOSITION
           END-IF.

           REWRITE SUBR-CASE-REC
               INVALID KEY
                   DISPLAY 'ERROR REWRITING SUBRCASE, STATUS '
                       SUBRCASE-ST
                   GO TO 999-RETURN-ERR
           END-REWRITE.

           WRITE SUBRRPT-REC FROM RPT-RECEIPT-LINE.

       200-POST-ONE-RECEIPT-X.
           PERFORM 400-READ-RECEIPT.

       210-REJECT-RECEIPT.
           ADD 1 TO RECEIPTS-REJECTED.
           WRITE SUBRRPT-REC FROM RPT-RECEIPT-LINE.

      * Positions at the front of the case file for the sweep and
      * starts the aging section of the report.
       240-START-CASE-SWEEP.
           MOVE SPACES TO SUBRRPT-REC.
           WRITE SUBRRPT-REC.
           MOVE 'OPEN SUBROGATION CASES - RECOVERABLE NOT COLLECTED'
               TO RPT-SECTION-TEXT.
           WRITE SUBRRPT-REC FROM RPT-SECTION-LINE.
           WRITE SUBRRPT-REC FROM AGE-HEADER-LINE.

           MOVE ZERO TO SC-KEY.
           START SUBRCASE KEY IS NOT LESS THAN SC-KEY
               INVALID KEY
                   MOVE 'Y' TO SUBRCASE-EOF
           END-START.

           IF NOT NO-MORE-CASES
                PERFORM 430-READ-NEXT-CASE
           END-IF.

      * One case in key order.  A case whose claims have all been
      * backed out has nothing left to recover and closes; an open
      * case gets its lien notice when it has none yet, or an updated
      * one when it has paid more since, and is aged on the report.
       250-WORK-ONE-CASE.
           MOVE 'N' TO CASE-CHANGED-SW.

           IF SC-OPEN AND SC-PAID-TOTAL NOT > ZERO
                  AND SC-RECOVERED-TOTAL = ZERO
                MOVE 'C' TO SC-STATUS
                MOVE BUSINESS-DATE-NUM TO SC-CLOSED-DATE
                ADD 1 TO CASES-CLOSED
                MOVE 'Y' TO CASE-CHANGED-SW
           END-IF.

           IF SC-OPEN
                IF SC-LIEN-DATE = ZERO
                       OR SC-PAID-TOTAL > SC-LIEN-AMOUNT
                     PERFORM 270-PRINT-LIEN-NOTICE
                     MOVE BUSINESS-DATE-NUM TO SC-LIEN-DATE
                     MOVE SC-PAID-TOTAL     TO SC-LIEN-AMOUNT
                     MOVE 'Y' TO CASE-CHANGED-SW
                END-IF
                PERFORM 260-AGE-OPEN-CASE
           END-IF.

           IF CASE-CHANGED
                REWRITE SUBR-CASE-REC
                    INVALID KEY
                        DISPLAY 'ERROR REWRITING SUBRCASE, STATUS '
                            SUBRCASE-ST
                        GO TO 999-RETURN-ERR
                END-REWRITE
           END-IF.

           PERFORM 430-READ-NEXT-CASE.

      * Buckets by days since the case opened: up to 90, 91-180,
      * 181-365 and over a year.
       260-AGE-OPEN-CASE.
           ADD 1 TO CASES-OPEN.
           COMPUTE CASE-OUTSTANDING =
               SC-PAID-TOTAL - SC-RECOVERED-TOTAL.
           ADD CASE-OUTSTANDING TO OPEN-OUTSTANDING-TOTAL.

           COMPUTE CASE-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM) -
               FUNCTION INTEGER-OF-DATE (SC-OPENED-DATE).

           EVALUATE TRUE
               WHEN CASE-AGE-DAYS NOT > 90
                   MOVE 1 TO AGE-BUCKET-SUB
               WHEN CASE-AGE-DAYS NOT > 180
                   MOVE 2 TO AGE-BUCKET-SUB
               WHEN CASE-AGE-DAYS NOT > 365
                   MOVE 3 TO AGE-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO AGE-BUCKET-SUB
           END-EVALUATE.
           ADD 1 TO AGE-BUCKET-COUNT (AGE-BUCKET-SUB).
           ADD CASE-OUTSTANDING TO AGE-BUCKET-DOLLARS (AGE-BUCKET-SUB).

           MOVE SC-POLICY-NO       TO AGE-POLICY-NO.
           MOVE SC-FNAME           TO AGE-FNAME.
           MOVE SC-LNAME           TO AGE-LNAME.
           MOVE SC-ACCIDENT-DATE   TO AGE-ACCIDENT-DATE.
           EVALUATE SC-ACCIDENT-IND
               WHEN 'A'
                   MOVE 'AUTO' TO AGE-TYPE
               WHEN 'W'
                   MOVE 'WORK' TO AGE-TYPE
               WHEN OTHER
                   MOVE 'OTHR' TO AGE-TYPE
           END-EVALUATE.
           MOVE SC-OPENED-DATE     TO AGE-OPENED-DATE.
           MOVE SC-CLAIM-COUNT     TO AGE-CLAIM-COUNT.
           MOVE SC-PAID-TOTAL      TO AGE-PAID.
           MOVE SC-RECOVERED-TOTAL TO AGE-RECOVERED.
           MOVE CASE-OUTSTANDING   TO AGE-OUTSTANDING.
           MOVE CASE-AGE-DAYS      TO AGE-DAYS.
           MOVE SC-LIEN-DATE       TO AGE-LIEN-DATE.
           WRITE SUBRRPT-REC FROM AGE-DETAIL-LINE.

      * The lien notice goes to the policyholder at the address
      * master's mailing address, asserting the plan's lien on any
      * third-party recovery for the claims it has paid for the
      * accident, itemized.  A policy with no address entry still
      * prints, flagged, so the mail room can pull it.
       270-PRINT-LIEN-NOTICE.
           ADD 1 TO NOTICES-PRINTED.

           IF SC-LIEN-DATE = ZERO
                MOVE 'NOTICE OF SUBROGATION LIEN' TO LTR-TITLE-O
           ELSE
                MOVE 'UPDATED NOTICE OF SUBROGATION LIEN'
                    TO LTR-TITLE-O
           END-IF.
           WRITE SUBRLTR-REC FROM LTR-HEADER-01.
           WRITE SUBRLTR-REC FROM LTR-HEADER-02.
           PERFORM 290-PRINT-BLANK-LINE.

           MOVE BUSINESS-DATE-X TO LTR-DATE-O.
           WRITE SUBRLTR-REC FROM LTR-DATE-LINE.
           PERFORM 290-PRINT-BLANK-LINE.

           PERFORM 280-LOOKUP-ADDRESS.
           IF ADDR-FOUND
                MOVE ADT-NAME (ADT-ENTRY-SUB)   TO LTR-ADDR-NAME-O
                MOVE ADT-STREET (ADT-ENTRY-SUB) TO LTR-ADDR-STREET-O
                MOVE ADT-CITY (ADT-ENTRY-SUB)   TO LTR-ADDR-CITY-O
                MOVE ADT-STATE (ADT-ENTRY-SUB)  TO LTR-ADDR-STATE-O
                MOVE ADT-ZIP (ADT-ENTRY-SUB)    TO LTR-ADDR-ZIP-O
                WRITE SUBRLTR-REC FROM LTR-ADDR-LINE-1
                WRITE SUBRLTR-REC FROM LTR-ADDR-LINE-2
                WRITE SUBRLTR-REC FROM LTR-ADDR-LINE-3
           ELSE
                MOVE '** ADDRESS NOT ON FILE **' TO LTR-ADDR-NAME-O
                WRITE SUBRLTR-REC FROM LTR-ADDR-LINE-1
                ADD 1 TO ADDR-MISSING-COUNT
           END-IF.
           PERFORM 290-PRINT-BLANK-LINE.

           MOVE SC-FNAME TO LTR-FNAME-O.
           MOVE SC-LNAME TO LTR-LNAME-O.
           WRITE SUBRLTR-REC FROM LTR-NAME-LINE.
           MOVE SC-POLICY-NO TO LTR-POLICY-NO-O.
           WRITE SUBRLTR-REC FROM LTR-POLICY-LINE.
           MOVE SC-ACCIDENT-DATE TO LTR-CLAIM-DATE-NUM.
           MOVE LTR-CLAIM-DATE-X TO LTR-ACCIDENT-DATE-O.
           EVALUATE SC-ACCIDENT-IND
               WHEN 'A'
                   MOVE '(AUTO ACCIDENT)'    TO LTR-ACCIDENT-TYPE-O
               WHEN 'W'
                   MOVE '(WORKPLACE INJURY)' TO LTR-ACCIDENT-TYPE-O
               WHEN OTHER
                   MOVE '(OTHER LIABILITY)'  TO LTR-ACCIDENT-TYPE-O
           END-EVALUATE.
           WRITE SUBRLTR-REC FROM LTR-ACCIDENT-LINE.
           PERFORM 290-PRINT-BLANK-LINE.

           MOVE 'YOUR PLAN HAS PAID THE CLAIMS LISTED BELOW FOR'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           MOVE 'INJURIES FROM THE ACCIDENT SHOWN ABOVE.  UNDER THE'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           MOVE 'TERMS OF YOUR POLICY THE PLAN HOLDS A LIEN FOR THESE'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           MOVE 'PAYMENTS ON ANY'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           MOVE 'RECOVERY FROM A LIABLE THIRD PARTY OR ITS INSURER.'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           MOVE 'PLEASE GIVE A COPY OF THIS NOTICE TO YOUR ATTORNEY OR'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           MOVE 'TO THE INSURER HANDLING THE CLAIM.'
               TO LTR-TEXT-O.
           WRITE SUBRLTR-REC FROM LTR-TEXT-LINE.
           PERFORM 290-PRINT-BLANK-LINE.

           WRITE SUBRLTR-REC FROM LTR-COL-HEADER.
           PERFORM 275-PRINT-NOTICE-CLAIM
               VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CLAIM-LINE-COUNT.
           PERFORM 290-PRINT-BLANK-LINE.

           MOVE 'TOTAL PAID BY THE PLAN:' TO LTR-AMT-LABEL.
           MOVE SC-PAID-TOTAL TO LTR-AMT-O.
           WRITE SUBRLTR-REC FROM LTR-AMT-LINE.
           IF SC-RECOVERED-TOTAL NOT = ZERO
                MOVE 'RECOVERED TO DATE:' TO LTR-AMT-LABEL
                MOVE SC-RECOVERED-TOTAL TO LTR-AMT-O
                WRITE SUBRLTR-REC FROM LTR-AMT-LINE
           END-IF.
           MOVE 'AMOUNT OF LIEN:' TO LTR-AMT-LABEL.
           COMPUTE LTR-AMT-O = SC-PAID-TOTAL - SC-RECOVERED-TOTAL.
           WRITE SUBRLTR-REC FROM LTR-AMT-LINE.

           PERFORM 290-PRINT-BLANK-LINE.
           PERFORM 290-PRINT-BLANK-LINE.
           PERFORM 290-PRINT-BLANK-LINE.

      * One itemized line for each claim posted under this case.
       275-PRINT-NOTICE-CLAIM.
           IF CL-POLICY-NO (CL-IDX) = SC-POLICY-NO
                  AND CL-ACCIDENT-DATE (CL-IDX) = SC-ACCIDENT-DATE
                MOVE CL-BENEFIT-DATE (CL-IDX) TO LTR-CLAIM-DATE-NUM
                MOVE LTR-CLAIM-DATE-X         TO LTR-CL-DATE-O
                MOVE CL-PROVIDER-ID (CL-IDX)  TO LTR-CL-PROVIDER-O
                MOVE CL-CLAIM-AMOUNT (CL-IDX) TO LTR-CL-BILLED-O
                MOVE CL-PAID (CL-IDX)         TO LTR-CL-PAID-O
                EVALUATE CL-ENTRY-TYPE (CL-IDX)
                    WHEN 'R'
                        MOVE 'REVERSED'   TO LTR-CL-NOTE-O
                    WHEN 'A'
                        MOVE 'ADJUSTMENT' TO LTR-CL-NOTE-O
                    WHEN OTHER
                        MOVE SPACES       TO LTR-CL-NOTE-O
                END-EVALUATE
                WRITE SUBRLTR-REC FROM LTR-CLAIM-LINE
           END-IF.

       280-LOOKUP-ADDRESS.
           MOVE 'N' TO ADDR-FOUND-SW.
           MOVE 0 TO ADT-ENTRY-SUB.
           SET ADT-IDX TO 1.
           SEARCH ADDRESS-ITEM VARYING ADT-IDX
               AT END
                   CONTINUE
               WHEN ADT-IDX > ADDRESS-COUNT
                   CONTINUE
               WHEN ADT-POLICY-NO (ADT-IDX) = SC-POLICY-NO
                   MOVE 'Y' TO ADDR-FOUND-SW
                   SET ADT-ENTRY-SUB TO ADT-IDX
           END-SEARCH.

       290-PRINT-BLANK-LINE.
           MOVE SPACES TO SUBRLTR-REC.
           WRITE SUBRLTR-REC.

      * The case file is created empty on a first-ever run, the same
      * way MEDCLAIM creates it.
       300-OPEN-FILES.
           OPEN I-O SUBRCASE.

           IF SCS-FILE-MISSING
                OPEN OUTPUT SUBRCASE
                IF NOT SCS-NORMAL
                     DISPLAY 'ERROR CREATING SUBRCASE'
                     GO TO 999-RETURN-ERR
                END-IF
                CLOSE SUBRCASE
                OPEN I-O SUBRCASE
           END-IF.

           IF NOT SCS-NORMAL
                DISPLAY 'ERROR OPENING I-O SUBRCASE'
                GO TO 999-RETURN-ERR.

           OPEN INPUT SUBRRCPT
           IF NOT RC-NORMAL
                DISPLAY 'ERROR OPENING SUBRRCPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SUBRLTR
           IF NOT SL-NORMAL
                DISPLAY 'ERROR OPENING SUBRLTR'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SUBRRPT
           IF NOT SR-NORMAL
                DISPLAY 'ERROR OPENING SUBRRPT'
                GO TO 999-RETURN-ERR.

      * Loads the 'P' (policyholder) entries of the address master;
      * the 'H' entries belong to the hospital-side mailers.
       310-LOAD-ADDRESSES.
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

      * A first-ever run may find no claim-line file yet; there is
      * then simply nothing to itemize.
       320-LOAD-CLAIM-LINES.
           OPEN INPUT SUBRCLM
           IF NOT SCL-NORMAL
                GO TO 320-LOAD-CLAIM-LINES-X.

           PERFORM 420-READ-SUBRCLM.

           PERFORM UNTIL NO-MORE-SUBRCLM
               IF CLAIM-LINE-COUNT >= 5000
                    ADD 1 TO CLAIM-LINE-SKIPPED-COUNT
               ELSE
                    ADD 1 TO CLAIM-LINE-COUNT
                    MOVE SCL-POLICY-NO
                        TO CL-POLICY-NO (CLAIM-LINE-COUNT)
                    MOVE SCL-ACCIDENT-DATE
                        TO CL-ACCIDENT-DATE (CLAIM-LINE-COUNT)
                    MOVE SCL-ENTRY-TYPE
                        TO CL-ENTRY-TYPE (CLAIM-LINE-COUNT)
                    MOVE SCL-BENEFIT-DATE
                        TO CL-BENEFIT-DATE (CLAIM-LINE-COUNT)
                    MOVE SCL-PROVIDER-ID
                        TO CL-PROVIDER-ID (CLAIM-LINE-COUNT)
                    MOVE SCL-CLAIM-AMOUNT
                        TO CL-CLAIM-AMOUNT (CLAIM-LINE-COUNT)
                    MOVE SCL-PAID
                        TO CL-PAID (CLAIM-LINE-COUNT)
               END-IF
               PERFORM 420-READ-SUBRCLM
           END-PERFORM.

           IF CLAIM-LINE-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " CLAIM-LINE-SKIPPED-COUNT
                    " SUBRCLM LINE(S) EXCEEDED CLAIM-LINE-TABLE"
                    " CAPACITY OF 5000 AND ARE NOT ITEMIZED ***"
           END-IF.

           CLOSE SUBRCLM.

       320-LOAD-CLAIM-LINES-X.
           EXIT.

       400-READ-RECEIPT.
           READ SUBRRCPT
               AT END MOVE 'Y' TO SUBRRCPT-EOF
           END-READ.

           IF NOT (RC-NORMAL OR NO-MORE-RECEIPTS)
                DISPLAY 'ERROR READING SUBRRCPT'
                GO TO 999-RETURN-ERR
           END-IF.

       420-READ-SUBRCLM.
           READ SUBRCLM
               AT END MOVE 'Y' TO SUBRCLM-EOF
           END-READ.

           IF NOT (SCL-NORMAL OR NO-MORE-SUBRCLM)
                DISPLAY 'ERROR READING SUBRCLM'
                GO TO 999-RETURN-ERR
           END-IF.

       430-READ-NEXT-CASE.
           READ SUBRCASE NEXT RECORD
               AT END MOVE 'Y' TO SUBRCASE-EOF
           END-READ.

           IF NOT (SCS-NORMAL OR NO-MORE-CASES)
                DISPLAY 'ERROR READING SUBRCASE, STATUS ' SUBRCASE-ST
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO SUBRRPT-REC.
           WRITE SUBRRPT-REC.

           MOVE 'OPEN 0-90 DAYS:'          TO RPT-FOOT-LABEL.
           MOVE AGE-BUCKET-COUNT (1)       TO RPT-FOOT-COUNT.
           MOVE AGE-BUCKET-DOLLARS (1)     TO RPT-FOOT-DOLLARS.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'OPEN 91-180 DAYS:'        TO RPT-FOOT-LABEL.
           MOVE AGE-BUCKET-COUNT (2)       TO RPT-FOOT-COUNT.
           MOVE AGE-BUCKET-DOLLARS (2)     TO RPT-FOOT-DOLLARS.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'OPEN 181-365 DAYS:'       TO RPT-FOOT-LABEL.
           MOVE AGE-BUCKET-COUNT (3)       TO RPT-FOOT-COUNT.
           MOVE AGE-BUCKET-DOLLARS (3)     TO RPT-FOOT-DOLLARS.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'OPEN OVER 365 DAYS:'      TO RPT-FOOT-LABEL.
           MOVE AGE-BUCKET-COUNT (4)       TO RPT-FOOT-COUNT.
           MOVE AGE-BUCKET-DOLLARS (4)     TO RPT-FOOT-DOLLARS.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'TOTAL NOT YET RECOVERED:' TO RPT-FOOT-LABEL.
           MOVE CASES-OPEN                 TO RPT-FOOT-COUNT.
           MOVE OPEN-OUTSTANDING-TOTAL     TO RPT-FOOT-DOLLARS.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE SPACES TO SUBRRPT-REC.
           WRITE SUBRRPT-REC.

           MOVE 'RECEIPTS READ:'           TO RPT-FOOT-LABEL.
           MOVE RECEIPTS-READ              TO RPT-FOOT-COUNT.
           MOVE SPACES                     TO RPT-FOOT-DOLLARS-X.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'RECEIPTS POSTED:'         TO RPT-FOOT-LABEL.
           MOVE RECEIPTS-POSTED            TO RPT-FOOT-COUNT.
           MOVE RECOVERED-TOTAL            TO RPT-FOOT-DOLLARS.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'RECEIPTS REJECTED:'       TO RPT-FOOT-LABEL.
           MOVE RECEIPTS-REJECTED          TO RPT-FOOT-COUNT.
           MOVE SPACES                     TO RPT-FOOT-DOLLARS-X.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'CASES CLOSED:'            TO RPT-FOOT-LABEL.
           MOVE CASES-CLOSED               TO RPT-FOOT-COUNT.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'LIEN NOTICES PRINTED:'    TO RPT-FOOT-LABEL.
           MOVE NOTICES-PRINTED            TO RPT-FOOT-COUNT.
           WRITE SUBRRPT-REC FROM RPT-FOOTER-LINE.

           IF RECEIPTS-REJECTED > 0
                DISPLAY '*** WARNING: ' RECEIPTS-REJECTED
                    ' RECOVERY RECEIPT(S) COULD NOT BE POSTED ***'
           END-IF.
           IF ADDR-MISSING-COUNT > 0
                DISPLAY "*** WARNING: " ADDR-MISSING-COUNT
                    " LIEN NOTICE(S) HAD NO ADDRESS ON ADDRMAST ***"
           END-IF.

      * Journal entries for the general ledger: the recovered dollars
      * come into the bank account and offset claims expense, from
      * the SUBRREC row of the GLACCTS mapping.  GLCONSOL collects
      * and balances the night's entries.
       595-WRITE-GL-ENTRIES.
           IF RECOVERED-TOTAL = ZERO
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
               IF GLA-CODE = 'SUBRREC'
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
                DISPLAY 'ERROR: NO SUBRREC MAPPING ON GLACCTS'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLPOST
           IF NOT GLP-NORMAL
                DISPLAY 'ERROR OPENING GLPOST'
                GO TO 999-RETURN-ERR.

           INITIALIZE GLPOST-REC.
           MOVE 'SUBRPRO '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-DEBIT-ACCT-WS      TO GLP-ACCOUNT.
           MOVE RECOVERED-TOTAL       TO GLP-DEBIT.
           MOVE ZERO                  TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           INITIALIZE GLPOST-REC.
           MOVE 'SUBRPRO '            TO GLP-SOURCE-JOB.
           MOVE BUSINESS-DATE-NUM     TO GLP-BUS-DATE.
           MOVE GL-CREDIT-ACCT-WS     TO GLP-ACCOUNT.
           MOVE ZERO                  TO GLP-DEBIT.
           MOVE RECOVERED-TOTAL       TO GLP-CREDIT.
           WRITE GLPOST-OUT-REC FROM GLPOST-REC.

           CLOSE GLPOST.

       595-WRITE-GL-ENTRIES-X.
           EXIT.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE SUBRCASE, SUBRRCPT, SUBRLTR, SUBRRPT.

      * One run-control record for DAYBAL's nightly cross-foot: the
      * receipts read must equal those posted plus those rejected.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'SUBRPRO '          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE RECEIPTS-READ       TO LED-RECS-IN.
           MOVE RECEIPTS-POSTED     TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE RECEIPTS-REJECTED   TO LED-RECS-REJECTED.
           MOVE RECOVERED-TOTAL     TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
