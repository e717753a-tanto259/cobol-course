       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MEDAPPL.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** NIGHTLY RUN FOR THE MEMBER APPEALS MASTER.
      *****
      ***** A MEMBER MAY APPEAL A CLAIM MEDCLAIM DENIED WITH AN MC
      ***** REASON CODE (REPORTED FROM MEDEXCP) OR A PARTIAL PAYMENT
      ***** RELEASED OUT OF MEDEXCQ.  MEMBER SERVICES KEYS EACH
      ***** APPEAL ONTO APPLTRAN: AN OPEN ('O') NAMES THE ORIGINAL
      ***** CLAIM BY ITS HISTORY KEY (POLICY, CLAIM AMOUNT, BENEFIT
      ***** DATE) AND CARRIES THE CLAIM IMAGE AS IT STANDS ON THE
      ***** EXCEPTION RECORD; A REVIEW ('R') ASSIGNS THE REVIEWER; A
      ***** DECISION ('D') UPHOLDS ('U') OR OVERTURNS ('O') IT.
      *****
      ***** THE MASTER IS CARRIED FORWARD RUN TO RUN (APPLOLD IN,
      ***** APPLNEW OUT, THE WAY MEDEXCQ CARRIES EXCQOLD/EXCQNEW).
      ***** EACH APPEAL IS GIVEN A DECISION DUE DATE THE AGETAB
      ***** APPLDAYS COUNT OF BUSINESS DAYS (HOLCAL HOLIDAYS AND
      ***** WEEKENDS SKIPPED) AFTER IT WAS RECEIVED, AND EVERY OPEN
      ***** APPEAL IS REPORTED WITH ITS AGE AND DAYS TO DUE SO A
      ***** REGULATORY RESPONSE DATE IS NOT MISSED.
      *****
      ***** AN OVERTURNED APPEAL IS STAGED ONTO APPLSTG -- A
      ***** STANDALONE CLAIMFILE BATCH WITH ITS OWN TRAILER, LIKE
      ***** MEDPENDQ'S PENDSTG -- SO THE CLAIM REPROCESSES THROUGH
      ***** MEDCLAIM WITHOUT BEING RE-KEYED.  A DENIED CLAIM STAGES
      ***** UNCHANGED; A PARTIAL PAYMENT STAGES FOR THE BALANCE THE
      ***** DECISION OVERTURNS.  DECIDED APPEALS LEAVE THE MASTER.
      ***** A TRANSACTION THAT CANNOT BE APPLIED IS LISTED WITH THE
      ***** REASON AND CHANGES NOTHING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLOLD
           ASSIGN TO APPLOLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPLOLD-ST.
      *  Appeal transactions keyed by member services.
           SELECT APPLTRAN
           ASSIGN TO APPLTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPLTRAN-ST.
      *  Holiday calendar, the same file MEDCLAIM and RECONCIL count
      *  business days with.
           SELECT HOLCAL
           ASSIGN TO HOLCAL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS HOLCAL-ST.
      *  Decision window in business days (code APPLDAYS), in the
      *  shared day-count layout (see Copybooks/DAYTAB.cpy).
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
           SELECT APPLNEW
           ASSIGN TO APPLNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPLNEW-ST.
      *  Overturned claims staged for MEDCLAIM's next run.
           SELECT APPLSTG
           ASSIGN TO APPLSTG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPLSTG-ST.
           SELECT APPLRPT
           ASSIGN TO APPLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS APPLRPT-ST.
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

       FD  APPLOLD
           RECORD CONTAINS 160 CHARACTERS.
       01  APPLOLD-REC                 PIC X(160).

      * One transaction per line.  The source is 'E' for a claim
      * denied on MEDEXCP (the MC reason code appealed is required)
      * or 'Q' for a partial payment out of MEDEXCQ.  The claim image
      * is the 100-byte feed record, copied from EXC-ORIGINAL-DATA for
      * a denial, and must carry the same key as the transaction.
      * On an overturned partial payment AT-OVERTURN-AMOUNT is the
      * balance the decision allows.
       FD  APPLTRAN
           RECORD CONTAINS 160 CHARACTERS.
       01  APPLTRAN-REC.
           05  AT-ACTION-I             PIC X(01).
           05  AT-POLICY-NO-I          PIC 9(07).
           05  AT-CLAIM-AMOUNT-I       PIC S9(7)V99.
           05  AT-BENEFIT-DATE-I       PIC 9(08).
           05  AT-SOURCE-I             PIC X(01).
           05  AT-ORIG-REASON-I        PIC X(04).
           05  AT-RECEIVED-DATE-I      PIC 9(08).
           05  AT-REVIEWER-I           PIC X(08).
           05  AT-DECISION-I           PIC X(01).
           05  AT-OVERTURN-AMOUNT-I    PIC S9(7)V99.
           05  AT-CLAIM-IMAGE-I        PIC X(100).
           05  FILLER                  PIC X(04).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.
           05  HC-HOLIDAY-DATE         PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  APPLNEW
           RECORD CONTAINS 160 CHARACTERS.
       01  APPLNEW-REC                 PIC X(160).

       FD  APPLSTG
           RECORD CONTAINS 100 CHARACTERS.
       01  APPLSTG-REC                 PIC X(100).

       FD  APPLRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  APPLRPT-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CLAIMREC.
           COPY RUNLEDG.

      * Appeals master work record.  AP-STATUS is 'O' open and not
      * yet assigned, 'R' with a reviewer; an appeal decided tonight
      * ('U' upheld, 'V' overturned) is reported and leaves the
      * master.
       01  APPEAL-WS.
           05  AP-KEY.
               10  AP-POLICY-NO        PIC 9(07).
               10  AP-CLAIM-AMOUNT     PIC S9(7)V99.
               10  AP-BENEFIT-DATE     PIC 9(08).
           05  AP-SOURCE               PIC X(01).
               88  AP-FROM-DENIAL              VALUE 'E'.
               88  AP-FROM-PARTIAL             VALUE 'Q'.
           05  AP-ORIG-REASON          PIC X(04).
           05  AP-RECEIVED-DATE        PIC 9(08).
           05  AP-DUE-DATE             PIC 9(08).
           05  AP-REVIEWER             PIC X(08).
           05  AP-STATUS               PIC X(01).
               88  AP-OPEN                     VALUE 'O'.
               88  AP-IN-REVIEW                VALUE 'R'.
               88  AP-UPHELD                   VALUE 'U'.
               88  AP-OVERTURNED               VALUE 'V'.
               88  AP-DECIDED                  VALUES 'U', 'V'.
           05  AP-CLAIM-IMAGE          PIC X(100).
           05  FILLER                  PIC X(06).

       01  FLAGS.
           05  APPLOLD-ST              PIC X(02).
               88  AO-NORMAL                           VALUE '00'.
           05  APPLTRAN-ST             PIC X(02).
               88  AT-NORMAL                           VALUE '00'.
           05  HOLCAL-ST               PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  APPLNEW-ST              PIC X(02).
               88  AN-NORMAL                           VALUE '00'.
           05  APPLSTG-ST              PIC X(02).
               88  AS-NORMAL                           VALUE '00'.
           05  APPLRPT-ST              PIC X(02).
               88  AR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  APPLOLD-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-APPLOLD                     VALUE 'Y'.
           05  APPLTRAN-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-APPLTRAN                    VALUE 'Y'.
           05  HOLCAL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  TRAN-OK-SW              PIC X(01)       VALUE 'Y'.
               88  TRAN-OK                             VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * Tonight's transactions held in memory so an appeal opened
      * tonight can take its review and decision in the same run.
      * TR-DONE is 'N' until the transaction is applied ('Y') or
      * turned away ('R', with the reason in TR-REJECT-REASON).
       01  TRANSACTION-TABLE.
           05  TRANSACTION-ITEM OCCURS 500 TIMES
                   INDEXED BY TR-IDX.
               10  TR-ACTION               PIC X(01).
                    88  TR-OPEN-ACTION             VALUE 'O'.
                    88  TR-REVIEW-ACTION           VALUE 'R'.
                    88  TR-DECISION-ACTION         VALUE 'D'.
               10  TR-KEY.
                   15  TR-POLICY-NO        PIC 9(07).
                   15  TR-CLAIM-AMOUNT     PIC S9(7)V99.
                   15  TR-BENEFIT-DATE     PIC 9(08).
               10  TR-SOURCE               PIC X(01).
               10  TR-ORIG-REASON          PIC X(04).
               10  TR-RECEIVED-DATE        PIC 9(08).
               10  TR-REVIEWER             PIC X(08).
               10  TR-DECISION             PIC X(01).
                    88  TR-UPHOLD                  VALUE 'U'.
                    88  TR-OVERTURN                VALUE 'O'.
               10  TR-OVERTURN-AMOUNT      PIC S9(7)V99.
               10  TR-CLAIM-IMAGE          PIC X(100).
               10  TR-DONE                 PIC X(01).
                    88  TR-PENDING                 VALUE 'N'.
                    88  TR-APPLIED                 VALUE 'Y'.
                    88  TR-REJECTED                VALUE 'R'.
               10  TR-REJECT-REASON        PIC X(24).
       77  TRAN-COUNT                  PIC S9(04) COMP VALUE 0.
       77  TRAN-SKIPPED-COUNT          PIC S9(04) COMP VALUE 0.
       77  TR-SUB                      PIC S9(04) COMP VALUE 0.

      * Holidays as INTEGER-OF-DATE day numbers, loaded from HOLCAL.
       01  HOLIDAY-TABLE.
           05  HOLIDAY-ITEM OCCURS 100 TIMES
                   INDEXED BY HOL-IDX.
               10  HOL-DATE-INT            PIC 9(08).
       77  HOLIDAY-COUNT                PIC S9(04) COMP VALUE 0.

      * Work fields for the business-day count, the same machinery
      * MEDCLAIM's 265-COUNT-BUSINESS-DAYS carries.
       77  BUS-FROM-INT                 PIC 9(08).
       77  BUS-TO-INT                   PIC 9(08).
       77  BUS-DAY-INT                  PIC 9(08).
       77  BUS-DOW-WS                   PIC 9(01).
       77  BUSINESS-DAYS-WS             PIC S9(05).
       77  HOLIDAY-HIT-SW               PIC X(01) VALUE 'N'.
           88  DAY-IS-HOLIDAY                        VALUE 'Y'.

      * Shipped default for the decision window; AGETAB code
      * APPLDAYS overrides it when present.
       77  APPEAL-DUE-DAYS              PIC 9(05) VALUE 30.

       77  CURRENT-DATE-NUM-WS         PIC 9(08).
       77  APPEAL-AGE-DAYS             PIC S9(05).
       77  DAYS-TO-DUE                 PIC S9(05).

       77  APPEAL-READ-COUNT           PIC 9(05) VALUE 0.
       77  OPENED-COUNT                PIC 9(05) VALUE 0.
       77  OPEN-APPEAL-COUNT           PIC 9(05) VALUE 0.
       77  OVERDUE-COUNT               PIC 9(05) VALUE 0.
       77  UPHELD-COUNT                PIC 9(05) VALUE 0.
       77  OVERTURNED-COUNT            PIC 9(05) VALUE 0.
       77  REJECTED-TRAN-COUNT         PIC 9(05) VALUE 0.
       77  AGE-BAND-1-COUNT            PIC 9(05) VALUE 0.
       77  AGE-BAND-2-COUNT            PIC 9(05) VALUE 0.
       77  AGE-BAND-3-COUNT            PIC 9(05) VALUE 0.
       77  AGE-BAND-4-COUNT            PIC 9(05) VALUE 0.
       01  STAGED-DOLLARS              PIC S9(9)V99 VALUE 0.

      * Trailer written as the last APPLSTG record -- record count
      * plus POLICY-AMOUNT hash, the same scheme the upstream feed
      * uses -- so the staged file balances in MEDCLAIM as a
      * standalone CLAIMFILE.
       77  APPLSTG-COUNT               PIC 9(07) VALUE 0.
       77  APPLSTG-HASH-WS             PIC S9(09)V99 VALUE 0.
       01  STG-TRAILER-REC.
           05  STG-TRAILER-ID          PIC X(07) VALUE 'TRAILER'.
           05  STG-TRAILER-COUNT       PIC 9(07).
           05  STG-TRAILER-HASH        PIC 9(09)V99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           05  FILLER                  PIC X(22)
                    VALUE 'Member Appeals Report'.
           05  FILLER                  PIC X(10)
                    VALUE 'RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  HEADER-LINE-02.
           05  FILLER                  PIC X(10)       VALUE 'POLICY'.
           05  FILLER                  PIC X(15)
                    VALUE 'CLAIM AMOUNT'.
           05  FILLER                  PIC X(10)       VALUE 'BEN DATE'.
           05  FILLER                  PIC X(03)       VALUE 'SRC'.
           05  FILLER                  PIC X(06)       VALUE 'RSN'.
           05  FILLER                  PIC X(10)       VALUE 'RECEIVED'.
           05  FILLER                  PIC X(10)       VALUE 'DUE DATE'.
           05  FILLER                  PIC X(10)       VALUE 'REVIEWER'.
           05  FILLER                  PIC X(08)       VALUE 'AGE'.
           05  FILLER                  PIC X(08)       VALUE 'TO DUE'.
           05  FILLER                  PIC X(22)
                    VALUE 'DISPOSITION'.

       01  HEADER-LINE-03.
           05  FILLER                  PIC X(07)       VALUE ALL '-'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(01)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(04)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(08)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(06)       VALUE ALL '-'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(22)       VALUE ALL '-'.

       01  CONTENT-LINE.
           05  CON-POLICY-NO           PIC 9(07).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CON-CLAIM-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-BENEFIT-DATE        PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-SOURCE              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-REASON              PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-RECEIVED-DATE       PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-REVIEWER            PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-AGE-DAYS            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-DAYS-TO-DUE         PIC -Z,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CON-DISPOSITION         PIC X(22).

       01  REJECT-HEADER-LINE.
           05  FILLER                  PIC X(40)
                    VALUE 'APPEAL TRANSACTIONS NOT APPLIED'.

       01  REJECT-LINE.
           05  FILLER                  PIC X(08)       VALUE 'ACTION '.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  REJ-POLICY-NO           PIC X(07).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  REJ-CLAIM-AMOUNT        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-BENEFIT-DATE        PIC X(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  REJ-REASON              PIC X(24).

       01  FOOTER-LINE-01.
           05  FILLER                  PIC X(24)
                    VALUE 'OPEN APPEALS CARRIED:'.
           05  FOOTER-OPEN             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'PAST DECISION DUE DATE:'.
           05  FOOTER-OVERDUE          PIC ZZ,ZZ9.

       01  FOOTER-LINE-02.
           05  FILLER                  PIC X(24)
                    VALUE 'AGED 0-10 BUS DAYS:'.
           05  FOOTER-BAND-1           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'AGED 11-20 BUS DAYS:'.
           05  FOOTER-BAND-2           PIC ZZ,ZZ9.

       01  FOOTER-LINE-03.
           05  FILLER                  PIC X(24)
                    VALUE 'AGED 21-30 BUS DAYS:'.
           05  FOOTER-BAND-3           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'AGED OVER 30 BUS DAYS:'.
           05  FOOTER-BAND-4           PIC ZZ,ZZ9.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(24)
                    VALUE 'OPENED THIS RUN:'.
           05  FOOTER-OPENED           PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'UPHELD:'.
           05  FOOTER-UPHELD           PIC ZZ,ZZ9.

       01  FOOTER-LINE-05.
           05  FILLER                  PIC X(24)
                    VALUE 'OVERTURNED AND STAGED:'.
           05  FOOTER-OVERTURNED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(24)
                    VALUE 'CLAIM DOLLARS STAGED:'.
           05  FOOTER-STAGED           PIC $$$,$$$,$$9.99.

       01  FOOTER-LINE-06.
           05  FILLER                  PIC X(24)
                    VALUE 'TRANSACTIONS REJECTED:'.
           05  FOOTER-REJECTED         PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-OLD-APPEALS UNTIL NO-MORE-APPLOLD.
           PERFORM 220-OPEN-NEW-APPEAL
               VARYING TR-SUB FROM 1 BY 1
               UNTIL TR-SUB > TRAN-COUNT.
           PERFORM 450-REPORT-REJECTED-TRANS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           MOVE BUSINESS-DATE-NUM TO CURRENT-DATE-NUM-WS.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-TRANSACTIONS.
           PERFORM 340-LOAD-HOLIDAYS.
           PERFORM 360-LOAD-DUE-DAYS.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-APPLOLD.

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

      * Each carried appeal takes whatever review and decision
      * transactions name it tonight, then is carried forward or
      * closed.
       200-WORK-OLD-APPEALS.
           ADD 1 TO APPEAL-READ-COUNT.
           PERFORM 250-APPLY-TRANSACTIONS.
           PERFORM 260-FINISH-APPEAL.
           PERFORM 400-READ-APPLOLD.

      * An open transaction for a claim with no appeal on the master
      * starts one, due the decision window's business days after it
      * was received; a same-night review or decision is honored at
      * once.
       220-OPEN-NEW-APPEAL.
           IF TR-OPEN-ACTION (TR-SUB) AND TR-PENDING (TR-SUB)
                PERFORM 230-EDIT-OPEN
                IF TRAN-OK
                     MOVE SPACES TO APPEAL-WS
                     MOVE TR-KEY (TR-SUB)           TO AP-KEY
                     MOVE TR-SOURCE (TR-SUB)        TO AP-SOURCE
                     MOVE TR-ORIG-REASON (TR-SUB)   TO AP-ORIG-REASON
                     MOVE TR-RECEIVED-DATE (TR-SUB)
                         TO AP-RECEIVED-DATE
                     MOVE TR-REVIEWER (TR-SUB)      TO AP-REVIEWER
                     MOVE TR-CLAIM-IMAGE (TR-SUB)   TO AP-CLAIM-IMAGE
                     IF AP-REVIEWER = SPACES
                          SET AP-OPEN TO TRUE
                     ELSE
                          SET AP-IN-REVIEW TO TRUE
                     END-IF
                     PERFORM 240-SET-DUE-DATE
                     MOVE 'Y' TO TR-DONE (TR-SUB)
                     ADD 1 TO OPENED-COUNT
                     PERFORM 250-APPLY-TRANSACTIONS
                     PERFORM 260-FINISH-APPEAL
                END-IF
           END-IF.

      * The open must name a real claim: a numeric key, a known
      * source, a received date no later than tonight, and a claim
      * image that carries the same key -- the image is what
      * reprocesses if the appeal is overturned.
       230-EDIT-OPEN.
           MOVE 'Y' TO TRAN-OK-SW.
           MOVE TR-CLAIM-IMAGE (TR-SUB) TO CLAIM-REC.
           EVALUATE TRUE
               WHEN TR-POLICY-NO (TR-SUB) NOT NUMERIC
                      OR TR-CLAIM-AMOUNT (TR-SUB) NOT NUMERIC
                      OR TR-BENEFIT-DATE (TR-SUB) NOT NUMERIC
                   MOVE 'INVALID CLAIM KEY' TO TR-REJECT-REASON (TR-SUB)
                   MOVE 'N' TO TRAN-OK-SW
               WHEN TR-SOURCE (TR-SUB) NOT = 'E'
                      AND TR-SOURCE (TR-SUB) NOT = 'Q'
                   MOVE 'INVALID SOURCE' TO TR-REJECT-REASON (TR-SUB)
                   MOVE 'N' TO TRAN-OK-SW
               WHEN TR-SOURCE (TR-SUB) = 'E'
                      AND TR-ORIG-REASON (TR-SUB) (1:2) NOT = 'MC'
                   MOVE 'NOT AN MC DENIAL' TO TR-REJECT-REASON (TR-SUB)
                   MOVE 'N' TO TRAN-OK-SW
               WHEN TR-RECEIVED-DATE (TR-SUB) NOT NUMERIC
                      OR TR-RECEIVED-DATE (TR-SUB) = ZERO
                      OR TR-RECEIVED-DATE (TR-SUB) > CURRENT-DATE-NUM-WS
                   MOVE 'INVALID RECEIVED DATE'
                       TO TR-REJECT-REASON (TR-SUB)
                   MOVE 'N' TO TRAN-OK-SW
               WHEN INS-POLICY-NO NOT NUMERIC
                      OR CLAIM-AMOUNT NOT NUMERIC
                      OR POLICY-BENEFIT-DATE-NUM NOT NUMERIC
                   MOVE 'CLAIM IMAGE MISMATCH'
                       TO TR-REJECT-REASON (TR-SUB)
                   MOVE 'N' TO TRAN-OK-SW
               WHEN INS-POLICY-NO NOT = TR-POLICY-NO (TR-SUB)
                      OR CLAIM-AMOUNT NOT = TR-CLAIM-AMOUNT (TR-SUB)
                      OR POLICY-BENEFIT-DATE-NUM NOT =
                         TR-BENEFIT-DATE (TR-SUB)
                   MOVE 'CLAIM IMAGE MISMATCH'
                       TO TR-REJECT-REASON (TR-SUB)
                   MOVE 'N' TO TRAN-OK-SW
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF NOT TRAN-OK
                MOVE 'R' TO TR-DONE (TR-SUB)
           END-IF.

      * Walks forward from the received date one day at a time,
      * counting only weekdays not on HOLCAL, until the decision
      * window is used up.
       240-SET-DUE-DATE.
           COMPUTE BUS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (AP-RECEIVED-DATE).
           MOVE ZERO TO BUSINESS-DAYS-WS.

           PERFORM UNTIL BUSINESS-DAYS-WS >= APPEAL-DUE-DAYS
               ADD 1 TO BUS-DAY-INT
               COMPUTE BUS-DOW-WS = FUNCTION MOD (BUS-DAY-INT, 7)
               IF BUS-DOW-WS NOT = 6 AND BUS-DOW-WS NOT = 0
                   PERFORM 267-CHECK-HOLIDAY
                   IF NOT DAY-IS-HOLIDAY
                       ADD 1 TO BUSINESS-DAYS-WS
                   END-IF
               END-IF
           END-PERFORM.

           COMPUTE AP-DUE-DATE = FUNCTION DATE-OF-INTEGER (BUS-DAY-INT).

      * Applies every pending transaction naming this appeal, in the
      * order member services keyed them.
       250-APPLY-TRANSACTIONS.
           PERFORM 255-APPLY-ONE-TRANSACTION
               VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > TRAN-COUNT.

       255-APPLY-ONE-TRANSACTION.
           IF TR-PENDING (TR-IDX) AND TR-KEY (TR-IDX) = AP-KEY
                EVALUATE TRUE
                    WHEN AP-DECIDED
                        MOVE 'APPEAL ALREADY DECIDED'
                            TO TR-REJECT-REASON (TR-IDX)
                        MOVE 'R' TO TR-DONE (TR-IDX)
                    WHEN TR-OPEN-ACTION (TR-IDX)
                        MOVE 'APPEAL ALREADY OPEN'
                            TO TR-REJECT-REASON (TR-IDX)
                        MOVE 'R' TO TR-DONE (TR-IDX)
                    WHEN TR-REVIEW-ACTION (TR-IDX)
                        PERFORM 270-ASSIGN-REVIEWER
                    WHEN TR-DECISION-ACTION (TR-IDX)
                        PERFORM 280-RECORD-DECISION
                    WHEN OTHER
                        MOVE 'INVALID ACTION'
                            TO TR-REJECT-REASON (TR-IDX)
                        MOVE 'R' TO TR-DONE (TR-IDX)
                END-EVALUATE
           END-IF.

      * Carries the appeal forward with its age and days to due, or
      * reports the decision that closed it tonight.
       260-FINISH-APPEAL.
           MOVE SPACES TO CON-DISPOSITION.
           MOVE ZERO   TO APPEAL-AGE-DAYS, DAYS-TO-DUE.

           IF AP-DECIDED
                IF AP-UPHELD
                     MOVE 'DENIAL UPHELD' TO CON-DISPOSITION
                ELSE
                     MOVE 'OVERTURNED - STAGED' TO CON-DISPOSITION
                END-IF
           ELSE
                COMPUTE BUS-FROM-INT =
                    FUNCTION INTEGER-OF-DATE (AP-RECEIVED-DATE)
                COMPUTE BUS-TO-INT =
                    FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM-WS)
                PERFORM 265-COUNT-BUSINESS-DAYS
                MOVE BUSINESS-DAYS-WS TO APPEAL-AGE-DAYS

                IF CURRENT-DATE-NUM-WS > AP-DUE-DATE
                     COMPUTE BUS-FROM-INT =
                         FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)
                     PERFORM 265-COUNT-BUSINESS-DAYS
                     COMPUTE DAYS-TO-DUE = ZERO - BUSINESS-DAYS-WS
                ELSE
                     MOVE BUS-TO-INT TO BUS-FROM-INT
                     COMPUTE BUS-TO-INT =
                         FUNCTION INTEGER-OF-DATE (AP-DUE-DATE)
                     PERFORM 265-COUNT-BUSINESS-DAYS
                     MOVE BUSINESS-DAYS-WS TO DAYS-TO-DUE
                END-IF

                EVALUATE TRUE
                    WHEN APPEAL-AGE-DAYS <= 10
                        ADD 1 TO AGE-BAND-1-COUNT
                    WHEN APPEAL-AGE-DAYS <= 20
                        ADD 1 TO AGE-BAND-2-COUNT
                    WHEN APPEAL-AGE-DAYS <= 30
                        ADD 1 TO AGE-BAND-3-COUNT
                    WHEN OTHER
                        ADD 1 TO AGE-BAND-4-COUNT
                END-EVALUATE

                IF CURRENT-DATE-NUM-WS > AP-DUE-DATE
                     MOVE 'OVERDUE' TO CON-DISPOSITION
                     ADD 1 TO OVERDUE-COUNT
                ELSE
                     IF AP-IN-REVIEW
                          MOVE 'IN REVIEW' TO CON-DISPOSITION
                     ELSE
                          MOVE 'OPEN - NO REVIEWER' TO CON-DISPOSITION
                     END-IF
                END-IF

                WRITE APPLNEW-REC FROM APPEAL-WS
                ADD 1 TO OPEN-APPEAL-COUNT
           END-IF.

           PERFORM 295-PRINT-APPEAL-LINE.

      * Counts the business days from BUS-FROM-INT (exclusive) to
      * BUS-TO-INT (inclusive).  Day numbers from INTEGER-OF-DATE
      * start at Monday 1 JAN 1601, so MOD 7 of 6 is a Saturday and
      * 0 a Sunday -- the same walk MEDCLAIM and RECONCIL age with.
       265-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO BUSINESS-DAYS-WS.
           MOVE BUS-FROM-INT TO BUS-DAY-INT.

           PERFORM UNTIL BUS-DAY-INT >= BUS-TO-INT
               ADD 1 TO BUS-DAY-INT
               COMPUTE BUS-DOW-WS = FUNCTION MOD (BUS-DAY-INT, 7)
               IF BUS-DOW-WS NOT = 6 AND BUS-DOW-WS NOT = 0
                   PERFORM 267-CHECK-HOLIDAY
                   IF NOT DAY-IS-HOLIDAY
                       ADD 1 TO BUSINESS-DAYS-WS
                   END-IF
               END-IF
           END-PERFORM.

       267-CHECK-HOLIDAY.
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

       270-ASSIGN-REVIEWER.
           IF TR-REVIEWER (TR-IDX) = SPACES
                MOVE 'REVIEWER MISSING' TO TR-REJECT-REASON (TR-IDX)
                MOVE 'R' TO TR-DONE (TR-IDX)
           ELSE
                MOVE TR-REVIEWER (TR-IDX) TO AP-REVIEWER
                SET AP-IN-REVIEW TO TRUE
                MOVE 'Y' TO TR-DONE (TR-IDX)
           END-IF.

      * An overturned partial payment must say how much more the
      * decision allows; the rest of the original claim was already
      * paid out of MEDEXCQ.
       280-RECORD-DECISION.
           EVALUATE TRUE
               WHEN TR-UPHOLD (TR-IDX)
                   SET AP-UPHELD TO TRUE
                   MOVE 'Y' TO TR-DONE (TR-IDX)
                   ADD 1 TO UPHELD-COUNT
               WHEN TR-OVERTURN (TR-IDX)
                   IF AP-FROM-PARTIAL
                          AND (TR-OVERTURN-AMOUNT (TR-IDX) NOT NUMERIC
                           OR TR-OVERTURN-AMOUNT (TR-IDX) <= ZERO)
                        MOVE 'OVERTURN AMOUNT MISSING'
                            TO TR-REJECT-REASON (TR-IDX)
                        MOVE 'R' TO TR-DONE (TR-IDX)
                   ELSE
                        SET AP-OVERTURNED TO TRUE
                        MOVE 'Y' TO TR-DONE (TR-IDX)
                        ADD 1 TO OVERTURNED-COUNT
                        PERFORM 285-STAGE-CLAIM
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID DECISION' TO TR-REJECT-REASON (TR-IDX)
                   MOVE 'R' TO TR-DONE (TR-IDX)
           END-EVALUATE.

           IF TR-APPLIED (TR-IDX) AND TR-REVIEWER (TR-IDX) NOT = SPACES
                MOVE TR-REVIEWER (TR-IDX) TO AP-REVIEWER
           END-IF.

      * The claim goes back through MEDCLAIM as it was submitted; a
      * partial payment goes back for the overturned balance only.
       285-STAGE-CLAIM.
           MOVE AP-CLAIM-IMAGE TO CLAIM-REC.
           IF AP-FROM-PARTIAL
                MOVE TR-OVERTURN-AMOUNT (TR-IDX) TO CLAIM-AMOUNT
           END-IF.
           MOVE CLAIM-REC TO APPLSTG-REC.
           WRITE APPLSTG-REC.
           ADD 1 TO APPLSTG-COUNT.
           ADD POLICY-AMOUNT TO APPLSTG-HASH-WS.
           ADD CLAIM-AMOUNT TO STAGED-DOLLARS.

       295-PRINT-APPEAL-LINE.
           MOVE AP-POLICY-NO      TO CON-POLICY-NO.
           MOVE AP-CLAIM-AMOUNT   TO CON-CLAIM-AMOUNT.
           MOVE AP-BENEFIT-DATE   TO CON-BENEFIT-DATE.
           MOVE AP-SOURCE         TO CON-SOURCE.
           MOVE AP-ORIG-REASON    TO CON-REASON.
           MOVE AP-RECEIVED-DATE  TO CON-RECEIVED-DATE.
           MOVE AP-DUE-DATE       TO CON-DUE-DATE.
           MOVE AP-REVIEWER       TO CON-REVIEWER.
           MOVE APPEAL-AGE-DAYS   TO CON-AGE-DAYS.
           MOVE DAYS-TO-DUE       TO CON-DAYS-TO-DUE.
           WRITE APPLRPT-REC FROM CONTENT-LINE.

       300-OPEN-FILES.
           OPEN INPUT APPLOLD
           IF NOT AO-NORMAL
                DISPLAY 'ERROR OPENING APPLOLD'
                GO TO 999-RETURN-ERR.

           OPEN INPUT APPLTRAN
           IF NOT AT-NORMAL
                DISPLAY 'ERROR OPENING APPLTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT APPLNEW
           IF NOT AN-NORMAL
                DISPLAY 'ERROR OPENING APPLNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT APPLSTG
           IF NOT AS-NORMAL
                DISPLAY 'ERROR OPENING APPLSTG'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT APPLRPT
           IF NOT AR-NORMAL
                DISPLAY 'ERROR OPENING APPLRPT'
                GO TO 999-RETURN-ERR.

       320-LOAD-TRANSACTIONS.
           READ APPLTRAN
               AT END MOVE 'Y' TO APPLTRAN-EOF
           END-READ.

           IF NOT (AT-NORMAL OR NO-MORE-APPLTRAN)
                DISPLAY 'ERROR READING APPLTRAN'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING TR-IDX FROM 1 BY 1
               UNTIL NO-MORE-APPLTRAN OR TR-IDX > 500
                   ADD 1 TO TRAN-COUNT
                   MOVE AT-ACTION-I        TO TR-ACTION (TR-IDX)
                   MOVE AT-POLICY-NO-I     TO TR-POLICY-NO (TR-IDX)
                   MOVE AT-CLAIM-AMOUNT-I  TO TR-CLAIM-AMOUNT (TR-IDX)
                   MOVE AT-BENEFIT-DATE-I  TO TR-BENEFIT-DATE (TR-IDX)
                   MOVE AT-SOURCE-I        TO TR-SOURCE (TR-IDX)
                   MOVE AT-ORIG-REASON-I   TO TR-ORIG-REASON (TR-IDX)
                   MOVE AT-RECEIVED-DATE-I
                       TO TR-RECEIVED-DATE (TR-IDX)
                   MOVE AT-REVIEWER-I      TO TR-REVIEWER (TR-IDX)
                   MOVE AT-DECISION-I      TO TR-DECISION (TR-IDX)
                   MOVE AT-OVERTURN-AMOUNT-I
                       TO TR-OVERTURN-AMOUNT (TR-IDX)
                   MOVE AT-CLAIM-IMAGE-I   TO TR-CLAIM-IMAGE (TR-IDX)
                   MOVE 'N'                TO TR-DONE (TR-IDX)
                   MOVE SPACES             TO TR-REJECT-REASON (TR-IDX)
                   READ APPLTRAN
                       AT END MOVE 'Y' TO APPLTRAN-EOF
                   END-READ
                   IF NOT (AT-NORMAL OR NO-MORE-APPLTRAN)
                        DISPLAY 'ERROR READING APPLTRAN'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

      * Transactions past the table's capacity are drained and
      * counted instead of being silently ignored.
           PERFORM 330-COUNT-SKIPPED-TRANS UNTIL NO-MORE-APPLTRAN.
           IF TRAN-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " TRAN-SKIPPED-COUNT
                    " TRANSACTION(S) EXCEEDED TRANSACTION-TABLE"
                    " CAPACITY OF 500 AND WERE SKIPPED ***"
           END-IF.

           CLOSE APPLTRAN.

       330-COUNT-SKIPPED-TRANS.
           ADD 1 TO TRAN-SKIPPED-COUNT.
           READ APPLTRAN
               AT END MOVE 'Y' TO APPLTRAN-EOF
           END-READ.

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

      * Loads the decision window from AGETAB.  A code not on file
      * keeps its shipped default.
       360-LOAD-DUE-DAYS.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-AGETAB
               EVALUATE DAY-CODE
                   WHEN 'APPLDAYS'
                       MOVE DAY-VALUE TO APPEAL-DUE-DAYS
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.

           CLOSE AGETAB.

       400-READ-APPLOLD.
           READ APPLOLD INTO APPEAL-WS
               AT END MOVE 'Y' TO APPLOLD-EOF
           END-READ.

           IF NOT (AO-NORMAL OR NO-MORE-APPLOLD)
                DISPLAY 'ERROR READING APPLOLD'
                GO TO 999-RETURN-ERR
           END-IF.

      * A transaction that changed nothing is listed with its reason
      * -- a review or decision naming no open appeal included -- or
      * staff believe it landed.
       450-REPORT-REJECTED-TRANS.
           MOVE SPACES TO APPLRPT-REC.
           WRITE APPLRPT-REC.
           WRITE APPLRPT-REC FROM REJECT-HEADER-LINE.
           PERFORM 460-CHECK-ONE-TRANSACTION
               VARYING TR-IDX FROM 1 BY 1
               UNTIL TR-IDX > TRAN-COUNT.

       460-CHECK-ONE-TRANSACTION.
           IF TR-PENDING (TR-IDX)
                IF TR-REVIEW-ACTION (TR-IDX)
                       OR TR-DECISION-ACTION (TR-IDX)
                     MOVE 'NO OPEN APPEAL' TO TR-REJECT-REASON (TR-IDX)
                ELSE
                     MOVE 'INVALID ACTION' TO TR-REJECT-REASON (TR-IDX)
                END-IF
                MOVE 'R' TO TR-DONE (TR-IDX)
           END-IF.

           IF TR-REJECTED (TR-IDX)
                ADD 1 TO REJECTED-TRAN-COUNT
                MOVE TR-ACTION (TR-IDX)        TO REJ-ACTION
                MOVE TR-KEY (TR-IDX) (1:7)     TO REJ-POLICY-NO
                IF TR-CLAIM-AMOUNT (TR-IDX) NUMERIC
                     MOVE TR-CLAIM-AMOUNT (TR-IDX) TO REJ-CLAIM-AMOUNT
                ELSE
                     MOVE ZERO TO REJ-CLAIM-AMOUNT
                END-IF
                MOVE TR-KEY (TR-IDX) (17:8)    TO REJ-BENEFIT-DATE
                MOVE TR-REJECT-REASON (TR-IDX) TO REJ-REASON
                WRITE APPLRPT-REC FROM REJECT-LINE
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO APPLRPT-REC.
           WRITE APPLRPT-REC.
           MOVE OPEN-APPEAL-COUNT   TO FOOTER-OPEN.
           MOVE OVERDUE-COUNT       TO FOOTER-OVERDUE.
           WRITE APPLRPT-REC FROM FOOTER-LINE-01.
           MOVE AGE-BAND-1-COUNT    TO FOOTER-BAND-1.
           MOVE AGE-BAND-2-COUNT    TO FOOTER-BAND-2.
           WRITE APPLRPT-REC FROM FOOTER-LINE-02.
           MOVE AGE-BAND-3-COUNT    TO FOOTER-BAND-3.
           MOVE AGE-BAND-4-COUNT    TO FOOTER-BAND-4.
           WRITE APPLRPT-REC FROM FOOTER-LINE-03.
           MOVE OPENED-COUNT        TO FOOTER-OPENED.
           MOVE UPHELD-COUNT        TO FOOTER-UPHELD.
           WRITE APPLRPT-REC FROM FOOTER-LINE-04.
           MOVE OVERTURNED-COUNT    TO FOOTER-OVERTURNED.
           MOVE STAGED-DOLLARS      TO FOOTER-STAGED.
           WRITE APPLRPT-REC FROM FOOTER-LINE-05.
           MOVE REJECTED-TRAN-COUNT TO FOOTER-REJECTED.
           WRITE APPLRPT-REC FROM FOOTER-LINE-06.

       550-PRINT-HEADERS.
           MOVE CURRENT-DATE-NUM-WS TO HDR-RUN-DATE.
           WRITE APPLRPT-REC FROM HEADER-LINE-01.
           MOVE SPACES TO APPLRPT-REC.
           WRITE APPLRPT-REC.
           WRITE APPLRPT-REC FROM HEADER-LINE-02.
           WRITE APPLRPT-REC FROM HEADER-LINE-03.

       900-CLEANUP.
           MOVE APPLSTG-COUNT   TO STG-TRAILER-COUNT.
           MOVE APPLSTG-HASH-WS TO STG-TRAILER-HASH.
           WRITE APPLSTG-REC FROM STG-TRAILER-REC.

           PERFORM 910-WRITE-RUN-LEDGER.

           CLOSE APPLOLD, APPLNEW, APPLSTG, APPLRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * appeals worked (carried in plus opened tonight) must equal
      * those carried forward plus those decided.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'MEDAPPL '            TO LED-JOB-NAME.
           MOVE CURRENT-DATE-NUM-WS   TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN = APPEAL-READ-COUNT + OPENED-COUNT.
           MOVE OPEN-APPEAL-COUNT     TO LED-RECS-OUT-PRIMARY.
           COMPUTE LED-RECS-OUT-SECONDARY =
               UPHELD-COUNT + OVERTURNED-COUNT.
           MOVE ZERO                  TO LED-RECS-REJECTED.
           MOVE STAGED-DOLLARS        TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
