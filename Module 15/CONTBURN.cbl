       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CONTBURN.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PROJECT CONTRACT CEILINGS AND BUDGET BURN.
      *****
      ***** TABLES01 BILLS WHATEVER TIME WAS WORKED, SO A FIXED-
      ***** CEILING PROJECT COULD BE INVOICED PAST ITS CONTRACT VALUE
      ***** AND WE ONLY HEARD WHEN THE CLIENT REFUSED TO PAY.  THIS
      ***** RUN SITS BETWEEN TABLES01 AND INVGEN: EVERY BILLEXT LINE
      ***** IS CHECKED AGAINST ITS PROJECT'S CONTRACT (CONTRACT IN,
      ***** CONTRCTO OUT, THE BILLED-TO-DATE CARRIED FORWARD EACH
      ***** CYCLE):
      *****
      *****   - A LINE THAT WOULD TAKE A CAPPED CONTRACT PAST ITS
      *****     VALUE, OR BILLS A CAPPED CONTRACT AFTER ITS END DATE,
      *****     IS HELD OFF THE INVOICE EXTRACT AND PRINTED ON THE
      *****     CONTREVW REVIEW LISTING INSTEAD;
      *****   - EVERY OTHER LINE (TIME-AND-MATERIALS, UNDER THE
      *****     CEILING, OR A PROJECT WITH NO CONTRACT ON FILE) PASSES
      *****     TO BILLCLR, THE CLEARED EXTRACT INVGEN INVOICES FROM.
      *****
      ***** THE CONTRPT BURN REPORT SHOWS EACH CONTRACT'S BILLED-TO-
      ***** DATE, BURN PERCENT, REMAINING FUNDING AND THE DATE THE
      ***** FUNDING RUNS OUT AT THIS CYCLE'S RUN RATE (THE CYCLE'S
      ***** CLEARED BILLING OVER THE DAYS SINCE THE CONTRACT LAST
      ***** BILLED), AND FLAGS A CONTRACT AT OR PAST ITS ALERT
      ***** PERCENTAGE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILL-EXT-FILE
           ASSIGN TO BILLEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-EXT-ST.
      *  The billing lines cleared for invoicing, same layout as
      *  BILLEXT.
           SELECT BILL-CLR-FILE
           ASSIGN TO BILLCLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-CLR-ST.
           SELECT CONTRACT-OLD
           ASSIGN TO CONTRACT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTRACT-OLD-ST.
           SELECT CONTRACT-NEW
           ASSIGN TO CONTRCTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTRACT-NEW-ST.
           SELECT CONTRPT
           ASSIGN TO CONTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTRPT-ST.
           SELECT CONTREVW
           ASSIGN TO CONTREVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CONTREVW-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE so a rerun
      *  reproduces the original date's results.
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
       FD  BILL-EXT-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  BILL-EXT-REC.
           05  BX-PROJECT              PIC X(04).
           05  BX-NAME                 PIC X(15).
           05  BX-DAYS                 PIC 9(03).
           05  BX-OT-HOURS             PIC 9(03).
           05  BX-DAY-BILL             PIC 9(06)V99.
           05  BX-OT-BILL              PIC 9(06)V99.
           05  BX-TOTAL-BILL           PIC 9(07)V99.
           05  FILLER                  PIC X(12).

       FD  BILL-CLR-FILE
           RECORD CONTAINS 62 CHARACTERS.
       01  BILL-CLR-REC                PIC X(62).

       FD  CONTRACT-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTRACT-OLD-REC            PIC X(80).

       FD  CONTRACT-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTRACT-NEW-REC            PIC X(80).

       FD  CONTRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  CONTRPT-REC                 PIC X(133).

       FD  CONTREVW
           RECORD CONTAINS 133 CHARACTERS.
       01  CONTREVW-REC                PIC X(133).

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
           COPY CONTREC.

       01  FLAGS.
           05  BILL-EXT-ST             PIC X(02).
               88  BX-NORMAL                           VALUE '00'.
           05  BILL-CLR-ST             PIC X(02).
               88  BC-NORMAL                           VALUE '00'.
           05  CONTRACT-OLD-ST         PIC X(02).
               88  CO-NORMAL                           VALUE '00'.
           05  CONTRACT-NEW-ST         PIC X(02).
               88  CW-NORMAL                           VALUE '00'.
           05  CONTRPT-ST              PIC X(02).
               88  CR-NORMAL                           VALUE '00'.
           05  CONTREVW-ST             PIC X(02).
               88  CV-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BILL-EXT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-BILLEXT                     VALUE 'Y'.
           05  CONTRACT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CONTRACTS                   VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).
       77  BUSINESS-DATE-INT           PIC 9(08).

      * Contracts in memory in file order, with what this cycle
      * cleared and held against each.  A contract whose record will
      * not edit is carried forward untouched and its billing passes
      * as if it had no contract.
       01  CONTRACT-TABLE.
           05  CONTRACT-ITEM OCCURS 200 TIMES INDEXED BY CT-IDX.
               10  CT-IMAGE            PIC X(80).
               10  CT-KEY-VIEW REDEFINES CT-IMAGE.
                   15  CT-PROJECT      PIC X(04).
                   15  FILLER          PIC X(76).
               10  CT-BAD-SW           PIC X(01).
                   88  CT-BAD-CONTRACT                 VALUE 'Y'.
               10  CT-CYCLE-CLEARED    PIC S9(09)V99.
               10  CT-CYCLE-HELD       PIC S9(09)V99.
       77  CONTRACT-COUNT              PIC S9(04) COMP VALUE 0.
       77  CONTRACT-FOUND-SUB          PIC S9(04) COMP VALUE 0.
       77  CT-SUB                      PIC S9(04) COMP VALUE 0.

      * Projects billed this cycle with no contract on file.
       01  NO-CONTRACT-TABLE.
           05  NO-CONTRACT-ITEM OCCURS 100 TIMES INDEXED BY NC-IDX.
               10  NC-PROJECT          PIC X(04).
               10  NC-CYCLE-BILLED     PIC S9(09)V99.
       77  NO-CONTRACT-COUNT           PIC S9(04) COMP VALUE 0.
       77  NO-CONTRACT-FOUND-SUB       PIC S9(04) COMP VALUE 0.
       77  NC-SUB                      PIC S9(04) COMP VALUE 0.
      * Billing lines for projects past the 100th with no contract;
      * they still clear to INVGEN but cannot be listed.
       77  NO-CONTRACT-UNLISTED        PIC 9(05) VALUE 0.

       77  HOLD-REASON-WS              PIC X(24).
       77  NEW-BILLED-WS               PIC S9(09)V99.
       77  REMAINING-WS                PIC S9(09)V99.
       77  BURN-PCT-WS                 PIC S9(05)V9.
       77  RUN-DAYS-WS                 PIC S9(07).
       77  DAILY-RATE-WS               PIC S9(09)V9(04).
       77  DAYS-LEFT-WS                PIC S9(07).
       77  RUN-FROM-INT                PIC 9(08).
       77  EXHAUST-DATE-WS             PIC 9(08).

       77  DETAILS-READ                PIC 9(05) VALUE 0.
       77  DETAILS-CLEARED             PIC 9(05) VALUE 0.
       77  DETAILS-HELD                PIC 9(05) VALUE 0.
       77  CONTRACTS-ALERTED           PIC 9(05) VALUE 0.
       77  CONTRACTS-BAD               PIC 9(05) VALUE 0.
       01  CLEARED-TOTAL               PIC S9(11)V99 VALUE 0.
       01  HELD-TOTAL                  PIC S9(11)V99 VALUE 0.

       01  RPT-HEADER-LINE-1.
           05  FILLER                  PIC X(40)
                    VALUE 'CONTRACT BURN REPORT     BUSINESS DATE '.
           05  RPT-HDR-DATE            PIC 9(08).

       01  RPT-HEADER-LINE-2.
           05  FILLER                  PIC X(32)
                    VALUE 'PROJ  TYPE  CONTRACT VALUE     '.
           05  FILLER                  PIC X(28)
                    VALUE 'THIS CYCLE  BILLED TO DATE'.
           05  FILLER                  PIC X(30)
                    VALUE 'BURN       REMAINING  EXHAUSTS'.
           05  FILLER                  PIC X(28)
                    VALUE '    HELD THIS CYCLE'.

       01  RPT-DETAIL-LINE.
           05  RPT-PROJECT             PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TYPE                PIC X(03).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-VALUE               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-CYCLE               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TO-DATE             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-BURN                PIC ZZ9.9.
           05  FILLER                  PIC X(01)       VALUE '%'.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-REMAINING           PIC -$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-EXHAUST             PIC X(10).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-HELD                PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-FLAG                PIC X(16).

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'LINES READ          '.
           05  RPT-TOT-READ            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)
                    VALUE '   CLEARED  '.
           05  RPT-TOT-CLEARED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TOT-CLR-AMT         PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(09)
                    VALUE '   HELD  '.
           05  RPT-TOT-HELD            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TOT-HELD-AMT        PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(12)
                    VALUE '   ALERTED  '.
           05  RPT-TOT-ALERTED         PIC ZZ,ZZ9.

       01  REV-HEADER-LINE-1.
           05  FILLER                  PIC X(30)
                    VALUE 'CONTRACT CEILING REVIEW - '.
           05  FILLER                  PIC X(30)
                    VALUE 'BILLING HELD FROM INVOICE'.
           05  FILLER                  PIC X(15)
                    VALUE 'BUSINESS DATE '.
           05  REV-HDR-DATE            PIC 9(08).

       01  REV-HEADER-LINE-2.
           05  FILLER                  PIC X(30)
                    VALUE 'PROJ  EMPLOYEE         DAYS  '.
           05  FILLER                  PIC X(25)
                    VALUE 'OT HRS    LINE AMOUNT'.
           05  FILLER                  PIC X(50)
                    VALUE '  CONTRACT VALUE   BILLED TO DATE  REASON'.

       01  REV-DETAIL-LINE.
           05  REV-PROJECT             PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-NAME                PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-DAYS                PIC ZZ9.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  REV-OT-HOURS            PIC ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-VALUE               PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-TO-DATE             PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-REASON              PIC X(24).

       01  REV-TOTAL-LINE.
           05  FILLER                  PIC X(20)
                    VALUE 'LINES HELD          '.
           05  REV-TOT-HELD            PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REV-TOT-AMT             PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-CLEAR-BILLING-LINE UNTIL NO-MORE-BILLEXT.
           PERFORM 500-REPORT-CONTRACT THRU 500-REPORT-CONTRACT-X
               VARYING CT-SUB FROM 1 BY 1
               UNTIL CT-SUB > CONTRACT-COUNT.
           PERFORM 550-REPORT-NO-CONTRACT
               VARYING NC-SUB FROM 1 BY 1
               UNTIL NC-SUB > NO-CONTRACT-COUNT.
           PERFORM 600-PRINT-TOTALS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           COMPUTE BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM).
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-CONTRACTS.

           MOVE BUSINESS-DATE-NUM TO RPT-HDR-DATE.
           WRITE CONTRPT-REC FROM RPT-HEADER-LINE-1.
           MOVE SPACES TO CONTRPT-REC.
           WRITE CONTRPT-REC.
           WRITE CONTRPT-REC FROM RPT-HEADER-LINE-2.

           MOVE BUSINESS-DATE-NUM TO REV-HDR-DATE.
           WRITE CONTREVW-REC FROM REV-HEADER-LINE-1.
           MOVE SPACES TO CONTREVW-REC.
           WRITE CONTREVW-REC.
           WRITE CONTREVW-REC FROM REV-HEADER-LINE-2.

           PERFORM 400-READ-BILLEXT.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps that
      * night's business; absent a card the system date stands in.
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

      * One billing line: held when it would take a capped contract
      * past its value or bills a capped contract that has ended,
      * otherwise cleared through to INVGEN.  Lines clear in extract
      * order, so the line that crosses the ceiling and every later
      * line for the project are the ones held.
       200-CLEAR-BILLING-LINE.
           ADD 1 TO DETAILS-READ.
           PERFORM 210-FIND-CONTRACT.

           IF CONTRACT-FOUND-SUB = 0
                PERFORM 230-NOTE-NO-CONTRACT
                PERFORM 250-CLEAR-LINE
           ELSE
                MOVE CT-IMAGE (CONTRACT-FOUND-SUB) TO CONTRACT-REC
                MOVE SPACES TO HOLD-REASON-WS
                IF NOT CT-BAD-CONTRACT (CONTRACT-FOUND-SUB)
                       AND CN-CAPPED
                     IF BUSINESS-DATE-NUM > CN-END-DATE
                          MOVE 'CONTRACT PERIOD ENDED'
                              TO HOLD-REASON-WS
                     ELSE
                          IF CN-BILLED-TO-DATE
                                 + CT-CYCLE-CLEARED
                                       (CONTRACT-FOUND-SUB)
                                 + BX-TOTAL-BILL
                                 > CN-CONTRACT-VALUE
                               MOVE 'WOULD EXCEED CEILING'
                                   TO HOLD-REASON-WS
                          END-IF
                     END-IF
                END-IF
                IF HOLD-REASON-WS = SPACES
                     ADD BX-TOTAL-BILL
                         TO CT-CYCLE-CLEARED (CONTRACT-FOUND-SUB)
                     PERFORM 250-CLEAR-LINE
                ELSE
                     ADD BX-TOTAL-BILL
                         TO CT-CYCLE-HELD (CONTRACT-FOUND-SUB)
                     PERFORM 260-HOLD-LINE
                END-IF
           END-IF.

           PERFORM 400-READ-BILLEXT.

       210-FIND-CONTRACT.
           MOVE 0 TO CONTRACT-FOUND-SUB.
           SET CT-IDX TO 1.
           SEARCH CONTRACT-ITEM VARYING CT-IDX
               AT END
                   CONTINUE
               WHEN CT-IDX > CONTRACT-COUNT
                   CONTINUE
               WHEN CT-PROJECT (CT-IDX) = BX-PROJECT
                   SET CONTRACT-FOUND-SUB TO CT-IDX
           END-SEARCH.

      * A project billed with no contract on file still invoices, but
      * is listed at the foot of the burn report so one gets set up.
       230-NOTE-NO-CONTRACT.
           MOVE 0 TO NO-CONTRACT-FOUND-SUB.
           SET NC-IDX TO 1.
           SEARCH NO-CONTRACT-ITEM VARYING NC-IDX
               AT END
                   CONTINUE
               WHEN NC-IDX > NO-CONTRACT-COUNT
                   CONTINUE
               WHEN NC-PROJECT (NC-IDX) = BX-PROJECT
                   SET NO-CONTRACT-FOUND-SUB TO NC-IDX
           END-SEARCH.

           IF NO-CONTRACT-FOUND-SUB = 0
                IF NO-CONTRACT-COUNT < 100
                     ADD 1 TO NO-CONTRACT-COUNT
                     MOVE NO-CONTRACT-COUNT TO NO-CONTRACT-FOUND-SUB
                     MOVE BX-PROJECT
                         TO NC-PROJECT (NO-CONTRACT-FOUND-SUB)
                     MOVE ZERO
                         TO NC-CYCLE-BILLED (NO-CONTRACT-FOUND-SUB)
                ELSE
                     ADD 1 TO NO-CONTRACT-UNLISTED
                END-IF
           END-IF.

           IF NO-CONTRACT-FOUND-SUB > 0
                ADD BX-TOTAL-BILL
                    TO NC-CYCLE-BILLED (NO-CONTRACT-FOUND-SUB)
           END-IF.

       250-CLEAR-LINE.
           WRITE BILL-CLR-REC FROM BILL-EXT-REC.
           ADD 1 TO DETAILS-CLEARED.
           ADD BX-TOTAL-BILL TO CLEARED-TOTAL.

       260-HOLD-LINE.
           MOVE BX-PROJECT      TO REV-PROJECT.
           MOVE BX-NAME         TO REV-NAME.
           MOVE BX-DAYS         TO REV-DAYS.
           MOVE BX-OT-HOURS     TO REV-OT-HOURS.
           MOVE BX-TOTAL-BILL   TO REV-AMOUNT.
           MOVE CN-CONTRACT-VALUE TO REV-VALUE.
           COMPUTE REV-TO-DATE = CN-BILLED-TO-DATE
               + CT-CYCLE-CLEARED (CONTRACT-FOUND-SUB).
           MOVE HOLD-REASON-WS  TO REV-REASON.
           WRITE CONTREVW-REC FROM REV-DETAIL-LINE.
           ADD 1 TO DETAILS-HELD.
           ADD BX-TOTAL-BILL TO HELD-TOTAL.

       300-OPEN-FILES.
           OPEN INPUT BILL-EXT-FILE
           IF NOT BX-NORMAL
                DISPLAY 'ERROR OPENING BILLEXT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT BILL-CLR-FILE
           IF NOT BC-NORMAL
                DISPLAY 'ERROR OPENING BILLCLR'
                GO TO 999-RETURN-ERR.

           OPEN INPUT CONTRACT-OLD
           IF NOT CO-NORMAL
                DISPLAY 'ERROR OPENING CONTRACT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CONTRACT-NEW
           IF NOT CW-NORMAL
                DISPLAY 'ERROR OPENING CONTRCTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CONTRPT
           IF NOT CR-NORMAL
                DISPLAY 'ERROR OPENING CONTRPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT CONTREVW
           IF NOT CV-NORMAL
                DISPLAY 'ERROR OPENING CONTREVW'
                GO TO 999-RETURN-ERR.

      * Every contract record is carried forward, so one that will
      * not edit is kept (and reported) rather than dropped.
       320-LOAD-CONTRACTS.
           READ CONTRACT-OLD INTO CONTRACT-REC
               AT END MOVE 'Y' TO CONTRACT-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-CONTRACTS
               IF CONTRACT-COUNT >= 200
                    DISPLAY "ERROR: CONTRACT HAS MORE THAN 200 "
                        "CONTRACTS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO CONTRACT-COUNT
               MOVE CONTRACT-REC TO CT-IMAGE (CONTRACT-COUNT)
               MOVE ZERO TO CT-CYCLE-CLEARED (CONTRACT-COUNT)
               MOVE ZERO TO CT-CYCLE-HELD (CONTRACT-COUNT)
               MOVE 'N'  TO CT-BAD-SW (CONTRACT-COUNT)
               IF CN-CONTRACT-VALUE NOT NUMERIC
                      OR CN-START-DATE NOT NUMERIC
                      OR CN-END-DATE NOT NUMERIC
                      OR CN-START-DATE = ZERO
                      OR CN-END-DATE < CN-START-DATE
                      OR NOT CN-BILL-TYPE-VALID
                      OR CN-ALERT-PCT NOT NUMERIC
                      OR CN-BILLED-TO-DATE NOT NUMERIC
                    MOVE 'Y' TO CT-BAD-SW (CONTRACT-COUNT)
                    ADD 1 TO CONTRACTS-BAD
                    DISPLAY '*** WARNING: CONTRACT FOR PROJECT '
                            CN-PROJECT ' FAILS EDIT - CARRIED'
                            ' FORWARD, NOT ENFORCED ***'
               END-IF
               READ CONTRACT-OLD INTO CONTRACT-REC
                   AT END MOVE 'Y' TO CONTRACT-EOF
               END-READ
           END-PERFORM.

           CLOSE CONTRACT-OLD.

       400-READ-BILLEXT.
           READ BILL-EXT-FILE
               AT END MOVE 'Y' TO BILL-EXT-EOF
           END-READ.

      * One contract's burn line, and the contract written forward
      * with this cycle's cleared billing added to its billed-to-
      * date.  The run rate is the cycle's cleared billing per
      * calendar day since the contract last billed (since its start
      * the first time); with no billing this cycle there is no rate
      * and no exhaustion date to project.
       500-REPORT-CONTRACT.
           MOVE CT-IMAGE (CT-SUB) TO CONTRACT-REC.
           MOVE SPACES TO RPT-FLAG.
           MOVE CN-PROJECT TO RPT-PROJECT.

           IF CT-BAD-CONTRACT (CT-SUB)
                MOVE SPACES TO RPT-TYPE
                MOVE ZERO TO RPT-VALUE, RPT-TO-DATE, RPT-BURN,
                             RPT-REMAINING
                MOVE CT-CYCLE-CLEARED (CT-SUB) TO RPT-CYCLE
                MOVE ZERO TO RPT-HELD
                MOVE SPACES TO RPT-EXHAUST
                MOVE '** BAD CONTRACT' TO RPT-FLAG
                WRITE CONTRPT-REC FROM RPT-DETAIL-LINE
                WRITE CONTRACT-NEW-REC FROM CONTRACT-REC
                GO TO 500-REPORT-CONTRACT-X
           END-IF.

           COMPUTE NEW-BILLED-WS =
               CN-BILLED-TO-DATE + CT-CYCLE-CLEARED (CT-SUB).
           COMPUTE REMAINING-WS = CN-CONTRACT-VALUE - NEW-BILLED-WS.
           IF CN-CONTRACT-VALUE > ZERO
                COMPUTE BURN-PCT-WS ROUNDED =
                    NEW-BILLED-WS * 100 / CN-CONTRACT-VALUE
           ELSE
                MOVE 999.9 TO BURN-PCT-WS
           END-IF.
           IF BURN-PCT-WS > 999.9
                MOVE 999.9 TO BURN-PCT-WS
           END-IF.

           IF REMAINING-WS NOT > ZERO
                MOVE 'EXHAUSTED' TO RPT-EXHAUST
           ELSE
                IF CT-CYCLE-CLEARED (CT-SUB) = ZERO
                     MOVE 'NO BILLING' TO RPT-EXHAUST
                ELSE
                     IF CN-LAST-BILL-DATE NUMERIC
                            AND CN-LAST-BILL-DATE > ZERO
                          COMPUTE RUN-FROM-INT = FUNCTION
                              INTEGER-OF-DATE (CN-LAST-BILL-DATE)
                     ELSE
                          COMPUTE RUN-FROM-INT = FUNCTION
                              INTEGER-OF-DATE (CN-START-DATE)
                     END-IF
                     COMPUTE RUN-DAYS-WS =
                         BUSINESS-DATE-INT - RUN-FROM-INT
                     IF RUN-DAYS-WS < 1
                          MOVE 1 TO RUN-DAYS-WS
                     END-IF
                     COMPUTE DAILY-RATE-WS =
                         CT-CYCLE-CLEARED (CT-SUB) / RUN-DAYS-WS
                     COMPUTE DAYS-LEFT-WS =
                         REMAINING-WS / DAILY-RATE-WS
                     COMPUTE EXHAUST-DATE-WS = FUNCTION
                         DATE-OF-INTEGER
                             (BUSINESS-DATE-INT + DAYS-LEFT-WS)
                     MOVE EXHAUST-DATE-WS TO RPT-EXHAUST
                END-IF
           END-IF.

           IF CN-CAPPED
                MOVE 'CAP' TO RPT-TYPE
           ELSE
                MOVE 'T&M' TO RPT-TYPE
           END-IF.
           MOVE CN-CONTRACT-VALUE         TO RPT-VALUE.
           MOVE CT-CYCLE-CLEARED (CT-SUB) TO RPT-CYCLE.
           MOVE NEW-BILLED-WS             TO RPT-TO-DATE.
           MOVE BURN-PCT-WS               TO RPT-BURN.
           MOVE REMAINING-WS              TO RPT-REMAINING.
           MOVE CT-CYCLE-HELD (CT-SUB)    TO RPT-HELD.

           EVALUATE TRUE
               WHEN CT-CYCLE-HELD (CT-SUB) > ZERO
                   MOVE '** BILLING HELD' TO RPT-FLAG
               WHEN REMAINING-WS < ZERO
                   MOVE '** OVER VALUE'   TO RPT-FLAG
               WHEN BURN-PCT-WS NOT < CN-ALERT-PCT
                   MOVE '** BURN ALERT'   TO RPT-FLAG
               WHEN BUSINESS-DATE-NUM > CN-END-DATE
                   MOVE '** PAST END DATE' TO RPT-FLAG
           END-EVALUATE.
           IF BURN-PCT-WS NOT < CN-ALERT-PCT
                ADD 1 TO CONTRACTS-ALERTED
                DISPLAY '*** ALERT: PROJECT ' CN-PROJECT
                        ' CONTRACT IS ' RPT-BURN
                        ' PERCENT BILLED ***'
           END-IF.
           WRITE CONTRPT-REC FROM RPT-DETAIL-LINE.

           MOVE NEW-BILLED-WS TO CN-BILLED-TO-DATE.
           IF CT-CYCLE-CLEARED (CT-SUB) > ZERO
                MOVE BUSINESS-DATE-NUM TO CN-LAST-BILL-DATE
           END-IF.
           WRITE CONTRACT-NEW-REC FROM CONTRACT-REC.

       500-REPORT-CONTRACT-X.
           EXIT.

       550-REPORT-NO-CONTRACT.
           MOVE NC-PROJECT (NC-SUB)      TO RPT-PROJECT.
           MOVE SPACES                   TO RPT-TYPE, RPT-EXHAUST.
           MOVE ZERO                     TO RPT-VALUE, RPT-TO-DATE,
                                            RPT-BURN, RPT-REMAINING,
                                            RPT-HELD.
           MOVE NC-CYCLE-BILLED (NC-SUB) TO RPT-CYCLE.
           MOVE '** NO CONTRACT'         TO RPT-FLAG.
           WRITE CONTRPT-REC FROM RPT-DETAIL-LINE.

       600-PRINT-TOTALS.
           MOVE SPACES TO CONTRPT-REC.
           WRITE CONTRPT-REC.
           MOVE DETAILS-READ      TO RPT-TOT-READ.
           MOVE DETAILS-CLEARED   TO RPT-TOT-CLEARED.
           MOVE CLEARED-TOTAL     TO RPT-TOT-CLR-AMT.
           MOVE DETAILS-HELD      TO RPT-TOT-HELD.
           MOVE HELD-TOTAL        TO RPT-TOT-HELD-AMT.
           MOVE CONTRACTS-ALERTED TO RPT-TOT-ALERTED.
           WRITE CONTRPT-REC FROM RPT-TOTAL-LINE.

           MOVE SPACES TO CONTREVW-REC.
           WRITE CONTREVW-REC.
           MOVE DETAILS-HELD      TO REV-TOT-HELD.
           MOVE HELD-TOTAL        TO REV-TOT-AMT.
           WRITE CONTREVW-REC FROM REV-TOTAL-LINE.

       900-CLEANUP.
           IF DETAILS-HELD > 0
                DISPLAY "*** WARNING: " DETAILS-HELD
                    " BILLING LINE(S) HELD AT A CONTRACT CEILING -"
                    " SEE CONTREVW ***"
           END-IF.
           IF NO-CONTRACT-COUNT > 0
                DISPLAY "*** WARNING: " NO-CONTRACT-COUNT
                    " PROJECT(S) BILLED WITH NO CONTRACT ON FILE ***"
           END-IF.
           IF NO-CONTRACT-UNLISTED > 0
                DISPLAY "*** WARNING: " NO-CONTRACT-UNLISTED
                    " NO-CONTRACT BILLING LINE(S) PAST 100 PROJECTS"
                    " NOT LISTED ON CONTRPT ***"
           END-IF.
           IF CONTRACTS-BAD > 0
                DISPLAY "*** WARNING: " CONTRACTS-BAD
                    " CONTRACT RECORD(S) FAILED EDIT ***"
           END-IF.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE BILL-EXT-FILE, BILL-CLR-FILE, CONTRACT-NEW,
                 CONTRPT, CONTREVW.

      * One run-control record for DAYBAL's nightly cross-foot:
      * billing lines read, cleared to INVGEN and held for review.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'CONTBURN'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE DETAILS-READ        TO LED-RECS-IN.
           MOVE DETAILS-CLEARED     TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE DETAILS-HELD        TO LED-RECS-REJECTED.
           MOVE CLEARED-TOTAL       TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
