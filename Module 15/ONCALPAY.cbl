       IDENTIFICATION DIVISION.
       PROGRAM-ID.     ONCALPAY.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** ON-CALL PAY AND BILLING.
      *****
      ***** ON-CALL STIPENDS USED TO BE PAID BY MANUAL ADJUSTMENT AND
      ***** NEVER REACHED THE CLIENT.  AT THE END OF THE ONCLPARM
      ***** PERIOD THIS RUN TAKES THE ONCALROS ROSTER (ONCALSCH) AND
      ***** THE CALLOUT TRANSACTIONS (CALLTRN, THE CALL TIME ACTUALLY
      ***** WORKED), AND:
      *****
      *****   - EDITS EACH CALLOUT AGAINST THE ROSTER -- THE PERSON
      *****     MUST BE ON CALL FOR THAT PROJECT THAT DAY -- REJECTING
      *****     THE REST TO THE LISTING WITH A REASON;
      *****   - PAYS THE STIPEND PER DAY ON THE ROSTER AND THE
      *****     CALLOUT RATE PER HOUR WORKED, ONE ONCLEARN RECORD PER
      *****     EMPLOYEE IN THE COMMFILE SHAPE PAYROL0B FOLDS INTO THE
      *****     PERIOD'S GROSS;
      *****   - BILLS THE CLIENT THE ON-CALL CHARGE PER DAY ON THE
      *****     ROSTER AND THE CALLOUT HOURS AT THE PERSON'S EMPROJ
      *****     OVERTIME RATE ON THE PROJECT, APPENDED TO BILLEXT AS
      *****     ON-CALL LINES (TYPE 'O', WITH THE ON-CALL PAY BEHIND
      *****     THEM) SO CONTBURN, INVGEN AND PROJPROF CARRY THEM ON
      *****     TO THE CLIENT INVOICE.
      *****
      ***** THE RUN APPENDS TO BILLEXT, SO IT BELONGS AFTER TABLES01
      ***** AND BEFORE CONTBURN ON THE NIGHT IT IS SCHEDULED, AND
      ***** ONLY ONCE PER PERIOD.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONCLPARM
           ASSIGN TO ONCLPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCLPARM-ST.
           SELECT ONCALSCH
           ASSIGN TO ONCALSCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCALSCH-ST.
      *  Callout time worked, one record per callout.  Optional: a
      *  quiet period has none.
           SELECT CALLTRN
           ASSIGN TO CALLTRN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CALLTRN-ST.
           SELECT EMPROJ
           ASSIGN TO EMPROJ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EMPROJ-ST.
           SELECT ONCLEARN
           ASSIGN TO ONCLEARN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCLEARN-ST.
           SELECT BILL-EXT-FILE
           ASSIGN TO BILLEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-EXT-ST.
           SELECT ONCLRPT
           ASSIGN TO ONCLRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ONCLRPT-ST.
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
       FD  ONCLPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  ONCLPARM-REC                PIC X(80).

       FD  ONCALSCH
           RECORD CONTAINS 40 CHARACTERS.
       01  ONCALSCH-IN-REC             PIC X(40).

       FD  CALLTRN
           RECORD CONTAINS 40 CHARACTERS.
       01  CALLTRN-REC.
           05  CO-PROJECT              PIC X(04).
           05  CO-NAME                 PIC X(15).
           05  CO-CALL-DATE            PIC 9(08).
           05  CO-HOURS                PIC 9(02)V99.
           05  FILLER                  PIC X(09).

       FD  EMPROJ
           RECORD CONTAINS 80 CHARACTERS.
       01  EMP-PROJECT-TABLE-I.
           05 EMP-PROJECT-I                 PIC X(4).
           05 EMP-NAME-I                    PIC X(15).
           05 FILLER                        PIC X(33).
           05 EMP-PER-HOUR-OT-RATE-I        PIC 9(03)V99.
           05 FILLER                        PIC X(23).

      * PAYROL0B's COMMFILE shape: employee id and amount lead, the
      * on-call days and callout hours behind them for the listing.
       FD  ONCLEARN
           RECORD CONTAINS 30 CHARACTERS.
       01  ONCLEARN-REC.
           05  OE-EMP-ID               PIC 9(06).
           05  OE-AMOUNT               PIC 9(07)V99.
           05  OE-ONCALL-DAYS          PIC 9(03).
           05  OE-CALLOUT-HOURS        PIC 9(03)V99.
           05  FILLER                  PIC X(07).

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
           05  BX-LINE-TYPE            PIC X(01).
           05  BX-PAY-COST             PIC 9(07)V99.
           05  FILLER                  PIC X(02).

       FD  ONCLRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  ONCLRPT-REC                 PIC X(133).

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
           COPY ONCLPRM.
           COPY ONCLSCH.

       01  FLAGS.
           05  ONCLPARM-ST             PIC X(02).
               88  OP-NORMAL                           VALUE '00'.
           05  ONCALSCH-ST             PIC X(02).
               88  OS-NORMAL                           VALUE '00'.
           05  CALLTRN-ST              PIC X(02).
               88  CO-NORMAL                           VALUE '00'.
               88  CO-FILE-MISSING                     VALUE '35'.
           05  EMPROJ-ST               PIC X(02).
               88  EP-NORMAL                           VALUE '00'.
           05  ONCLEARN-ST             PIC X(02).
               88  OE-NORMAL                           VALUE '00'.
           05  BILL-EXT-ST             PIC X(02).
               88  BX-NORMAL                           VALUE '00'.
           05  ONCLRPT-ST              PIC X(02).
               88  RP-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  ONCALSCH-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-SCHED                       VALUE 'Y'.
           05  CALLTRN-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CALLOUTS                    VALUE 'Y'.
           05  EMPROJ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-EMPROJ                      VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

      * The period's roster, one slot per project per day, with the
      * callout hours posted against it.
       01  SCHED-TABLE.
           05  SCHED-ITEM OCCURS 1500 TIMES INDEXED BY SD-IDX.
               10  SD-PROJECT          PIC X(04).
               10  SD-DATE             PIC 9(08).
               10  SD-NAME             PIC X(15).
               10  SD-EMP-ID           PIC 9(06).
               10  SD-HOURS            PIC 9(03)V99.
       77  SCHED-COUNT                 PIC S9(04) COMP VALUE 0.
       77  SCHED-FOUND-SUB             PIC S9(04) COMP VALUE 0.
       77  SD-SUB                      PIC S9(04) COMP VALUE 0.

      * One charge per person per project: what is billed and paid.
       01  CHARGE-TABLE.
           05  CHARGE-ITEM OCCURS 300 TIMES INDEXED BY CH-IDX.
               10  CH-PROJECT          PIC X(04).
               10  CH-NAME             PIC X(15).
               10  CH-EMP-ID           PIC 9(06).
               10  CH-DAYS             PIC 9(03).
               10  CH-HOURS            PIC 9(03)V99.
               10  CH-PAY              PIC 9(07)V99.
               10  CH-DAY-BILL         PIC 9(06)V99.
               10  CH-OT-BILL          PIC 9(06)V99.
       77  CHARGE-COUNT                PIC S9(04) COMP VALUE 0.
       77  CHARGE-FOUND-SUB            PIC S9(04) COMP VALUE 0.
       77  CH-SUB                      PIC S9(04) COMP VALUE 0.

      * One earnings record per employee across all their projects.
       01  EARN-TABLE.
           05  EARN-ITEM OCCURS 200 TIMES INDEXED BY ER-IDX.
               10  ER-EMP-ID           PIC 9(06).
               10  ER-DAYS             PIC 9(03).
               10  ER-HOURS            PIC 9(03)V99.
               10  ER-AMOUNT           PIC 9(07)V99.
       77  EARN-COUNT                  PIC S9(04) COMP VALUE 0.
       77  EARN-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  ER-SUB                      PIC S9(04) COMP VALUE 0.

      * Each EMPROJ row's overtime billing rate.
       01  RATE-TABLE.
           05  RATE-ITEM OCCURS 200 TIMES INDEXED BY RT-IDX.
               10  RT-PROJECT          PIC X(04).
               10  RT-NAME             PIC X(15).
               10  RT-OT-RATE          PIC 9(03)V99.
       77  RATE-COUNT                  PIC S9(04) COMP VALUE 0.
       77  RATE-FOUND-SUB              PIC S9(04) COMP VALUE 0.

       77  MAX-CALLOUT-HOURS           PIC 9(02)V99 VALUE 24.00.
       77  REASON-DESC-WS              PIC X(30).

       77  CALLOUTS-READ               PIC 9(05) VALUE 0.
       77  CALLOUTS-ACCEPTED           PIC 9(05) VALUE 0.
       77  CALLOUTS-REJECTED           PIC 9(05) VALUE 0.
       77  NO-RATE-COUNT               PIC 9(05) VALUE 0.
       77  TOTAL-PAY                   PIC 9(09)V99 VALUE 0.
       77  TOTAL-BILL                  PIC 9(09)V99 VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(33)
                    VALUE 'ON-CALL PAY AND BILLING - PERIOD '.
           05  HDR-START               PIC 9(08).
           05  FILLER                  PIC X(04)       VALUE ' TO '.
           05  HDR-END                 PIC 9(08).
           05  FILLER                  PIC X(14)
                    VALUE '   RUN DATE: '.
           05  HDR-RUN-DATE            PIC 9(08).

       01  REJECT-LINE.
           05  FILLER                  PIC X(20)
                    VALUE '** CALLOUT REJECTED:'.
           05  FILLER                  PIC X(01)       VALUE SPACE.
           05  RJ-PROJECT              PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-NAME                 PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-DATE                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-HOURS                PIC X(04).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RJ-REASON               PIC X(30).

       01  CHARGE-HEADER.
           05  FILLER                  PIC X(09)
                    VALUE 'PROJECT'.
           05  FILLER                  PIC X(17)
                    VALUE 'NAME'.
           05  FILLER                  PIC X(08)
                    VALUE 'EMP ID'.
           05  FILLER                  PIC X(06)
                    VALUE 'DAYS'.
           05  FILLER                  PIC X(09)
                    VALUE 'CALLOUT'.
           05  FILLER                  PIC X(15)
                    VALUE '  ON-CALL PAY'.
           05  FILLER                  PIC X(15)
                    VALUE '    DAY CHARGE'.
           05  FILLER                  PIC X(15)
                    VALUE ' CALLOUT CHG'.
           05  FILLER                  PIC X(14)
                    VALUE '  TOTAL BILLED'.

       01  CHARGE-LINE.
           05  CL-PROJECT              PIC X(04).
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  CL-NAME                 PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-EMP-ID               PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-DAYS                 PIC ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CL-HOURS                PIC ZZ9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CL-PAY                  PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  CL-DAY-BILL             PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  CL-OT-BILL              PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-TOTAL-BILL           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  CL-NOTE                 PIC X(20).

       01  FOOTER-LINE-1.
           05  FILLER                  PIC X(16)
                    VALUE 'CALLOUTS READ:  '.
           05  FT-READ                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   ACCEPTED:  '.
           05  FT-ACCEPTED             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '   REJECTED:  '.
           05  FT-REJECTED             PIC ZZ,ZZ9.

       01  FOOTER-LINE-2.
           05  FILLER                  PIC X(16)
                    VALUE 'ON-CALL PAY:    '.
           05  FT-PAY                  PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(16)
                    VALUE '   BILLED:      '.
           05  FT-BILL                 PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-POST-CALLOUT UNTIL NO-MORE-CALLOUTS.
           PERFORM 400-BUILD-CHARGES
               VARYING SD-SUB FROM 1 BY 1
               UNTIL SD-SUB > SCHED-COUNT.
           PERFORM 500-WRITE-CHARGE
               VARYING CH-SUB FROM 1 BY 1
               UNTIL CH-SUB > CHARGE-COUNT.
           PERFORM 550-WRITE-EARNINGS
               VARYING ER-SUB FROM 1 BY 1
               UNTIL ER-SUB > EARN-COUNT.
           PERFORM 600-PRINT-TOTALS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-PARAMETERS.
           PERFORM 300-OPEN-FILES.
           PERFORM 330-LOAD-ROSTER.
           PERFORM 340-LOAD-RATES.

           MOVE OP-PERIOD-START   TO HDR-START.
           MOVE OP-PERIOD-END     TO HDR-END.
           MOVE BUSINESS-DATE-NUM TO HDR-RUN-DATE.
           WRITE ONCLRPT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO ONCLRPT-REC.
           WRITE ONCLRPT-REC.

           PERFORM 350-READ-CALLOUT.

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

      * The rates are required: there is no sensible default stipend
      * or client charge.
       120-LOAD-PARAMETERS.
           OPEN INPUT ONCLPARM
           IF NOT OP-NORMAL
                DISPLAY 'ERROR OPENING ONCLPARM'
                GO TO 999-RETURN-ERR.

           READ ONCLPARM INTO ONCALL-PARM-REC
               AT END
                   DISPLAY 'ERROR: ONCLPARM IS EMPTY'
                   GO TO 999-RETURN-ERR
           END-READ.
           CLOSE ONCLPARM.

           IF OP-PERIOD-START NOT NUMERIC
                  OR OP-PERIOD-END NOT NUMERIC
                  OR OP-PERIOD-END < OP-PERIOD-START
                  OR OP-STIPEND-PER-DAY NOT NUMERIC
                  OR OP-CALLOUT-PAY-RATE NOT NUMERIC
                  OR OP-ONCALL-CHARGE-DAY NOT NUMERIC
                DISPLAY 'ERROR: ONCLPARM CARD INVALID'
                GO TO 999-RETURN-ERR
           END-IF.

      * A callout posts to the roster slot for its project, person
      * and day; anything else is rejected.
       200-POST-CALLOUT.
           ADD 1 TO CALLOUTS-READ.
           MOVE SPACES TO REASON-DESC-WS.
           MOVE 0 TO SCHED-FOUND-SUB.

           IF CO-HOURS NOT NUMERIC OR CO-HOURS = ZERO
                  OR CO-HOURS > MAX-CALLOUT-HOURS
                MOVE 'HOURS MISSING OR OVER 24' TO REASON-DESC-WS
           ELSE
                SET SD-IDX TO 1
                SEARCH SCHED-ITEM VARYING SD-IDX
                    AT END
                        CONTINUE
                    WHEN SD-IDX > SCHED-COUNT
                        CONTINUE
                    WHEN SD-PROJECT (SD-IDX) = CO-PROJECT
                         AND SD-NAME (SD-IDX) = CO-NAME
                         AND SD-DATE (SD-IDX) = CO-CALL-DATE
                        SET SCHED-FOUND-SUB TO SD-IDX
                END-SEARCH
                IF SCHED-FOUND-SUB = 0
                     MOVE 'NOT ON CALL THAT DAY' TO REASON-DESC-WS
                END-IF
           END-IF.

           IF REASON-DESC-WS = SPACES
                ADD 1 TO CALLOUTS-ACCEPTED
                ADD CO-HOURS TO SD-HOURS (SCHED-FOUND-SUB)
           ELSE
                ADD 1 TO CALLOUTS-REJECTED
                MOVE CO-PROJECT     TO RJ-PROJECT
                MOVE CO-NAME        TO RJ-NAME
                MOVE CALLTRN-REC (20:8) TO RJ-DATE
                MOVE CALLTRN-REC (28:4) TO RJ-HOURS
                MOVE REASON-DESC-WS TO RJ-REASON
                WRITE ONCLRPT-REC FROM REJECT-LINE
           END-IF.

           PERFORM 350-READ-CALLOUT.

      * Each roster slot rolls into its person-on-project charge and
      * into the person's earnings.
       400-BUILD-CHARGES.
           MOVE 0 TO CHARGE-FOUND-SUB.
           SET CH-IDX TO 1.
           SEARCH CHARGE-ITEM VARYING CH-IDX
               AT END
                   CONTINUE
               WHEN CH-IDX > CHARGE-COUNT
                   CONTINUE
               WHEN CH-PROJECT (CH-IDX) = SD-PROJECT (SD-SUB)
                    AND CH-NAME (CH-IDX) = SD-NAME (SD-SUB)
                   SET CHARGE-FOUND-SUB TO CH-IDX
           END-SEARCH.

           IF CHARGE-FOUND-SUB = 0
                IF CHARGE-COUNT >= 300
                     DISPLAY "ERROR: MORE THAN 300 ON-CALL CHARGES"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO CHARGE-COUNT
                MOVE CHARGE-COUNT TO CHARGE-FOUND-SUB
                INITIALIZE CHARGE-ITEM (CHARGE-FOUND-SUB)
                MOVE SD-PROJECT (SD-SUB)
                    TO CH-PROJECT (CHARGE-FOUND-SUB)
                MOVE SD-NAME (SD-SUB)
                    TO CH-NAME (CHARGE-FOUND-SUB)
                MOVE SD-EMP-ID (SD-SUB)
                    TO CH-EMP-ID (CHARGE-FOUND-SUB)
           END-IF.
           ADD 1 TO CH-DAYS (CHARGE-FOUND-SUB).
           ADD SD-HOURS (SD-SUB) TO CH-HOURS (CHARGE-FOUND-SUB).

           MOVE 0 TO EARN-FOUND-SUB.
           SET ER-IDX TO 1.
           SEARCH EARN-ITEM VARYING ER-IDX
               AT END
                   CONTINUE
               WHEN ER-IDX > EARN-COUNT
                   CONTINUE
               WHEN ER-EMP-ID (ER-IDX) = SD-EMP-ID (SD-SUB)
                   SET EARN-FOUND-SUB TO ER-IDX
           END-SEARCH.

           IF EARN-FOUND-SUB = 0
                IF EARN-COUNT >= 200
                     DISPLAY "ERROR: MORE THAN 200 EMPLOYEES ON CALL"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO EARN-COUNT
                MOVE EARN-COUNT TO EARN-FOUND-SUB
                INITIALIZE EARN-ITEM (EARN-FOUND-SUB)
                MOVE SD-EMP-ID (SD-SUB) TO ER-EMP-ID (EARN-FOUND-SUB)
           END-IF.
           ADD 1 TO ER-DAYS (EARN-FOUND-SUB).
           ADD SD-HOURS (SD-SUB) TO ER-HOURS (EARN-FOUND-SUB).

      * Pay and bill one person-on-project charge, and append it to
      * BILLEXT as an on-call line.
       500-WRITE-CHARGE.
           COMPUTE CH-PAY (CH-SUB) ROUNDED =
               CH-DAYS (CH-SUB) * OP-STIPEND-PER-DAY
             + CH-HOURS (CH-SUB) * OP-CALLOUT-PAY-RATE.
           COMPUTE CH-DAY-BILL (CH-SUB) ROUNDED =
               CH-DAYS (CH-SUB) * OP-ONCALL-CHARGE-DAY.

           MOVE SPACES TO CL-NOTE.
           MOVE 0 TO RATE-FOUND-SUB.
           SET RT-IDX TO 1.
           SEARCH RATE-ITEM VARYING RT-IDX
               AT END
                   CONTINUE
               WHEN RT-IDX > RATE-COUNT
                   CONTINUE
               WHEN RT-PROJECT (RT-IDX) = CH-PROJECT (CH-SUB)
                    AND RT-NAME (RT-IDX) = CH-NAME (CH-SUB)
                   SET RATE-FOUND-SUB TO RT-IDX
           END-SEARCH.
           IF RATE-FOUND-SUB = 0
                MOVE ZERO TO CH-OT-BILL (CH-SUB)
                IF CH-HOURS (CH-SUB) > ZERO
                     ADD 1 TO NO-RATE-COUNT
                     MOVE '** NOT ON EMPROJ' TO CL-NOTE
                END-IF
           ELSE
                COMPUTE CH-OT-BILL (CH-SUB) ROUNDED =
                    CH-HOURS (CH-SUB) * RT-OT-RATE (RATE-FOUND-SUB)
           END-IF.

           INITIALIZE BILL-EXT-REC.
           MOVE CH-PROJECT (CH-SUB)  TO BX-PROJECT.
           MOVE CH-NAME (CH-SUB)     TO BX-NAME.
           MOVE CH-DAYS (CH-SUB)     TO BX-DAYS.
           COMPUTE BX-OT-HOURS ROUNDED = CH-HOURS (CH-SUB).
           MOVE CH-DAY-BILL (CH-SUB) TO BX-DAY-BILL.
           MOVE CH-OT-BILL (CH-SUB)  TO BX-OT-BILL.
           COMPUTE BX-TOTAL-BILL = BX-DAY-BILL + BX-OT-BILL.
           MOVE 'O'                  TO BX-LINE-TYPE.
           MOVE CH-PAY (CH-SUB)      TO BX-PAY-COST.
           WRITE BILL-EXT-REC.
           IF NOT BX-NORMAL
                DISPLAY 'ERROR WRITING BILLEXT'
                GO TO 999-RETURN-ERR
           END-IF.

           ADD CH-PAY (CH-SUB) TO TOTAL-PAY.
           ADD BX-TOTAL-BILL   TO TOTAL-BILL.

           MOVE CH-PROJECT (CH-SUB)  TO CL-PROJECT.
           MOVE CH-NAME (CH-SUB)     TO CL-NAME.
           MOVE CH-EMP-ID (CH-SUB)   TO CL-EMP-ID.
           MOVE CH-DAYS (CH-SUB)     TO CL-DAYS.
           MOVE CH-HOURS (CH-SUB)    TO CL-HOURS.
           MOVE CH-PAY (CH-SUB)      TO CL-PAY.
           MOVE CH-DAY-BILL (CH-SUB) TO CL-DAY-BILL.
           MOVE CH-OT-BILL (CH-SUB)  TO CL-OT-BILL.
           MOVE BX-TOTAL-BILL        TO CL-TOTAL-BILL.
           IF CH-SUB = 1
                MOVE SPACES TO ONCLRPT-REC
                WRITE ONCLRPT-REC
                WRITE ONCLRPT-REC FROM CHARGE-HEADER
           END-IF.
           WRITE ONCLRPT-REC FROM CHARGE-LINE.

       550-WRITE-EARNINGS.
           INITIALIZE ONCLEARN-REC.
           MOVE ER-EMP-ID (ER-SUB)  TO OE-EMP-ID.
           COMPUTE OE-AMOUNT ROUNDED =
               ER-DAYS (ER-SUB) * OP-STIPEND-PER-DAY
             + ER-HOURS (ER-SUB) * OP-CALLOUT-PAY-RATE.
           MOVE ER-DAYS (ER-SUB)    TO OE-ONCALL-DAYS.
           MOVE ER-HOURS (ER-SUB)   TO OE-CALLOUT-HOURS.
           WRITE ONCLEARN-REC.
           IF NOT OE-NORMAL
                DISPLAY 'ERROR WRITING ONCLEARN'
                GO TO 999-RETURN-ERR
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT CALLTRN.
           IF CO-FILE-MISSING
                MOVE 'Y' TO CALLTRN-EOF
           ELSE
                IF NOT CO-NORMAL
                     DISPLAY 'ERROR OPENING CALLTRN'
                     GO TO 999-RETURN-ERR
                END-IF
           END-IF.

           OPEN OUTPUT ONCLEARN
           IF NOT OE-NORMAL
                DISPLAY 'ERROR OPENING ONCLEARN'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND BILL-EXT-FILE
           IF NOT BX-NORMAL
                DISPLAY 'ERROR OPENING BILLEXT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT ONCLRPT
           IF NOT RP-NORMAL
                DISPLAY 'ERROR OPENING ONCLRPT'
                GO TO 999-RETURN-ERR.

      * Only the roster days inside the period are paid and billed.
       330-LOAD-ROSTER.
           OPEN INPUT ONCALSCH
           IF NOT OS-NORMAL
                DISPLAY 'ERROR OPENING ONCALSCH'
                GO TO 999-RETURN-ERR.

           READ ONCALSCH INTO ONCALL-SCHED-REC
               AT END MOVE 'Y' TO ONCALSCH-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-SCHED
               IF OS-ONCALL-DATE NOT < OP-PERIOD-START
                      AND OS-ONCALL-DATE NOT > OP-PERIOD-END
                    IF SCHED-COUNT >= 1500
                         DISPLAY "ERROR: ONCALSCH HAS MORE THAN 1500"
                             " ROSTER DAYS"
                         GO TO 999-RETURN-ERR
                    END-IF
                    ADD 1 TO SCHED-COUNT
                    MOVE OS-PROJECT     TO SD-PROJECT (SCHED-COUNT)
                    MOVE OS-ONCALL-DATE TO SD-DATE (SCHED-COUNT)
                    MOVE OS-NAME        TO SD-NAME (SCHED-COUNT)
                    MOVE OS-EMP-ID      TO SD-EMP-ID (SCHED-COUNT)
                    MOVE ZERO           TO SD-HOURS (SCHED-COUNT)
               END-IF
               READ ONCALSCH INTO ONCALL-SCHED-REC
                   AT END MOVE 'Y' TO ONCALSCH-EOF
               END-READ
           END-PERFORM.

           CLOSE ONCALSCH.

       340-LOAD-RATES.
           OPEN INPUT EMPROJ
           IF NOT EP-NORMAL
                DISPLAY 'ERROR OPENING EMPROJ'
                GO TO 999-RETURN-ERR.

           READ EMPROJ
               AT END MOVE 'Y' TO EMPROJ-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-EMPROJ
               IF RATE-COUNT >= 200
                    DISPLAY "ERROR: EMPROJ HAS MORE THAN 200 ROWS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO RATE-COUNT
               MOVE EMP-PROJECT-I TO RT-PROJECT (RATE-COUNT)
               MOVE EMP-NAME-I    TO RT-NAME (RATE-COUNT)
               MOVE ZERO          TO RT-OT-RATE (RATE-COUNT)
               IF EMP-PER-HOUR-OT-RATE-I NUMERIC
                    MOVE EMP-PER-HOUR-OT-RATE-I
                        TO RT-OT-RATE (RATE-COUNT)
               END-IF
               READ EMPROJ
                   AT END MOVE 'Y' TO EMPROJ-EOF
               END-READ
           END-PERFORM.

           CLOSE EMPROJ.

       350-READ-CALLOUT.
           IF NOT NO-MORE-CALLOUTS
                READ CALLTRN
                    AT END MOVE 'Y' TO CALLTRN-EOF
                END-READ
                IF NOT (CO-NORMAL OR NO-MORE-CALLOUTS)
                     DISPLAY 'ERROR READING CALLTRN'
                     GO TO 999-RETURN-ERR
                END-IF
           END-IF.

       600-PRINT-TOTALS.
           MOVE SPACES TO ONCLRPT-REC.
           WRITE ONCLRPT-REC.
           MOVE CALLOUTS-READ     TO FT-READ.
           MOVE CALLOUTS-ACCEPTED TO FT-ACCEPTED.
           MOVE CALLOUTS-REJECTED TO FT-REJECTED.
           WRITE ONCLRPT-REC FROM FOOTER-LINE-1.
           MOVE TOTAL-PAY         TO FT-PAY.
           MOVE TOTAL-BILL        TO FT-BILL.
           WRITE ONCLRPT-REC FROM FOOTER-LINE-2.

       900-CLEANUP.
           DISPLAY "CALLOUTS READ     : " CALLOUTS-READ.
           DISPLAY "ON-CALL CHARGES   : " CHARGE-COUNT.
           DISPLAY "EMPLOYEES PAID    : " EARN-COUNT.
           IF CALLOUTS-REJECTED > 0
                DISPLAY "*** WARNING: " CALLOUTS-REJECTED
                    " CALLOUT(S) REJECTED - SEE ONCLRPT ***"
           END-IF.
           IF NO-RATE-COUNT > 0
                DISPLAY "*** WARNING: " NO-RATE-COUNT
                    " CHARGE(S) WITH CALLOUT HOURS NOT BILLED -"
                    " NOT ON EMPROJ ***"
           END-IF.
           PERFORM 910-WRITE-RUN-LEDGER.
           IF NOT CO-FILE-MISSING
                CLOSE CALLTRN
           END-IF.
           CLOSE ONCLEARN, BILL-EXT-FILE, ONCLRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * callouts read; posted to the roster; rejected; the on-call
      * pay released to PAYROL0B.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'ONCALPAY'          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE CALLOUTS-READ       TO LED-RECS-IN.
           MOVE CALLOUTS-ACCEPTED   TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE CALLOUTS-REJECTED   TO LED-RECS-REJECTED.
           MOVE TOTAL-PAY           TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
