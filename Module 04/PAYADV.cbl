       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PAYADV.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** PAY ADVICE PRINT RUN.
      *****
      ***** READS THE PAY ADVICE EXTRACT PAYROL0B WRITES EACH RUN
      ***** (ADVFILE) AND PRINTS ONE PAY ADVICE PER EMPLOYEE PAID:
      ***** THE MAILING ADDRESS BLOCK FROM EMPMAS2, CURRENT AND
      ***** YEAR-TO-DATE COLUMNS FOR EARNINGS, FEDERAL AND STATE
      ***** INCOME TAX, SOCIAL SECURITY, MEDICARE AND EACH DEDUCTION
      ***** CODE (WITH ANY ARREARS STILL OWED ON IT), NET PAY, THE
      ***** LEAVE HOURS ACCRUED, TAKEN AND LEFT, AND THE DIRECT
      ***** DEPOSIT AMOUNT WITH THE ACCOUNT MASKED TO ITS LAST FOUR
      ***** DIGITS (OR A NOTE THAT THE NET WAS PAID BY PAPER CHECK)
      ***** -- IN PLACE OF THE PAYSTUB DISPLAYS THAT USED TO GO
      ***** TO THE JOB LOG.
      *****
      ***** THE EXTRACT ARRIVES IN MASTER FILE ORDER, SO IT IS SORTED
      ***** FIRST -- BY ZIP AND THEN BY EMPLOYEE ID -- SO THE ADVICES
      ***** COME OFF THE PRINTER IN PRESORT POSTAGE SEQUENCE THE WAY
      ***** THE EOB AND HOSPITAL STATEMENTS DO.  THE EXTRACT'S CONTROL
      ***** TRAILER (RECORD COUNT, NET PAY HASH) MUST AGREE WITH WHAT
      ***** WAS READ OR THE RUN FAILS BEFORE ANYTHING IS MAILED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADVFILE
           ASSIGN TO ADVFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADVFILE-ST.
           SELECT ADVSORT
           ASSIGN TO ADVSORT.
           SELECT ADVPRINT
           ASSIGN TO ADVPRINT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADVPRINT-ST.
      *  Shared run-control ledger (see Copybooks/RUNLEDG.cpy): one
      *  record appended per run so DAYBAL can cross-foot the night.
           SELECT RUNLEDGR
           ASSIGN TO RUNLEDGR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS RUNLEDGR-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping so a rerun reproduces the original date's results.
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

       FD  ADVFILE
           RECORD CONTAINS 460 CHARACTERS.
       01  ADVFILE-REC                 PIC X(460).

       SD  ADVSORT
           RECORD CONTAINS 465 CHARACTERS.
       01  ADVSORT-REC.
           05  SRT-ZIP                 PIC X(05).
           05  SRT-ADV-REC.
               10  SRT-EMP-ID          PIC 9(06).
               10  FILLER              PIC X(454).

       FD  ADVPRINT
           RECORD CONTAINS 133 CHARACTERS.
       01  ADVPRINT-REC                PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CTLREC.
           COPY RUNLEDG.

      * PAYROL0B's pay advice extract layout.
       01  ADV-WS.
           05  ADV-EMP-ID              PIC 9(06).
           05  ADV-FNAME               PIC X(08).
           05  ADV-LNAME               PIC X(08).
           05  ADV-STREET-NBR          PIC 9(06).
           05  ADV-STREET-NAME         PIC X(30).
           05  ADV-CITY                PIC X(20).
           05  ADV-STATE               PIC X(02).
           05  ADV-ZIP-FIRST-5         PIC X(05).
           05  ADV-ZIP-PLUS-4          PIC X(04).
           05  ADV-PERIOD-ID           PIC 9(06).
           05  ADV-PAY-DATE            PIC 9(08).
           05  ADV-PAY-DATE-X REDEFINES
                     ADV-PAY-DATE      PIC X(08).
           05  ADV-PAY-FREQ            PIC X(01).
               88  ADV-WEEKLY                          VALUE 'W'.
               88  ADV-BIWEEKLY                        VALUE 'B'.
           05  ADV-CUR-GROSS           PIC 9(9)V99.
           05  ADV-CUR-COMMISSION      PIC 9(7)V99.
           05  ADV-CUR-FED-TAX         PIC 9(9)V99.
           05  ADV-CUR-STATE-TAX       PIC 9(9)V99.
           05  ADV-CUR-SS-TAX          PIC 9(9)V99.
           05  ADV-CUR-MED-TAX         PIC 9(9)V99.
           05  ADV-CUR-NET             PIC 9(9)V99.
           05  ADV-YTD-GROSS           PIC 9(11)V99.
           05  ADV-YTD-FED-TAX         PIC 9(11)V99.
           05  ADV-YTD-STATE-TAX       PIC 9(11)V99.
           05  ADV-YTD-SS-TAX          PIC 9(11)V99.
           05  ADV-YTD-MED-TAX         PIC 9(11)V99.
           05  ADV-YTD-NET             PIC 9(11)V99.
           05  ADV-DED-GRP OCCURS 5 TIMES.
               10  ADV-DED-CODE        PIC X(03).
               10  ADV-DED-CUR         PIC 9(9)V99.
               10  ADV-DED-YTD         PIC 9(9)V99.
               10  ADV-DED-ARR         PIC 9(7)V99.
           05  ADV-LEAVE-ACCRUED       PIC 9(3)V99.
           05  ADV-LEAVE-TAKEN         PIC 9(3)V99.
           05  ADV-LEAVE-BAL           PIC 9(5)V99.
           05  ADV-DEPOSIT-SW          PIC X(01).
               88  ADV-DEPOSIT-HELD                    VALUE 'H'.
               88  ADV-PAID-BY-CHECK                   VALUE 'C'.
           05  ADV-DEPOSIT-AMT         PIC 9(9)V99.
           05  ADV-ACCOUNT-LAST-4      PIC X(04).

       01  FLAGS.
           05  ADVFILE-ST              PIC X(02).
               88  AF-NORMAL                           VALUE '00'.
           05  ADVFILE-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADVFILE                     VALUE 'Y'.
           05  ADVPRINT-ST             PIC X(02).
               88  AP-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  TRAILER-SEEN-SW         PIC X(01)       VALUE 'N'.
               88  TRAILER-SEEN                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       77  ADVICES-READ                PIC 9(07) VALUE 0.
       77  ADVICE-COUNT                PIC 9(07) VALUE 0.
       77  HELD-COUNT                  PIC 9(07) VALUE 0.
       77  CHECK-COUNT                 PIC 9(07) VALUE 0.
       77  ADDR-MISSING-COUNT          PIC 9(05) VALUE 0.
       77  TRAILER-COUNT               PIC 9(07) VALUE 0.
       01  TRAILER-HASH                PIC S9(9)V99 VALUE 0.
       01  NET-HASH                    PIC S9(9)V99 VALUE 0.
       01  REGULAR-PAY-WS              PIC S9(9)V99 VALUE 0.
       77  DED-SUB                     PIC S9(04) COMP VALUE 0.

       01  ADV-HEADER-01.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(10)
                    VALUE 'PAY ADVICE'.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(20)
                    VALUE 'FAVORITES MUSIC INC'.

       01  ADV-HEADER-02.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(33)       VALUE ALL '='.

       01  ADV-DATE-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'PAY DATE:       '.
           05  ADV-DATE-O              PIC XXXX/XX/XX.
           05  FILLER                  PIC X(12)
                    VALUE '    PERIOD: '.
           05  ADV-PERIOD-O            PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ADV-FREQ-O              PIC X(12).

       01  ADV-NAME-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'EMPLOYEE:       '.
           05  ADV-FNAME-O             PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ADV-LNAME-O             PIC X(08).
           05  FILLER                  PIC X(09)
                    VALUE '     ID: '.
           05  ADV-EMP-ID-O            PIC 9(06).

       01  ADV-ADDR-LINE-1.
           05  FILLER                  PIC X(17)
                    VALUE 'MAIL TO:        '.
           05  ADV-ADDR-NAME-O         PIC X(25).

       01  ADV-ADDR-LINE-2.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  ADV-ADDR-NBR-O          PIC Z(5)9.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ADV-ADDR-STREET-O       PIC X(30).

       01  ADV-ADDR-LINE-3.
           05  FILLER                  PIC X(17)       VALUE SPACES.
           05  ADV-ADDR-CITY-O         PIC X(20).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ADV-ADDR-STATE-O        PIC X(02).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  ADV-ADDR-ZIP-O          PIC X(05).
           05  ADV-ADDR-DASH-O         PIC X(01).
           05  ADV-ADDR-PLUS-4-O       PIC X(04).

       01  ADV-COL-HEADER.
           05  FILLER                  PIC X(30)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE '        CURRENT'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE '   YEAR-TO-DATE'.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  FILLER                  PIC X(13)
                    VALUE '      ARREARS'.

       01  ADV-SECTION-LINE.
           05  ADV-SECTION-O           PIC X(30).

      * One row of the current / year-to-date table; the year-to-date
      * and arrears columns blank out where there is no figure.
       01  ADV-AMT-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  ADV-AMT-LABEL           PIC X(28).
           05  ADV-AMT-CUR-O           PIC -$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  ADV-AMT-YTD-O           PIC -$$$,$$$,$$9.99.
           05  ADV-AMT-YTD-X REDEFINES ADV-AMT-YTD-O
                                       PIC X(15).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  ADV-AMT-ARR-O           PIC -$$,$$$,$$9.99.
           05  ADV-AMT-ARR-X REDEFINES ADV-AMT-ARR-O
                                       PIC X(14).

       01  ADV-LEAVE-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'LEAVE (HOURS):  '.
           05  FILLER                  PIC X(09)
                    VALUE 'ACCRUED: '.
           05  ADV-LV-ACCRUED-O        PIC ZZ9.99.
           05  FILLER                  PIC X(10)
                    VALUE '   TAKEN: '.
           05  ADV-LV-TAKEN-O          PIC ZZ9.99.
           05  FILLER                  PIC X(12)
                    VALUE '   BALANCE: '.
           05  ADV-LV-BAL-O            PIC ZZ,ZZ9.99.

       01  ADV-DEPOSIT-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'DIRECT DEPOSIT: '.
           05  ADV-DEP-AMT-O           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(30)
                    VALUE '  TO ACCOUNT ENDING IN ****'.
           05  ADV-DEP-LAST-4-O        PIC X(04).

       01  ADV-HELD-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'DIRECT DEPOSIT: '.
           05  FILLER                  PIC X(40)
                    VALUE 'HELD -- YOUR BANK RETURNED THE LAST DEPO'.
           05  FILLER                  PIC X(40)
                    VALUE 'SIT.  NET PAY WILL BE RE-ISSUED TO YOU B'.
           05  FILLER                  PIC X(27)
                    VALUE 'Y CHECK.'.

       01  ADV-CHECK-LINE.
           05  FILLER                  PIC X(17)
                    VALUE 'PAID BY CHECK:  '.
           05  ADV-CHK-AMT-O           PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(40)
                    VALUE '  NO BANKING DETAILS ON FILE -- SEE THE '.
           05  FILLER                  PIC X(11)
                    VALUE 'CHECK STUB.'.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT ADVSORT
               ON ASCENDING KEY SRT-ZIP
               ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE IS 150-RELEASE-ADVICES
                   THRU 150-RELEASE-ADVICES-X
               OUTPUT PROCEDURE IS 200-PRINT-ADVICES
                   THRU 200-PRINT-ADVICES-X.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.

           OPEN OUTPUT ADVPRINT
           IF NOT AP-NORMAL
                DISPLAY 'ERROR OPENING ADVPRINT'
                GO TO 999-RETURN-ERR.

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

      * First pass: each advice is released to the sort with its ZIP
      * in front, so the advices come back in presort sequence; one
      * with no ZIP on the master sorts to the front under a zero
      * ZIP so the print room can pull it.  The CONTROL trailer is
      * held back, and a file without one -- or whose count or net
      * pay hash disagrees -- was cut short and stops the run.
       150-RELEASE-ADVICES.
           OPEN INPUT ADVFILE
           IF NOT AF-NORMAL
                DISPLAY 'ERROR OPENING ADVFILE'
                GO TO 999-RETURN-ERR.

           PERFORM 400-READ-ADVFILE.

           PERFORM UNTIL NO-MORE-ADVFILE
               IF ADVFILE-REC (1:7) = 'CONTROL'
                    MOVE ADVFILE-REC TO CONTROL-REC
                    MOVE CTL-RECORD-COUNT TO TRAILER-COUNT
                    MOVE CTL-AMOUNT-HASH  TO TRAILER-HASH
                    MOVE 'Y' TO TRAILER-SEEN-SW
               ELSE
                    MOVE ADVFILE-REC TO ADV-WS
                    ADD 1 TO ADVICES-READ
                    ADD ADV-CUR-NET TO NET-HASH
                    IF ADV-ZIP-FIRST-5 = SPACES
                         MOVE '00000' TO SRT-ZIP
                    ELSE
                         MOVE ADV-ZIP-FIRST-5 TO SRT-ZIP
                    END-IF
                    MOVE ADV-WS TO SRT-ADV-REC
                    RELEASE ADVSORT-REC
               END-IF
               PERFORM 400-READ-ADVFILE
           END-PERFORM.

           CLOSE ADVFILE.

           IF NOT TRAILER-SEEN
                DISPLAY 'ERROR: ADVFILE CONTROL TRAILER MISSING'
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-COUNT NOT = ADVICES-READ
                DISPLAY 'ERROR: ADVFILE HAS ' ADVICES-READ
                        ' ADVICES, CONTROL TRAILER SAYS '
                        TRAILER-COUNT
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-HASH NOT = NET-HASH
                DISPLAY 'ERROR: ADVFILE NET PAY HASH OUT OF BALANCE'
                GO TO 999-RETURN-ERR
           END-IF.

       150-RELEASE-ADVICES-X.
           EXIT.

       200-PRINT-ADVICES.
           RETURN ADVSORT
               AT END
                   GO TO 200-PRINT-ADVICES-X
           END-RETURN.
           MOVE SRT-ADV-REC TO ADV-WS.

           PERFORM 240-START-ADVICE.
           PERFORM 250-PRINT-PAY-TABLE.
           PERFORM 270-END-ADVICE.
           GO TO 200-PRINT-ADVICES.

       200-PRINT-ADVICES-X.
           EXIT.

      * Opens the advice: pay date and period, the employee, and the
      * mailing address block from the employee master.
       240-START-ADVICE.
           WRITE ADVPRINT-REC FROM ADV-HEADER-01.
           WRITE ADVPRINT-REC FROM ADV-HEADER-02.
           PERFORM 280-PRINT-BLANK-LINE.

           MOVE ADV-PAY-DATE-X TO ADV-DATE-O.
           MOVE ADV-PERIOD-ID  TO ADV-PERIOD-O.
           EVALUATE TRUE
               WHEN ADV-WEEKLY
                   MOVE '(WEEKLY)'       TO ADV-FREQ-O
               WHEN ADV-BIWEEKLY
                   MOVE '(BIWEEKLY)'     TO ADV-FREQ-O
               WHEN OTHER
                   MOVE '(SEMI-MONTHLY)' TO ADV-FREQ-O
           END-EVALUATE.
           WRITE ADVPRINT-REC FROM ADV-DATE-LINE.

           MOVE ADV-FNAME  TO ADV-FNAME-O.
           MOVE ADV-LNAME  TO ADV-LNAME-O.
           MOVE ADV-EMP-ID TO ADV-EMP-ID-O.
           WRITE ADVPRINT-REC FROM ADV-NAME-LINE.
           PERFORM 280-PRINT-BLANK-LINE.

      * An employee with no ZIP on the master is flagged so the print
      * room can pull the advice for hand addressing instead of
      * mailing it to an incomplete address.
           IF ADV-ZIP-FIRST-5 = SPACES
                MOVE '** ADDRESS NOT ON FILE **' TO ADV-ADDR-NAME-O
                WRITE ADVPRINT-REC FROM ADV-ADDR-LINE-1
                ADD 1 TO ADDR-MISSING-COUNT
           ELSE
                MOVE SPACES TO ADV-ADDR-NAME-O
                STRING ADV-FNAME DELIMITED BY SPACE
                       ' '       DELIMITED BY SIZE
                       ADV-LNAME DELIMITED BY SPACE
                    INTO ADV-ADDR-NAME-O
                MOVE ADV-STREET-NBR  TO ADV-ADDR-NBR-O
                MOVE ADV-STREET-NAME TO ADV-ADDR-STREET-O
                MOVE ADV-CITY        TO ADV-ADDR-CITY-O
                MOVE ADV-STATE       TO ADV-ADDR-STATE-O
                MOVE ADV-ZIP-FIRST-5 TO ADV-ADDR-ZIP-O
                IF ADV-ZIP-PLUS-4 = SPACES
                     MOVE SPACE TO ADV-ADDR-DASH-O
                ELSE
                     MOVE '-'   TO ADV-ADDR-DASH-O
                END-IF
                MOVE ADV-ZIP-PLUS-4  TO ADV-ADDR-PLUS-4-O
                WRITE ADVPRINT-REC FROM ADV-ADDR-LINE-1
                WRITE ADVPRINT-REC FROM ADV-ADDR-LINE-2
                WRITE ADVPRINT-REC FROM ADV-ADDR-LINE-3
           END-IF.
           PERFORM 280-PRINT-BLANK-LINE.

      * The current and year-to-date table: earnings, taxes, each
      * deduction code with what is still in arrears on it, and net.
      * Commission is this period's only -- the history carries no
      * separate commission year-to-date -- so regular pay and
      * commission print current only and the gross line carries
      * the year.
       250-PRINT-PAY-TABLE.
           WRITE ADVPRINT-REC FROM ADV-COL-HEADER.

           MOVE 'EARNINGS' TO ADV-SECTION-O.
           WRITE ADVPRINT-REC FROM ADV-SECTION-LINE.
           IF ADV-CUR-COMMISSION > ZERO
                COMPUTE REGULAR-PAY-WS =
                    ADV-CUR-GROSS - ADV-CUR-COMMISSION
                MOVE 'REGULAR PAY' TO ADV-AMT-LABEL
                MOVE REGULAR-PAY-WS TO ADV-AMT-CUR-O
                MOVE SPACES TO ADV-AMT-YTD-X
                MOVE SPACES TO ADV-AMT-ARR-X
                WRITE ADVPRINT-REC FROM ADV-AMT-LINE
                MOVE 'COMMISSION' TO ADV-AMT-LABEL
                MOVE ADV-CUR-COMMISSION TO ADV-AMT-CUR-O
                WRITE ADVPRINT-REC FROM ADV-AMT-LINE
           END-IF.
           MOVE 'GROSS PAY' TO ADV-AMT-LABEL.
           MOVE ADV-CUR-GROSS TO ADV-AMT-CUR-O.
           MOVE ADV-YTD-GROSS TO ADV-AMT-YTD-O.
           MOVE SPACES TO ADV-AMT-ARR-X.
           WRITE ADVPRINT-REC FROM ADV-AMT-LINE.

           MOVE 'TAXES' TO ADV-SECTION-O.
           WRITE ADVPRINT-REC FROM ADV-SECTION-LINE.
           MOVE 'FEDERAL INCOME TAX' TO ADV-AMT-LABEL.
           MOVE ADV-CUR-FED-TAX TO ADV-AMT-CUR-O.
           MOVE ADV-YTD-FED-TAX TO ADV-AMT-YTD-O.
           WRITE ADVPRINT-REC FROM ADV-AMT-LINE.
           MOVE 'STATE INCOME TAX' TO ADV-AMT-LABEL.
           MOVE ADV-CUR-STATE-TAX TO ADV-AMT-CUR-O.
           MOVE ADV-YTD-STATE-TAX TO ADV-AMT-YTD-O.
           WRITE ADVPRINT-REC FROM ADV-AMT-LINE.
           MOVE 'SOCIAL SECURITY' TO ADV-AMT-LABEL.
           MOVE ADV-CUR-SS-TAX TO ADV-AMT-CUR-O.
           MOVE ADV-YTD-SS-TAX TO ADV-AMT-YTD-O.
           WRITE ADVPRINT-REC FROM ADV-AMT-LINE.
           MOVE 'MEDICARE' TO ADV-AMT-LABEL.
           MOVE ADV-CUR-MED-TAX TO ADV-AMT-CUR-O.
           MOVE ADV-YTD-MED-TAX TO ADV-AMT-YTD-O.
           WRITE ADVPRINT-REC FROM ADV-AMT-LINE.

           MOVE 'DEDUCTIONS' TO ADV-SECTION-O.
           WRITE ADVPRINT-REC FROM ADV-SECTION-LINE.
           PERFORM 260-PRINT-ONE-DEDUCTION
               VARYING DED-SUB FROM 1 BY 1
               UNTIL DED-SUB > 5.

           PERFORM 280-PRINT-BLANK-LINE.
           MOVE 'NET PAY' TO ADV-AMT-LABEL.
           MOVE ADV-CUR-NET TO ADV-AMT-CUR-O.
           MOVE ADV-YTD-NET TO ADV-AMT-YTD-O.
           MOVE SPACES TO ADV-AMT-ARR-X.
           WRITE ADVPRINT-REC FROM ADV-AMT-LINE.

      * A deduction slot the history has never used prints nothing;
      * arrears print only where some of the code is still owed.
       260-PRINT-ONE-DEDUCTION.
           IF ADV-DED-CODE (DED-SUB) NOT = SPACES
                MOVE SPACES TO ADV-AMT-LABEL
                STRING 'CODE ' DELIMITED BY SIZE
                       ADV-DED-CODE (DED-SUB) DELIMITED BY SIZE
                    INTO ADV-AMT-LABEL
                MOVE ADV-DED-CUR (DED-SUB) TO ADV-AMT-CUR-O
                MOVE ADV-DED-YTD (DED-SUB) TO ADV-AMT-YTD-O
                IF ADV-DED-ARR (DED-SUB) > ZERO
                     MOVE ADV-DED-ARR (DED-SUB) TO ADV-AMT-ARR-O
                ELSE
                     MOVE SPACES TO ADV-AMT-ARR-X
                END-IF
                WRITE ADVPRINT-REC FROM ADV-AMT-LINE
           END-IF.

      * Closes the advice: the leave hours, then where the net went
      * -- the deposit to the masked account, the paper check, or
      * the hold notice when the account is on bank-return hold.
       270-END-ADVICE.
           PERFORM 280-PRINT-BLANK-LINE.
           MOVE ADV-LEAVE-ACCRUED TO ADV-LV-ACCRUED-O.
           MOVE ADV-LEAVE-TAKEN   TO ADV-LV-TAKEN-O.
           MOVE ADV-LEAVE-BAL     TO ADV-LV-BAL-O.
           WRITE ADVPRINT-REC FROM ADV-LEAVE-LINE.

           IF ADV-DEPOSIT-HELD
                WRITE ADVPRINT-REC FROM ADV-HELD-LINE
                ADD 1 TO HELD-COUNT
           ELSE
           IF ADV-PAID-BY-CHECK
                MOVE ADV-DEPOSIT-AMT    TO ADV-CHK-AMT-O
                WRITE ADVPRINT-REC FROM ADV-CHECK-LINE
                ADD 1 TO CHECK-COUNT
           ELSE
                MOVE ADV-DEPOSIT-AMT    TO ADV-DEP-AMT-O
                MOVE ADV-ACCOUNT-LAST-4 TO ADV-DEP-LAST-4-O
                WRITE ADVPRINT-REC FROM ADV-DEPOSIT-LINE
           END-IF
           END-IF.

           PERFORM 280-PRINT-BLANK-LINE.
           PERFORM 280-PRINT-BLANK-LINE.
           PERFORM 280-PRINT-BLANK-LINE.

           ADD 1 TO ADVICE-COUNT.

       280-PRINT-BLANK-LINE.
           MOVE SPACES TO ADVPRINT-REC.
           WRITE ADVPRINT-REC.

       400-READ-ADVFILE.
           READ ADVFILE
               AT END MOVE 'Y' TO ADVFILE-EOF
           END-READ.

           IF NOT (AF-NORMAL OR NO-MORE-ADVFILE)
                DISPLAY 'ERROR READING ADVFILE'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "PAY ADVICES PRINTED: " ADVICE-COUNT.
           DISPLAY "DEPOSITS HELD:       " HELD-COUNT.
           DISPLAY "PAID BY CHECK:       " CHECK-COUNT.
           IF ADDR-MISSING-COUNT > 0
                DISPLAY "*** WARNING: " ADDR-MISSING-COUNT
                    " ADVICE(S) HAD NO ADDRESS ON EMPMAS2 ***"
           END-IF.
           CLOSE ADVPRINT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * advices read, advices printed, and the net pay they carry.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'PAYADV  '          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE ADVICES-READ        TO LED-RECS-IN.
           MOVE ADVICE-COUNT        TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                TO LED-RECS-REJECTED.
           MOVE NET-HASH            TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
