       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GARNRMT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** GARNISHMENT REMITTANCE BY AGENCY.
      *****
      ***** READS THE GARNREM REMITTANCE DETAIL PAYROL0B WRITES EACH
      ***** RUN -- ONE RECORD PER WITHHOLDING ORDER TAKEN FROM A
      ***** CHECK -- AND PRINTS IT BY PAYEE AGENCY, CASE AND EMPLOYEE:
      ***** WHAT WAS WITHHELD ON EACH CASE, WHAT THE ORDER STILL
      ***** OWES, AND WHICH TAKES THE FEDERAL DISPOSABLE-EARNINGS
      ***** LIMIT HELD SHORT OF THE ORDER.  EACH AGENCY'S TOTAL IS
      ***** WHAT IS OWED IT FOR THE PERIOD, AND GOES OUT AS ONE
      ***** PAYMENT RECORD ON GARNPAY FOR ACCOUNTS PAYABLE.
      *****
      ***** THE FILE'S CONTROL TRAILER CARRIES THE RECORD COUNT AND
      ***** THE DOLLARS WITHHELD.  A FILE WITHOUT ONE, OR WHOSE COUNT
      ***** OR DOLLARS DISAGREE, WAS CUT SHORT AND FAILS THE RUN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GARNREM
           ASSIGN TO GARNREM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GARNREM-ST.
           SELECT GARNSORT
           ASSIGN TO GARNSORT.
           SELECT GARNRPT
           ASSIGN TO GARNRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GARNRPT-ST.
      *  One payment per agency for the period, closed by a CONTROL
      *  trailer.
           SELECT GARNPAY
           ASSIGN TO GARNPAY
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GARNPAY-ST.
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

      * PAYROL0B's GARNREM layout.  Order types: 'S' support, 'L'
      * tax levy, 'C' creditor garnishment.
       FD  GARNREM
           RECORD CONTAINS 120 CHARACTERS.
       01  GARNREM-REC.
           05  GR-AGENCY-ID            PIC X(06).
           05  GR-AGENCY-NAME          PIC X(30).
           05  GR-CASE-NBR             PIC X(15).
           05  GR-ORDER-TYPE           PIC X(01).
           05  GR-EMP-ID               PIC 9(06).
           05  GR-FNAME                PIC X(08).
           05  GR-LNAME                PIC X(08).
           05  GR-PERIOD-ID            PIC 9(06).
           05  GR-PAY-DATE             PIC 9(08).
           05  GR-AMOUNT               PIC 9(7)V99.
           05  GR-BALANCE              PIC 9(9)V99.
           05  GR-LIMITED-SW           PIC X(01).
           05  FILLER                  PIC X(11).

       SD  GARNSORT
           RECORD CONTAINS 120 CHARACTERS.
       01  GARNSORT-REC.
           05  SRT-AGENCY-ID           PIC X(06).
           05  SRT-AGENCY-NAME         PIC X(30).
           05  SRT-CASE-NBR            PIC X(15).
           05  SRT-ORDER-TYPE          PIC X(01).
               88  SRT-SUPPORT                         VALUE 'S'.
               88  SRT-TAX-LEVY                        VALUE 'L'.
           05  SRT-EMP-ID              PIC 9(06).
           05  SRT-FNAME               PIC X(08).
           05  SRT-LNAME               PIC X(08).
           05  SRT-PERIOD-ID           PIC 9(06).
           05  SRT-PAY-DATE            PIC 9(08).
           05  SRT-AMOUNT              PIC 9(7)V99.
           05  SRT-BALANCE             PIC 9(9)V99.
           05  SRT-LIMITED-SW          PIC X(01).
               88  SRT-LIMITED                         VALUE 'Y'.
           05  FILLER                  PIC X(11).

       FD  GARNRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  GARNRPT-REC                 PIC X(133).

       FD  GARNPAY
           RECORD CONTAINS 80 CHARACTERS.
       01  GARNPAY-REC.
           05  GP-AGENCY-ID            PIC X(06).
           05  GP-AGENCY-NAME          PIC X(30).
           05  GP-PAY-DATE             PIC 9(08).
           05  GP-CASE-COUNT           PIC 9(05).
           05  GP-AMOUNT               PIC 9(9)V99.
           05  FILLER                  PIC X(20).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CTLREC.
           COPY RUNLEDG.

       01  FLAGS.
           05  GARNREM-ST              PIC X(02).
               88  GM-NORMAL                           VALUE '00'.
           05  GARNRPT-ST              PIC X(02).
               88  GT-NORMAL                           VALUE '00'.
           05  GARNPAY-ST              PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  GARNREM-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-GARNREM                     VALUE 'Y'.
           05  TRAILER-SEEN-SW         PIC X(01)       VALUE 'N'.
               88  TRAILER-SEEN                        VALUE 'Y'.
           05  FIRST-SORTED-SW         PIC X(01)       VALUE 'Y'.
               88  FIRST-SORTED                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       77  TRAILER-COUNT               PIC 9(07) VALUE 0.
       01  TRAILER-HASH                PIC S9(9)V99 VALUE 0.
       01  READ-HASH                   PIC S9(9)V99 VALUE 0.
       77  LINES-READ                  PIC 9(07) VALUE 0.
       77  LINES-PRINTED               PIC 9(07) VALUE 0.
       77  LIMITED-COUNT               PIC 9(07) VALUE 0.
       77  AGENCIES-PAID               PIC 9(07) VALUE 0.

       01  BREAK-FIELDS.
           05  BRK-AGENCY-ID           PIC X(06).
           05  BRK-AGENCY-NAME         PIC X(30).
           05  BRK-PAY-DATE            PIC 9(08).

       77  AGENCY-CASES                PIC 9(05) VALUE 0.
       01  AGENCY-TOTAL                PIC S9(9)V99 VALUE 0.
       01  GRAND-TOTAL                 PIC S9(11)V99 VALUE 0.
       77  GP-CTL-COUNT                PIC 9(07) VALUE 0.
       01  GP-CTL-HASH                 PIC S9(9)V99 VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(34)
                  VALUE "GARNISHMENT REMITTANCE BY AGENCY".
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-TITLE-DATE          PIC XXXX/XX/XX.

       01  RPT-AGENCY-LINE.
           05  FILLER                  PIC X(07)       VALUE "PAYEE: ".
           05  RPT-AGENCY-ID           PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-AGENCY-NAME         PIC X(30).

       01  RPT-COL-HEADER.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  FILLER                  PIC X(17)
                  VALUE "CASE NUMBER".
           05  FILLER                  PIC X(13)
                  VALUE "ORDER TYPE".
           05  FILLER                  PIC X(08)       VALUE "EMP ID".
           05  FILLER                  PIC X(19)       VALUE "EMPLOYEE".
           05  FILLER                  PIC X(08)       VALUE "PERIOD".
           05  FILLER                  PIC X(15)
                  VALUE "       WITHHELD".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(17)
                  VALUE "     BALANCE OWED".
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FILLER                  PIC X(10)       VALUE "NOTE".

       01  RPT-DETAIL-LINE.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-CASE-NBR            PIC X(15).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-ORDER-TYPE          PIC X(11).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-EMP-ID              PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-FNAME               PIC X(08).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-LNAME               PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-PERIOD-ID           PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-AMOUNT              PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-BALANCE             PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-NOTE                PIC X(22).

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(50).
           05  RPT-TOTAL-COUNT         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07)
                  VALUE " CASES ".
           05  RPT-TOTAL-AMOUNT        PIC -$$,$$$,$$$,$$9.99.

       01  RPT-TIE-LINE.
           05  FILLER                  PIC X(28)
                  VALUE "PAYROLL WITHHELD (TRAILER):".
           05  RPT-TIE-TRAILER         PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TIE-FLAG            PIC X(14).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT GARNSORT
               ON ASCENDING KEY SRT-AGENCY-ID
               ON ASCENDING KEY SRT-CASE-NBR
               ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE IS 200-READ-REMITTANCE
                   THRU 200-READ-REMITTANCE-X
               OUTPUT PROCEDURE IS 300-PRINT-REMITTANCE
                   THRU 300-PRINT-REMITTANCE-X.
           PERFORM 500-PRINT-GRAND-TOTAL.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.

           OPEN OUTPUT GARNRPT
           IF NOT GT-NORMAL
                DISPLAY 'ERROR OPENING GARNRPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT GARNPAY
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GARNPAY'
                GO TO 999-RETURN-ERR.

           MOVE BUSINESS-DATE-X TO RPT-TITLE-DATE.
           WRITE GARNRPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO GARNRPT-REC.
           WRITE GARNRPT-REC.

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

      * First pass: every remittance line goes to the sort; the
      * CONTROL trailer is held back for its count and dollars, and
      * a file without one -- or that disagrees with it -- was cut
      * short and stops the run.
       200-READ-REMITTANCE.
           OPEN INPUT GARNREM
           IF NOT GM-NORMAL
                DISPLAY 'ERROR OPENING GARNREM'
                GO TO 999-RETURN-ERR.

           PERFORM 400-READ-GARNREM.

           PERFORM UNTIL NO-MORE-GARNREM
               IF GARNREM-REC (1:7) = 'CONTROL'
                    MOVE GARNREM-REC TO CONTROL-REC
                    MOVE CTL-RECORD-COUNT TO TRAILER-COUNT
                    MOVE CTL-AMOUNT-HASH  TO TRAILER-HASH
                    MOVE 'Y' TO TRAILER-SEEN-SW
               ELSE
                    ADD 1 TO LINES-READ
                    ADD GR-AMOUNT TO READ-HASH
                    MOVE GARNREM-REC TO GARNSORT-REC
                    RELEASE GARNSORT-REC
               END-IF
               PERFORM 400-READ-GARNREM
           END-PERFORM.

           CLOSE GARNREM.

           IF NOT TRAILER-SEEN
                DISPLAY 'ERROR: GARNREM CONTROL TRAILER MISSING'
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-COUNT NOT = LINES-READ
                DISPLAY 'ERROR: GARNREM HAS ' LINES-READ
                        ' LINES, CONTROL TRAILER SAYS '
                        TRAILER-COUNT
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-HASH NOT = READ-HASH
                DISPLAY 'ERROR: GARNREM DOLLARS OUT OF BALANCE '
                        'WITH CONTROL TRAILER'
                GO TO 999-RETURN-ERR
           END-IF.

       200-READ-REMITTANCE-X.
           EXIT.

      * Second pass: lines come back by agency, case and employee.
      * Each line prints; an agency break prints what it is owed
      * and writes its payment.
       300-PRINT-REMITTANCE.
           RETURN GARNSORT
               AT END
                   IF NOT FIRST-SORTED
                        PERFORM 340-END-AGENCY
                   END-IF
                   GO TO 300-PRINT-REMITTANCE-X
           END-RETURN.

           IF FIRST-SORTED
                MOVE 'N' TO FIRST-SORTED-SW
                PERFORM 310-START-AGENCY
           ELSE
                IF SRT-AGENCY-ID NOT = BRK-AGENCY-ID
                     PERFORM 340-END-AGENCY
                     PERFORM 310-START-AGENCY
                END-IF
           END-IF.

           PERFORM 320-PRINT-DETAIL.
           GO TO 300-PRINT-REMITTANCE.

       300-PRINT-REMITTANCE-X.
           EXIT.

       310-START-AGENCY.
           MOVE SRT-AGENCY-ID   TO BRK-AGENCY-ID.
           MOVE SRT-AGENCY-NAME TO BRK-AGENCY-NAME.
           MOVE SRT-PAY-DATE    TO BRK-PAY-DATE.
           MOVE ZERO TO AGENCY-CASES.
           MOVE ZERO TO AGENCY-TOTAL.
           MOVE SRT-AGENCY-ID   TO RPT-AGENCY-ID.
           MOVE SRT-AGENCY-NAME TO RPT-AGENCY-NAME.
           WRITE GARNRPT-REC FROM RPT-AGENCY-LINE.
           WRITE GARNRPT-REC FROM RPT-COL-HEADER.

       320-PRINT-DETAIL.
           MOVE SRT-CASE-NBR    TO RPT-CASE-NBR.
           EVALUATE TRUE
               WHEN SRT-SUPPORT
                   MOVE 'SUPPORT'     TO RPT-ORDER-TYPE
               WHEN SRT-TAX-LEVY
                   MOVE 'TAX LEVY'    TO RPT-ORDER-TYPE
               WHEN OTHER
                   MOVE 'CREDITOR'    TO RPT-ORDER-TYPE
           END-EVALUATE.
           MOVE SRT-EMP-ID      TO RPT-EMP-ID.
           MOVE SRT-FNAME       TO RPT-FNAME.
           MOVE SRT-LNAME       TO RPT-LNAME.
           MOVE SRT-PERIOD-ID   TO RPT-PERIOD-ID.
           MOVE SRT-AMOUNT      TO RPT-AMOUNT.
           MOVE SRT-BALANCE     TO RPT-BALANCE.
           IF SRT-LIMITED
                MOVE 'HELD TO FEDERAL LIMIT' TO RPT-NOTE
                ADD 1 TO LIMITED-COUNT
           ELSE
                MOVE SPACES TO RPT-NOTE
           END-IF.
           WRITE GARNRPT-REC FROM RPT-DETAIL-LINE.
           ADD 1 TO LINES-PRINTED.
           ADD 1 TO AGENCY-CASES.
           ADD SRT-AMOUNT TO AGENCY-TOTAL.
           ADD SRT-AMOUNT TO GRAND-TOTAL.

      * The agency's total is its remittance for the period.
       340-END-AGENCY.
           MOVE SPACES TO RPT-TOTAL-LABEL.
           STRING '    REMIT TO ' DELIMITED BY SIZE
                  BRK-AGENCY-NAME DELIMITED BY SIZE
               INTO RPT-TOTAL-LABEL.
           MOVE AGENCY-CASES TO RPT-TOTAL-COUNT.
           MOVE AGENCY-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GARNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE SPACES TO GARNRPT-REC.
           WRITE GARNRPT-REC.

           INITIALIZE GARNPAY-REC.
           MOVE BRK-AGENCY-ID   TO GP-AGENCY-ID.
           MOVE BRK-AGENCY-NAME TO GP-AGENCY-NAME.
           MOVE BRK-PAY-DATE    TO GP-PAY-DATE.
           MOVE AGENCY-CASES    TO GP-CASE-COUNT.
           MOVE AGENCY-TOTAL    TO GP-AMOUNT.
           WRITE GARNPAY-REC.
           ADD 1 TO GP-CTL-COUNT.
           ADD AGENCY-TOTAL TO GP-CTL-HASH.
           ADD 1 TO AGENCIES-PAID.

       400-READ-GARNREM.
           READ GARNREM
               AT END MOVE 'Y' TO GARNREM-EOF
           END-READ.

           IF NOT (GM-NORMAL OR NO-MORE-GARNREM)
                DISPLAY 'ERROR READING GARNREM'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-GRAND-TOTAL.
           MOVE 'TOTAL OWED TO ALL AGENCIES' TO RPT-TOTAL-LABEL.
           MOVE LINES-PRINTED TO RPT-TOTAL-COUNT.
           MOVE GRAND-TOTAL TO RPT-TOTAL-AMOUNT.
           WRITE GARNRPT-REC FROM RPT-TOTAL-LINE.
           MOVE TRAILER-HASH TO RPT-TIE-TRAILER.
           IF GRAND-TOTAL = TRAILER-HASH
                MOVE 'TIES' TO RPT-TIE-FLAG
           ELSE
                MOVE '** OUT OF TIE' TO RPT-TIE-FLAG
           END-IF.
           WRITE GARNRPT-REC FROM RPT-TIE-LINE.

       900-CLEANUP.
           MOVE 'CONTROL'    TO CTL-ID.
           MOVE GP-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE GP-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE GARNPAY-REC FROM CONTROL-REC.

           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "REMITTANCE LINES READ:    " LINES-READ.
           DISPLAY "REMITTANCE LINES PRINTED: " LINES-PRINTED.
           DISPLAY "AGENCIES TO BE PAID:      " AGENCIES-PAID.
           DISPLAY "TAKES HELD TO THE LIMIT:  " LIMITED-COUNT.
           CLOSE GARNRPT, GARNPAY.

      * One run-control record for DAYBAL's nightly cross-foot:
      * remittance lines read, lines printed, agency payments
      * written, and the dollars owed the agencies.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'GARNRMT '          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE LINES-READ          TO LED-RECS-IN.
           MOVE LINES-PRINTED       TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                TO LED-RECS-REJECTED.
           MOVE GRAND-TOTAL         TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
