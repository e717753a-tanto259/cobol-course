      ***** MONTH IN DEPOSIT-FORM LAYOUT -- THE FIGURES THAT USED TO
      ***** BE ADDED UP FROM SAVED PAYSTUB PRINTOUTS.
      *****
      ***** SOCIAL SECURITY AND MEDICARE GET THEIR OWN SECTION BY
      ***** MONTH -- TAXABLE SOCIAL SECURITY WAGES, THE EMPLOYEE AND
      ***** EMPLOYER SHARES OF EACH TAX, AND ADDITIONAL MEDICARE --
      ***** AND THE QUARTER'S FEDERAL DEPOSIT LIABILITY (FEDERAL
      ***** INCOME TAX PLUS BOTH SHARES) IS PRINTED UNDER IT.
      *****
      ***** THE QUARTER'S NET PAY IS ALSO CROSS-FOOTED AGAINST THE
      ***** SUM OF THE QUARTER'S ACH BATCH-CONTROL ('8') CREDIT
      ***** TOTALS FROM THE CONCATENATED DEPOSIT FILES, THE NETS
      ***** PAID BY PAPER CHECK FROM THE CONCATENATED CHECK
      ***** REQUESTS, AND THE NETS PAYROL0B HELD FOR RE-ISSUE (ON
      ***** THE FILING BUT LAWFULLY ABSENT FROM THE BANK), SO THE
      ***** FILING AND THE CASH ACTUALLY TIE -- A DISAGREEMENT FAILS
      ***** THE RUN LOUDLY, WITH THE CHECK AND HELD TOTALS BROKEN
      ***** OUT ON THE REPORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
      *  files.  A held deposit's net is on PAYHIST but never went
      *  out through ACH, so the 'HLD' entries here are the lawful
      *  gap between the filing's net and the bank's credits.
      *  The quarter's check requests from PAYROL0B, concatenated
      *  like the deposit files, each run's CONTROL trailer skipped.
      *  These nets went out as paper checks instead of through ACH.
      *  Optional -- a quarter with every employee on direct deposit
      *  has none.
           SELECT CHKREQ
           ASSIGN TO CHKREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHKREQ-ST.
           SELECT REISSUE
           ASSIGN TO REISSUE
               ORGANIZATION IS SEQUENTIAL
           05  FILLER                  PIC X(72).

       FD  PAYHIST
           RECORD CONTAINS 206 CHARACTERS.
       01  PAYHIST-REC.
           05  PH-PERIOD-ID                PIC 9(06).
           05  PH-PAY-DATE                 PIC 9(08).
           05  PH-DED-GRP OCCURS 5 TIMES.
               10  PH-DED-CODE             PIC X(03).
               10  PH-DED-AMT              PIC 9(9)V99.
           05  PH-SS-WAGES                 PIC 9(9)V99.
           05  PH-SS-TAX                   PIC 9(9)V99.
           05  PH-MED-TAX                  PIC 9(9)V99.
           05  PH-ADDL-MED-TAX             PIC 9(9)V99.
           05  PH-SS-ER-TAX                PIC 9(9)V99.
           05  PH-MED-ER-TAX               PIC 9(9)V99.
           05  FILLER                      PIC X(06).

       FD  ACH-IN
               88  RI-HELD-DEPOSIT                     VALUE 'HLD'.
           05  FILLER                  PIC X(06).

       FD  CHKREQ
           RECORD CONTAINS 200 CHARACTERS.
       01  CHKREQ-REC.
           05  FILLER                  PIC X(158).
           05  CQ-NET                  PIC 9(9)V99.
           05  FILLER                  PIC X(31).

       FD  QTRRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  QTRRPT-REC                  PIC X(133).
               88  RI-FILE-MISSING                     VALUE '35'.
           05  REISSUE-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-REISSUE                     VALUE 'Y'.
           05  CHKREQ-ST               PIC X(02).
               88  CQ-NORMAL                           VALUE '00'.
               88  CQ-FILE-MISSING                     VALUE '35'.
           05  CHKREQ-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-CHKREQ                      VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
               10  MO-FED-TAX          PIC S9(11)V99.
               10  MO-STATE-TAX        PIC S9(11)V99.
               10  MO-NET              PIC S9(11)V99.
               10  MO-SS-WAGES         PIC S9(11)V99.
               10  MO-SS-TAX           PIC S9(11)V99.
               10  MO-SS-ER-TAX        PIC S9(11)V99.
               10  MO-MED-TAX          PIC S9(11)V99.
               10  MO-MED-ER-TAX       PIC S9(11)V99.
               10  MO-ADDL-MED-TAX     PIC S9(11)V99.
       77  MONTH-COUNT                 PIC S9(04) COMP VALUE 0.
       77  MONTH-SKIPPED               PIC S9(04) COMP VALUE 0.
       77  MO-SUB                      PIC S9(04) COMP VALUE 0.
       01  QTR-FED-TOTAL               PIC S9(11)V99 VALUE 0.
       01  QTR-STATE-TOTAL             PIC S9(11)V99 VALUE 0.
       01  QTR-NET-TOTAL               PIC S9(11)V99 VALUE 0.
       01  QTR-SS-WAGES-TOTAL          PIC S9(11)V99 VALUE 0.
       01  QTR-SS-TAX-TOTAL            PIC S9(11)V99 VALUE 0.
       01  QTR-SS-ER-TOTAL             PIC S9(11)V99 VALUE 0.
       01  QTR-MED-TAX-TOTAL           PIC S9(11)V99 VALUE 0.
       01  QTR-MED-ER-TOTAL            PIC S9(11)V99 VALUE 0.
       01  QTR-ADDL-MED-TOTAL          PIC S9(11)V99 VALUE 0.
       01  QTR-DEPOSIT-TOTAL           PIC S9(11)V99 VALUE 0.
       01  ACH-CREDIT-TOTAL            PIC S9(11)V99 VALUE 0.
       01  HELD-NET-TOTAL              PIC S9(11)V99 VALUE 0.
       77  HELD-NET-COUNT              PIC 9(05) VALUE 0.
       01  CHECK-NET-TOTAL             PIC S9(11)V99 VALUE 0.
       77  CHECK-NET-COUNT             PIC 9(05) VALUE 0.
       01  CASH-DIFF-WS                PIC S9(11)V99 VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(20)       VALUE SPACES.
           05  RPT-NET-T               PIC -$$,$$$,$$$,$$9.99.

       01  FICA-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(38)
                  VALUE "SOCIAL SECURITY AND MEDICARE LIABILITY".

       01  FICA-COL-HEADER.
           05  FILLER                  PIC X(08)       VALUE "MONTH".
           05  FILLER                  PIC X(19)
                  VALUE "     SS WAGES".
           05  FILLER                  PIC X(19)
                  VALUE "      SS EMPLOYEE".
           05  FILLER                  PIC X(19)
                  VALUE "      SS EMPLOYER".
           05  FILLER                  PIC X(19)
                  VALUE "     MED EMPLOYEE".
           05  FILLER                  PIC X(19)
                  VALUE "     MED EMPLOYER".
           05  FILLER                  PIC X(19)
                  VALUE "    ADDL MEDICARE".

       01  FICA-MONTH-LINE.
           05  FICA-MONTH-O            PIC 9(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  FICA-SS-WAGES-O         PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FICA-SS-EE-O            PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FICA-SS-ER-O            PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FICA-MED-EE-O           PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FICA-MED-ER-O           PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  FICA-ADDL-MED-O         PIC -$$,$$$,$$$,$$9.99.

       01  RPT-DEPOSIT-LINE.
           05  FILLER                  PIC X(46)
                  VALUE "FEDERAL DEPOSIT LIABILITY (INCOME TAX + FICA)".
           05  RPT-DEPOSIT-O           PIC -$$,$$$,$$$,$$9.99.

       01  RPT-HELD-LINE.
           05  FILLER                  PIC X(26)
                  VALUE "HELD FOR RE-ISSUE (HLD):  ".
                  VALUE "  DEPOSITS ".
           05  RPT-HELD-COUNT          PIC ZZ,ZZ9.

       01  RPT-CHECK-LINE.
           05  FILLER                  PIC X(26)
                  VALUE "PAID BY PAPER CHECK:      ".
           05  RPT-CHECK-O             PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(11)
                  VALUE "  CHECKS   ".
           05  RPT-CHECK-COUNT         PIC ZZ,ZZ9.

       01  RPT-CASH-LINE.
           05  FILLER                  PIC X(26)
                  VALUE "ACH BATCH CREDITS (CASH): ".
               UNTIL NO-MORE-PAYHIST.
           PERFORM 300-SUM-ACH-BATCHES UNTIL NO-MORE-ACH.
           PERFORM 310-SUM-HELD-NETS UNTIL NO-MORE-REISSUE.
           PERFORM 320-SUM-CHECK-NETS UNTIL NO-MORE-CHKREQ.
           PERFORM 500-PRINT-REPORT.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
                END-IF
           END-IF.

           OPEN INPUT CHKREQ.
           IF NOT CQ-NORMAL
                IF CQ-FILE-MISSING
                     MOVE 'Y' TO CHKREQ-EOF
                ELSE
                     DISPLAY 'ERROR OPENING CHKREQ'
                     GO TO 999-RETURN-ERR
                END-IF
           END-IF.

           PERFORM 400-READ-PAYHIST.
           PERFORM 420-READ-ACH.
           IF NOT NO-MORE-REISSUE
                PERFORM 430-READ-REISSUE
           END-IF.
           IF NOT NO-MORE-CHKREQ
                PERFORM 440-READ-CHKREQ
           END-IF.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set, so a rerun of a prior night stamps that
           ADD PH-STATE-TAX TO QTR-STATE-TOTAL.
           ADD PH-NET       TO QTR-NET-TOTAL.

           ADD PH-SS-WAGES     TO MO-SS-WAGES (MO-FOUND-SUB).
           ADD PH-SS-TAX       TO MO-SS-TAX (MO-FOUND-SUB).
           ADD PH-SS-ER-TAX    TO MO-SS-ER-TAX (MO-FOUND-SUB).
           ADD PH-MED-TAX      TO MO-MED-TAX (MO-FOUND-SUB).
           ADD PH-MED-ER-TAX   TO MO-MED-ER-TAX (MO-FOUND-SUB).
           ADD PH-ADDL-MED-TAX TO MO-ADDL-MED-TAX (MO-FOUND-SUB).
           ADD PH-SS-WAGES     TO QTR-SS-WAGES-TOTAL.
           ADD PH-SS-TAX       TO QTR-SS-TAX-TOTAL.
           ADD PH-SS-ER-TAX    TO QTR-SS-ER-TOTAL.
           ADD PH-MED-TAX      TO QTR-MED-TAX-TOTAL.
           ADD PH-MED-ER-TAX   TO QTR-MED-ER-TOTAL.
           ADD PH-ADDL-MED-TAX TO QTR-ADDL-MED-TOTAL.

       200-FOLD-ONE-DETAIL-X.
           PERFORM 400-READ-PAYHIST.

           END-IF.
           PERFORM 430-READ-REISSUE.

      * Every payroll check request is net pay that left by check.
      * Re-issue and replacement checks are not here: they pay nets
      * already counted as held or as an ACH credit.
       320-SUM-CHECK-NETS.
           ADD 1 TO CHECK-NET-COUNT.
           ADD CQ-NET TO CHECK-NET-TOTAL.
           PERFORM 440-READ-CHKREQ.

      * Each run's CONTROL trailer is recognized by the leading
      * literal and skipped, so the quarter's files concatenate
      * straight in.
                GO TO 999-RETURN-ERR
           END-IF.

       440-READ-CHKREQ.
           READ CHKREQ
               AT END MOVE 'Y' TO CHKREQ-EOF
           END-READ.

           IF NOT (CQ-NORMAL OR NO-MORE-CHKREQ)
                DISPLAY 'ERROR READING CHKREQ'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-CHKREQ
                  AND CHKREQ-REC (1:7) = 'CONTROL'
                GO TO 440-READ-CHKREQ
           END-IF.

      * Deposit-form layout: one line per month, the quarter totals,
      * and the cash cross-foot.  A filing that does not tie to the
      * cash fails the run so it cannot be mailed wrong.
           MOVE QTR-NET-TOTAL   TO RPT-NET-T.
           WRITE QTRRPT-REC FROM RPT-TOTAL-LINE.

      * Social Security and Medicare by month, both shares, then
      * the quarter's federal deposit: income tax withheld plus the
      * employee and employer shares of both taxes.
           MOVE SPACES TO QTRRPT-REC.
           WRITE QTRRPT-REC.
           WRITE QTRRPT-REC FROM FICA-TITLE-LINE.
           MOVE SPACES TO QTRRPT-REC.
           WRITE QTRRPT-REC.
           WRITE QTRRPT-REC FROM FICA-COL-HEADER.

           PERFORM 530-PRINT-ONE-FICA-MONTH
               VARYING MO-IDX FROM 1 BY 1
               UNTIL MO-IDX > MONTH-COUNT.

           MOVE SPACES TO QTRRPT-REC.
           WRITE QTRRPT-REC.
           MOVE 'QUARTER '         TO FICA-MONTH-LINE (1:8).
           MOVE QTR-SS-WAGES-TOTAL TO FICA-SS-WAGES-O.
           MOVE QTR-SS-TAX-TOTAL   TO FICA-SS-EE-O.
           MOVE QTR-SS-ER-TOTAL    TO FICA-SS-ER-O.
           MOVE QTR-MED-TAX-TOTAL  TO FICA-MED-EE-O.
           MOVE QTR-MED-ER-TOTAL   TO FICA-MED-ER-O.
           MOVE QTR-ADDL-MED-TOTAL TO FICA-ADDL-MED-O.
           WRITE QTRRPT-REC FROM FICA-MONTH-LINE.

           COMPUTE QTR-DEPOSIT-TOTAL = QTR-FED-TOTAL
               + QTR-SS-TAX-TOTAL + QTR-SS-ER-TOTAL
               + QTR-MED-TAX-TOTAL + QTR-MED-ER-TOTAL
               + QTR-ADDL-MED-TOTAL.
           MOVE QTR-DEPOSIT-TOTAL TO RPT-DEPOSIT-O.
           MOVE SPACES TO QTRRPT-REC.
           WRITE QTRRPT-REC.
           WRITE QTRRPT-REC FROM RPT-DEPOSIT-LINE.
           MOVE SPACES TO QTRRPT-REC.
           WRITE QTRRPT-REC.

      * The filing's net must equal the cash that moved through ACH,
      * plus the nets paid by paper check, plus the nets PAYROL0B
      * held for re-issue -- check and held money is lawfully absent
      * from the bank's credits, so it is broken out rather than
      * failing the quarter.
           MOVE CHECK-NET-TOTAL TO RPT-CHECK-O.
           MOVE CHECK-NET-COUNT TO RPT-CHECK-COUNT.
           WRITE QTRRPT-REC FROM RPT-CHECK-LINE.

           MOVE HELD-NET-TOTAL TO RPT-HELD-O.
           MOVE HELD-NET-COUNT TO RPT-HELD-COUNT.
           WRITE QTRRPT-REC FROM RPT-HELD-LINE.

           COMPUTE CASH-DIFF-WS = QTR-NET-TOTAL - ACH-CREDIT-TOTAL
               - CHECK-NET-TOTAL - HELD-NET-TOTAL.
           MOVE ACH-CREDIT-TOTAL TO RPT-CASH-O.
           MOVE CASH-DIFF-WS     TO RPT-CASH-DIFF.
           IF CASH-DIFF-WS = ZERO

           IF CASH-DIFF-WS NOT = ZERO
                DISPLAY 'ERROR: QUARTER NET PAY DOES NOT TIE TO '
                        'ACH BATCH CREDITS PLUS CHECKS PLUS HELD '
                        'RE-ISSUES'
                GO TO 999-RETURN-ERR
           END-IF.

           MOVE MO-NET (MO-IDX)       TO RPT-NET-O.
           WRITE QTRRPT-REC FROM RPT-MONTH-LINE.

       530-PRINT-ONE-FICA-MONTH.
           MOVE MO-MONTH (MO-IDX)        TO FICA-MONTH-O.
           MOVE MO-SS-WAGES (MO-IDX)     TO FICA-SS-WAGES-O.
           MOVE MO-SS-TAX (MO-IDX)       TO FICA-SS-EE-O.
           MOVE MO-SS-ER-TAX (MO-IDX)    TO FICA-SS-ER-O.
           MOVE MO-MED-TAX (MO-IDX)      TO FICA-MED-EE-O.
           MOVE MO-MED-ER-TAX (MO-IDX)   TO FICA-MED-ER-O.
           MOVE MO-ADDL-MED-TAX (MO-IDX) TO FICA-ADDL-MED-O.
           WRITE QTRRPT-REC FROM FICA-MONTH-LINE.

       900-CLEANUP.
           IF MONTH-SKIPPED > 0
                DISPLAY "*** WARNING: " MONTH-SKIPPED
           IF NOT RI-FILE-MISSING
                CLOSE REISSUE
           END-IF.
           IF NOT CQ-FILE-MISSING
                CLOSE CHKREQ
           END-IF.

      * One run-control record for DAYBAL's nightly cross-foot:
      * details read, details bucketed.
