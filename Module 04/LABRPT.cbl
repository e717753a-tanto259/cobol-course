       IDENTIFICATION DIVISION.
       PROGRAM-ID.     LABRPT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** LABOR DISTRIBUTION REPORT.
      *****
      ***** READS THE LABDIST FILE PAYROL0B WRITES EACH RUN -- EVERY
      ***** EMPLOYEE'S GROSS PAY, EMPLOYER SOCIAL SECURITY AND
      ***** MEDICARE, AND EMPLOYER BENEFIT SHARE, SPLIT BY HOME COST
      ***** CENTER AND BY THE PROJECTS THE EMPLOYEE'S APPROVED TIME
      ***** WAS CHARGED TO -- AND PRINTS IT BY COST CENTER, PROJECT
      ***** AND EMPLOYEE WITH SUBTOTALS AT EACH BREAK.
      *****
      ***** THE FILE'S CONTROL TRAILER CARRIES THE RECORD COUNT AND
      ***** THE PAYROLL REGISTER'S GROSS.  A COUNT THAT DISAGREES
      ***** MEANS A TRUNCATED FILE; A DISTRIBUTED GROSS THAT DOES NOT
      ***** TIE TO THE REGISTER GROSS TO THE PENNY FAILS THE RUN, WITH
      ***** BOTH FIGURES AND THE DIFFERENCE ON THE REPORT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABDIST
           ASSIGN TO LABDIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LABDIST-ST.
           SELECT LABSORT
           ASSIGN TO LABSORT.
           SELECT LABRPT
           ASSIGN TO LABRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LABRPT-ST.
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

      * PAYROL0B's LABDIST layout; a blank project is time charged
      * to no project, or an employee with no time on file.
       FD  LABDIST
           RECORD CONTAINS 80 CHARACTERS.
       01  LABDIST-REC.
           05  LD-PERIOD-ID            PIC 9(06).
           05  LD-COST-CENTER          PIC X(04).
           05  LD-PROJECT              PIC X(04).
           05  LD-EMP-ID               PIC 9(06).
           05  LD-HOURS                PIC 9(3)V99.
           05  LD-GROSS                PIC S9(9)V99.
           05  LD-ER-TAX               PIC S9(7)V99.
           05  LD-ER-BEN               PIC S9(7)V99.
           05  FILLER                  PIC X(26).

       SD  LABSORT
           RECORD CONTAINS 54 CHARACTERS.
       01  LABSORT-REC.
           05  SRT-COST-CENTER         PIC X(04).
           05  SRT-PROJECT             PIC X(04).
           05  SRT-EMP-ID              PIC 9(06).
           05  SRT-PERIOD-ID           PIC 9(06).
           05  SRT-HOURS               PIC 9(3)V99.
           05  SRT-GROSS               PIC S9(9)V99.
           05  SRT-ER-TAX              PIC S9(7)V99.
           05  SRT-ER-BEN              PIC S9(7)V99.

       FD  LABRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  LABRPT-REC                  PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY CTLREC.
           COPY RUNLEDG.

       01  FLAGS.
           05  LABDIST-ST              PIC X(02).
               88  LD-NORMAL                           VALUE '00'.
           05  LABRPT-ST               PIC X(02).
               88  LR-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  LABDIST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-LABDIST                     VALUE 'Y'.
           05  TRAILER-SEEN-SW         PIC X(01)       VALUE 'N'.
               88  TRAILER-SEEN                        VALUE 'Y'.
           05  FIRST-SORTED-SW         PIC X(01)       VALUE 'Y'.
               88  FIRST-SORTED                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-X REDEFINES BUSINESS-DATE-NUM
                                       PIC X(08).

       77  PERIOD-ID-WS                PIC 9(06) VALUE 0.
       77  TRAILER-COUNT               PIC 9(07) VALUE 0.
       01  REGISTER-GROSS-WS           PIC S9(11)V99 VALUE 0.
       01  TIE-DIFF-WS                 PIC S9(11)V99 VALUE 0.

       77  LINES-READ                  PIC 9(07) VALUE 0.
       77  LINES-PRINTED               PIC 9(07) VALUE 0.

       01  BREAK-FIELDS.
           05  BRK-COST-CENTER         PIC X(04).
           05  BRK-PROJECT             PIC X(04).

      * Running totals at each level: 1 the project within the cost
      * center, 2 the cost center, 3 the whole distribution.
       01  TOTALS-TABLE.
           05  TOT-ITEM OCCURS 3 TIMES.
               10  TOT-HOURS           PIC 9(7)V99.
               10  TOT-GROSS           PIC S9(11)V99.
               10  TOT-ER-TAX          PIC S9(11)V99.
               10  TOT-ER-BEN          PIC S9(11)V99.
       77  TOT-SUB                     PIC S9(04) COMP VALUE 0.
       77  PROJ-LEVEL                  PIC S9(04) COMP VALUE 1.
       77  CC-LEVEL                    PIC S9(04) COMP VALUE 2.
       77  GRAND-LEVEL                 PIC S9(04) COMP VALUE 3.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(30)
                  VALUE "LABOR DISTRIBUTION -- PERIOD ".
           05  RPT-TITLE-PERIOD        PIC 9(06).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-TITLE-DATE          PIC X(08).

       01  RPT-COL-HEADER.
           05  FILLER                  PIC X(08)       VALUE "CC".
           05  FILLER                  PIC X(08)       VALUE "PROJ".
           05  FILLER                  PIC X(10)       VALUE "EMPLOYEE".
           05  FILLER                  PIC X(11)
                  VALUE "      HOURS".
           05  FILLER                  PIC X(19)
                  VALUE "          GROSS PAY".
           05  FILLER                  PIC X(19)
                  VALUE "       EMPLOYER TAX".
           05  FILLER                  PIC X(19)
                  VALUE "   EMPLOYER BENEFIT".
           05  FILLER                  PIC X(19)
                  VALUE "         TOTAL COST".

       01  RPT-DETAIL-LINE.
           05  RPT-COST-CENTER         PIC X(04).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-PROJECT             PIC X(04).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-EMP-ID              PIC 9(06).
           05  FILLER                  PIC X(04)       VALUE SPACES.
           05  RPT-HOURS               PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-GROSS               PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-ER-TAX              PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-ER-BEN              PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-COST                PIC -$$,$$$,$$$,$$9.99.

       01  RPT-TOTAL-LINE.
           05  RPT-TOTAL-LABEL         PIC X(24).
           05  RPT-TOTAL-HOURS         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-TOTAL-GROSS         PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-TOTAL-ER-TAX        PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-TOTAL-ER-BEN        PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-TOTAL-COST          PIC -$$,$$$,$$$,$$9.99.

       01  RPT-TIE-LINE.
           05  FILLER                  PIC X(26)
                  VALUE "PAYROLL REGISTER GROSS:   ".
           05  RPT-TIE-REGISTER        PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(08)
                  VALUE "  DIFF  ".
           05  RPT-TIE-DIFF            PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TIE-FLAG            PIC X(14).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           SORT LABSORT
               ON ASCENDING KEY SRT-COST-CENTER
               ON ASCENDING KEY SRT-PROJECT
               ON ASCENDING KEY SRT-EMP-ID
               INPUT PROCEDURE IS 200-READ-DISTRIBUTION
                   THRU 200-READ-DISTRIBUTION-X
               OUTPUT PROCEDURE IS 300-PRINT-DISTRIBUTION
                   THRU 300-PRINT-DISTRIBUTION-X.
           PERFORM 500-PRINT-TIE.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           INITIALIZE TOTALS-TABLE.

           OPEN OUTPUT LABRPT
           IF NOT LR-NORMAL
                DISPLAY 'ERROR OPENING LABRPT'
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

      * First pass: every distribution line goes to the sort; the
      * CONTROL trailer is held back for its count and the register
      * gross, and a file without one -- or whose count disagrees --
      * was cut short and stops the run.
       200-READ-DISTRIBUTION.
           OPEN INPUT LABDIST
           IF NOT LD-NORMAL
                DISPLAY 'ERROR OPENING LABDIST'
                GO TO 999-RETURN-ERR.

           PERFORM 400-READ-LABDIST.

           PERFORM UNTIL NO-MORE-LABDIST
               IF LABDIST-REC (1:7) = 'CONTROL'
                    MOVE LABDIST-REC TO CONTROL-REC
                    MOVE CTL-RECORD-COUNT TO TRAILER-COUNT
                    MOVE CTL-AMOUNT-HASH  TO REGISTER-GROSS-WS
                    MOVE 'Y' TO TRAILER-SEEN-SW
               ELSE
                    PERFORM 210-RELEASE-ONE-LINE
               END-IF
               PERFORM 400-READ-LABDIST
           END-PERFORM.

           CLOSE LABDIST.

           IF NOT TRAILER-SEEN
                DISPLAY 'ERROR: LABDIST CONTROL TRAILER MISSING'
                GO TO 999-RETURN-ERR
           END-IF.
           IF TRAILER-COUNT NOT = LINES-READ
                DISPLAY 'ERROR: LABDIST HAS ' LINES-READ
                        ' LINES, CONTROL TRAILER SAYS '
                        TRAILER-COUNT
                GO TO 999-RETURN-ERR
           END-IF.

       200-READ-DISTRIBUTION-X.
           EXIT.

       210-RELEASE-ONE-LINE.
           ADD 1 TO LINES-READ.
           MOVE LD-PERIOD-ID TO PERIOD-ID-WS.
           MOVE LD-COST-CENTER TO SRT-COST-CENTER.
           MOVE LD-PROJECT     TO SRT-PROJECT.
           MOVE LD-EMP-ID      TO SRT-EMP-ID.
           MOVE LD-PERIOD-ID   TO SRT-PERIOD-ID.
           MOVE LD-HOURS       TO SRT-HOURS.
           MOVE LD-GROSS       TO SRT-GROSS.
           MOVE LD-ER-TAX      TO SRT-ER-TAX.
           MOVE LD-ER-BEN      TO SRT-ER-BEN.
           RELEASE LABSORT-REC.

      * Second pass: lines come back by cost center, project and
      * employee.  Each line prints; a project break prints the
      * project's subtotal and a cost center break the center's.
       300-PRINT-DISTRIBUTION.
           RETURN LABSORT
               AT END
                   IF NOT FIRST-SORTED
                        PERFORM 330-END-PROJECT
                        PERFORM 340-END-COST-CENTER
                   END-IF
                   GO TO 300-PRINT-DISTRIBUTION-X
           END-RETURN.

           IF FIRST-SORTED
                MOVE 'N' TO FIRST-SORTED-SW
                PERFORM 310-PRINT-HEADINGS
                MOVE SRT-COST-CENTER TO BRK-COST-CENTER
                MOVE SRT-PROJECT     TO BRK-PROJECT
           ELSE
                IF SRT-COST-CENTER NOT = BRK-COST-CENTER
                     PERFORM 330-END-PROJECT
                     PERFORM 340-END-COST-CENTER
                     MOVE SRT-COST-CENTER TO BRK-COST-CENTER
                     MOVE SRT-PROJECT     TO BRK-PROJECT
                ELSE
                     IF SRT-PROJECT NOT = BRK-PROJECT
                          PERFORM 330-END-PROJECT
                          MOVE SRT-PROJECT TO BRK-PROJECT
                     END-IF
                END-IF
           END-IF.

           PERFORM 320-PRINT-DETAIL.
           GO TO 300-PRINT-DISTRIBUTION.

       300-PRINT-DISTRIBUTION-X.
           EXIT.

       310-PRINT-HEADINGS.
           MOVE PERIOD-ID-WS    TO RPT-TITLE-PERIOD.
           MOVE BUSINESS-DATE-X TO RPT-TITLE-DATE.
           WRITE LABRPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO LABRPT-REC.
           WRITE LABRPT-REC.
           WRITE LABRPT-REC FROM RPT-COL-HEADER.
           MOVE SPACES TO LABRPT-REC.
           WRITE LABRPT-REC.

      * The line prints and its figures roll into all three levels.
       320-PRINT-DETAIL.
           MOVE SRT-COST-CENTER TO RPT-COST-CENTER.
           MOVE SRT-PROJECT     TO RPT-PROJECT.
           MOVE SRT-EMP-ID      TO RPT-EMP-ID.
           MOVE SRT-HOURS       TO RPT-HOURS.
           MOVE SRT-GROSS       TO RPT-GROSS.
           MOVE SRT-ER-TAX      TO RPT-ER-TAX.
           MOVE SRT-ER-BEN      TO RPT-ER-BEN.
           COMPUTE RPT-COST = SRT-GROSS + SRT-ER-TAX + SRT-ER-BEN.
           WRITE LABRPT-REC FROM RPT-DETAIL-LINE.
           ADD 1 TO LINES-PRINTED.

           PERFORM 325-ROLL-ONE-LEVEL
               VARYING TOT-SUB FROM PROJ-LEVEL BY 1
               UNTIL TOT-SUB > GRAND-LEVEL.

       325-ROLL-ONE-LEVEL.
           ADD SRT-HOURS  TO TOT-HOURS (TOT-SUB).
           ADD SRT-GROSS  TO TOT-GROSS (TOT-SUB).
           ADD SRT-ER-TAX TO TOT-ER-TAX (TOT-SUB).
           ADD SRT-ER-BEN TO TOT-ER-BEN (TOT-SUB).

       330-END-PROJECT.
           MOVE SPACES TO RPT-TOTAL-LABEL.
           STRING '  PROJECT ' DELIMITED BY SIZE
                  BRK-PROJECT DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO RPT-TOTAL-LABEL.
           MOVE PROJ-LEVEL TO TOT-SUB.
           PERFORM 350-PRINT-TOTAL.
           MOVE SPACES TO LABRPT-REC.
           WRITE LABRPT-REC.

       340-END-COST-CENTER.
           MOVE SPACES TO RPT-TOTAL-LABEL.
           STRING 'COST CENTER ' DELIMITED BY SIZE
                  BRK-COST-CENTER DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO RPT-TOTAL-LABEL.
           MOVE CC-LEVEL TO TOT-SUB.
           PERFORM 350-PRINT-TOTAL.
           MOVE SPACES TO LABRPT-REC.
           WRITE LABRPT-REC.

      * Prints the level in TOT-SUB and clears it for the next group.
       350-PRINT-TOTAL.
           MOVE TOT-HOURS (TOT-SUB)  TO RPT-TOTAL-HOURS.
           MOVE TOT-GROSS (TOT-SUB)  TO RPT-TOTAL-GROSS.
           MOVE TOT-ER-TAX (TOT-SUB) TO RPT-TOTAL-ER-TAX.
           MOVE TOT-ER-BEN (TOT-SUB) TO RPT-TOTAL-ER-BEN.
           COMPUTE RPT-TOTAL-COST = TOT-GROSS (TOT-SUB)
               + TOT-ER-TAX (TOT-SUB) + TOT-ER-BEN (TOT-SUB).
           WRITE LABRPT-REC FROM RPT-TOTAL-LINE.
           INITIALIZE TOT-ITEM (TOT-SUB).

       400-READ-LABDIST.
           READ LABDIST
               AT END MOVE 'Y' TO LABDIST-EOF
           END-READ.

           IF NOT (LD-NORMAL OR NO-MORE-LABDIST)
                DISPLAY 'ERROR READING LABDIST'
                GO TO 999-RETURN-ERR
           END-IF.

      * The distribution's grand total, then the tie: the gross
      * handed out across cost centers and projects must equal the
      * payroll register's gross to the penny, or the run fails.
       500-PRINT-TIE.
           IF FIRST-SORTED
                PERFORM 310-PRINT-HEADINGS
           END-IF.

           MOVE 'DISTRIBUTION TOTAL' TO RPT-TOTAL-LABEL.
           MOVE GRAND-LEVEL TO TOT-SUB.
           COMPUTE TIE-DIFF-WS =
               TOT-GROSS (GRAND-LEVEL) - REGISTER-GROSS-WS.
           PERFORM 350-PRINT-TOTAL.
           MOVE SPACES TO LABRPT-REC.
           WRITE LABRPT-REC.

           MOVE REGISTER-GROSS-WS TO RPT-TIE-REGISTER.
           MOVE TIE-DIFF-WS       TO RPT-TIE-DIFF.
           IF TIE-DIFF-WS = ZERO
                MOVE 'TIES' TO RPT-TIE-FLAG
           ELSE
                MOVE '** OUT OF TIE' TO RPT-TIE-FLAG
           END-IF.
           WRITE LABRPT-REC FROM RPT-TIE-LINE.

           IF TIE-DIFF-WS NOT = ZERO
                DISPLAY 'ERROR: LABOR DISTRIBUTION GROSS DOES NOT '
                        'TIE TO THE PAYROLL REGISTER'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           DISPLAY "DISTRIBUTION LINES READ : " LINES-READ.
           DISPLAY "DISTRIBUTION LINES PRINTED: " LINES-PRINTED.
           CLOSE LABRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * lines read, lines printed, and the register gross they tie
      * to.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'LABRPT  '          TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM   TO LED-RUN-DATE.
           MOVE LINES-READ          TO LED-RECS-IN.
           MOVE LINES-PRINTED       TO LED-RECS-OUT-PRIMARY.
           MOVE ZERO                TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO                TO LED-RECS-REJECTED.
           MOVE REGISTER-GROSS-WS   TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
