       IDENTIFICATION DIVISION.
       PROGRAM-ID.     TAXRPT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** MONTHLY SALES-TAX LIABILITY REPORT.
      *****
      ***** FAVRFP TAXES EACH APPROVED PROPOSAL LINE AT THE RATE OF
      ***** THE JURISDICTION IT SHIPS INTO (TAXJUR), CHARGES EXEMPT
      ***** ACCOUNTS NOTHING, AND APPENDS ONE TAXDTL RECORD PER LINE.
      ***** THIS RUN TOTALS ONE FILING MONTH OF TAXDTL BY
      ***** JURISDICTION -- TAXABLE SALES, EXEMPT SALES AND TAX
      ***** COLLECTED -- SO EACH RETURN CAN BE FILED STRAIGHT FROM
      ***** THE REPORT.  THE MONTH COMES FROM THE TAXPARM CARD
      ***** (YYYYMM); A BLANK CARD, OR NONE, REPORTS THE MONTH BEFORE
      ***** THE BUSINESS DATE, THE ONE NORMALLY BEING FILED.  LINES
      ***** TAXED AT THE FLAT RATETAB RATE BECAUSE THEIR REGION HAS
      ***** NO JURISDICTION PRINT TOGETHER UNDER THEIR OWN HEADING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAX-DTL
           ASSIGN TO TAXDTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAX-DTL-ST.
      *  Jurisdiction names for the report (see Copybooks/TAXJUR.cpy).
           SELECT TAXJUR
           ASSIGN TO TAXJUR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXJUR-ST.
      *  One optional parameter card: the filing month, YYYYMM.
           SELECT TAXPARM
           ASSIGN TO TAXPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXPARM-ST.
           SELECT TAXLIAB
           ASSIGN TO TAXLIAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TAXLIAB-ST.
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

       FD  TAX-DTL
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXDTL.

       FD  TAXJUR
           RECORD CONTAINS 50 CHARACTERS.
           COPY TAXJUR.

       FD  TAXPARM
           RECORD CONTAINS 80 CHARACTERS.
       01  TAXPARM-REC.
           05  TP-PERIOD               PIC X(06).
           05  FILLER                  PIC X(74).

       FD  TAXLIAB
           RECORD CONTAINS 133 CHARACTERS.
       01  TAXLIAB-REC                 PIC X(133).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.

       01  FLAGS.
           05  TAX-DTL-ST              PIC X(02).
               88  TD-NORMAL                           VALUE '00'.
           05  TAXJUR-ST               PIC X(02).
               88  TJ-NORMAL                           VALUE '00'.
           05  TAXPARM-ST              PIC X(02).
               88  TP-NORMAL                           VALUE '00'.
           05  TAXLIAB-ST              PIC X(02).
               88  TL-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  TAX-DTL-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-TAX-DTL                     VALUE 'Y'.
           05  TAXJUR-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-TAX-JURS                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
           05  BUSINESS-DATE-PARTS REDEFINES BUSINESS-DATE-NUM.
               10  BUSINESS-YYYY       PIC 9(04).
               10  BUSINESS-MM         PIC 9(02).
               10  BUSINESS-DD         PIC 9(02).

      * The filing month being reported, YYYYMM.
       01  PERIOD-WS.
           05  PERIOD-YYYY             PIC 9(04).
           05  PERIOD-MM               PIC 9(02).
       01  PERIOD-X REDEFINES PERIOD-WS
                                       PIC X(06).

      * Jurisdiction names, the name in force on the business date
      * standing for the code when the table carries several
      * effective dates (a future-dated row only until one is in
      * force).
       01  JURIS-NAME-TABLE.
           05  JURIS-NAME-ITEM OCCURS 100 TIMES INDEXED BY JN-IDX.
               10  JN-JURIS-CODE           PIC X(05).
               10  JN-JURIS-NAME           PIC X(20).
               10  JN-EFF-DATE             PIC 9(08).
       77  JURIS-NAME-COUNT            PIC S9(04) COMP VALUE 0.

      * The month's sales and tax accumulated by jurisdiction.  A
      * blank jurisdiction is the flat-rate bucket for regions with
      * no TAXJUR row.
       01  JURIS-TABLE.
           05  JURIS-ITEM OCCURS 100 TIMES INDEXED BY JU-IDX.
               10  JU-JURIS-CODE           PIC X(05).
               10  JU-LINE-COUNT           PIC 9(05).
               10  JU-TAXABLE-SALES        PIC S9(11)V99.
               10  JU-EXEMPT-SALES         PIC S9(11)V99.
               10  JU-TAX-COLLECTED        PIC S9(11)V99.
       77  JURIS-COUNT                 PIC S9(04) COMP VALUE 0.

       77  DETAILS-READ                PIC 9(07) VALUE 0.
       77  DETAILS-IN-PERIOD           PIC 9(07) VALUE 0.
      * Details for other months, read past but not reported,
      * counted so the run ledger still cross-foots.
       77  DETAILS-OTHER-PERIOD        PIC 9(07) VALUE 0.
      * Details whose jurisdiction would not fit in JURIS-TABLE.
       77  DETAILS-NOT-TOTALLED        PIC 9(07) VALUE 0.
       01  TOTAL-TAXABLE-SALES         PIC S9(11)V99 VALUE 0.
       01  TOTAL-EXEMPT-SALES          PIC S9(11)V99 VALUE 0.
       01  TOTAL-TAX-COLLECTED         PIC S9(11)V99 VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(31)
                  VALUE "SALES TAX LIABILITY FOR PERIOD ".
           05  RPT-TITLE-PERIOD        PIC X(06).

       01  RPT-COLUMN-LINE.
           05  FILLER                  PIC X(28)
                  VALUE "JURIS NAME".
           05  FILLER                  PIC X(06)
                  VALUE " LINES".
           05  FILLER                  PIC X(21)
                  VALUE "      TAXABLE SALES".
           05  FILLER                  PIC X(21)
                  VALUE "       EXEMPT SALES".
           05  FILLER                  PIC X(21)
                  VALUE "      TAX COLLECTED".

       01  RPT-JURIS-LINE.
           05  RPT-JURIS-CODE          PIC X(05).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  RPT-JURIS-NAME          PIC X(20).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-LINE-COUNT          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TAXABLE-SALES       PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-EXEMPT-SALES        PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TAX-COLLECTED       PIC -$$,$$$,$$$,$$9.99.

       01  RPT-TOTAL-LINE.
           05  FILLER                  PIC X(36)
                  VALUE "TOTAL ALL JURISDICTIONS".
           05  RPT-TOTAL-TAXABLE       PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TOTAL-EXEMPT        PIC -$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  RPT-TOTAL-TAX           PIC -$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-TOTAL-ONE-DETAIL UNTIL NO-MORE-TAX-DTL.
           PERFORM 500-PRINT-REPORT.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-GET-PERIOD.
           PERFORM 300-OPEN-FILES.
           PERFORM 330-LOAD-JURIS-NAMES.
           PERFORM 400-READ-TAX-DTL.

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

      * The month to report: the TAXPARM card's YYYYMM when one is
      * punched, otherwise the month before the business date.
       120-GET-PERIOD.
           MOVE BUSINESS-YYYY TO PERIOD-YYYY.
           MOVE BUSINESS-MM   TO PERIOD-MM.
           IF PERIOD-MM = 1
                SUBTRACT 1 FROM PERIOD-YYYY
                MOVE 12 TO PERIOD-MM
           ELSE
                SUBTRACT 1 FROM PERIOD-MM
           END-IF.

           OPEN INPUT TAXPARM.
           IF TP-NORMAL
                READ TAXPARM
                    AT END MOVE SPACES TO TAXPARM-REC
                END-READ
                IF TP-PERIOD NOT = SPACES
                     IF TP-PERIOD NOT NUMERIC
                          DISPLAY "ERROR: INVALID PERIOD ON TAXPARM"
                          CLOSE TAXPARM
                          GO TO 999-RETURN-ERR
                     END-IF
                     MOVE TP-PERIOD TO PERIOD-X
                     IF PERIOD-MM < 1 OR PERIOD-MM > 12
                          DISPLAY "ERROR: INVALID PERIOD ON TAXPARM"
                          CLOSE TAXPARM
                          GO TO 999-RETURN-ERR
                     END-IF
                END-IF
                CLOSE TAXPARM
           END-IF.

      * A detail dated in the filing month is folded into its
      * jurisdiction: an exempt line's sale is exempt, any other
      * line's sale is taxable and its tax collected.
       200-TOTAL-ONE-DETAIL.
           ADD 1 TO DETAILS-READ.

           IF TD-BUS-DATE (1:6) NOT = PERIOD-X
                ADD 1 TO DETAILS-OTHER-PERIOD
           ELSE
                PERFORM 210-FOLD-INTO-JURIS
           END-IF.

           PERFORM 400-READ-TAX-DTL.

       210-FOLD-INTO-JURIS.
           SET JU-IDX TO 1.
           SEARCH JURIS-ITEM VARYING JU-IDX
               AT END
                   PERFORM 220-ADD-JURIS
               WHEN JU-IDX > JURIS-COUNT
                   PERFORM 220-ADD-JURIS
               WHEN JU-JURIS-CODE (JU-IDX) = TD-JURIS-CODE
                   CONTINUE
           END-SEARCH.

           IF JU-IDX > JURIS-COUNT
                ADD 1 TO DETAILS-NOT-TOTALLED
           ELSE
                ADD 1 TO DETAILS-IN-PERIOD
                ADD 1 TO JU-LINE-COUNT (JU-IDX)
                IF TD-EXEMPT
                     ADD TD-SALE-AMT TO JU-EXEMPT-SALES (JU-IDX)
                ELSE
                     ADD TD-SALE-AMT TO JU-TAXABLE-SALES (JU-IDX)
                     ADD TD-TAX-AMT  TO JU-TAX-COLLECTED (JU-IDX)
                END-IF
           END-IF.

       220-ADD-JURIS.
           IF JURIS-COUNT < 100
                ADD 1 TO JURIS-COUNT
                INITIALIZE JURIS-ITEM (JURIS-COUNT)
                MOVE TD-JURIS-CODE TO JU-JURIS-CODE (JURIS-COUNT)
                SET JU-IDX TO JURIS-COUNT
           END-IF.

       300-OPEN-FILES.
           OPEN INPUT TAX-DTL
           IF NOT TD-NORMAL
                DISPLAY 'ERROR OPENING TAXDTL'
                GO TO 999-RETURN-ERR.

           OPEN INPUT TAXJUR
           IF NOT TJ-NORMAL
                DISPLAY 'ERROR OPENING TAXJUR'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT TAXLIAB
           IF NOT TL-NORMAL
                DISPLAY 'ERROR OPENING TAXLIAB'
                GO TO 999-RETURN-ERR.

       330-LOAD-JURIS-NAMES.
           READ TAXJUR
               AT END MOVE 'Y' TO TAXJUR-EOF
           END-READ.

           PERFORM 335-LOAD-ONE-JURIS-NAME
               UNTIL NO-MORE-TAX-JURS.

           CLOSE TAXJUR.

       335-LOAD-ONE-JURIS-NAME.
           SET JN-IDX TO 1.
           SEARCH JURIS-NAME-ITEM VARYING JN-IDX
               AT END
                   CONTINUE
               WHEN JN-IDX > JURIS-NAME-COUNT
                   IF JURIS-NAME-COUNT < 100
                        ADD 1 TO JURIS-NAME-COUNT
                        MOVE TJ-JURIS-CODE TO JN-JURIS-CODE (JN-IDX)
                        MOVE TJ-JURIS-NAME TO JN-JURIS-NAME (JN-IDX)
                        MOVE TJ-EFF-DATE   TO JN-EFF-DATE (JN-IDX)
                   END-IF
               WHEN JN-JURIS-CODE (JN-IDX) = TJ-JURIS-CODE
                   IF TJ-EFF-DATE <= BUSINESS-DATE-NUM
                      AND (TJ-EFF-DATE > JN-EFF-DATE (JN-IDX)
                           OR JN-EFF-DATE (JN-IDX) > BUSINESS-DATE-NUM)
                        MOVE TJ-JURIS-NAME TO JN-JURIS-NAME (JN-IDX)
                        MOVE TJ-EFF-DATE   TO JN-EFF-DATE (JN-IDX)
                   END-IF
           END-SEARCH.

           READ TAXJUR
               AT END MOVE 'Y' TO TAXJUR-EOF
           END-READ.

           IF NOT (TJ-NORMAL OR NO-MORE-TAX-JURS)
                DISPLAY 'ERROR READING TAXJUR'
                GO TO 999-RETURN-ERR
           END-IF.

       400-READ-TAX-DTL.
           READ TAX-DTL
               AT END MOVE 'Y' TO TAX-DTL-EOF
           END-READ.

           IF NOT (TD-NORMAL OR NO-MORE-TAX-DTL)
                DISPLAY 'ERROR READING TAXDTL'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-REPORT.
           MOVE PERIOD-X TO RPT-TITLE-PERIOD.
           WRITE TAXLIAB-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO TAXLIAB-REC.
           WRITE TAXLIAB-REC.
           WRITE TAXLIAB-REC FROM RPT-COLUMN-LINE.

           PERFORM 520-PRINT-ONE-JURIS
               VARYING JU-IDX FROM 1 BY 1
               UNTIL JU-IDX > JURIS-COUNT.

           MOVE SPACES TO TAXLIAB-REC.
           WRITE TAXLIAB-REC.
           MOVE TOTAL-TAXABLE-SALES TO RPT-TOTAL-TAXABLE.
           MOVE TOTAL-EXEMPT-SALES  TO RPT-TOTAL-EXEMPT.
           MOVE TOTAL-TAX-COLLECTED TO RPT-TOTAL-TAX.
           WRITE TAXLIAB-REC FROM RPT-TOTAL-LINE.

           IF DETAILS-NOT-TOTALLED > 0
                DISPLAY "*** WARNING: " DETAILS-NOT-TOTALLED
                    " TAX DETAIL(S) EXCEEDED JURISDICTION TABLE"
                    " CAPACITY OF 100 AND WERE NOT TOTALLED ***"
           END-IF.

       520-PRINT-ONE-JURIS.
           ADD JU-TAXABLE-SALES (JU-IDX) TO TOTAL-TAXABLE-SALES.
           ADD JU-EXEMPT-SALES (JU-IDX)  TO TOTAL-EXEMPT-SALES.
           ADD JU-TAX-COLLECTED (JU-IDX) TO TOTAL-TAX-COLLECTED.

           MOVE JU-JURIS-CODE (JU-IDX) TO RPT-JURIS-CODE.
           MOVE SPACES TO RPT-JURIS-NAME.
           IF JU-JURIS-CODE (JU-IDX) = SPACES
                MOVE 'FLAT RATE - NO JURIS' TO RPT-JURIS-NAME
           ELSE
                SET JN-IDX TO 1
                SEARCH JURIS-NAME-ITEM VARYING JN-IDX
                    AT END
                        CONTINUE
                    WHEN JN-IDX > JURIS-NAME-COUNT
                        CONTINUE
                    WHEN JN-JURIS-CODE (JN-IDX) =
                             JU-JURIS-CODE (JU-IDX)
                        MOVE JN-JURIS-NAME (JN-IDX) TO RPT-JURIS-NAME
                END-SEARCH
           END-IF.
           MOVE JU-LINE-COUNT (JU-IDX)    TO RPT-LINE-COUNT.
           MOVE JU-TAXABLE-SALES (JU-IDX) TO RPT-TAXABLE-SALES.
           MOVE JU-EXEMPT-SALES (JU-IDX)  TO RPT-EXEMPT-SALES.
           MOVE JU-TAX-COLLECTED (JU-IDX) TO RPT-TAX-COLLECTED.
           WRITE TAXLIAB-REC FROM RPT-JURIS-LINE.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE TAX-DTL, TAXLIAB.

      * One run-control record for DAYBAL's nightly cross-foot:
      * details read must equal those totalled for the month plus
      * those for other months plus any the table could not hold.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           INITIALIZE LEDGER-REC.
           MOVE 'TAXRPT  '           TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM    TO LED-RUN-DATE.
           MOVE DETAILS-READ         TO LED-RECS-IN.
           MOVE DETAILS-IN-PERIOD    TO LED-RECS-OUT-PRIMARY.
           MOVE DETAILS-OTHER-PERIOD TO LED-RECS-OUT-SECONDARY.
           MOVE DETAILS-NOT-TOTALLED TO LED-RECS-REJECTED.
           MOVE TOTAL-TAX-COLLECTED  TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
