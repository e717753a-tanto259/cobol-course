      ***** EDIT RUN COMPUTED, SO THE BILL CAN NEVER DISAGREE WITH
      ***** THE HOSPITAL'S OWN NUMBERS.
      *****
      ***** ANCILLARY CHARGES POSTED TO A STAY (PHARMACY, LAB,
      ***** IMAGING, PROCEDURES) FOLLOW THE STAY'S RECORD ON STMTEXT
      ***** AS ONE LINE PER REVENUE CATEGORY AND ARE ITEMIZED INTO
      ***** ITS GROSS CHARGES.  CHARGES POSTED TO A STAY BILLED ON AN
      ***** EARLIER NIGHT PRINT AS A STATEMENT OF THEIR OWN.
      *****
      ***** EVERY BILL PRINTS THE FULL MAILING ADDRESS BLOCK FROM
      ***** ADDRMAST (SEE COPYBOOKS/ADDRREC.CPY, THE 'H' ENTRIES),
      ***** AND THE PRINT FILE IS SORTED BY THE ADDRESS MASTER'S ZIP
      ***** SO IT COMES OFF THE PRINTER IN PRESORT POSTAGE SEQUENCE.
      *****
      ***** A STAY THAT WAS QUOTED AHEAD OF TIME BY HOSPEST (SAME
      ***** PATIENT, ADMITTED ON THE PLANNED DATE -- SEE
      ***** COPYBOOKS/ESTREC.CPY) PRINTS THE ESTIMATE BESIDE THE
      ***** ACTUAL CHARGES AND PATIENT AMOUNT, WITH THE DIFFERENCE.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
      *  Pre-admission estimates kept by HOSPEST.
           SELECT ESTMAST
           ASSIGN TO ESTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ESTMAST-ST.
      *  Business-date control card set once per cycle (by NITEBAT or
      *  the operator), used in place of CURRENT-DATE for business
      *  stamping and aging so a rerun reproduces the original
           05  SX-COVERAGE-PERC        PIC 9(03).
           05  SX-COPAY                PIC S9(03).
           05  SX-DEDUCTIBLE           PIC S9(04).
           05  SX-REC-TYPE             PIC X(01).
               88  SX-STAY-STATEMENT                   VALUE SPACE.
               88  SX-CHARGE-LINE                      VALUE 'C'.
           05  SX-REV-CATEGORY         PIC X(04).
           05  SX-CHARGE-ITEMS         PIC 9(05).
           05  FILLER                  PIC X(23).

       FD  STMTPRT
           RECORD CONTAINS 80 CHARACTERS.
           05  SRT-ZIP                 PIC X(05).
           05  SRT-STMT-REC.
               10  SRT-PATIENT-NBR     PIC 9(05).
               10  FILLER              PIC X(30).
               10  SRT-DATE-ADMIT      PIC X(10).
               10  FILLER              PIC X(22).
               10  SRT-REC-TYPE        PIC X(01).
               10  SRT-REV-CATEGORY    PIC X(04).
               10  FILLER              PIC X(28).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

       FD  ESTMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ESTMAST-REC                 PIC X(80).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  STMTEXT-ST              PIC X(02).
               88  ADDR-FOUND                          VALUE 'Y'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  STMT-OPEN-SW            PIC X(01)       VALUE 'N'.
               88  STATEMENT-OPEN                      VALUE 'Y'.
           05  ESTMAST-ST              PIC X(02).
               88  EM-NORMAL                           VALUE '00'.
           05  ESTMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-ESTMAST                     VALUE 'Y'.
           05  STMT-EST-SW             PIC X(01)       VALUE 'N'.
               88  STATEMENT-ESTIMATED                 VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  INS-SHARE-WS                PIC 9(07)V99.
       77  PATIENT-OWES-WS             PIC 9(05)V99.

      * The statement being printed, held open while its category
      * lines itemize into the gross.
       77  STMT-PATIENT-WS             PIC 9(05).
       77  STMT-ADMIT-WS               PIC X(10).
       77  STMT-GROSS-WS               PIC 9(07)V99.
       77  STMT-COVERAGE-WS            PIC 9(03).
       77  STMT-COPAY-WS               PIC S9(03).
       77  STMT-DEDUCT-WS              PIC S9(04).

           COPY ADDRREC.
           COPY ESTREC.

      * The pre-admission estimates, held for the per-stay match.
       01  ESTIMATE-TABLE.
           05  ESTIMATE-ITEM OCCURS 2000 TIMES
                   INDEXED BY EST-IDX.
               10  EST-PATIENT-NBR     PIC 9(05).
               10  EST-PLANNED-DATE    PIC 9(08).
               10  EST-GROSS           PIC 9(07)V99.
               10  EST-PATIENT-AMT     PIC S9(05)V99.
       77  ESTIMATE-COUNT              PIC S9(04) COMP VALUE 0.
       77  ESTIMATE-SKIPPED-COUNT      PIC S9(04) COMP VALUE 0.
       77  ESTIMATED-STMT-COUNT        PIC 9(05) VALUE 0.
       77  STMT-EST-GROSS-WS           PIC 9(07)V99.
       77  STMT-EST-PATIENT-WS         PIC S9(05)V99.
       77  EST-DIFF-WS                 PIC S9(07)V99.

      * The stay's DATE-ADMIT (MM/DD/YYYY) turned to YYYYMMDD for the
      * estimate match.
       01  STMT-ADMIT-NUM-WS.
           05  SAN-YEAR                PIC X(04).
           05  SAN-MONTH               PIC X(02).
           05  SAN-DAY                 PIC X(02).
       01  STMT-ADMIT-NUM REDEFINES STMT-ADMIT-NUM-WS
                                       PIC 9(08).

      * Patient addresses ('H' entries of ADDRMAST) held in memory
      * for the per-bill lookup and the ZIP sort key.
           05  STMT-AMT-LABEL          PIC X(26).
           05  STMT-AMT-O              PIC $,$$$,$$9.99.

       01  STMT-CHARGE-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  STMT-CHG-LABEL-O        PIC X(12).
           05  STMT-CHG-ITEMS-O        PIC ZZZZ9.
           05  FILLER                  PIC X(07)       VALUE ' ITEMS'.
           05  STMT-CHG-AMT-O          PIC $,$$$,$$9.99.

       01  STMT-PERC-LINE.
           05  FILLER                  PIC X(26)
                    VALUE 'INSURANCE COVERAGE:'.
           05  STMT-PERC-O             PIC ZZ9.
           05  FILLER                  PIC X(01)       VALUE '%'.

       01  STMT-EST-HEADER.
           05  FILLER                  PIC X(18)
                    VALUE 'PRE-ADMISSION'.
           05  FILLER                  PIC X(14)
                    VALUE '    ESTIMATE'.
           05  FILLER                  PIC X(14)
                    VALUE '      ACTUAL'.
           05  FILLER                  PIC X(13)
                    VALUE '   DIFFERENCE'.

       01  STMT-EST-LINE.
           05  STMT-EST-LABEL          PIC X(18).
           05  STMT-EST-AMT-O          PIC $,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  STMT-ACT-AMT-O          PIC $,$$$,$$9.99.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  STMT-DIFF-AMT-O         PIC -$,$$$,$$9.99.

       01  STMT-ADDR-LINE-1.
           05  FILLER                  PIC X(18)
                    VALUE 'MAIL TO:         '.
           SORT STMTSORT
               ON ASCENDING KEY SRT-ZIP
               ON ASCENDING KEY SRT-PATIENT-NBR
               ON ASCENDING KEY SRT-DATE-ADMIT
               ON ASCENDING KEY SRT-REC-TYPE
               ON ASCENDING KEY SRT-REV-CATEGORY
               INPUT PROCEDURE IS 150-RELEASE-STATEMENTS
                   THRU 150-RELEASE-STATEMENTS-X
               OUTPUT PROCEDURE IS 200-PRINT-STATEMENTS
           PERFORM 110-GET-BUSINESS-DATE.
           MOVE BUSINESS-DATE-X TO HDR-CURRENT-DATE.
           PERFORM 120-LOAD-ADDRESSES.
           PERFORM 140-LOAD-ESTIMATES.

           OPEN OUTPUT STMTPRT
           IF NOT SP-NORMAL
                   SET ADT-ENTRY-SUB TO ADT-IDX
           END-SEARCH.

      * The estimates HOSPEST has on file; only the key and the two
      * figures the bill compares are kept.
       140-LOAD-ESTIMATES.
           OPEN INPUT ESTMAST
           IF NOT EM-NORMAL
                DISPLAY 'ERROR OPENING ESTMAST'
                GO TO 999-RETURN-ERR.

           READ ESTMAST INTO ESTIMATE-REC
               AT END MOVE 'Y' TO ESTMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-ESTMAST
               IF ESTIMATE-COUNT >= 2000
                    ADD 1 TO ESTIMATE-SKIPPED-COUNT
               ELSE
                    ADD 1 TO ESTIMATE-COUNT
                    MOVE ES-PATIENT-NBR
                        TO EST-PATIENT-NBR (ESTIMATE-COUNT)
                    MOVE ES-PLANNED-DATE
                        TO EST-PLANNED-DATE (ESTIMATE-COUNT)
                    MOVE ES-GROSS
                        TO EST-GROSS (ESTIMATE-COUNT)
                    MOVE ES-PATIENT-AMT
                        TO EST-PATIENT-AMT (ESTIMATE-COUNT)
               END-IF
               READ ESTMAST INTO ESTIMATE-REC
                   AT END MOVE 'Y' TO ESTMAST-EOF
               END-READ
           END-PERFORM.

           IF ESTIMATE-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " ESTIMATE-SKIPPED-COUNT
                    " ESTIMATE(S) EXCEEDED ESTIMATE-TABLE CAPACITY"
                    " OF 2000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE ESTMAST.

      * A stay was quoted ahead of time when an estimate names its
      * patient and a planned date equal to its admit date.
       145-LOOKUP-ESTIMATE.
           MOVE 'N' TO STMT-EST-SW.
           MOVE SX-DATE-ADMIT (7:4) TO SAN-YEAR.
           MOVE SX-DATE-ADMIT (1:2) TO SAN-MONTH.
           MOVE SX-DATE-ADMIT (4:2) TO SAN-DAY.
           IF STMT-ADMIT-NUM NOT NUMERIC
                GO TO 145-EXIT.

           SET EST-IDX TO 1.
           SEARCH ESTIMATE-ITEM
               AT END
                   CONTINUE
               WHEN EST-IDX > ESTIMATE-COUNT
                   CONTINUE
               WHEN EST-PATIENT-NBR (EST-IDX) = SX-PATIENT-NBR
                    AND EST-PLANNED-DATE (EST-IDX) = STMT-ADMIT-NUM
                   MOVE 'Y' TO STMT-EST-SW
                   MOVE EST-GROSS (EST-IDX) TO STMT-EST-GROSS-WS
                   MOVE EST-PATIENT-AMT (EST-IDX)
                       TO STMT-EST-PATIENT-WS
           END-SEARCH.

       145-EXIT.
           EXIT.

      * First pass: each extract record is released to the sort with
      * its address master ZIP in front, so the bills come back in
      * presort sequence.
                CLOSE BUSDATE
           END-IF.

      * Each stay's record sorts ahead of its category lines; the
      * statement stays open until the next stay (or the end of the
      * file) so the lines can itemize into its gross.  A category
      * line with no stay record ahead of it opens a statement of
      * its own.
       200-PRINT-STATEMENTS.
           RETURN STMTSORT
               AT END
                   IF STATEMENT-OPEN
                        PERFORM 260-FINISH-STATEMENT
                   END-IF
                   GO TO 200-PRINT-STATEMENTS-X
           END-RETURN.
           MOVE SRT-STMT-REC TO STMTEXT-REC.

           IF STATEMENT-OPEN
                AND (SX-STAY-STATEMENT
                     OR SX-PATIENT-NBR NOT = STMT-PATIENT-WS
                     OR SX-DATE-ADMIT NOT = STMT-ADMIT-WS)
                PERFORM 260-FINISH-STATEMENT
           END-IF.

           IF NOT STATEMENT-OPEN
                PERFORM 250-PRINT-ONE-STATEMENT
           END-IF.
           IF SX-CHARGE-LINE
                PERFORM 255-PRINT-CHARGE-LINE
           END-IF.
           GO TO 200-PRINT-STATEMENTS.

       200-PRINT-STATEMENTS-X.
           EXIT.

      * One full statement per stay: identification block, the
      * stay and its room or visit charge, any ancillary lines (see
      * 255), then the charges split between the carrier's share and
      * the patient's copay/deductible, totaled to the amount due
      * (see 260).
       250-PRINT-ONE-STATEMENT.
           MOVE 'Y'              TO STMT-OPEN-SW.
           MOVE SX-PATIENT-NBR   TO STMT-PATIENT-WS.
           MOVE SX-DATE-ADMIT    TO STMT-ADMIT-WS.
           MOVE SX-COVERAGE-PERC TO STMT-COVERAGE-WS.
           IF SX-STAY-STATEMENT
                MOVE SX-GROSS      TO STMT-GROSS-WS
                MOVE SX-COPAY      TO STMT-COPAY-WS
                MOVE SX-DEDUCTIBLE TO STMT-DEDUCT-WS
                PERFORM 145-LOOKUP-ESTIMATE THRU 145-EXIT
           ELSE
                MOVE ZERO TO STMT-GROSS-WS
                MOVE ZERO TO STMT-COPAY-WS
                MOVE ZERO TO STMT-DEDUCT-WS
                MOVE 'N' TO STMT-EST-SW
           END-IF.

           WRITE STMTPRT-REC FROM STMT-HEADER-01.
           WRITE STMTPRT-REC FROM STMT-HEADER-02.
           WRITE STMTPRT-REC FROM STMT-STAY-LINE.
           PERFORM 280-PRINT-BLANK-LINE.

           IF SX-STAY-STATEMENT
                MOVE 'ROOM/VISIT CHARGES:' TO STMT-AMT-LABEL
                MOVE SX-GROSS TO STMT-AMT-O
                WRITE STMTPRT-REC FROM STMT-AMT-LINE
           ELSE
                MOVE 'ADDITIONAL CHARGES:' TO STMTPRT-REC
                WRITE STMTPRT-REC
           END-IF.

      * One ancillary revenue category posted to the stay, added into
      * the statement's gross.
       255-PRINT-CHARGE-LINE.
           EVALUATE SX-REV-CATEGORY
               WHEN 'PHAR'
                   MOVE 'PHARMACY'     TO STMT-CHG-LABEL-O
               WHEN 'LAB '
                   MOVE 'LABORATORY'   TO STMT-CHG-LABEL-O
               WHEN 'IMAG'
                   MOVE 'IMAGING'      TO STMT-CHG-LABEL-O
               WHEN 'PROC'
                   MOVE 'PROCEDURES'   TO STMT-CHG-LABEL-O
               WHEN OTHER
                   MOVE SX-REV-CATEGORY TO STMT-CHG-LABEL-O
           END-EVALUATE.
           MOVE SX-CHARGE-ITEMS TO STMT-CHG-ITEMS-O.
           MOVE SX-GROSS        TO STMT-CHG-AMT-O.
           WRITE STMTPRT-REC FROM STMT-CHARGE-LINE.
           ADD SX-GROSS TO STMT-GROSS-WS.

      * Closes the open statement: total gross, the carrier's share
      * of it, the copay and deductible, and the amount due.
       260-FINISH-STATEMENT.
           COMPUTE INS-SHARE-WS ROUNDED =
                STMT-GROSS-WS * STMT-COVERAGE-WS / 100.
           COMPUTE PATIENT-OWES-WS =
                STMT-COPAY-WS + STMT-DEDUCT-WS.

           MOVE 'GROSS CHARGES:' TO STMT-AMT-LABEL.
           MOVE STMT-GROSS-WS TO STMT-AMT-O.
           WRITE STMTPRT-REC FROM STMT-AMT-LINE.

           MOVE STMT-COVERAGE-WS TO STMT-PERC-O.
           WRITE STMTPRT-REC FROM STMT-PERC-LINE.

           MOVE 'INSURANCE SHARE:' TO STMT-AMT-LABEL.
           WRITE STMTPRT-REC FROM STMT-AMT-LINE.

           MOVE 'COPAY DUE:' TO STMT-AMT-LABEL.
           MOVE STMT-COPAY-WS TO STMT-AMT-O.
           WRITE STMTPRT-REC FROM STMT-AMT-LINE.

           MOVE 'DEDUCTIBLE DUE:' TO STMT-AMT-LABEL.
           MOVE STMT-DEDUCT-WS TO STMT-AMT-O.
           WRITE STMTPRT-REC FROM STMT-AMT-LINE.
           PERFORM 280-PRINT-BLANK-LINE.

           MOVE PATIENT-OWES-WS TO STMT-AMT-O.
           WRITE STMTPRT-REC FROM STMT-AMT-LINE.

           IF STATEMENT-ESTIMATED
                PERFORM 270-PRINT-ESTIMATE-COMPARE
           END-IF.

           PERFORM 280-PRINT-BLANK-LINE.
           PERFORM 280-PRINT-BLANK-LINE.
           PERFORM 280-PRINT-BLANK-LINE.

           ADD 1 TO STATEMENT-COUNT.
           MOVE 'N' TO STMT-OPEN-SW.

      * The pre-admission quote beside what the stay actually came
      * to, so the patient can see where the bill moved from it.
       270-PRINT-ESTIMATE-COMPARE.
           PERFORM 280-PRINT-BLANK-LINE.
           WRITE STMTPRT-REC FROM STMT-EST-HEADER.

           MOVE 'CHARGES:' TO STMT-EST-LABEL.
           MOVE STMT-EST-GROSS-WS TO STMT-EST-AMT-O.
           MOVE STMT-GROSS-WS TO STMT-ACT-AMT-O.
           COMPUTE EST-DIFF-WS = STMT-GROSS-WS - STMT-EST-GROSS-WS.
           MOVE EST-DIFF-WS TO STMT-DIFF-AMT-O.
           WRITE STMTPRT-REC FROM STMT-EST-LINE.

           MOVE 'YOUR SHARE:' TO STMT-EST-LABEL.
           MOVE STMT-EST-PATIENT-WS TO STMT-EST-AMT-O.
           MOVE PATIENT-OWES-WS TO STMT-ACT-AMT-O.
           COMPUTE EST-DIFF-WS =
                PATIENT-OWES-WS - STMT-EST-PATIENT-WS.
           MOVE EST-DIFF-WS TO STMT-DIFF-AMT-O.
           WRITE STMTPRT-REC FROM STMT-EST-LINE.

           ADD 1 TO ESTIMATED-STMT-COUNT.

       280-PRINT-BLANK-LINE.
           MOVE SPACES TO STMTPRT-REC.

       900-CLEANUP.
           DISPLAY "PATIENT STATEMENTS PRINTED: " STATEMENT-COUNT.
           DISPLAY "  WITH PRE-ADMISSION ESTIMATE: "
               ESTIMATED-STMT-COUNT.
           IF ADDR-MISSING-COUNT > 0
                DISPLAY "*** WARNING: " ADDR-MISSING-COUNT
                    " STATEMENT(S) HAD NO ADDRESS ON ADDRMAST ***"
