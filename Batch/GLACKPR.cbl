       IDENTIFICATION DIVISION.
       PROGRAM-ID.     GLACKPR.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** GL LOADER ACKNOWLEDGMENT PROCESSING.
      *****
      ***** GLCONSOL HANDS BALANCED BATCHES TO THE GL SYSTEM'S LOADER
      ***** ON GLBATCH AND KEEPS EVERY BATCH IT SENDS ON GLSENT.  THE
      ***** LOADER ANSWERS ON GLACK, ONE RECORD PER BATCH IT TOOK UP,
      ***** NAMING THE BATCH BY ITS BUSINESS DATE AND SOURCE JOB AND
      ***** SAYING WHETHER IT POSTED ('A') OR WAS REJECTED ('R', WITH
      ***** THE LOADER'S REASON).  THIS RUN MATCHES EACH
      ***** ACKNOWLEDGMENT BACK TO ITS GLCONSOL BATCH AND SOURCE JOB:
      *****
      *****   - AN ACCEPTED BATCH IS DONE AND DROPS OFF GLSENT;
      *****   - A REJECTED BATCH'S ENTRIES GO TO THE GLCORRQ
      *****     CORRECTION QUEUE WITH THE LOADER'S REASON, IN THE
      *****     GLREJECT LAYOUT, SO ACCOUNTING CORRECTS AND RE-ENTERS
      *****     THEM INSTEAD OF MONTH-END CLOSE FINDING THE GAP;
      *****   - A BATCH NOT YET ACKNOWLEDGED CARRIES FORWARD ON
      *****     GLSNNEW (SWAPPED OVER GLSENT FOR THE NEXT CYCLE), AND
      *****     ONE STILL WAITING AFTER THE AGETAB GLACKDAY DAYS IS
      *****     FLAGGED OVERDUE;
      *****   - AN ACKNOWLEDGMENT FOR NO BATCH ON GLSENT, OR WHOSE
      *****     ENTRY COUNT OR DEBITS DIFFER FROM WHAT WAS SENT, IS
      *****     FLAGGED ON THE REPORT.
      *****
      ***** A NIGHT WITH NO GLACK FROM THE GL SYSTEM SIMPLY LEAVES
      ***** EVERY BATCH WAITING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLSENT
           ASSIGN TO GLSENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLSENT-ST.
           SELECT GLACK
           ASSIGN TO GLACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACK-ST.
           SELECT GLSNNEW
           ASSIGN TO GLSNNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLSNNEW-ST.
           SELECT GLCORRQ
           ASSIGN TO GLCORRQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLCORRQ-ST.
           SELECT GLACKRPT
           ASSIGN TO GLACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLACKRPT-ST.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS AGETAB-ST.
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
       FD  GLSENT
           RECORD CONTAINS 50 CHARACTERS.
       01  GLSENT-REC                  PIC X(50).

      * The GL system's acknowledgment, one per batch taken up.
       FD  GLACK
           RECORD CONTAINS 80 CHARACTERS.
       01  GLACK-REC.
           05  GAK-BUS-DATE            PIC 9(08).
           05  GAK-SOURCE-JOB          PIC X(08).
           05  GAK-STATUS              PIC X(01).
               88  GAK-ACCEPTED                        VALUE 'A'.
               88  GAK-REJECTED                        VALUE 'R'.
           05  GAK-ENTRY-COUNT         PIC 9(05).
           05  GAK-DEBIT-TOTAL         PIC S9(11)V99.
           05  GAK-REASON              PIC X(30).
           05  FILLER                  PIC X(15).

       FD  GLSNNEW
           RECORD CONTAINS 50 CHARACTERS.
       01  GLSNNEW-REC                 PIC X(50).

      * Same layout as GLCONSOL's GLREJECT: the entry image and why.
       FD  GLCORRQ
           RECORD CONTAINS 80 CHARACTERS.
       01  GLCORRQ-REC.
           05  GCQ-ENTRY-IMAGE         PIC X(50).
           05  GCQ-REASON              PIC X(30).

       FD  GLACKRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  GLACKRPT-REC                PIC X(133).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  BUSDATE
           RECORD CONTAINS 80 CHARACTERS.
       01  BUSDATE-REC.
           05  BD-BUSINESS-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUNLEDGR
           RECORD CONTAINS 60 CHARACTERS.
       01  RUNLEDGR-REC                PIC X(60).

       WORKING-STORAGE SECTION.
           COPY GLPOST.
           COPY RUNLEDG.

       01  FLAGS.
           05  GLSENT-ST               PIC X(02).
               88  GLT-NORMAL                          VALUE '00'.
               88  GLT-FILE-MISSING                    VALUE '35'.
           05  GLACK-ST                PIC X(02).
               88  GAK-NORMAL                          VALUE '00'.
               88  GAK-FILE-MISSING                    VALUE '35'.
           05  GLSNNEW-ST              PIC X(02).
               88  GLN-NORMAL                          VALUE '00'.
           05  GLCORRQ-ST              PIC X(02).
               88  GCQ-NORMAL                          VALUE '00'.
           05  GLACKRPT-ST             PIC X(02).
               88  GAR-NORMAL                          VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  RL-NORMAL                           VALUE '00'.
           05  GLSENT-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLSENT                      VALUE 'Y'.
           05  GLACK-EOF               PIC X(01)       VALUE 'N'.
               88  NO-MORE-GLACK                       VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  SENT-PRESENT-SW         PIC X(01)       VALUE 'N'.
               88  SENT-PRESENT                        VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  BUSINESS-DATE-INT           PIC 9(08).

      * Calendar days a batch may wait for its acknowledgment before
      * it is flagged; a GLACKDAY row on AGETAB overrides.
       77  ACK-WAIT-DAYS               PIC 9(05)       VALUE 3.
       77  WAIT-DAYS-WS                PIC S9(08).

      * One slot per batch on GLSENT: business date + source job.
       01  BATCH-TABLE.
           05  BATCH-ITEM OCCURS 200 TIMES
                   INDEXED BY BT-IDX.
               10  BT-BUS-DATE             PIC 9(08).
               10  BT-SOURCE-JOB           PIC X(08).
               10  BT-ENTRY-COUNT          PIC 9(05).
               10  BT-DEBIT-TOTAL          PIC S9(11)V99.
               10  BT-CREDIT-TOTAL         PIC S9(11)V99.
               10  BT-STATUS               PIC X(01).
                   88  BT-AWAITING                 VALUE SPACE.
                   88  BT-ACCEPTED                 VALUE 'A'.
                   88  BT-REJECTED                 VALUE 'R'.
               10  BT-REASON               PIC X(30).
               10  BT-TOTALS-DIFFER-SW     PIC X(01).
                   88  BT-TOTALS-DIFFER            VALUE 'Y'.
       77  BATCH-MAX                   PIC S9(04) COMP VALUE 200.
       77  BATCH-COUNT                 PIC S9(04) COMP VALUE 0.
       77  BATCH-SUB                   PIC S9(04) COMP VALUE 0.

       77  ENTRIES-READ                PIC 9(07) VALUE 0.
       77  ENTRIES-ACCEPTED            PIC 9(07) VALUE 0.
       77  ENTRIES-REQUEUED            PIC 9(07) VALUE 0.
       77  ENTRIES-CARRIED             PIC 9(07) VALUE 0.
       77  ACKS-READ                   PIC 9(05) VALUE 0.
       77  ACKS-UNMATCHED              PIC 9(05) VALUE 0.
       77  BATCHES-ACCEPTED            PIC 9(05) VALUE 0.
       77  BATCHES-REJECTED            PIC 9(05) VALUE 0.
       77  BATCHES-AWAITING            PIC 9(05) VALUE 0.
       77  BATCHES-OVERDUE             PIC 9(05) VALUE 0.
       01  ACCEPTED-DEBIT-TOTAL        PIC S9(11)V99 VALUE 0.

       01  HEADER-LINE-1.
           05  FILLER                  PIC X(35)
                    VALUE 'GL LOADER ACKNOWLEDGMENTS FOR '.
           05  HDR-DATE                PIC 9(08).

       01  BATCH-LINE.
           05  BAT-BUS-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  BAT-SOURCE-JOB          PIC X(08).
           05  FILLER                  PIC X(10)
                    VALUE '  ENTRIES '.
           05  BAT-ENTRIES             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06)
                    VALUE '  DR '.
           05  BAT-DEBITS              PIC -$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  BAT-VERDICT             PIC X(24).
           05  BAT-REASON              PIC X(30).

       01  FOOTER-LINE.
           05  FILLER                  PIC X(11)
                    VALUE 'ACCEPTED:  '.
           05  FOOTER-ACCEPTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '  REQUEUED:  '.
           05  FOOTER-REJECTED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(13)
                    VALUE '  AWAITING:  '.
           05  FOOTER-AWAITING         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(12)
                    VALUE '  OVERDUE:  '.
           05  FOOTER-OVERDUE          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(14)
                    VALUE '  UNMATCHED:  '.
           05  FOOTER-UNMATCHED        PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-LOAD-SENT-BATCHES
               THRU 200-LOAD-SENT-BATCHES-X.
           PERFORM 300-APPLY-ACKNOWLEDGMENTS
               THRU 300-APPLY-ACKNOWLEDGMENTS-X.
           PERFORM 400-ROUTE-SENT-ENTRIES
               THRU 400-ROUTE-SENT-ENTRIES-X.
           PERFORM 500-PRINT-BATCHES.
           PERFORM 600-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 110-GET-BUSINESS-DATE.
           PERFORM 120-LOAD-WAIT-DAYS.
           PERFORM 130-OPEN-FILES.

           MOVE BUSINESS-DATE-NUM TO HDR-DATE.
           WRITE GLACKRPT-REC FROM HEADER-LINE-1.
           MOVE SPACES TO GLACKRPT-REC.
           WRITE GLACKRPT-REC.

      * The cycle's business date comes from the BUSDATE control card
      * when one is set; absent a card the system date stands in.
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
           COMPUTE BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM).

       120-LOAD-WAIT-DAYS.
           OPEN INPUT AGETAB
           IF NOT AG-NORMAL
                DISPLAY 'ERROR OPENING AGETAB'
                GO TO 999-RETURN-ERR.

           READ AGETAB
               AT END MOVE 'Y' TO AGETAB-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-AGETAB
               IF DAY-CODE = 'GLACKDAY'
                    MOVE DAY-VALUE TO ACK-WAIT-DAYS
               END-IF
               READ AGETAB
                   AT END MOVE 'Y' TO AGETAB-EOF
               END-READ
           END-PERFORM.
           CLOSE AGETAB.

      * GLSENT does not exist until GLCONSOL first sends a batch, and
      * GLACK only when the GL system has answered; either missing
      * is an empty file.
       130-OPEN-FILES.
           OPEN OUTPUT GLSNNEW
           IF NOT GLN-NORMAL
                DISPLAY 'ERROR OPENING GLSNNEW'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLCORRQ
           IF NOT GCQ-NORMAL
                DISPLAY 'ERROR OPENING GLCORRQ'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT GLACKRPT
           IF NOT GAR-NORMAL
                DISPLAY 'ERROR OPENING GLACKRPT'
                GO TO 999-RETURN-ERR.

      * One slot per batch still waiting, with the entry count and
      * totals that were sent, to check the acknowledgment against.
       200-LOAD-SENT-BATCHES.
           OPEN INPUT GLSENT.
           IF GLT-FILE-MISSING
                GO TO 200-LOAD-SENT-BATCHES-X.
           IF NOT GLT-NORMAL
                DISPLAY 'ERROR OPENING GLSENT'
                GO TO 999-RETURN-ERR.

           MOVE 'Y' TO SENT-PRESENT-SW.
           PERFORM 410-READ-GLSENT.
           PERFORM 210-LOAD-ONE-ENTRY UNTIL NO-MORE-GLSENT.
           CLOSE GLSENT.

       200-LOAD-SENT-BATCHES-X.
           EXIT.

       210-LOAD-ONE-ENTRY.
           ADD 1 TO ENTRIES-READ.
           PERFORM 220-FIND-BATCH.
           IF BATCH-SUB = 0
                IF BATCH-COUNT >= BATCH-MAX
                     DISPLAY "ERROR: MORE THAN " BATCH-MAX
                         " GL BATCHES AWAITING ACKNOWLEDGMENT"
                     GO TO 999-RETURN-ERR
                END-IF
                ADD 1 TO BATCH-COUNT
                MOVE BATCH-COUNT TO BATCH-SUB
                MOVE GLP-BUS-DATE   TO BT-BUS-DATE (BATCH-SUB)
                MOVE GLP-SOURCE-JOB TO BT-SOURCE-JOB (BATCH-SUB)
                MOVE ZERO   TO BT-ENTRY-COUNT (BATCH-SUB)
                MOVE ZERO   TO BT-DEBIT-TOTAL (BATCH-SUB)
                MOVE ZERO   TO BT-CREDIT-TOTAL (BATCH-SUB)
                MOVE SPACE  TO BT-STATUS (BATCH-SUB)
                MOVE SPACES TO BT-REASON (BATCH-SUB)
                MOVE 'N'    TO BT-TOTALS-DIFFER-SW (BATCH-SUB)
           END-IF.
           ADD 1          TO BT-ENTRY-COUNT (BATCH-SUB).
           ADD GLP-DEBIT  TO BT-DEBIT-TOTAL (BATCH-SUB).
           ADD GLP-CREDIT TO BT-CREDIT-TOTAL (BATCH-SUB).

           PERFORM 410-READ-GLSENT.

      * Looks up the batch for the entry in GLPOST-REC; BATCH-SUB is
      * left zero when there is none.
       220-FIND-BATCH.
           MOVE 0 TO BATCH-SUB.
           SET BT-IDX TO 1.
           SEARCH BATCH-ITEM VARYING BT-IDX
               AT END
                   CONTINUE
               WHEN BT-IDX > BATCH-COUNT
                   CONTINUE
               WHEN BT-BUS-DATE (BT-IDX) = GLP-BUS-DATE
                AND BT-SOURCE-JOB (BT-IDX) = GLP-SOURCE-JOB
                   SET BATCH-SUB TO BT-IDX
           END-SEARCH.

      * Each acknowledgment settles its batch.  One that names no
      * batch on GLSENT (never sent, or already acknowledged) is
      * printed and otherwise ignored.
       300-APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT GLACK.
           IF GAK-FILE-MISSING
                GO TO 300-APPLY-ACKNOWLEDGMENTS-X.
           IF NOT GAK-NORMAL
                DISPLAY 'ERROR OPENING GLACK'
                GO TO 999-RETURN-ERR.

           PERFORM 420-READ-GLACK.
           PERFORM 310-APPLY-ONE-ACK UNTIL NO-MORE-GLACK.
           CLOSE GLACK.

       300-APPLY-ACKNOWLEDGMENTS-X.
           EXIT.

       310-APPLY-ONE-ACK.
           ADD 1 TO ACKS-READ.
           MOVE GAK-BUS-DATE   TO GLP-BUS-DATE.
           MOVE GAK-SOURCE-JOB TO GLP-SOURCE-JOB.
           PERFORM 220-FIND-BATCH.

           IF BATCH-SUB = 0
                ADD 1 TO ACKS-UNMATCHED
                MOVE GAK-BUS-DATE    TO BAT-BUS-DATE
                MOVE GAK-SOURCE-JOB  TO BAT-SOURCE-JOB
                MOVE GAK-ENTRY-COUNT TO BAT-ENTRIES
                MOVE GAK-DEBIT-TOTAL TO BAT-DEBITS
                MOVE '** NO SUCH BATCH SENT **' TO BAT-VERDICT
                MOVE GAK-REASON      TO BAT-REASON
                WRITE GLACKRPT-REC FROM BATCH-LINE
                DISPLAY "*** GL ACKNOWLEDGMENT FOR " GAK-SOURCE-JOB
                    " " GAK-BUS-DATE " MATCHES NO BATCH SENT ***"
           ELSE
                EVALUATE TRUE
                    WHEN GAK-ACCEPTED
                        MOVE 'A' TO BT-STATUS (BATCH-SUB)
                    WHEN GAK-REASON = SPACES
                        MOVE 'R' TO BT-STATUS (BATCH-SUB)
                        MOVE 'REJECTED BY GL LOADER'
                            TO BT-REASON (BATCH-SUB)
                    WHEN OTHER
                        MOVE 'R' TO BT-STATUS (BATCH-SUB)
                        MOVE GAK-REASON TO BT-REASON (BATCH-SUB)
                END-EVALUATE
                IF GAK-ENTRY-COUNT NOT = BT-ENTRY-COUNT (BATCH-SUB)
                   OR GAK-DEBIT-TOTAL NOT = BT-DEBIT-TOTAL (BATCH-SUB)
                     MOVE 'Y' TO BT-TOTALS-DIFFER-SW (BATCH-SUB)
                END-IF
           END-IF.

           PERFORM 420-READ-GLACK.

      * Second pass over GLSENT: each entry goes where its batch's
      * acknowledgment sends it.
       400-ROUTE-SENT-ENTRIES.
           IF NOT SENT-PRESENT
                GO TO 400-ROUTE-SENT-ENTRIES-X.

           MOVE 'N' TO GLSENT-EOF.
           OPEN INPUT GLSENT
           IF NOT GLT-NORMAL
                DISPLAY 'ERROR OPENING GLSENT'
                GO TO 999-RETURN-ERR.

           PERFORM 410-READ-GLSENT.
           PERFORM 405-ROUTE-ONE-ENTRY UNTIL NO-MORE-GLSENT.
           CLOSE GLSENT.

       400-ROUTE-SENT-ENTRIES-X.
           EXIT.

       405-ROUTE-ONE-ENTRY.
           PERFORM 220-FIND-BATCH.
           EVALUATE TRUE
               WHEN BT-ACCEPTED (BATCH-SUB)
                   ADD 1 TO ENTRIES-ACCEPTED
                   ADD GLP-DEBIT TO ACCEPTED-DEBIT-TOTAL
               WHEN BT-REJECTED (BATCH-SUB)
                   MOVE SPACES              TO GLCORRQ-REC
                   MOVE GLSENT-REC          TO GCQ-ENTRY-IMAGE
                   MOVE BT-REASON (BATCH-SUB) TO GCQ-REASON
                   WRITE GLCORRQ-REC
                   IF NOT GCQ-NORMAL
                        DISPLAY 'ERROR WRITING GLCORRQ'
                        GO TO 999-RETURN-ERR
                   END-IF
                   ADD 1 TO ENTRIES-REQUEUED
               WHEN OTHER
                   WRITE GLSNNEW-REC FROM GLSENT-REC
                   IF NOT GLN-NORMAL
                        DISPLAY 'ERROR WRITING GLSNNEW'
                        GO TO 999-RETURN-ERR
                   END-IF
                   ADD 1 TO ENTRIES-CARRIED
           END-EVALUATE.

           PERFORM 410-READ-GLSENT.

       410-READ-GLSENT.
           READ GLSENT
               AT END MOVE 'Y' TO GLSENT-EOF
           END-READ.

           IF NOT (GLT-NORMAL OR NO-MORE-GLSENT)
                DISPLAY 'ERROR READING GLSENT'
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-GLSENT
                MOVE GLSENT-REC TO GLPOST-REC
           END-IF.

       420-READ-GLACK.
           READ GLACK
               AT END MOVE 'Y' TO GLACK-EOF
           END-READ.

           IF NOT (GAK-NORMAL OR NO-MORE-GLACK)
                DISPLAY 'ERROR READING GLACK'
                GO TO 999-RETURN-ERR
           END-IF.

      * One line per batch: accepted, requeued for correction, still
      * awaiting its acknowledgment, or overdue.
       500-PRINT-BATCHES.
           PERFORM 510-PRINT-ONE-BATCH
               VARYING BATCH-SUB FROM 1 BY 1
               UNTIL BATCH-SUB > BATCH-COUNT.

       510-PRINT-ONE-BATCH.
           MOVE BT-BUS-DATE (BATCH-SUB)    TO BAT-BUS-DATE.
           MOVE BT-SOURCE-JOB (BATCH-SUB)  TO BAT-SOURCE-JOB.
           MOVE BT-ENTRY-COUNT (BATCH-SUB) TO BAT-ENTRIES.
           MOVE BT-DEBIT-TOTAL (BATCH-SUB) TO BAT-DEBITS.
           MOVE SPACES                     TO BAT-REASON.

           EVALUATE TRUE
               WHEN BT-ACCEPTED (BATCH-SUB)
                   ADD 1 TO BATCHES-ACCEPTED
                   MOVE 'ACCEPTED' TO BAT-VERDICT
               WHEN BT-REJECTED (BATCH-SUB)
                   ADD 1 TO BATCHES-REJECTED
                   MOVE '** REJECTED-REQUEUED **' TO BAT-VERDICT
                   MOVE BT-REASON (BATCH-SUB) TO BAT-REASON
                   DISPLAY "*** GL BATCH " BT-SOURCE-JOB (BATCH-SUB)
                       " " BT-BUS-DATE (BATCH-SUB)
                       " REJECTED BY GL LOADER - REQUEUED ***"
               WHEN OTHER
                   ADD 1 TO BATCHES-AWAITING
                   COMPUTE WAIT-DAYS-WS = BUSINESS-DATE-INT -
                       FUNCTION INTEGER-OF-DATE (BT-BUS-DATE
                                                 (BATCH-SUB))
                   IF WAIT-DAYS-WS > ACK-WAIT-DAYS
                        ADD 1 TO BATCHES-OVERDUE
                        MOVE '** NO ACK - OVERDUE **' TO BAT-VERDICT
                   ELSE
                        MOVE 'AWAITING ACK' TO BAT-VERDICT
                   END-IF
           END-EVALUATE.

           IF BT-TOTALS-DIFFER (BATCH-SUB)
                MOVE '** ACK TOTALS DIFFER **' TO BAT-REASON
           END-IF.

           WRITE GLACKRPT-REC FROM BATCH-LINE.

       600-PRINT-FOOTER.
           MOVE SPACES TO GLACKRPT-REC.
           WRITE GLACKRPT-REC.
           MOVE BATCHES-ACCEPTED TO FOOTER-ACCEPTED.
           MOVE BATCHES-REJECTED TO FOOTER-REJECTED.
           MOVE BATCHES-AWAITING TO FOOTER-AWAITING.
           MOVE BATCHES-OVERDUE  TO FOOTER-OVERDUE.
           MOVE ACKS-UNMATCHED   TO FOOTER-UNMATCHED.
           WRITE GLACKRPT-REC FROM FOOTER-LINE.

       900-CLEANUP.
           DISPLAY "SENT ENTRIES READ    : " ENTRIES-READ.
           DISPLAY "ENTRIES ACCEPTED     : " ENTRIES-ACCEPTED.
           DISPLAY "ENTRIES REQUEUED     : " ENTRIES-REQUEUED.
           DISPLAY "ENTRIES AWAITING ACK : " ENTRIES-CARRIED.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE GLSNNEW, GLCORRQ, GLACKRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * every sent entry is accepted (primary), still awaiting its
      * acknowledgment (secondary) or requeued (rejected); the
      * dollars are the debits the GL accepted.
       910-WRITE-RUN-LEDGER.
           OPEN EXTEND RUNLEDGR
           IF NOT RL-NORMAL
                DISPLAY 'ERROR OPENING RUNLEDGR'
                GO TO 999-RETURN-ERR.

           MOVE SPACES TO LEDGER-REC.
           INITIALIZE LEDGER-REC.
           MOVE 'GLACKPR'            TO LED-JOB-NAME.
           MOVE BUSINESS-DATE-NUM    TO LED-RUN-DATE.
           MOVE ENTRIES-READ         TO LED-RECS-IN.
           MOVE ENTRIES-ACCEPTED     TO LED-RECS-OUT-PRIMARY.
           MOVE ENTRIES-CARRIED      TO LED-RECS-OUT-SECONDARY.
           MOVE ENTRIES-REQUEUED     TO LED-RECS-REJECTED.
           MOVE ACCEPTED-DEBIT-TOTAL TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

           CLOSE RUNLEDGR.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
