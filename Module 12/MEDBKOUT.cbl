       IDENTIFICATION DIVISION.
       PROGRAM-ID.     MEDBKOUT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** BACKS OUT A FAILED MEDCLAIM RUN.
      *****
      ***** MEDCLAIM UPDATES CLMHIST, DEDACCUM, MEMACCUM AND SUBRCASE
      ***** IN PLACE, SO A RUN THAT DIES PART-WAY LEAVES THE FIRST
      ***** PART OF ITS FEED APPLIED: A RERUN WOULD COUNT THOSE
      ***** DEDUCTIBLES TWICE AND REJECT THOSE CLAIMS AS DUPLICATES.
      ***** MEDCLAIM JOURNALS EVERY ADD AND REWRITE TO THOSE FILES
      ***** AHEAD OF THE UPDATE (MCJRNL, SEE COPYBOOKS/JRNLREC.CPY)
      ***** AND CLOSES A CLEAN RUN WITH AN END-OF-RUN ENTRY.
      *****
      ***** WHEN THE JOURNAL HAS NO END-OF-RUN ENTRY THIS PROGRAM
      ***** SORTS IT NEWEST-FIRST AND UNDOES IT ENTRY BY ENTRY -- AN
      ***** ADDED RECORD IS DELETED, A REWRITTEN ONE GETS ITS BEFORE
      ***** IMAGE BACK -- THEN DROPS THE RUN'S LINES FROM SUBRCLM AND
      ***** MARKS THE JOURNAL BACKED OUT.  A JOURNAL FROM A CLEAN RUN,
      ***** ONE ALREADY BACKED OUT, OR NO JOURNAL AT ALL LEAVES
      ***** EVERYTHING AS IT IS, SO NITEBAT CALLS THIS AHEAD OF EVERY
      ***** MEDCLAIM IT RUNS.  EVERY STEP OF THE BACK-OUT PUTS BACK A
      ***** FIXED IMAGE, SO A BACK-OUT THAT ITSELF FAILS CAN SIMPLY BE
      ***** RUN AGAIN -- UNLESS IT FAILED COPYING SUBRCLMW BACK OVER
      ***** SUBRCLM, WHEN SUBRCLMW IS THE COMPLETE FILE AND IS COPIED
      ***** TO SUBRCLM BY HAND FIRST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  MEDCLAIM's before-image journal for its latest run.
           SELECT MCJRNL
           ASSIGN TO MCJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS MCJRNL-ST.
           SELECT SORTFILE
           ASSIGN TO SORTWK01.
      *  The four files MEDCLAIM updates in place, each restored by
      *  key.  Only the keys are named here; the layouts are
      *  MEDCLAIM's (SUBRCASE's is Copybooks/SUBRREC.cpy).
           SELECT CLMHIST
           ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-KEY
               FILE STATUS IS CLMHIST-ST.
           SELECT DEDACCUM
           ASSIGN TO DEDACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-POLICY-NO-I
               FILE STATUS IS DEDACCUM-ST.
           SELECT MEMACCUM
           ASSIGN TO MEMACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MA-KEY
               FILE STATUS IS MEMACCUM-ST.
           SELECT SUBRCASE
           ASSIGN TO SUBRCASE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-KEY
               FILE STATUS IS SUBRCASE-ST.
      *  MEDCLAIM's subrogation claim lines, appended run after run;
      *  copied out through a work file without the failed run's
      *  lines and back again.
           SELECT SUBRCLM
           ASSIGN TO SUBRCLM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRCLM-ST.
           SELECT SUBRCLMW
           ASSIGN TO SUBRCLMW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS SUBRCLMW-ST.
           SELECT BKOUTRPT
           ASSIGN TO BKOUTRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BKOUTRPT-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  MCJRNL
           RECORD CONTAINS 160 CHARACTERS.
       01  MCJRNL-REC                  PIC X(160).

       SD  SORTFILE
           RECORD CONTAINS 160 CHARACTERS.
       01  SORTFILE-REC.
           05  FILLER                  PIC X(22).
           05  SRT-SEQ-NO              PIC 9(09).
           05  FILLER                  PIC X(129).

       FD  CLMHIST
           RECORD CONTAINS 32 CHARACTERS.
       01  CLMHIST-REC.
           05  CH-KEY                  PIC X(27).
           05  FILLER                  PIC X(05).

       FD  DEDACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDACCUM-REC.
           05  DA-POLICY-NO-I          PIC 9(07).
           05  FILLER                  PIC X(23).

       FD  MEMACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  MEMACCUM-REC.
           05  MA-KEY                  PIC X(09).
           05  FILLER                  PIC X(21).

       FD  SUBRCASE
           RECORD CONTAINS 120 CHARACTERS.
           COPY SUBRREC.

       FD  SUBRCLM
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBRCLM-REC.
           05  FILLER                  PIC X(57).
           05  SCL-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(09).

       FD  SUBRCLMW
           RECORD CONTAINS 80 CHARACTERS.
       01  SUBRCLMW-REC                PIC X(80).

       FD  BKOUTRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  BKOUTRPT-REC                PIC X(133).

       WORKING-STORAGE SECTION.
           COPY JRNLREC.

       01  FLAGS.
           05  MCJRNL-ST               PIC X(02).
               88  MJ-NORMAL                           VALUE '00'.
               88  MJ-FILE-MISSING                     VALUE '35'.
           05  MCJRNL-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-JOURNAL                     VALUE 'Y'.
           05  SORTED-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-SORTED                      VALUE 'Y'.
           05  CLMHIST-ST              PIC X(02).
               88  CH-NORMAL                           VALUE '00'.
               88  CH-NOT-FOUND                        VALUE '23'.
           05  DEDACCUM-ST             PIC X(02).
               88  DA-NORMAL                           VALUE '00'.
               88  DA-NOT-FOUND                        VALUE '23'.
           05  MEMACCUM-ST             PIC X(02).
               88  MA-NORMAL                           VALUE '00'.
               88  MA-NOT-FOUND                        VALUE '23'.
           05  SUBRCASE-ST             PIC X(02).
               88  SCS-NORMAL                          VALUE '00'.
               88  SCS-NOT-FOUND                       VALUE '23'.
           05  SUBRCLM-ST              PIC X(02).
               88  SCL-NORMAL                          VALUE '00'.
               88  SCL-FILE-MISSING                    VALUE '35'.
           05  SUBRCLM-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-SUBRCLM                     VALUE 'Y'.
           05  SUBRCLMW-ST             PIC X(02).
               88  SCW-NORMAL                          VALUE '00'.
           05  SUBRCLMW-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-SUBRCLMW                    VALUE 'Y'.
           05  BKOUTRPT-ST             PIC X(02).
               88  BR-NORMAL                           VALUE '00'.
           05  RUN-STATE-SW            PIC X(01)       VALUE 'N'.
               88  NO-JOURNAL                          VALUE 'N'.
               88  RUN-INCOMPLETE                      VALUE 'I'.
               88  RUN-COMPLETED                       VALUE 'E'.
               88  RUN-ALREADY-BACKED-OUT              VALUE 'B'.

      * The run the journal belongs to, from its first entry.
       01  JOURNAL-RUN-ID              PIC X(14).
       77  JOURNAL-BUS-DATE            PIC 9(08) VALUE 0.
       77  JOURNAL-LAST-SEQ            PIC 9(09) VALUE 0.

      * Per-file back-out counts: records deleted (added by the run),
      * records restored to their before image, and entries with
      * nothing left to undo (already put back by an earlier
      * back-out).
       01  BACKOUT-COUNTS.
           05  BACKOUT-FILE OCCURS 4 TIMES.
               10  BKO-DELETED         PIC 9(07).
               10  BKO-RESTORED        PIC 9(07).
               10  BKO-ALREADY-DONE    PIC 9(07).
       77  BKO-SUB                     PIC S9(04) COMP VALUE 0.
       77  JOURNAL-ENTRIES-READ        PIC 9(07) VALUE 0.
       77  SUBRCLM-LINES-REMOVED       PIC 9(07) VALUE 0.
       77  SUBRCLM-LINES-KEPT          PIC 9(07) VALUE 0.

       01  RPT-TITLE-LINE.
           05  FILLER                  PIC X(40)       VALUE SPACES.
           05  FILLER                  PIC X(26)
                  VALUE "MEDCLAIM RUN BACK-OUT".
           05  FILLER                  PIC X(10)
                  VALUE "  RUN ID: ".
           05  RPT-RUN-ID              PIC X(14).
           05  FILLER                  PIC X(17)
                  VALUE "  BUSINESS DATE: ".
           05  RPT-BUS-DATE            PIC 9(08).

       01  RPT-MESSAGE-LINE.
           05  RPT-MESSAGE             PIC X(80).

       01  RPT-FILE-HEADER.
           05  FILLER                  PIC X(12)  VALUE 'FILE'.
           05  FILLER                  PIC X(12)  VALUE '     DELETED'.
           05  FILLER                  PIC X(12)  VALUE '    RESTORED'.
           05  FILLER                  PIC X(14)
                  VALUE '  ALREADY DONE'.

       01  RPT-FILE-LINE.
           05  RPT-FILE-ID             PIC X(08).
           05  FILLER                  PIC X(04)  VALUE SPACES.
           05  RPT-DELETED             PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(03)  VALUE SPACES.
           05  RPT-RESTORED            PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(05)  VALUE SPACES.
           05  RPT-ALREADY-DONE        PIC Z,ZZZ,ZZ9.

       01  RPT-FOOTER-LINE.
           05  RPT-FOOT-LABEL          PIC X(30).
           05  RPT-FOOT-COUNT          PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           IF RUN-INCOMPLETE
                SORT SORTFILE
                    ON DESCENDING KEY SRT-SEQ-NO
                    USING MCJRNL
                    OUTPUT PROCEDURE IS 220-UNDO-JOURNAL
                PERFORM 250-REMOVE-RUN-LINES
                     THRU 250-REMOVE-RUN-LINES-X
                PERFORM 280-MARK-JOURNAL-BACKED-OUT
           END-IF.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           INITIALIZE BACKOUT-COUNTS.
           MOVE SPACES TO JOURNAL-RUN-ID.

           OPEN OUTPUT BKOUTRPT
           IF NOT BR-NORMAL
                DISPLAY 'ERROR OPENING BKOUTRPT'
                GO TO 999-RETURN-ERR.

           PERFORM 200-SCAN-JOURNAL THRU 200-SCAN-JOURNAL-X.

           MOVE JOURNAL-RUN-ID   TO RPT-RUN-ID.
           MOVE JOURNAL-BUS-DATE TO RPT-BUS-DATE.
           WRITE BKOUTRPT-REC FROM RPT-TITLE-LINE.
           MOVE SPACES TO BKOUTRPT-REC.
           WRITE BKOUTRPT-REC.

           EVALUATE TRUE
               WHEN NO-JOURNAL
                   MOVE 'NO MEDCLAIM JOURNAL ON FILE - NOTHING TO BACK
      -                ' OUT' TO RPT-MESSAGE
               WHEN RUN-COMPLETED
                   MOVE 'LAST MEDCLAIM RUN COMPLETED - NOTHING TO BACK
      -                ' OUT' TO RPT-MESSAGE
               WHEN RUN-ALREADY-BACKED-OUT
                   MOVE 'LAST MEDCLAIM RUN ALREADY BACKED OUT'
                       TO RPT-MESSAGE
               WHEN OTHER
                   MOVE 'LAST MEDCLAIM RUN DID NOT COMPLETE - BACKING
      -                ' OUT' TO RPT-MESSAGE
           END-EVALUATE.
           WRITE BKOUTRPT-REC FROM RPT-MESSAGE-LINE.
           DISPLAY RPT-MESSAGE.

      * One pass over the journal to learn which run it holds and
      * whether that run finished.  A missing or empty journal means
      * MEDCLAIM has not got as far as updating anything.
       200-SCAN-JOURNAL.
           OPEN INPUT MCJRNL.
           IF MJ-FILE-MISSING
                GO TO 200-SCAN-JOURNAL-X.
           IF NOT MJ-NORMAL
                DISPLAY 'ERROR OPENING MCJRNL'
                GO TO 999-RETURN-ERR.

           PERFORM 400-READ-JOURNAL.
           IF NOT NO-MORE-JOURNAL
                MOVE JRN-RUN-ID   TO JOURNAL-RUN-ID
                MOVE JRN-BUS-DATE TO JOURNAL-BUS-DATE
                MOVE 'I' TO RUN-STATE-SW
           END-IF.

           PERFORM UNTIL NO-MORE-JOURNAL
               ADD 1 TO JOURNAL-ENTRIES-READ
               IF JRN-SEQ-NO > JOURNAL-LAST-SEQ
                    MOVE JRN-SEQ-NO TO JOURNAL-LAST-SEQ
               END-IF
               EVALUATE JRN-ACTION
                   WHEN 'E'
                       MOVE 'E' TO RUN-STATE-SW
                   WHEN 'B'
                       MOVE 'B' TO RUN-STATE-SW
               END-EVALUATE
               PERFORM 400-READ-JOURNAL
           END-PERFORM.

           CLOSE MCJRNL.

       200-SCAN-JOURNAL-X.
           EXIT.

      * Output procedure of the newest-first sort: the four files
      * are opened for update and every add and rewrite the run made
      * is undone, latest first, so a record the run changed more
      * than once ends on the image it had before the run.
       220-UNDO-JOURNAL.
           PERFORM 300-OPEN-FILES.
           PERFORM 410-RETURN-SORTED.
           PERFORM 230-UNDO-ONE-ENTRY UNTIL NO-MORE-SORTED.
           CLOSE CLMHIST, DEDACCUM, MEMACCUM, SUBRCASE.

       230-UNDO-ONE-ENTRY.
           EVALUATE TRUE
               WHEN JRN-CLMHIST
                   MOVE 1 TO BKO-SUB
                   PERFORM 232-UNDO-CLMHIST
               WHEN JRN-DEDACCUM
                   MOVE 2 TO BKO-SUB
                   PERFORM 234-UNDO-DEDACCUM
               WHEN JRN-MEMACCUM
                   MOVE 3 TO BKO-SUB
                   PERFORM 236-UNDO-MEMACCUM
               WHEN JRN-SUBRCASE
                   MOVE 4 TO BKO-SUB
                   PERFORM 238-UNDO-SUBRCASE
           END-EVALUATE.
           PERFORM 410-RETURN-SORTED.

      * An added record is deleted; a record already gone was put
      * back by an earlier back-out.  A rewritten record gets its
      * before image back, re-added if it has gone missing since.
       232-UNDO-CLMHIST.
           MOVE JRN-IMAGE TO CLMHIST-REC.
           IF JRN-RECORD-ADDED
                DELETE CLMHIST RECORD
                    INVALID KEY
                        ADD 1 TO BKO-ALREADY-DONE (BKO-SUB)
                    NOT INVALID KEY
                        ADD 1 TO BKO-DELETED (BKO-SUB)
                END-DELETE
           ELSE
                REWRITE CLMHIST-REC
                    INVALID KEY
                        WRITE CLMHIST-REC
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                END-REWRITE
                ADD 1 TO BKO-RESTORED (BKO-SUB)
           END-IF.
           IF NOT (CH-NORMAL OR CH-NOT-FOUND)
                DISPLAY 'ERROR RESTORING CLMHIST, STATUS ' CLMHIST-ST
                GO TO 999-RETURN-ERR
           END-IF.

       234-UNDO-DEDACCUM.
           MOVE JRN-IMAGE TO DEDACCUM-REC.
           IF JRN-RECORD-ADDED
                DELETE DEDACCUM RECORD
                    INVALID KEY
                        ADD 1 TO BKO-ALREADY-DONE (BKO-SUB)
                    NOT INVALID KEY
                        ADD 1 TO BKO-DELETED (BKO-SUB)
                END-DELETE
           ELSE
                REWRITE DEDACCUM-REC
                    INVALID KEY
                        WRITE DEDACCUM-REC
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                END-REWRITE
                ADD 1 TO BKO-RESTORED (BKO-SUB)
           END-IF.
           IF NOT (DA-NORMAL OR DA-NOT-FOUND)
                DISPLAY 'ERROR RESTORING DEDACCUM, STATUS '
                    DEDACCUM-ST
                GO TO 999-RETURN-ERR
           END-IF.

       236-UNDO-MEMACCUM.
           MOVE JRN-IMAGE TO MEMACCUM-REC.
           IF JRN-RECORD-ADDED
                DELETE MEMACCUM RECORD
                    INVALID KEY
                        ADD 1 TO BKO-ALREADY-DONE (BKO-SUB)
                    NOT INVALID KEY
                        ADD 1 TO BKO-DELETED (BKO-SUB)
                END-DELETE
           ELSE
                REWRITE MEMACCUM-REC
                    INVALID KEY
                        WRITE MEMACCUM-REC
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                END-REWRITE
                ADD 1 TO BKO-RESTORED (BKO-SUB)
           END-IF.
           IF NOT (MA-NORMAL OR MA-NOT-FOUND)
                DISPLAY 'ERROR RESTORING MEMACCUM, STATUS '
                    MEMACCUM-ST
                GO TO 999-RETURN-ERR
           END-IF.

       238-UNDO-SUBRCASE.
           MOVE JRN-IMAGE TO SUBR-CASE-REC.
           IF JRN-RECORD-ADDED
                DELETE SUBRCASE RECORD
                    INVALID KEY
                        ADD 1 TO BKO-ALREADY-DONE (BKO-SUB)
                    NOT INVALID KEY
                        ADD 1 TO BKO-DELETED (BKO-SUB)
                END-DELETE
           ELSE
                REWRITE SUBR-CASE-REC
                    INVALID KEY
                        WRITE SUBR-CASE-REC
                            INVALID KEY
                                CONTINUE
                        END-WRITE
                END-REWRITE
                ADD 1 TO BKO-RESTORED (BKO-SUB)
           END-IF.
           IF NOT (SCS-NORMAL OR SCS-NOT-FOUND)
                DISPLAY 'ERROR RESTORING SUBRCASE, STATUS '
                    SUBRCASE-ST
                GO TO 999-RETURN-ERR
           END-IF.

      * SUBRCLM is appended to, not updated by key, so the failed
      * run's lines are taken off by copying the file out to a work
      * file without them and back again.  SUBRCLM is only reopened
      * for output once the work file is complete.
       250-REMOVE-RUN-LINES.
           OPEN INPUT SUBRCLM.
           IF SCL-FILE-MISSING
                GO TO 250-REMOVE-RUN-LINES-X.
           IF NOT SCL-NORMAL
                DISPLAY 'ERROR OPENING SUBRCLM'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT SUBRCLMW
           IF NOT SCW-NORMAL
                DISPLAY 'ERROR OPENING SUBRCLMW'
                GO TO 999-RETURN-ERR.

           PERFORM 420-READ-SUBRCLM.
           PERFORM UNTIL NO-MORE-SUBRCLM
               IF SCL-RUN-ID = JOURNAL-RUN-ID
                    ADD 1 TO SUBRCLM-LINES-REMOVED
               ELSE
                    ADD 1 TO SUBRCLM-LINES-KEPT
                    WRITE SUBRCLMW-REC FROM SUBRCLM-REC
               END-IF
               PERFORM 420-READ-SUBRCLM
           END-PERFORM.
           CLOSE SUBRCLM, SUBRCLMW.

           IF SUBRCLM-LINES-REMOVED = ZERO
                GO TO 250-REMOVE-RUN-LINES-X.

           OPEN INPUT SUBRCLMW
           IF NOT SCW-NORMAL
                DISPLAY 'ERROR OPENING SUBRCLMW'
                GO TO 999-RETURN-ERR.
           OPEN OUTPUT SUBRCLM
           IF NOT SCL-NORMAL
                DISPLAY 'ERROR OPENING OUTPUT SUBRCLM'
                GO TO 999-RETURN-ERR.

           PERFORM 430-READ-SUBRCLMW.
           PERFORM UNTIL NO-MORE-SUBRCLMW
               WRITE SUBRCLM-REC FROM SUBRCLMW-REC
               PERFORM 430-READ-SUBRCLMW
           END-PERFORM.
           CLOSE SUBRCLMW, SUBRCLM.

       250-REMOVE-RUN-LINES-X.
           EXIT.

      * A backed-out entry closes the journal, so a second call
      * before MEDCLAIM reruns finds nothing left to do.
       280-MARK-JOURNAL-BACKED-OUT.
           OPEN EXTEND MCJRNL
           IF NOT MJ-NORMAL
                DISPLAY 'ERROR OPENING EXTEND MCJRNL'
                GO TO 999-RETURN-ERR.

           INITIALIZE JOURNAL-REC.
           MOVE JOURNAL-BUS-DATE TO JRN-BUS-DATE.
           MOVE JOURNAL-RUN-ID   TO JRN-RUN-ID.
           ADD 1 TO JOURNAL-LAST-SEQ.
           MOVE JOURNAL-LAST-SEQ TO JRN-SEQ-NO.
           MOVE 'B'              TO JRN-ACTION.
           WRITE MCJRNL-REC FROM JOURNAL-REC.

           CLOSE MCJRNL.

       300-OPEN-FILES.
           OPEN I-O CLMHIST
           IF NOT CH-NORMAL
                DISPLAY 'ERROR OPENING I-O CLMHIST'
                GO TO 999-RETURN-ERR.

           OPEN I-O DEDACCUM
           IF NOT DA-NORMAL
                DISPLAY 'ERROR OPENING I-O DEDACCUM'
                GO TO 999-RETURN-ERR.

           OPEN I-O MEMACCUM
           IF NOT MA-NORMAL
                DISPLAY 'ERROR OPENING I-O MEMACCUM'
                GO TO 999-RETURN-ERR.

           OPEN I-O SUBRCASE
           IF NOT SCS-NORMAL
                DISPLAY 'ERROR OPENING I-O SUBRCASE'
                GO TO 999-RETURN-ERR.

       400-READ-JOURNAL.
           READ MCJRNL INTO JOURNAL-REC
               AT END MOVE 'Y' TO MCJRNL-EOF
           END-READ.

           IF NOT (MJ-NORMAL OR NO-MORE-JOURNAL)
                DISPLAY 'ERROR READING MCJRNL'
                GO TO 999-RETURN-ERR
           END-IF.

       410-RETURN-SORTED.
           RETURN SORTFILE INTO JOURNAL-REC
               AT END MOVE 'Y' TO SORTED-EOF
           END-RETURN.

       420-READ-SUBRCLM.
           READ SUBRCLM
               AT END MOVE 'Y' TO SUBRCLM-EOF
           END-READ.

           IF NOT (SCL-NORMAL OR NO-MORE-SUBRCLM)
                DISPLAY 'ERROR READING SUBRCLM'
                GO TO 999-RETURN-ERR
           END-IF.

       430-READ-SUBRCLMW.
           READ SUBRCLMW
               AT END MOVE 'Y' TO SUBRCLMW-EOF
           END-READ.

           IF NOT (SCW-NORMAL OR NO-MORE-SUBRCLMW)
                DISPLAY 'ERROR READING SUBRCLMW'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE SPACES TO BKOUTRPT-REC.
           WRITE BKOUTRPT-REC.
           WRITE BKOUTRPT-REC FROM RPT-FILE-HEADER.

           PERFORM VARYING BKO-SUB FROM 1 BY 1 UNTIL BKO-SUB > 4
               EVALUATE BKO-SUB
                   WHEN 1
                       MOVE 'CLMHIST ' TO RPT-FILE-ID
                   WHEN 2
                       MOVE 'DEDACCUM' TO RPT-FILE-ID
                   WHEN 3
                       MOVE 'MEMACCUM' TO RPT-FILE-ID
                   WHEN 4
                       MOVE 'SUBRCASE' TO RPT-FILE-ID
               END-EVALUATE
               MOVE BKO-DELETED (BKO-SUB)      TO RPT-DELETED
               MOVE BKO-RESTORED (BKO-SUB)     TO RPT-RESTORED
               MOVE BKO-ALREADY-DONE (BKO-SUB) TO RPT-ALREADY-DONE
               WRITE BKOUTRPT-REC FROM RPT-FILE-LINE
           END-PERFORM.

           MOVE SPACES TO BKOUTRPT-REC.
           WRITE BKOUTRPT-REC.

           MOVE 'JOURNAL ENTRIES READ:'     TO RPT-FOOT-LABEL.
           MOVE JOURNAL-ENTRIES-READ        TO RPT-FOOT-COUNT.
           WRITE BKOUTRPT-REC FROM RPT-FOOTER-LINE.

           MOVE 'SUBRCLM LINES REMOVED:'    TO RPT-FOOT-LABEL.
           MOVE SUBRCLM-LINES-REMOVED       TO RPT-FOOT-COUNT.
           WRITE BKOUTRPT-REC FROM RPT-FOOTER-LINE.

       900-CLEANUP.
           CLOSE BKOUTRPT.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
