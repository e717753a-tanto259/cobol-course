      ***** LOADER, AND PRINTS A POSTING SUMMARY.  ENTRIES FOR OTHER
      ***** BUSINESS DATES CARRY FORWARD ON GLPNEW UNTOUCHED.
      ***** ACCOUNTING STOPS RE-KEYING BATCH FIGURES FROM PRINTOUTS.
      *****
      ***** EVERY BATCH SENT IS ALSO ADDED TO GLSENT, THE BATCHES
      ***** AWAITING THE GL LOADER'S ACKNOWLEDGMENT.  THE LOADER
      ***** ACKNOWLEDGES EACH BATCH BY ITS BUSINESS DATE AND SOURCE
      ***** JOB; GLACKPR CLEARS THE ACCEPTED ONES AND REQUEUES THE
      ***** REJECTED ONES FOR CORRECTION.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO GLBATCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLBATCH-ST.
           SELECT GLSENT
           ASSIGN TO GLSENT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GLSENT-ST.
           SELECT GLREJECT
           ASSIGN TO GLREJECT
               ORGANIZATION IS SEQUENTIAL
           RECORD CONTAINS 50 CHARACTERS.
       01  GLBATCH-REC                 PIC X(50).

       FD  GLSENT
           RECORD CONTAINS 50 CHARACTERS.
       01  GLSENT-REC                  PIC X(50).

       FD  GLREJECT
           RECORD CONTAINS 80 CHARACTERS.
       01  GLREJECT-REC.
               88  GLN-NORMAL                          VALUE '00'.
           05  GLBATCH-ST              PIC X(02).
               88  GLB-NORMAL                          VALUE '00'.
           05  GLSENT-ST               PIC X(02).
               88  GLT-NORMAL                          VALUE '00'.
           05  GLREJECT-ST             PIC X(02).
               88  GLR-NORMAL                          VALUE '00'.
           05  GLSUMRPT-ST             PIC X(02).
                DISPLAY 'ERROR OPENING GLBATCH'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND GLSENT
           IF NOT GLT-NORMAL
                DISPLAY 'ERROR OPENING GLSENT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT GLREJECT
           IF NOT GLR-NORMAL
                DISPLAY 'ERROR OPENING GLREJECT'
               IF ENT-BATCHED-SW (ENT-SUB) NOT = 'Y'
                  AND ENT-SOURCE-JOB (ENT-SUB) = CURR-SOURCE-JOB
                   WRITE GLBATCH-REC FROM ENT-IMAGE (ENT-SUB)
                   WRITE GLSENT-REC FROM ENT-IMAGE (ENT-SUB)
                   ADD 1 TO ENTRIES-POSTED
                   ADD 1 TO ENTRIES-BATCHED
                   ADD ENT-DEBIT (ENT-SUB) TO POSTED-DEBIT-TOTAL
           DISPLAY "ENTRIES POSTED       : " ENTRIES-POSTED.
           DISPLAY "ENTRIES REJECTED     : " ENTRIES-REJECTED.
           DISPLAY "ENTRIES CARRIED FWD  : " ENTRIES-CARRIED.
           CLOSE GLPNEW, GLBATCH, GLSENT, GLREJECT, GLSUMRPT.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
