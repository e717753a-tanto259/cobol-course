      *****     REMAINING RECORDS FORWARD ON THE NEW LEDGER
      *****     (LEDGNEW, SWAPPED OVER RUNLEDGR FOR THE NEXT CYCLE),
      *****     SO DAYBAL'S NIGHTLY READ STOPS SCANNING YEARS OF
      *****     HISTORY TO FIND TONIGHT'S DOZEN RECORDS;
      *****   - WRITES THE MONTH'S BY-JOB FIGURES TO LEDGJOB, WHICH
      *****     GLRECON RECONCILES AGAINST THE POSTED GL BALANCES.
      *****
      ***** THE MONTH SUMMARIZED IS THE MONTH OF THE CYCLE'S
      ***** BUSINESS DATE, SO THE MONTH-END NIGHT CLOSES ITS OWN
           ASSIGN TO LEDGARCH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGARCH-ST.
           SELECT LEDGJOB
           ASSIGN TO LEDGJOB
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGJOB-ST.
           SELECT LEDGRPT
           ASSIGN TO LEDGRPT
               ORGANIZATION IS SEQUENTIAL
           RECORD CONTAINS 60 CHARACTERS.
       01  LEDGARCH-REC                PIC X(60).

      * One record per job on the month's ledger.
       FD  LEDGJOB
           RECORD CONTAINS 40 CHARACTERS.
       01  LEDGJOB-REC.
           05  LJ-MONTH                PIC 9(06).
           05  LJ-JOB-NAME             PIC X(08).
           05  LJ-RUN-COUNT            PIC 9(05).
           05  LJ-DOLLARS              PIC S9(13)V99.
           05  FILLER                  PIC X(06).

       FD  LEDGRPT
           RECORD CONTAINS 133 CHARACTERS.
       01  LEDGRPT-REC                 PIC X(133).
               88  LN-NORMAL                           VALUE '00'.
           05  LEDGARCH-ST             PIC X(02).
               88  LA-NORMAL                           VALUE '00'.
           05  LEDGJOB-ST              PIC X(02).
               88  LJ-NORMAL                           VALUE '00'.
           05  LEDGRPT-ST              PIC X(02).
               88  LR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
                DISPLAY 'ERROR OPENING LEDGARCH'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT LEDGJOB
           IF NOT LJ-NORMAL
                DISPLAY 'ERROR OPENING LEDGJOB'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT LEDGRPT
           IF NOT LR-NORMAL
                DISPLAY 'ERROR OPENING LEDGRPT'
           MOVE JT-DOLLARS (JOB-SUB)   TO JBL-DOLLARS.
           WRITE LEDGRPT-REC FROM JOB-LINE.

           MOVE SPACES                 TO LEDGJOB-REC.
           MOVE REPORT-MONTH-WS        TO LJ-MONTH.
           MOVE JT-JOB-NAME (JOB-SUB)  TO LJ-JOB-NAME.
           MOVE JT-RUN-COUNT (JOB-SUB) TO LJ-RUN-COUNT.
           MOVE JT-DOLLARS (JOB-SUB)   TO LJ-DOLLARS.
           WRITE LEDGJOB-REC.

      * One line per business day that ran anything, with the
      * month's busiest night flagged.
       600-PRINT-DAY-MATRIX.
           DISPLAY "LEDGER RECORDS READ   : " RECORDS-READ.
           DISPLAY "ARCHIVED TO LEDGARCH  : " RECORDS-ARCHIVED.
           DISPLAY "RETAINED ON LEDGNEW   : " RECORDS-RETAINED.
           CLOSE RUNLEDGR, LEDGNEW, LEDGARCH, LEDGJOB, LEDGRPT.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
