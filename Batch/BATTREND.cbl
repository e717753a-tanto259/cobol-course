      *****   - THE STEPS THAT FAILED MOST OFTEN.
      *****
      ***** RUN WEEKLY; CAPACITY PLANNING COMES OFF THIS LISTING
      ***** INSTEAD OF THE OPERATOR'S MEMORY.  EACH STEP'S AVERAGE
      ***** ELAPSED TIME ALSO GOES OUT ON STEPAVG, WHICH NITEBAT
      ***** PROJECTS ITS BANK CUT-OFF DEADLINES FROM.
      ******************************************************************

       ENVIRONMENT DIVISION.
           ASSIGN TO TRENDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS TRENDRPT-ST.
      *  Average elapsed seconds per step, one record per step, for
      *  NITEBAT's deadline projections.
           SELECT STEPAVG
           ASSIGN TO STEPAVG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS STEPAVG-ST.

       DATA DIVISION.
       FILE SECTION.
           RECORD CONTAINS 133 CHARACTERS.
       01  TRENDRPT-REC                PIC X(133).

       FD  STEPAVG
           RECORD CONTAINS 20 CHARACTERS.
       01  STEPAVG-REC.
           05  SA-STEP-NAME            PIC X(08).
           05  SA-AVG-SECS             PIC 9(07).
           05  SA-RUN-COUNT            PIC 9(05).

       WORKING-STORAGE SECTION.
       01  FLAGS.
           05  NITEARCH-ST             PIC X(02).
               88  BW-NORMAL                           VALUE '00'.
           05  TRENDRPT-ST             PIC X(02).
               88  TR-NORMAL                           VALUE '00'.
           05  STEPAVG-ST              PIC X(02).
               88  SA-NORMAL                           VALUE '00'.
           05  NITEARCH-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-NITEARCH                    VALUE 'Y'.

      * One slot per step, accumulated across the whole archive.  The
      * most recent record for a step (the archive is appended in
      * date order) stands as its latest run.  Sized to NITEBAT's
      * 50-entry NITESCHD schedule.
       01  STEP-STAT-TABLE.
           05  STEP-STAT-ITEM OCCURS 50 TIMES
                   INDEXED BY ST-IDX.
               10  ST-STEP-NAME        PIC X(08).
               10  ST-RUN-COUNT        PIC 9(05).
               10  ST-LATEST-SECS      PIC 9(07).
               10  ST-LATEST-DATE      PIC 9(08).
               10  ST-PRINTED-SW       PIC X(01).
       77  STEP-MAX                    PIC S9(04) COMP VALUE 50.
       77  STEP-COUNT                  PIC S9(04) COMP VALUE 0.
       77  STEP-FOUND-SUB              PIC S9(04) COMP VALUE 0.
       77  ST-SUB                      PIC S9(04) COMP VALUE 0.
                DISPLAY 'ERROR OPENING TRENDRPT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT STEPAVG
           IF NOT SA-NORMAL
                DISPLAY 'ERROR OPENING STEPAVG'
                GO TO 999-RETURN-ERR.

       320-LOAD-PARAMETERS.
           OPEN INPUT BATWPARM.
           IF BW-NORMAL
           END-IF.
           WRITE TRENDRPT-REC FROM STEP-LINE.

           MOVE ST-STEP-NAME (ST-SUB)   TO SA-STEP-NAME.
           MOVE AVG-SECS-WS             TO SA-AVG-SECS.
           MOVE ST-RUN-COUNT (ST-SUB)   TO SA-RUN-COUNT.
           WRITE STEPAVG-REC.

       600-PRINT-NIGHT-TOTALS.
           MOVE SPACES TO TRENDRPT-REC.
           WRITE TRENDRPT-REC.
           DISPLAY "ARCHIVE RECORDS READ : " RECORDS-READ.
           DISPLAY "DISTINCT STEPS       : " STEP-COUNT.
           DISPLAY "NIGHTS COVERED       : " NIGHT-COUNT.
           CLOSE NITEARCH, TRENDRPT, STEPAVG.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
