      ***** CONSOLIDATED DAILY EXCEPTIONS REPORT.
      *****
      ***** READS THE REJECTED-RECORD FILES WRITTEN BY FAVRFP,
      ***** MEDCLAIM, HOSPEDIT AND MEDPENDQ, AND THE CROSS-MASTER
      ***** ORPHANS WRITTEN BY INTGCHK -- EACH IN THE SHARED
      ***** EXCEPTION-REC LAYOUT
      ***** (SEE EXCREC.CPY) -- AND PRINTS THEM AS ONE REPORT, SO
      ***** EXCEPTIONS CAN BE REVIEWED IN ONE PLACE INSTEAD OF CHECKING
           ASSIGN TO PENDEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PNDEXCP-ST.
      *  Cross-master orphans found by the nightly INTGCHK run, in
      *  the same shared layout.
           SELECT INTEXCP
           ASSIGN TO INTGEXCP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INTEXCP-ST.
           SELECT EXCRPTF
           ASSIGN TO EXCRPTF
               ORGANIZATION IS SEQUENTIAL
           RECORD CONTAINS 150 CHARACTERS.
       01  PNDEXCP-REC                 PIC X(150).

       FD  INTEXCP
           RECORD CONTAINS 150 CHARACTERS.
       01  INTEXCP-REC                 PIC X(150).

       FD  EXCRPTF
           RECORD CONTAINS 133 CHARACTERS.
       01  EXCRPTF-REC                 PIC X(133).
               88  NO-MORE-HOSEXCP                     VALUE 'Y'.
           05  PNDEXCP-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PNDEXCP                     VALUE 'Y'.
           05  INTEXCP-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-INTEXCP                     VALUE 'Y'.
           05  FAVEXCP-ST              PIC X(02).
               88  FX-NORMAL                           VALUE '00'.
           05  MEDEXCP-ST              PIC X(02).
               88  HX-NORMAL                           VALUE '00'.
           05  PNDEXCP-ST              PIC X(02).
               88  PX-NORMAL                           VALUE '00'.
           05  INTEXCP-ST              PIC X(02).
               88  IX-NORMAL                           VALUE '00'.
           05  EXCRPTF-ST              PIC X(02).
               88  RP-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
       77  MEDEXCP-COUNT               PIC 9(05)       VALUE 0.
       77  HOSEXCP-COUNT               PIC 9(05)       VALUE 0.
       77  PNDEXCP-COUNT               PIC 9(05)       VALUE 0.
       77  INTEXCP-COUNT               PIC 9(05)       VALUE 0.

      * Exception status master carried across runs, keyed by source
      * program plus original data.
           05  FILLER                  PIC X(15)
                    VALUE 'MEDPENDQ:'.
           05  FOOTER-PNDEXCP          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(15)
                    VALUE 'INTGCHK:'.
           05  FOOTER-INTEXCP          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 300-REPORT-MEDEXCP UNTIL NO-MORE-MEDEXCP.
           PERFORM 400-REPORT-HOSEXCP UNTIL NO-MORE-HOSEXCP.
           PERFORM 450-REPORT-PNDEXCP UNTIL NO-MORE-PNDEXCP.
           PERFORM 470-REPORT-INTEXCP UNTIL NO-MORE-INTEXCP.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 700-APPLY-RESOLUTIONS.
           PERFORM 720-PRINT-OPEN-EXCEPTIONS.
           PERFORM 310-READ-MEDEXCP.
           PERFORM 410-READ-HOSEXCP.
           PERFORM 460-READ-PNDEXCP.
           PERFORM 480-READ-INTEXCP.

      * Loads the exception status master carried in from prior runs.
       120-LOAD-STATUS-MASTER.
                DISPLAY 'ERROR OPENING PNDEXCP'
                GO TO 999-RETURN-ERR.

           OPEN INPUT INTEXCP
           IF NOT IX-NORMAL
                DISPLAY 'ERROR OPENING INTEXCP'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT EXCRPTF
           IF NOT RP-NORMAL
                DISPLAY 'ERROR OPENING EXCRPTF'
                GO TO 999-RETURN-ERR
           END-IF.

       470-REPORT-INTEXCP.
           MOVE INTEXCP-REC TO EXCEPTION-REC.
           PERFORM 600-PRINT-CONTENT.
           ADD 1 TO INTEXCP-COUNT.
           PERFORM 480-READ-INTEXCP.

       480-READ-INTEXCP.
           READ INTEXCP
               AT END MOVE 'Y' TO INTEXCP-EOF
           END-READ.

           IF NOT (IX-NORMAL OR NO-MORE-INTEXCP)
                DISPLAY 'ERROR READING INTEXCP'
                GO TO 999-RETURN-ERR
           END-IF.

       500-PRINT-FOOTER.
           MOVE FAVEXCP-COUNT TO FOOTER-FAVEXCP.
           MOVE MEDEXCP-COUNT TO FOOTER-MEDEXCP.
           MOVE HOSEXCP-COUNT TO FOOTER-HOSEXCP.
           MOVE PNDEXCP-COUNT TO FOOTER-PNDEXCP.
           MOVE INTEXCP-COUNT TO FOOTER-INTEXCP.
           WRITE EXCRPTF-REC FROM FOOTER-LINE.

       550-PRINT-HEADERS.

       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE FAVEXCP, MEDEXCP, HOSEXCP, PNDEXCP, INTEXCP,
                 EXCRPTF.

      * One run-control record for DAYBAL's nightly cross-foot --
      * every exception read was printed, so in equals out.
           MOVE HDR-CURRENT-DATE    TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN =
               FAVEXCP-COUNT + MEDEXCP-COUNT + HOSEXCP-COUNT
                   + PNDEXCP-COUNT + INTEXCP-COUNT.
           COMPUTE LED-RECS-OUT-PRIMARY =
               FAVEXCP-COUNT + MEDEXCP-COUNT + HOSEXCP-COUNT
                   + PNDEXCP-COUNT + INTEXCP-COUNT.
           MOVE ZERO TO LED-RECS-OUT-SECONDARY.
           MOVE ZERO TO LED-RECS-REJECTED.
           MOVE ZERO TO LED-DOLLARS.
