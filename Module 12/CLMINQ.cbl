       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CLMINQ.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** ONLINE CLAIM INQUIRY BY POLICY NUMBER FOR MEMBER SERVICES.
      *****
      ***** ANSWERING "WHERE IS MY CLAIM?" USED TO MEAN PAGING
      ***** THROUGH PRINTED GROUP CLAIMS REPORTS AND EOB COPIES.
      ***** THIS PROGRAM TAKES A POLICY NUMBER AT THE CONSOLE AND
      ***** SHOWS, IN ONE VIEW:
      *****
      *****   - THE POLMAST ELIGIBILITY: STATUS, TYPE AND DATES;
      *****   - THE POLICYHOLDER'S ADDMAST ADDRESS ('P' ENTRY);
      *****   - DEDUCTIBLE AND OUT-OF-POCKET PAID TO DATE (DEDACCUM);
      *****   - EVERY CLMHIST ENTRY FOR THE POLICY -- PAID, REVERSED
      *****     AND ADJUSTED -- WITH ITS AMOUNT AND BENEFIT DATE;
      *****   - ANY ITEM WAITING ON THE ELIGIBILITY PEND QUEUE
      *****     (MEDPENDQ), THE EXCEEDS-COVERAGE QUEUE (MEDEXCQ) OR
      *****     THE HELD-DISBURSEMENT QUEUE (DISBREL).
      *****
      ***** THE QUEUES ARE READ AS THE LAST RUN OF EACH LEFT THEM
      ***** (PENDQNEW, EXCQNEW, DSBPNEW), SO AN ITEM HELD TONIGHT
      ***** SHOWS FROM TOMORROW MORNING.  NOTHING IS UPDATED.
      *****
      ***** MEMBER DATA IS PROTECTED HEALTH INFORMATION: THE OPERATOR
      ***** SIGNS ON WITH AN ID BEFORE THE FIRST INQUIRY, AND EVERY
      ***** INQUIRY IS APPENDED TO THE INQLOG PRIVACY LOG WITH DATE,
      ***** TIME, OPERATOR AND POLICY, WHETHER OR NOT THE POLICY WAS
      ***** FOUND.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  Policy eligibility master, read end to end per inquiry.
           SELECT POLMAST
           ASSIGN TO POLMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS POLMAST-ST.
      *  Name-and-address master maintained by ADDRMNT.
           SELECT ADDRMAST
           ASSIGN TO ADDRMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ADDRMAST-ST.
      *  Family deductible and out-of-pocket accumulator MEDCLAIM
      *  maintains, read by policy.
           SELECT DEDACCUM
           ASSIGN TO DEDACCUM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DA-POLICY-NO-I
               FILE STATUS IS DEDACCUM-ST.
      *  Paid-claim history, positioned at the policy's first entry
      *  and read forward while the policy number holds.
           SELECT CLMHIST
           ASSIGN TO CLMHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-KEY
               FILE STATUS IS CLMHIST-ST.
      *  The three work queues as their last runs carried them.
           SELECT PENDQNEW
           ASSIGN TO PENDQNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PENDQNEW-ST.
           SELECT EXCQNEW
           ASSIGN TO EXCQNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS EXCQNEW-ST.
           SELECT DSBPNEW
           ASSIGN TO DSBPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBPNEW-ST.
      *  Permanent privacy log: one entry appended per inquiry with
      *  date, time, operator and the policy looked at.
           SELECT INQLOG
           ASSIGN TO INQLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INQLOG-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
       01  POLMAST-REC.
           05  PM-POLICY-NO-I          PIC 9(07).
           05  PM-EFF-DATE-I           PIC 9(08).
           05  PM-TERM-DATE-I          PIC 9(08).
           05  PM-STATUS-I             PIC X(01).
           05  PM-POLICY-TYPE-I        PIC 9(01).
           05  FILLER                  PIC X(05).

       FD  ADDRMAST
           RECORD CONTAINS 80 CHARACTERS.
       01  ADDRMAST-REC                PIC X(80).

       FD  DEDACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDACCUM-REC.
           05  DA-POLICY-NO-I          PIC 9(07).
           05  DA-DEDUCT-PAID-I        PIC S9(05).
           05  DA-OOP-PAID-I           PIC S9(7)V99.
           05  FILLER                  PIC X(09).

       FD  CLMHIST
           RECORD CONTAINS 32 CHARACTERS.
       01  CLMHIST-REC.
           05  CH-KEY.
               10  CH-POLICY-NO-I      PIC 9(07).
               10  CH-CLAIM-AMOUNT-I   PIC S9(7)V99.
               10  CH-BENEFIT-DATE-I   PIC 9(08).
               10  CH-MEMBER-SUFFIX-I  PIC 9(02).
               10  CH-REC-TYPE-I       PIC X(01).
                    88  CH-PAYMENT-ENTRY        VALUES ' ', 'P'.
                    88  CH-REVERSAL-ENTRY       VALUE 'R'.
                    88  CH-ADJUSTMENT-ENTRY     VALUE 'A'.
           05  CH-PROVIDER-ID-I        PIC X(05).

       FD  PENDQNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  PENDQNEW-REC                PIC X(120).

       FD  EXCQNEW
           RECORD CONTAINS 90 CHARACTERS.
       01  EXCQNEW-REC                 PIC X(90).

       FD  DSBPNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  DSBPNEW-REC                 PIC X(120).

       FD  INQLOG
           RECORD CONTAINS 80 CHARACTERS.
       01  INQLOG-REC.
           05  LOG-DATE                PIC 9(08).
           05  LOG-TIME                PIC 9(06).
           05  LOG-OPERATOR            PIC X(08).
           05  LOG-ACTION              PIC X(10).
           05  LOG-POLICY-NO           PIC 9(07).
           05  LOG-POLICY-FOUND        PIC X(01).
           05  FILLER                  PIC X(40).

       WORKING-STORAGE SECTION.
           COPY CLAIMREC.
           COPY ADDRREC.

      * Pend queue item, the layout MEDPENDQ carries.
       01  PEND-ITEM-WS.
           05  PQ-CLAIM-IMAGE          PIC X(100).
           05  PQ-QUEUED-DATE          PIC 9(08).
           05  PQ-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(08).

      * Exceeds-coverage queue item, the layout MEDEXCQ carries.
       01  QUEUE-ITEM-WS.
           05  EQ-POLICY-NO            PIC 9(07).
           05  EQ-LNAME                PIC X(15).
           05  EQ-FNAME                PIC X(10).
           05  EQ-CLAIM-AMOUNT         PIC S9(7)V99.
           05  EQ-PAYABLE              PIC S9(7)V99.
           05  EQ-SHORTFALL            PIC S9(7)V99.
           05  EQ-STATUS               PIC X(01).
           05  EQ-QUEUED-DATE          PIC 9(08).
           05  EQ-PROVIDER-ID          PIC X(05).
           05  FILLER                  PIC X(17).

      * Held-disbursement queue item, the layout DISBREL carries.
       01  HELD-ITEM-WS.
           05  DSP-POLICY-NO           PIC 9(07).
           05  DSP-LNAME               PIC X(15).
           05  DSP-FNAME               PIC X(10).
           05  DSP-AMOUNT              PIC S9(7)V99.
           05  DSP-QUEUED-DATE         PIC 9(08).
           05  DSP-PROVIDER-ID         PIC X(05).
           05  FILLER                  PIC X(06).
           05  DSP-BENEFIT-DATE        PIC 9(08).
           05  DSP-BILLED              PIC S9(7)V99.
           05  DSP-ALLOWED             PIC S9(7)V99.
           05  DSP-DEDUCTIBLE          PIC S9(7)V99.
           05  DSP-COINSURANCE         PIC S9(7)V99.
           05  DSP-INTEREST            PIC S9(7)V99.
           05  FILLER                  PIC X(07).

       01  FLAGS.
           05  POLMAST-ST              PIC X(02).
               88  PM-NORMAL                           VALUE '00'.
           05  ADDRMAST-ST             PIC X(02).
               88  ADR-NORMAL                          VALUE '00'.
           05  DEDACCUM-ST             PIC X(02).
               88  DA-NORMAL                           VALUE '00'.
           05  CLMHIST-ST              PIC X(02).
               88  CH-NORMAL                           VALUE '00'.
           05  PENDQNEW-ST             PIC X(02).
               88  QN-NORMAL                           VALUE '00'.
           05  EXCQNEW-ST              PIC X(02).
               88  XQ-NORMAL                           VALUE '00'.
           05  DSBPNEW-ST              PIC X(02).
               88  DQ-NORMAL                           VALUE '00'.
           05  INQLOG-ST               PIC X(02).
               88  LOG-NORMAL                          VALUE '00'.
           05  POLMAST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  ADDRMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-ADDRMAST                    VALUE 'Y'.
           05  CLMHIST-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLMHIST                     VALUE 'Y'.
           05  PENDQNEW-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PENDQ                       VALUE 'Y'.
           05  EXCQNEW-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-EXCQ                        VALUE 'Y'.
           05  DSBPNEW-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-DSBPQ                       VALUE 'Y'.
           05  EXIT-INQUIRY-SW         PIC X(01)       VALUE 'N'.
               88  EXIT-INQUIRY                        VALUE 'Y'.
           05  POLICY-FOUND-SW         PIC X(01)       VALUE 'N'.
               88  POLICY-FOUND                        VALUE 'Y'.
           05  ADDRESS-FOUND-SW        PIC X(01)       VALUE 'N'.
               88  ADDRESS-FOUND                       VALUE 'Y'.

       01  OPERATOR-ID                 PIC X(08).
       01  INPUT-POLICY-NO             PIC 9(07).

       77  LINES-SHOWN                 PIC 9(05) VALUE 0.
       77  AMOUNT-ED                   PIC -$$,$$$,$$9.99.
       77  AMOUNT-2-ED                 PIC -$$,$$$,$$9.99.
       77  ENTRY-TYPE-DESC             PIC X(08).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-RUN-INQUIRY UNTIL EXIT-INQUIRY.
           PERFORM 900-CLEANUP.
           GOBACK.

      ******************************************************************

      * No inquiry without a named operator: the privacy log is only
      * worth keeping if every entry says who looked.
       100-HOUSEKEEPING.
           DISPLAY "CLAIM INQUIRY BY POLICY NUMBER".
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT OPERATOR-ID.
           IF OPERATOR-ID = SPACES
               DISPLAY "ERROR: OPERATOR ID IS REQUIRED"
               GO TO 999-RETURN-ERR
           END-IF.

           OPEN EXTEND INQLOG
           IF NOT LOG-NORMAL
               DISPLAY "ERROR OPENING INQLOG"
               GO TO 999-RETURN-ERR.

           OPEN INPUT DEDACCUM
           IF NOT DA-NORMAL
               DISPLAY "ERROR OPENING DEDACCUM"
               GO TO 999-RETURN-ERR.

           OPEN INPUT CLMHIST
           IF NOT CH-NORMAL
               DISPLAY "ERROR OPENING CLMHIST"
               GO TO 999-RETURN-ERR.

      ******************************************************************

       200-RUN-INQUIRY.
           DISPLAY " ".
           DISPLAY "ENTER POLICY NUMBER (0 TO EXIT): "
               WITH NO ADVANCING.
           ACCEPT INPUT-POLICY-NO.

           IF INPUT-POLICY-NO = ZERO
               MOVE 'Y' TO EXIT-INQUIRY-SW
           ELSE
               PERFORM 210-SHOW-ELIGIBILITY
               PERFORM 290-LOG-INQUIRY
               PERFORM 220-SHOW-ADDRESS
               PERFORM 230-SHOW-DEDUCTIBLE
               PERFORM 240-SHOW-CLAIM-HISTORY
               PERFORM 250-SHOW-PEND-QUEUE
               PERFORM 260-SHOW-EXCEEDS-QUEUE
               PERFORM 270-SHOW-HELD-DISBURSEMENTS
           END-IF.

       210-SHOW-ELIGIBILITY.
           DISPLAY " ".
           DISPLAY "POLICY " INPUT-POLICY-NO.
           MOVE 'N' TO POLICY-FOUND-SW, POLMAST-EOF.
           OPEN INPUT POLMAST
           IF NOT PM-NORMAL
               DISPLAY "ERROR OPENING POLMAST"
               GO TO 999-RETURN-ERR.

           PERFORM UNTIL NO-MORE-POLMAST OR POLICY-FOUND
               READ POLMAST
                   AT END MOVE 'Y' TO POLMAST-EOF
               END-READ
               IF NOT NO-MORE-POLMAST
                      AND PM-POLICY-NO-I = INPUT-POLICY-NO
                   MOVE 'Y' TO POLICY-FOUND-SW
               END-IF
           END-PERFORM.
           CLOSE POLMAST.

           IF POLICY-FOUND
               DISPLAY "  ELIGIBILITY: STATUS " PM-STATUS-I
                       "  TYPE " PM-POLICY-TYPE-I
                       "  EFFECTIVE " PM-EFF-DATE-I
                       "  TERMINATES " PM-TERM-DATE-I
           ELSE
               DISPLAY "  *** POLICY NOT ON POLMAST ***"
           END-IF.

       220-SHOW-ADDRESS.
           MOVE 'N' TO ADDRESS-FOUND-SW, ADDRMAST-EOF.
           OPEN INPUT ADDRMAST
           IF NOT ADR-NORMAL
               DISPLAY "ERROR OPENING ADDRMAST"
               GO TO 999-RETURN-ERR.

           PERFORM UNTIL NO-MORE-ADDRMAST OR ADDRESS-FOUND
               READ ADDRMAST INTO ADDR-REC
                   AT END MOVE 'Y' TO ADDRMAST-EOF
               END-READ
               IF NOT NO-MORE-ADDRMAST
                      AND ADR-POLICY-ADDR
                      AND ADR-KEY-NO = INPUT-POLICY-NO
                   MOVE 'Y' TO ADDRESS-FOUND-SW
               END-IF
           END-PERFORM.
           CLOSE ADDRMAST.

           IF ADDRESS-FOUND
               DISPLAY "  ADDRESS:     " ADR-NAME
               DISPLAY "               " ADR-STREET
               DISPLAY "               " ADR-CITY " " ADR-STATE
                       " " ADR-ZIP
           ELSE
               DISPLAY "  ADDRESS:     *** NONE ON ADDRMAST ***"
           END-IF.

       230-SHOW-DEDUCTIBLE.
           MOVE INPUT-POLICY-NO TO DA-POLICY-NO-I.
           READ DEDACCUM
               INVALID KEY
                   DISPLAY "  DEDUCTIBLE:  NOTHING PAID TO DATE"
               NOT INVALID KEY
                   MOVE DA-OOP-PAID-I TO AMOUNT-ED
                   DISPLAY "  DEDUCTIBLE PAID TO DATE: "
                           DA-DEDUCT-PAID-I
                           "   OUT-OF-POCKET PAID: " AMOUNT-ED
           END-READ.

      * Every history entry for the policy, in key order: the
      * reversal or adjustment of a claim lands right after it.
       240-SHOW-CLAIM-HISTORY.
           DISPLAY "  CLAIM HISTORY:".
           MOVE 0   TO LINES-SHOWN.
           MOVE 'N' TO CLMHIST-EOF.
           MOVE LOW-VALUES      TO CH-KEY.
           MOVE INPUT-POLICY-NO TO CH-POLICY-NO-I.
           START CLMHIST KEY IS NOT LESS THAN CH-KEY
               INVALID KEY
                   MOVE 'Y' TO CLMHIST-EOF
           END-START.

           PERFORM UNTIL NO-MORE-CLMHIST
               READ CLMHIST NEXT RECORD
                   AT END
                       MOVE 'Y' TO CLMHIST-EOF
               END-READ
               IF NOT NO-MORE-CLMHIST
                   IF CH-POLICY-NO-I NOT = INPUT-POLICY-NO
                       MOVE 'Y' TO CLMHIST-EOF
                   ELSE
                       PERFORM 245-SHOW-HISTORY-ENTRY
                   END-IF
               END-IF
           END-PERFORM.

           IF LINES-SHOWN = 0
               DISPLAY "    NO CLAIMS ON HISTORY"
           END-IF.

       245-SHOW-HISTORY-ENTRY.
           EVALUATE TRUE
               WHEN CH-REVERSAL-ENTRY
                   MOVE 'REVERSED' TO ENTRY-TYPE-DESC
               WHEN CH-ADJUSTMENT-ENTRY
                   MOVE 'ADJUSTED' TO ENTRY-TYPE-DESC
               WHEN OTHER
                   MOVE 'PAID    ' TO ENTRY-TYPE-DESC
           END-EVALUATE.
           MOVE CH-CLAIM-AMOUNT-I TO AMOUNT-ED.
           DISPLAY "    " ENTRY-TYPE-DESC
                   "  MEMBER " CH-MEMBER-SUFFIX-I
                   "  BENEFIT DATE " CH-BENEFIT-DATE-I
                   "  CLAIM AMOUNT " AMOUNT-ED
                   "  PROVIDER " CH-PROVIDER-ID-I.
           ADD 1 TO LINES-SHOWN.

       250-SHOW-PEND-QUEUE.
           DISPLAY "  ELIGIBILITY PEND QUEUE:".
           MOVE 0   TO LINES-SHOWN.
           MOVE 'N' TO PENDQNEW-EOF.
           OPEN INPUT PENDQNEW
           IF NOT QN-NORMAL
               DISPLAY "ERROR OPENING PENDQNEW"
               GO TO 999-RETURN-ERR.

           PERFORM UNTIL NO-MORE-PENDQ
               READ PENDQNEW INTO PEND-ITEM-WS
                   AT END MOVE 'Y' TO PENDQNEW-EOF
               END-READ
               IF NOT NO-MORE-PENDQ
                   MOVE PQ-CLAIM-IMAGE TO CLAIM-REC
                   IF INS-POLICY-NO = INPUT-POLICY-NO
                       MOVE CLAIM-AMOUNT TO AMOUNT-ED
                       DISPLAY "    PENDED " PQ-QUEUED-DATE
                               "  REASON " PQ-REASON-CODE
                               "  BENEFIT DATE "
                               POLICY-BENEFIT-DATE-NUM
                               "  CLAIM AMOUNT " AMOUNT-ED
                       ADD 1 TO LINES-SHOWN
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE PENDQNEW.

           IF LINES-SHOWN = 0
               DISPLAY "    NONE"
           END-IF.

       260-SHOW-EXCEEDS-QUEUE.
           DISPLAY "  EXCEEDS-COVERAGE QUEUE:".
           MOVE 0   TO LINES-SHOWN.
           MOVE 'N' TO EXCQNEW-EOF.
           OPEN INPUT EXCQNEW
           IF NOT XQ-NORMAL
               DISPLAY "ERROR OPENING EXCQNEW"
               GO TO 999-RETURN-ERR.

           PERFORM UNTIL NO-MORE-EXCQ
               READ EXCQNEW INTO QUEUE-ITEM-WS
                   AT END MOVE 'Y' TO EXCQNEW-EOF
               END-READ
               IF NOT NO-MORE-EXCQ
                      AND EQ-POLICY-NO = INPUT-POLICY-NO
                   MOVE EQ-CLAIM-AMOUNT TO AMOUNT-ED
                   MOVE EQ-PAYABLE      TO AMOUNT-2-ED
                   DISPLAY "    QUEUED " EQ-QUEUED-DATE
                           "  CLAIM AMOUNT " AMOUNT-ED
                           "  STILL PAYABLE " AMOUNT-2-ED
                   ADD 1 TO LINES-SHOWN
               END-IF
           END-PERFORM.
           CLOSE EXCQNEW.

           IF LINES-SHOWN = 0
               DISPLAY "    NONE"
           END-IF.

       270-SHOW-HELD-DISBURSEMENTS.
           DISPLAY "  HELD DISBURSEMENTS:".
           MOVE 0   TO LINES-SHOWN.
           MOVE 'N' TO DSBPNEW-EOF.
           OPEN INPUT DSBPNEW
           IF NOT DQ-NORMAL
               DISPLAY "ERROR OPENING DSBPNEW"
               GO TO 999-RETURN-ERR.

           PERFORM UNTIL NO-MORE-DSBPQ
               READ DSBPNEW INTO HELD-ITEM-WS
                   AT END MOVE 'Y' TO DSBPNEW-EOF
               END-READ
               IF NOT NO-MORE-DSBPQ
                      AND DSP-POLICY-NO = INPUT-POLICY-NO
                   MOVE DSP-AMOUNT TO AMOUNT-ED
                   DISPLAY "    HELD " DSP-QUEUED-DATE
                           "  BENEFIT DATE " DSP-BENEFIT-DATE
                           "  AMOUNT " AMOUNT-ED
                           "  PROVIDER " DSP-PROVIDER-ID
                   ADD 1 TO LINES-SHOWN
               END-IF
           END-PERFORM.
           CLOSE DSBPNEW.

           IF LINES-SHOWN = 0
               DISPLAY "    NONE"
           END-IF.

       290-LOG-INQUIRY.
           INITIALIZE INQLOG-REC.
           MOVE FUNCTION CURRENT-DATE (1:8) TO LOG-DATE.
           MOVE FUNCTION CURRENT-DATE (9:6) TO LOG-TIME.
           MOVE OPERATOR-ID     TO LOG-OPERATOR.
           MOVE 'INQUIRY'       TO LOG-ACTION.
           MOVE INPUT-POLICY-NO TO LOG-POLICY-NO.
           MOVE POLICY-FOUND-SW TO LOG-POLICY-FOUND.
           WRITE INQLOG-REC.
           IF NOT LOG-NORMAL
               DISPLAY "ERROR WRITING INQLOG"
               GO TO 999-RETURN-ERR
           END-IF.

      ******************************************************************

       900-CLEANUP.
           CLOSE INQLOG, DEDACCUM, CLMHIST.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
