      *****
      ***** TABLES01'S BILLING DETAIL LISTS WHAT EACH EMPLOYEE
      ***** BILLED, BUT WHAT THE CLIENT RECEIVES IS AN INVOICE.
      ***** THIS RUN AGGREGATES THE BILLING EXTRACT (BILLEXT AS
      ***** CONTBURN CLEARS IT AGAINST THE PROJECT CONTRACT CEILINGS,
      ***** BILLCLR) BY PROJECT INTO SEQUENTIALLY NUMBERED, DATED
      ***** INVOICES WITH PAYMENT TERMS, PRINTS A FORMATTED INVOICE
      ***** DOCUMENT PER CLIENT PROJECT, AND CARRIES AN OPEN-INVOICE
      ***** REGISTER ACROSS RUNS (INVROLD IN, INVRNEW OUT, THE
      ***** RECONCIL RECMOLD/RECMNEW STYLE):
      *****
      *****   - INVPAY PAYMENTS POST AGAINST THEIR INVOICE, PARTIAL
      *****     PAYMENTS REDUCING THE OPEN BALANCE;
      *****     AGETAB BANDS) ON THE REGISTER REPORT, SO COLLECTIONS
      *****     WORKS FROM A SYSTEM LIST INSTEAD OF A FOLDER OF
      *****     PRINTOUTS.
      *****
      ***** EACH PROJECT BILLS TO THE CLIENT PROJCLNT MAPS IT TO ON
      ***** THE CLNTMAST CLIENT MASTER (BOTH MAINTAINED BY CLNTMNT):
      ***** THE INVOICE PRINTS THE CLIENT'S BILL-TO BLOCK AND ITS OWN
      ***** PAYMENT TERMS, THE DUE DATE THOSE TERMS GIVE IS STAMPED ON
      ***** THE REGISTER ENTRY AND THE INVOICE AGES PAST DUE FROM IT,
      ***** AND A CLIENT WHOSE OPEN BALANCE RUNS OVER ITS CREDIT
      ***** LIMIT IS LISTED AT THE FOOT OF THE REGISTER.
      *****
      ***** ON-CALL CHARGE LINES ONCALPAY ADDS TO THE EXTRACT PRINT
      ***** ON THE SAME INVOICE, SHOWING ON-CALL DAYS AND CALLOUT
      ***** HOURS IN PLACE OF DAYS AND OVERTIME.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *  The billing extract after CONTBURN has held back anything
      *  past a capped contract's ceiling.
           SELECT BILL-EXT-FILE
           ASSIGN TO BILLCLR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS BILL-EXT-ST.
           SELECT INVROLD
           ASSIGN TO INVREG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS INVREG-ST.
      *  Client master and the project-to-client map, maintained by
      *  CLNTMNT.
           SELECT CLNTMAST
           ASSIGN TO CLNTMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CLNTMAST-ST.
           SELECT PROJCLNT
           ASSIGN TO PROJCLNT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PROJCLNT-ST.
      *  Holiday calendar and aging bands, the same business-day
      *  machinery HOSPEDIT and RECONCIL age with.
           SELECT HOLCAL
           05  BX-DAY-BILL             PIC 9(06)V99.
           05  BX-OT-BILL              PIC 9(06)V99.
           05  BX-TOTAL-BILL           PIC 9(07)V99.
           05  BX-LINE-TYPE            PIC X(01).
               88  BX-ON-CALL-LINE                     VALUE 'O'.
           05  BX-PAY-COST             PIC 9(07)V99.
           05  FILLER                  PIC X(02).

      * One register entry per invoice, carried run to run: issued,
      * the open balance still owed, and its status.
           RECORD CONTAINS 133 CHARACTERS.
       01  INVREG-REC                  PIC X(133).

       FD  CLNTMAST
           RECORD CONTAINS 160 CHARACTERS.
       01  CLNTMAST-REC                PIC X(160).

       FD  PROJCLNT
           RECORD CONTAINS 20 CHARACTERS.
       01  PROJCLNT-REC.
           05  PC-PROJECT              PIC X(04).
           05  PC-CLIENT-ID            PIC X(06).
           05  FILLER                  PIC X(10).

       FD  HOLCAL
           RECORD CONTAINS 80 CHARACTERS.
       01  HOLCAL-REC.

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CLNTREC.

      * Register work record: an invoice is OPEN until payments
      * cover it, then PAID and dropped from the carry-forward.  The
      * due date is stamped from the client's terms at issue; an
      * entry carried from before terms were kept gets one from the
      * client's current terms the first time it ages.
       01  INV-ITEM-WS.
           05  IV-INVOICE-NO           PIC 9(06).
           05  IV-PROJECT              PIC X(04).
           05  IV-OPEN-BALANCE         PIC S9(9)V99.
           05  IV-STATUS               PIC X(01).
               88  IV-OPEN                             VALUE 'O'.
           05  IV-DUE-DATE             PIC 9(08).
           05  FILLER                  PIC X(01).

       01  FLAGS.
           05  BILL-EXT-ST             PIC X(02).
               88  HC-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  CLNTMAST-ST             PIC X(02).
               88  CM-NORMAL                           VALUE '00'.
           05  PROJCLNT-ST             PIC X(02).
               88  PC-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
               88  BD-NORMAL                           VALUE '00'.
           05  RUNLEDGR-ST             PIC X(02).
               88  NO-MORE-HOLCAL                      VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  CLNTMAST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-CLNTMAST                    VALUE 'Y'.
           05  PROJCLNT-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-PROJCLNT                    VALUE 'Y'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
               10  DT-OT-HOURS         PIC 9(03).
               10  DT-TOTAL            PIC 9(07)V99.
               10  DT-INVOICED         PIC X(01).
               10  DT-LINE-TYPE        PIC X(01).
                   88  DT-ON-CALL-LINE                 VALUE 'O'.
       77  DETAIL-COUNT                PIC S9(04) COMP VALUE 0.
       77  DETAIL-SKIPPED              PIC S9(04) COMP VALUE 0.
       77  DT-SUB                      PIC S9(04) COMP VALUE 0.
       77  HOLIDAY-HIT-SW               PIC X(01) VALUE 'N'.
           88  DAY-IS-HOLIDAY                        VALUE 'Y'.

      * Client master in memory, with the open register balance
      * each client runs up as the register is worked.
       01  CLIENT-TABLE.
           05  CLIENT-ITEM OCCURS 500 TIMES INDEXED BY CLT-IDX.
               10  CLT-IMAGE           PIC X(160).
               10  CLT-KEY-VIEW REDEFINES CLT-IMAGE.
                   15  CLT-CLIENT-ID   PIC X(06).
                   15  FILLER          PIC X(154).
               10  CLT-OPEN-BALANCE    PIC S9(11)V99.
       77  CLIENT-COUNT                PIC S9(04) COMP VALUE 0.
       77  CLIENT-FOUND-SUB            PIC S9(04) COMP VALUE 0.
       77  CLT-SUB                     PIC S9(04) COMP VALUE 0.

      * Project to client, off PROJCLNT.
       01  MAP-TABLE.
           05  MAP-ITEM OCCURS 200 TIMES INDEXED BY MAP-IDX.
               10  MP-PROJECT          PIC X(04).
               10  MP-CLIENT-ID        PIC X(06).
       77  MAP-COUNT                   PIC S9(04) COMP VALUE 0.

      * Terms for a project with no client on file: the net 30 every
      * invoice used to print.
       77  DEFAULT-TERMS-DAYS          PIC 9(03) VALUE 30.
       77  TERMS-DAYS-WS               PIC 9(03).
       77  DUE-INT                     PIC 9(08).
       77  PAST-DUE-GAP                PIC S9(05).
       77  UNMAPPED-COUNT              PIC 9(05) VALUE 0.
       77  OVER-LIMIT-COUNT            PIC 9(05) VALUE 0.
       01  OVER-LIMIT-AMT              PIC S9(11)V99.

      * Aging bands in business days, loaded from AGETAB in place of
      * literals.
       77  AGE-BAND-1                  PIC 9(05) VALUE 30.
           05  FILLER                  PIC X(12)
                    VALUE '   PROJECT  '.
           05  INV-HDR-PROJECT         PIC X(04).
           05  FILLER                  PIC X(11)
                    VALUE '   CLIENT  '.
           05  INV-HDR-CLIENT          PIC X(06).

       01  INV-BILL-TO-LINE.
           05  INV-BILL-TAG            PIC X(10).
           05  INV-BILL-TEXT           PIC X(50).

       01  INV-CITY-LINE.
           05  INV-CITY                PIC X(20).
           05  FILLER                  PIC X(01)       VALUE SPACES.
           05  INV-STATE               PIC X(02).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INV-ZIP5                PIC X(05).
           05  INV-ZIP-DASH            PIC X(01).
           05  INV-ZIP4                PIC X(04).

       01  INV-DETAIL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
                    VALUE '  AMOUNT '.
           05  INV-DET-AMOUNT          PIC $$$$,$$9.99.

      * On-call charges from ONCALPAY: days on the roster and callout
      * hours worked, in place of days and overtime.
       01  INV-ONCALL-LINE.
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  INV-OC-NAME             PIC X(15).
           05  FILLER                  PIC X(15)
                    VALUE '  ON-CALL DAYS '.
           05  INV-OC-DAYS             PIC ZZ9.
           05  FILLER                  PIC X(15)
                    VALUE '  CALLOUT HRS  '.
           05  INV-OC-HOURS            PIC ZZ9.
           05  FILLER                  PIC X(09)
                    VALUE '  AMOUNT '.
           05  INV-OC-AMOUNT           PIC $$$$,$$9.99.

       01  INV-TOTAL-LINE.
           05  FILLER                  PIC X(16)
                    VALUE 'INVOICE TOTAL:  '.
           05  INV-TOTAL-O             PIC $$,$$$,$$9.99.

       01  INV-TERMS-LINE.
           05  FILLER                  PIC X(19)
                    VALUE 'PAYMENT TERMS: NET '.
           05  INV-TERMS-DAYS          PIC ZZ9.
           05  FILLER                  PIC X(15)
                    VALUE ' DAYS - DUE BY '.
           05  INV-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  INV-TAX-NOTE            PIC X(17).

       01  REG-HEADER-LINE.
           05  FILLER                  PIC X(22)
           05  REG-AGE                 PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03)       VALUE SPACES.
           05  REG-BAND                PIC X(14).
           05  FILLER                  PIC X(06)
                    VALUE '  DUE '.
           05  REG-DUE-DATE            PIC 9(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REG-CLIENT              PIC X(06).

       01  REG-LIMIT-LINE.
           05  FILLER                  PIC X(07)
                    VALUE 'CLIENT '.
           05  LIM-CLIENT              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  LIM-NAME                PIC X(30).
           05  FILLER                  PIC X(07)
                    VALUE '  OPEN '.
           05  LIM-OPEN                PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(08)
                    VALUE '  LIMIT '.
           05  LIM-LIMIT               PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(09)
                    VALUE '  OVER BY'.
           05  LIM-OVER                PIC $$,$$$,$$$,$$9.99.

       01  REG-FOOTER-LINE.
           05  FILLER                  PIC X(20)
           PERFORM 300-ISSUE-NEW-INVOICES.
           PERFORM 450-REPORT-UNMATCHED-PAYMENTS.
           PERFORM 500-PRINT-FOOTER.
           PERFORM 550-REPORT-CREDIT-LIMITS.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.
           PERFORM 330-LOAD-PAYMENTS.
           PERFORM 340-LOAD-HOLIDAYS.
           PERFORM 350-LOAD-AGE-BANDS.
           PERFORM 360-LOAD-CLIENTS.
           PERFORM 370-LOAD-PROJECT-MAP.

           MOVE BUSINESS-DATE-NUM TO REG-HDR-DATE.
           WRITE INVREG-REC FROM REG-HEADER-LINE.
                MOVE ZERO            TO REG-OPEN
                MOVE ZERO            TO REG-AGE
                MOVE 'PAID - CLOSED' TO REG-BAND
                MOVE IV-DUE-DATE     TO REG-DUE-DATE
                MOVE SPACES          TO REG-CLIENT
                IF IV-DUE-DATE NOT NUMERIC
                     MOVE ZERO TO REG-DUE-DATE
                END-IF
                WRITE INVREG-REC FROM REG-LINE
           ELSE
                PERFORM 260-AGE-AND-CARRY
               END-IF
           END-PERFORM.

      * The age shown is business days since issue; the band comes
      * from the invoice's own due date.  Once past due, an invoice
      * moves to the second notice band when it is as many business
      * days past due as the AGETAB bands are apart.
       260-AGE-AND-CARRY.
           MOVE IV-PROJECT TO CURR-PROJECT-WS.
           PERFORM 270-FIND-PROJECT-CLIENT.
           IF IV-DUE-DATE NOT NUMERIC OR IV-DUE-DATE = ZERO
                COMPUTE IV-DUE-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DATE (IV-ISSUE-DATE)
                         + TERMS-DAYS-WS)
           END-IF.

           COMPUTE BUS-FROM-INT =
               FUNCTION INTEGER-OF-DATE (IV-ISSUE-DATE).
           COMPUTE BUS-TO-INT =
               FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM).
           PERFORM 280-COUNT-BUSINESS-DAYS.
           MOVE BUSINESS-DAYS-WS TO REG-AGE.

           MOVE IV-INVOICE-NO  TO REG-INVOICE-NO.
           MOVE IV-PROJECT     TO REG-PROJECT.
           MOVE IV-ISSUE-DATE  TO REG-ISSUE-DATE.
           MOVE IV-INVOICE-AMT TO REG-AMOUNT.
           MOVE IV-OPEN-BALANCE TO REG-OPEN.
           MOVE IV-DUE-DATE    TO REG-DUE-DATE.
           MOVE CL-CLIENT-ID   TO REG-CLIENT.

           COMPUTE DUE-INT = FUNCTION INTEGER-OF-DATE (IV-DUE-DATE).
           IF BUS-TO-INT <= DUE-INT
                MOVE 'CURRENT' TO REG-BAND
           ELSE
                MOVE DUE-INT TO BUS-FROM-INT
                PERFORM 280-COUNT-BUSINESS-DAYS
                COMPUTE PAST-DUE-GAP = AGE-BAND-2 - AGE-BAND-1
                IF BUSINESS-DAYS-WS > PAST-DUE-GAP
                     MOVE 'PAST DUE - 2ND' TO REG-BAND
                ELSE
                     MOVE 'PAST DUE' TO REG-BAND
                END-IF
           END-IF.
           WRITE INVREG-REC FROM REG-LINE.

           WRITE INVRNEW-REC FROM INV-ITEM-WS.
           ADD 1 TO INVOICES-CARRIED.
           ADD IV-OPEN-BALANCE TO OPEN-TOTAL.
           IF CLIENT-FOUND-SUB > 0
                ADD IV-OPEN-BALANCE
                    TO CLT-OPEN-BALANCE (CLIENT-FOUND-SUB)
           END-IF.

      * The client CURR-PROJECT-WS bills to, into CLIENT-REC, and the
      * terms to apply.  A project with no client on file bills on
      * the old net-30 terms with no address and is counted.
       270-FIND-PROJECT-CLIENT.
           MOVE 0 TO CLIENT-FOUND-SUB.
           MOVE SPACES TO CLIENT-REC.
           SET MAP-IDX TO 1.
           SEARCH MAP-ITEM VARYING MAP-IDX
               AT END
                   CONTINUE
               WHEN MAP-IDX > MAP-COUNT
                   CONTINUE
               WHEN MP-PROJECT (MAP-IDX) = CURR-PROJECT-WS
                   MOVE MP-CLIENT-ID (MAP-IDX) TO CL-CLIENT-ID
           END-SEARCH.

           IF CL-CLIENT-ID NOT = SPACES
                SET CLT-IDX TO 1
                SEARCH CLIENT-ITEM VARYING CLT-IDX
                    AT END
                        CONTINUE
                    WHEN CLT-IDX > CLIENT-COUNT
                        CONTINUE
                    WHEN CLT-CLIENT-ID (CLT-IDX) = CL-CLIENT-ID
                        SET CLIENT-FOUND-SUB TO CLT-IDX
                END-SEARCH
           END-IF.

           IF CLIENT-FOUND-SUB > 0
                MOVE CLT-IMAGE (CLIENT-FOUND-SUB) TO CLIENT-REC
                MOVE CL-TERMS-DAYS TO TERMS-DAYS-WS
           ELSE
                MOVE DEFAULT-TERMS-DAYS TO TERMS-DAYS-WS
           END-IF.

      * One invoice per project still holding uninvoiced detail
      * lines: numbered in sequence, dated tonight, printed with its
                GO TO 310-ISSUE-ONE-INVOICE-X
           END-IF.

           PERFORM 270-FIND-PROJECT-CLIENT.
           IF CLIENT-FOUND-SUB = 0
                ADD 1 TO UNMAPPED-COUNT
                DISPLAY '*** WARNING: PROJECT ' CURR-PROJECT-WS
                        ' HAS NO CLIENT ON FILE - INVOICED WITHOUT'
                        ' A BILL-TO ADDRESS ***'
           END-IF.

           MOVE NEXT-INVOICE-NO   TO INV-HDR-NO.
           MOVE BUSINESS-DATE-NUM TO INV-HDR-DATE.
           MOVE CURR-PROJECT-WS   TO INV-HDR-PROJECT.
           MOVE CL-CLIENT-ID      TO INV-HDR-CLIENT.
           WRITE INVPRINT-REC FROM INV-HDR-LINE-1.
           MOVE SPACES TO INVPRINT-REC.
           WRITE INVPRINT-REC.
           PERFORM 315-PRINT-BILL-TO.
           MOVE SPACES TO INVPRINT-REC.
           WRITE INVPRINT-REC.

           MOVE ZERO TO INVOICE-AMT-WS.
           PERFORM VARYING DT-SUB FROM 1 BY 1
               UNTIL DT-SUB > DETAIL-COUNT
               IF DT-INVOICED (DT-SUB) NOT = 'Y'
                  AND DT-PROJECT (DT-SUB) = CURR-PROJECT-WS
                   IF DT-ON-CALL-LINE (DT-SUB)
                        MOVE DT-NAME (DT-SUB)     TO INV-OC-NAME
                        MOVE DT-DAYS (DT-SUB)     TO INV-OC-DAYS
                        MOVE DT-OT-HOURS (DT-SUB) TO INV-OC-HOURS
                        MOVE DT-TOTAL (DT-SUB)    TO INV-OC-AMOUNT
                        WRITE INVPRINT-REC FROM INV-ONCALL-LINE
                   ELSE
                        MOVE DT-NAME (DT-SUB)     TO INV-DET-NAME
                        MOVE DT-DAYS (DT-SUB)     TO INV-DET-DAYS
                        MOVE DT-OT-HOURS (DT-SUB) TO INV-DET-OT
                        MOVE DT-TOTAL (DT-SUB)    TO INV-DET-AMOUNT
                        WRITE INVPRINT-REC FROM INV-DETAIL-LINE
                   END-IF
                   ADD DT-TOTAL (DT-SUB) TO INVOICE-AMT-WS
                   MOVE 'Y' TO DT-INVOICED (DT-SUB)
                   ADD 1 TO DETAILS-INVOICED

           MOVE SPACES TO INVPRINT-REC.
           WRITE INVPRINT-REC.
           COMPUTE IV-DUE-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (BUSINESS-DATE-NUM)
                    + TERMS-DAYS-WS).

           MOVE INVOICE-AMT-WS TO INV-TOTAL-O.
           WRITE INVPRINT-REC FROM INV-TOTAL-LINE.
           MOVE TERMS-DAYS-WS TO INV-TERMS-DAYS.
           MOVE IV-DUE-DATE   TO INV-DUE-DATE.
           IF CL-IS-TAX-EXEMPT
                MOVE 'TAX EXEMPT CLIENT' TO INV-TAX-NOTE
           ELSE
                MOVE SPACES TO INV-TAX-NOTE
           END-IF.
           WRITE INVPRINT-REC FROM INV-TERMS-LINE.
           MOVE SPACES TO INVPRINT-REC.
           WRITE INVPRINT-REC.
           WRITE INVPRINT-REC.

           MOVE IV-DUE-DATE TO DUE-INT.
           INITIALIZE INV-ITEM-WS.
           MOVE DUE-INT           TO IV-DUE-DATE.
           MOVE NEXT-INVOICE-NO   TO IV-INVOICE-NO.
           MOVE CURR-PROJECT-WS   TO IV-PROJECT.
           MOVE BUSINESS-DATE-NUM TO IV-ISSUE-DATE.
                WRITE INVRNEW-REC FROM INV-ITEM-WS
                ADD 1 TO INVOICES-CARRIED
                ADD IV-OPEN-BALANCE TO OPEN-TOTAL
                IF CLIENT-FOUND-SUB > 0
                     ADD IV-OPEN-BALANCE
                         TO CLT-OPEN-BALANCE (CLIENT-FOUND-SUB)
                END-IF
           END-IF.

           ADD 1 TO INVOICES-ISSUED.
       310-ISSUE-ONE-INVOICE-X.
           EXIT.

      * The client's bill-to block, the second address line only
      * when there is one.
       315-PRINT-BILL-TO.
           IF CLIENT-FOUND-SUB = 0
                MOVE 'BILL TO:'          TO INV-BILL-TAG
                MOVE '** NO CLIENT ON FILE FOR THIS PROJECT **'
                    TO INV-BILL-TEXT
                WRITE INVPRINT-REC FROM INV-BILL-TO-LINE
           ELSE
                MOVE 'BILL TO:'          TO INV-BILL-TAG
                MOVE CL-NAME             TO INV-BILL-TEXT
                WRITE INVPRINT-REC FROM INV-BILL-TO-LINE
                MOVE SPACES              TO INV-BILL-TAG
                MOVE CL-ADDR-1           TO INV-BILL-TEXT
                WRITE INVPRINT-REC FROM INV-BILL-TO-LINE
                IF CL-ADDR-2 NOT = SPACES
                     MOVE CL-ADDR-2      TO INV-BILL-TEXT
                     WRITE INVPRINT-REC FROM INV-BILL-TO-LINE
                END-IF
                MOVE CL-CITY             TO INV-CITY
                MOVE CL-STATE            TO INV-STATE
                MOVE CL-ZIP5             TO INV-ZIP5
                IF CL-ZIP4 = SPACES
                     MOVE SPACES         TO INV-ZIP-DASH
                ELSE
                     MOVE '-'            TO INV-ZIP-DASH
                END-IF
                MOVE CL-ZIP4             TO INV-ZIP4
                MOVE SPACES              TO INV-BILL-TAG
                MOVE INV-CITY-LINE       TO INV-BILL-TEXT
                WRITE INVPRINT-REC FROM INV-BILL-TO-LINE
           END-IF.

      * Counts the business days from BUS-FROM-INT (exclusive) to
      * BUS-TO-INT (inclusive).  Day numbers from INTEGER-OF-DATE
      * start at Monday 1 JAN 1601, so MOD 7 of 6 is a Saturday and
       300-OPEN-FILES.
           OPEN INPUT BILL-EXT-FILE
           IF NOT BX-NORMAL
                DISPLAY 'ERROR OPENING BILLCLR'
                GO TO 999-RETURN-ERR.

           OPEN INPUT INVROLD
                    MOVE BX-OT-HOURS   TO DT-OT-HOURS (DETAIL-COUNT)
                    MOVE BX-TOTAL-BILL TO DT-TOTAL (DETAIL-COUNT)
                    MOVE 'N'           TO DT-INVOICED (DETAIL-COUNT)
                    MOVE BX-LINE-TYPE  TO DT-LINE-TYPE (DETAIL-COUNT)
               END-IF
               READ BILL-EXT-FILE
                   AT END MOVE 'Y' TO BILL-EXT-EOF

           CLOSE AGETAB.

       360-LOAD-CLIENTS.
           OPEN INPUT CLNTMAST
           IF NOT CM-NORMAL
                DISPLAY 'ERROR OPENING CLNTMAST'
                GO TO 999-RETURN-ERR.

           READ CLNTMAST
               AT END MOVE 'Y' TO CLNTMAST-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-CLNTMAST
               IF CLIENT-COUNT >= 500
                    DISPLAY "ERROR: CLNTMAST HAS MORE THAN 500 "
                        "CLIENTS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO CLIENT-COUNT
               MOVE CLNTMAST-REC TO CLT-IMAGE (CLIENT-COUNT)
               MOVE ZERO TO CLT-OPEN-BALANCE (CLIENT-COUNT)
               READ CLNTMAST
                   AT END MOVE 'Y' TO CLNTMAST-EOF
               END-READ
           END-PERFORM.

           CLOSE CLNTMAST.

       370-LOAD-PROJECT-MAP.
           OPEN INPUT PROJCLNT
           IF NOT PC-NORMAL
                DISPLAY 'ERROR OPENING PROJCLNT'
                GO TO 999-RETURN-ERR.

           READ PROJCLNT
               AT END MOVE 'Y' TO PROJCLNT-EOF
           END-READ.

           PERFORM UNTIL NO-MORE-PROJCLNT
               IF MAP-COUNT >= 200
                    DISPLAY "ERROR: PROJCLNT HAS MORE THAN 200 "
                        "PROJECTS"
                    GO TO 999-RETURN-ERR
               END-IF
               ADD 1 TO MAP-COUNT
               MOVE PC-PROJECT   TO MP-PROJECT (MAP-COUNT)
               MOVE PC-CLIENT-ID TO MP-CLIENT-ID (MAP-COUNT)
               READ PROJCLNT
                   AT END MOVE 'Y' TO PROJCLNT-EOF
               END-READ
           END-PERFORM.

           CLOSE PROJCLNT.

       400-READ-INVROLD.
           READ INVROLD INTO INV-ITEM-WS
               AT END MOVE 'Y' TO INVROLD-EOF
                MOVE ZERO TO REG-OPEN
                MOVE ZERO TO REG-AGE
                MOVE 'PAY UNMATCHED' TO REG-BAND
                MOVE ZERO TO REG-DUE-DATE
                MOVE SPACES TO REG-CLIENT
                WRITE INVREG-REC FROM REG-LINE
           END-IF.

           MOVE OPEN-TOTAL       TO REG-FOOTER-DOLLARS.
           WRITE INVREG-REC FROM REG-FOOTER-LINE.

      * Every client whose open balance, new invoices included, runs
      * over its credit limit.  A zero limit is a client on cash in
      * advance, so any open balance at all lists it.
       550-REPORT-CREDIT-LIMITS.
           MOVE SPACES TO INVREG-REC.
           WRITE INVREG-REC.
           MOVE 'CLIENTS OVER CREDIT LIMIT' TO INVREG-REC.
           WRITE INVREG-REC.

           PERFORM 560-CHECK-ONE-CLIENT
               VARYING CLT-SUB FROM 1 BY 1
               UNTIL CLT-SUB > CLIENT-COUNT.

           IF OVER-LIMIT-COUNT = 0
                MOVE '  (NONE)' TO INVREG-REC
                WRITE INVREG-REC
           END-IF.

       560-CHECK-ONE-CLIENT.
           MOVE CLT-IMAGE (CLT-SUB) TO CLIENT-REC.
           IF CLT-OPEN-BALANCE (CLT-SUB) > CL-CREDIT-LIMIT
                ADD 1 TO OVER-LIMIT-COUNT
                COMPUTE OVER-LIMIT-AMT =
                    CLT-OPEN-BALANCE (CLT-SUB) - CL-CREDIT-LIMIT
                MOVE CL-CLIENT-ID               TO LIM-CLIENT
                MOVE CL-NAME                    TO LIM-NAME
                MOVE CLT-OPEN-BALANCE (CLT-SUB) TO LIM-OPEN
                MOVE CL-CREDIT-LIMIT            TO LIM-LIMIT
                MOVE OVER-LIMIT-AMT             TO LIM-OVER
                WRITE INVREG-REC FROM REG-LIMIT-LINE
           END-IF.

       900-CLEANUP.
           IF UNMAPPED-COUNT > 0
                DISPLAY "*** WARNING: " UNMAPPED-COUNT
                    " INVOICE(S) ISSUED FOR PROJECTS WITH NO CLIENT"
                    " ON FILE ***"
           END-IF.
           DISPLAY "CLIENTS OVER CREDIT LIMIT: " OVER-LIMIT-COUNT.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE INVROLD, INVRNEW, INVPRINT, INVREG.

