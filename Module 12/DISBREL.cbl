      ***** SUPERVISOR RELEASE RUN FOR HELD CLAIM DISBURSEMENTS.
      *****
      ***** MEDCLAIM WITHHOLDS ANY PAYMENT OVER THE DISBHOLD
      ***** THRESHOLD FROM ITS NIGHTLY REMITDTL AND QUEUES IT ON
      ***** DISBPEND -- THE CLAIM ADJUDICATED AND REPORTED NORMALLY,
      ***** ONLY THE MONEY MOVEMENT WAITS.  THIS PROGRAM CARRIES THE
      ***** HELD QUEUE FORWARD RUN TO RUN (DSBPOLD IN, DSBPNEW OUT,
      ***** MEDCLAIM HELD TODAY, AND APPLIES THE SUPERVISOR'S
      ***** RELEASE / HOLD DECISIONS FROM RELDECIS.
      *****
      ***** RELEASED ITEMS GO OUT ON REMITREL AS REMITTANCE LINES IN
      ***** THE LAYOUT MEDCLAIM WRITES TO REMITDTL, WITH A CONTROL
      ***** TRAILER, SO PROVPAY FOLDS EACH RELEASE INTO THE
      ***** PROVIDER'S NEXT CONSOLIDATED PAYMENT AND REMITTANCE
      ***** ADVICE EXACTLY AS IT DOES THE NIGHT'S OWN PAYMENTS.  AN
      ***** ITEM WITH NO DECISION, OR AN EXPLICIT HOLD, CARRIES
      ***** FORWARD WITH ITS AGE SHOWING ON THE REVIEW REPORT.
      ******************************************************************
           ASSIGN TO DSBPNEW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS DSBPNEW-ST.
      *  Released payments as remittance lines (see
      *  Copybooks/REMITREC.cpy) for PROVPAY's consolidated payment.
           SELECT REMITREL
           ASSIGN TO REMITREL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REMITREL-ST.
           SELECT DISBRPT
           ASSIGN TO DISBRPT
               ORGANIZATION IS SEQUENTIAL
           05  FILLER                  PIC X(72).

       FD  DSBPOLD
           RECORD CONTAINS 120 CHARACTERS.
       01  DSBPOLD-REC                 PIC X(120).

       FD  DISBPEND
           RECORD CONTAINS 120 CHARACTERS.
       01  DISBPEND-REC                PIC X(120).

       FD  RELDECIS
           RECORD CONTAINS 30 CHARACTERS.
           05  FILLER                  PIC X(13).

       FD  DSBPNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  DSBPNEW-REC                 PIC X(120).

       FD  REMITREL
           RECORD CONTAINS 120 CHARACTERS.
       01  REMITREL-REC                PIC X(120).

       FD  DISBRPT
           RECORD CONTAINS 133 CHARACTERS.

       WORKING-STORAGE SECTION.
           COPY RUNLEDG.
           COPY CTLREC.
           COPY REMITREC.

      * Held-item work record, the layout MEDCLAIM writes.
       01  HELD-ITEM-WS.
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
           05  DSBPOLD-ST              PIC X(02).
               88  RD-NORMAL                           VALUE '00'.
           05  DSBPNEW-ST              PIC X(02).
               88  QN-NORMAL                           VALUE '00'.
           05  REMITREL-ST             PIC X(02).
               88  RMT-NORMAL                          VALUE '00'.
           05  DISBRPT-ST              PIC X(02).
               88  DR-NORMAL                           VALUE '00'.
           05  BUSDATE-ST              PIC X(02).
       01  RELEASED-TOTAL              PIC S9(9)V99 VALUE 0.
       01  CARRIED-TOTAL               PIC S9(9)V99 VALUE 0.

      * Control figures for the REMITREL trailer (see CTLREC.cpy) --
      * accumulated as each release is written so the trailer can
      * never disagree with the lines above it.
       01  RMT-CONTROL-TOTALS.
           05  RMT-CTL-COUNT           PIC 9(07)       VALUE 0.
           05  RMT-CTL-HASH            PIC S9(9)V99    VALUE 0.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
           PERFORM 320-LOAD-DECISIONS.
           PERFORM 550-PRINT-HEADERS.

           PERFORM 400-READ-DSBPOLD.
           PERFORM 420-READ-DISBPEND.

           END-IF.

       260-RELEASE-ITEM.
           MOVE SPACES           TO REMIT-DETAIL-REC.
           MOVE DSP-PROVIDER-ID  TO RMD-PROVIDER-ID.
           MOVE DSP-POLICY-NO    TO RMD-POLICY-NO.
           MOVE DSP-LNAME        TO RMD-LNAME.
           MOVE DSP-FNAME        TO RMD-FNAME.
           MOVE 'P'              TO RMD-LINE-TYPE.
           MOVE DSP-BENEFIT-DATE TO RMD-BENEFIT-DATE.
           MOVE DSP-BILLED       TO RMD-BILLED.
           MOVE DSP-ALLOWED      TO RMD-ALLOWED.
           MOVE DSP-DEDUCTIBLE   TO RMD-DEDUCTIBLE.
           MOVE DSP-COINSURANCE  TO RMD-COINSURANCE.
           MOVE DSP-INTEREST     TO RMD-INTEREST.
           MOVE DSP-AMOUNT       TO RMD-PAID.
           ADD 1 TO RMT-CTL-COUNT.
           ADD DSP-AMOUNT TO RMT-CTL-HASH.
           WRITE REMITREL-REC FROM REMIT-DETAIL-REC.

           ADD 1 TO RELEASED-COUNT.
           ADD DSP-AMOUNT TO RELEASED-TOTAL.
                DISPLAY 'ERROR OPENING DSBPNEW'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT REMITREL
           IF NOT RMT-NORMAL
                DISPLAY 'ERROR OPENING REMITREL'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT DISBRPT
           WRITE DISBRPT-REC FROM HEADER-LINE-02.
           WRITE DISBRPT-REC FROM HEADER-LINE-03.

      * The control trailer ties to the releases written above it,
      * so PROVPAY can prove the file whole before paying from it.
       900-CLEANUP.
           MOVE 'CONTROL'     TO CTL-ID.
           MOVE RMT-CTL-COUNT TO CTL-RECORD-COUNT.
           MOVE RMT-CTL-HASH  TO CTL-AMOUNT-HASH.
           WRITE REMITREL-REC FROM CONTROL-REC.

           PERFORM 910-WRITE-RUN-LEDGER.

           CLOSE DSBPOLD, DISBPEND, DSBPNEW, REMITREL, DISBRPT.

      * One run-control record for DAYBAL's nightly cross-foot:
      * items worked (carried in plus newly held) must equal
