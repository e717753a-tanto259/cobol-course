      *****
      *****   DEDACCUM -> DEDACNEW   EVERY POLICY STILL LIVE ON
      *****                          POLMAST STARTS THE NEW PLAN YEAR
      *****                          AT ZERO DEDUCTIBLE AND ZERO
      *****                          OUT-OF-POCKET PAID-TO-DATE;
      *****                          POLICIES TERMINATED ON POLMAST
      *****                          ARE DROPPED.
      *****   MEMACCUM -> MEMACNEW   THE SAME FOR EACH MEMBER'S OWN
      *****                          DEDUCTIBLE UNDER A LIVE POLICY.
      *****   CLMHIST  -> CLMHNEW    ENTRIES INSIDE THE RETENTION
      *****            -> CLMARCH    WINDOW (DAYS, FROM THE ROLLPARM
      *****                          PARAMETER CARD) ARE KEPT;
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS DN-POLICY-NO
             FILE STATUS IS DNCODE.
           SELECT MEMACCUM
           ASSIGN TO MEMACCUM
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MA-KEY
             FILE STATUS IS MACODE.
           SELECT MEMACNEW
           ASSIGN TO MEMACNEW
             ORGANIZATION IS INDEXED
             ACCESS MODE IS SEQUENTIAL
             RECORD KEY IS MN-KEY
             FILE STATUS IS MNCODE.
      *  Policy eligibility master: the authority on which policies
      *  are renewed (carried and reset) and which are terminated
      *  (dropped).
           05  FILLER                  PIC X(72).

       FD  CLMHIST
           RECORD CONTAINS 32 CHARACTERS.
       01  CLMHIST-REC.
           05  CH-KEY.
               10  CH-POLICY-NO-I      PIC 9(07).
               10  CH-CLAIM-AMOUNT-I   PIC S9(7)V99.
               10  CH-BENEFIT-DATE-I   PIC 9(08).
               10  CH-MEMBER-SUFFIX-I  PIC 9(02).
               10  CH-REC-TYPE-I       PIC X(01).
           05  CH-PROVIDER-ID-I        PIC X(05).

       FD  CLMHNEW
           RECORD CONTAINS 32 CHARACTERS.
       01  CLMHNEW-REC.
           05  CN-KEY.
               10  CN-POLICY-NO        PIC 9(07).
               10  CN-CLAIM-AMOUNT     PIC S9(7)V99.
               10  CN-BENEFIT-DATE    PIC 9(08).
               10  CN-MEMBER-SUFFIX    PIC 9(02).
               10  CN-REC-TYPE         PIC X(01).
           05  CN-PROVIDER-ID          PIC X(05).

      * Archived entry stamped with the date it was rolled out, so
      * each archive generation is self-identifying.
           05  ARCH-BENEFIT-DATE       PIC 9(08).
           05  ARCH-REC-TYPE           PIC X(01).
           05  ARCH-ROLL-DATE          PIC 9(08).
           05  ARCH-PROVIDER-ID        PIC X(05).
           05  ARCH-MEMBER-SUFFIX      PIC 9(02).

       FD  DEDACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDACCUM-REC.
           05  DA-POLICY-NO-I          PIC 9(07).
           05  DA-DEDUCT-PAID-I        PIC S9(05).
           05  DA-OOP-PAID-I           PIC S9(7)V99.
           05  FILLER                  PIC X(09).

       FD  DEDACNEW
           RECORD CONTAINS 30 CHARACTERS.
       01  DEDACNEW-REC.
           05  DN-POLICY-NO            PIC 9(07).
           05  DN-DEDUCT-PAID          PIC S9(05).
           05  DN-OOP-PAID             PIC S9(7)V99.
           05  FILLER                  PIC X(09).

       FD  MEMACCUM
           RECORD CONTAINS 30 CHARACTERS.
       01  MEMACCUM-REC.
           05  MA-KEY.
               10  MA-POLICY-NO-I      PIC 9(07).
               10  MA-MEMBER-SUFFIX-I  PIC 9(02).
           05  MA-DEDUCT-PAID-I        PIC S9(05).
           05  FILLER                  PIC X(16).

       FD  MEMACNEW
           RECORD CONTAINS 30 CHARACTERS.
       01  MEMACNEW-REC.
           05  MN-KEY.
               10  MN-POLICY-NO        PIC 9(07).
               10  MN-MEMBER-SUFFIX    PIC 9(02).
           05  MN-DEDUCT-PAID          PIC S9(05).
           05  FILLER                  PIC X(16).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
               88  DA-NORMAL                     VALUE "00".
           05  DNCODE                  PIC X(02).
               88  DN-NORMAL                     VALUE "00".
           05  MACODE                  PIC X(02).
               88  MA-NORMAL                     VALUE "00".
               88  MA-FILE-MISSING               VALUE "35".
           05  MNCODE                  PIC X(02).
               88  MN-NORMAL                     VALUE "00".
           05  PMCODE                  PIC X(02).
               88  PM-NORMAL                     VALUE "00".
           05  RPCODE                  PIC X(02).
               88  NO-MORE-CLMHIST               VALUE 'Y'.
           05  DEDACCUM-EOF            PIC X(01) VALUE 'N'.
               88  NO-MORE-DEDACCUM              VALUE 'Y'.
           05  MEMACCUM-EOF            PIC X(01) VALUE 'N'.
               88  NO-MORE-MEMACCUM              VALUE 'Y'.
           05  MEMACCUM-OPEN-SW        PIC X(01) VALUE 'N'.
               88  MEMACCUM-OPEN                 VALUE 'Y'.
           05  POLMAST-EOF             PIC X(01) VALUE 'N'.
               88  NO-MORE-POLMAST               VALUE 'Y'.
           05  BUSDATE-ST              PIC X(02).
       77  ACCUM-READ-COUNT            PIC 9(07) VALUE 0.
       77  ACCUM-RESET-COUNT           PIC 9(07) VALUE 0.
       77  ACCUM-DROPPED-COUNT         PIC 9(07) VALUE 0.
       77  MEMBER-READ-COUNT           PIC 9(07) VALUE 0.
       77  MEMBER-RESET-COUNT          PIC 9(07) VALUE 0.
       77  MEMBER-DROPPED-COUNT        PIC 9(07) VALUE 0.
       77  HIST-READ-COUNT             PIC 9(07) VALUE 0.
       77  HIST-KEPT-COUNT             PIC 9(07) VALUE 0.
       77  HIST-ARCHIVED-COUNT         PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
           PERFORM 000-HOUSEKEEPING.
           PERFORM 100-ROLL-ACCUMULATOR UNTIL NO-MORE-DEDACCUM.
           PERFORM 150-ROLL-MEMBER-ACCUM UNTIL NO-MORE-MEMACCUM.
           PERFORM 200-SPLIT-HISTORY UNTIL NO-MORE-CLMHIST.
           PERFORM 500-PRINT-SUMMARY.
           PERFORM 900-CLEANUP.
               DISPLAY "ERROR OPENING DEDACNEW"
               GO TO 999-RETURN-ERR.

      * A plan year with no dependents' claims yet may have no member
      * accumulator on file at all; the new one is still created so
      * MEDCLAIM finds one waiting.
           OPEN INPUT MEMACCUM
           IF MA-FILE-MISSING
               MOVE 'Y' TO MEMACCUM-EOF
           ELSE
               IF NOT MA-NORMAL
                   DISPLAY "ERROR OPENING MEMACCUM"
                   GO TO 999-RETURN-ERR
               END-IF
               MOVE 'Y' TO MEMACCUM-OPEN-SW
           END-IF.

           OPEN OUTPUT MEMACNEW
           IF NOT MN-NORMAL
               DISPLAY "ERROR OPENING MEMACNEW"
               GO TO 999-RETURN-ERR.

           OPEN OUTPUT ROLLRPT
           IF NOT RR-NORMAL
               DISPLAY "ERROR OPENING ROLLRPT"
               GO TO 999-RETURN-ERR.

           PERFORM 400-READ-DEDACCUM.
           IF NOT NO-MORE-MEMACCUM
               PERFORM 410-READ-MEMACCUM
           END-IF.
           PERFORM 420-READ-CLMHIST.

      * The cycle's business date comes from the BUSDATE control card
           END-IF.

      * Every policy still live on POLMAST starts the new plan year
      * with a zero deductible and out-of-pocket paid-to-date -- the
      * bulk version of MEDCLAIM's one-policy-at-a-time renewal
      * reset; a terminated policy is dropped from the accumulator
      * entirely.
       100-ROLL-ACCUMULATOR.
           MOVE DA-POLICY-NO-I TO LOOKUP-POLICY-NO.
           PERFORM 350-CHECK-POLICY-LIVE.
                INITIALIZE DEDACNEW-REC
                MOVE DA-POLICY-NO-I TO DN-POLICY-NO
                MOVE ZERO           TO DN-DEDUCT-PAID
                MOVE ZERO           TO DN-OOP-PAID
                WRITE DEDACNEW-REC
                    INVALID KEY
                        DISPLAY "ERROR WRITING DEDACNEW, STATUS "

           PERFORM 400-READ-DEDACCUM.

      * Each member's own deductible under a live policy starts the
      * new plan year at zero alongside the family total; members of
      * a terminated policy are dropped with it.
       150-ROLL-MEMBER-ACCUM.
           MOVE MA-POLICY-NO-I TO LOOKUP-POLICY-NO.
           PERFORM 350-CHECK-POLICY-LIVE.

           IF POLICY-IS-LIVE
                INITIALIZE MEMACNEW-REC
                MOVE MA-POLICY-NO-I     TO MN-POLICY-NO
                MOVE MA-MEMBER-SUFFIX-I TO MN-MEMBER-SUFFIX
                MOVE ZERO               TO MN-DEDUCT-PAID
                WRITE MEMACNEW-REC
                    INVALID KEY
                        DISPLAY "ERROR WRITING MEMACNEW, STATUS "
                            MNCODE
                        GO TO 999-RETURN-ERR
                END-WRITE
                ADD 1 TO MEMBER-RESET-COUNT
           ELSE
                ADD 1 TO MEMBER-DROPPED-COUNT
           END-IF.

           PERFORM 410-READ-MEMACCUM.

      * One history entry at a time: a terminated policy's entries
      * drop with the archive; a live policy's entries inside the
      * retention window carry to the trimmed history, older ones
           MOVE CH-BENEFIT-DATE-I  TO ARCH-BENEFIT-DATE.
           MOVE CH-REC-TYPE-I      TO ARCH-REC-TYPE.
           MOVE CURRENT-DATE-NUM   TO ARCH-ROLL-DATE.
           MOVE CH-PROVIDER-ID-I   TO ARCH-PROVIDER-ID.
           MOVE CH-MEMBER-SUFFIX-I TO ARCH-MEMBER-SUFFIX.
           WRITE ARCH-REC.

       270-KEEP-ENTRY.
           MOVE CH-CLAIM-AMOUNT-I  TO CN-CLAIM-AMOUNT.
           MOVE CH-BENEFIT-DATE-I  TO CN-BENEFIT-DATE.
           MOVE CH-REC-TYPE-I      TO CN-REC-TYPE.
           MOVE CH-PROVIDER-ID-I   TO CN-PROVIDER-ID.
           MOVE CH-MEMBER-SUFFIX-I TO CN-MEMBER-SUFFIX.
           WRITE CLMHNEW-REC
               INVALID KEY
                   DISPLAY "ERROR WRITING CLMHNEW, STATUS " CNCODE
                ADD 1 TO ACCUM-READ-COUNT
           END-IF.

       410-READ-MEMACCUM.
           READ MEMACCUM NEXT RECORD
               AT END MOVE 'Y' TO MEMACCUM-EOF
           END-READ.

           IF NOT (MA-NORMAL OR NO-MORE-MEMACCUM)
                DISPLAY "ERROR READING MEMACCUM, STATUS " MACODE
                GO TO 999-RETURN-ERR
           END-IF.

           IF NOT NO-MORE-MEMACCUM
                ADD 1 TO MEMBER-READ-COUNT
           END-IF.

       420-READ-CLMHIST.
           READ CLMHIST NEXT RECORD
               AT END MOVE 'Y' TO CLMHIST-EOF
           MOVE ACCUM-DROPPED-COUNT TO RPT-COUNT.
           WRITE ROLLRPT-REC FROM RPT-COUNT-LINE.

           MOVE "MEMBER ACCUMS READ:     " TO RPT-LABEL.
           MOVE MEMBER-READ-COUNT TO RPT-COUNT.
           WRITE ROLLRPT-REC FROM RPT-COUNT-LINE.

           MOVE "MEMBER ACCUMS RESET:    " TO RPT-LABEL.
           MOVE MEMBER-RESET-COUNT TO RPT-COUNT.
           WRITE ROLLRPT-REC FROM RPT-COUNT-LINE.

           MOVE "MEMBER ACCUMS DROPPED:  " TO RPT-LABEL.
           MOVE MEMBER-DROPPED-COUNT TO RPT-COUNT.
           WRITE ROLLRPT-REC FROM RPT-COUNT-LINE.

           MOVE "HISTORY ENTRIES READ:   " TO RPT-LABEL.
           MOVE HIST-READ-COUNT TO RPT-COUNT.
           WRITE ROLLRPT-REC FROM RPT-COUNT-LINE.
       900-CLEANUP.
           PERFORM 910-WRITE-RUN-LEDGER.
           CLOSE CLMHIST, CLMHNEW, CLMARCH, DEDACCUM, DEDACNEW,
                 MEMACNEW, ROLLRPT.
           IF MEMACCUM-OPEN
               CLOSE MEMACCUM
           END-IF.

      * One run-control record for DAYBAL's nightly cross-foot:
      * entries read must equal kept plus archived/reset plus
           MOVE "MEDYREND"          TO LED-JOB-NAME.
           MOVE CURRENT-DATE-NUM    TO LED-RUN-DATE.
           COMPUTE LED-RECS-IN =
               ACCUM-READ-COUNT + MEMBER-READ-COUNT + HIST-READ-COUNT.
           COMPUTE LED-RECS-OUT-PRIMARY =
               ACCUM-RESET-COUNT + MEMBER-RESET-COUNT
               + HIST-KEPT-COUNT.
           COMPUTE LED-RECS-OUT-SECONDARY =
               HIST-ARCHIVED-COUNT + HIST-DROPPED-COUNT.
           COMPUTE LED-RECS-REJECTED =
               ACCUM-DROPPED-COUNT + MEMBER-DROPPED-COUNT.
           MOVE ZERO                TO LED-DOLLARS.
           WRITE RUNLEDGR-REC FROM LEDGER-REC.

