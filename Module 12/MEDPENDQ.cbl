      ***** PAYS THROUGH MEDCLAIM THE SAME NIGHT THE POLICY SHOWS UP.
      ***** A POLICY THAT ARRIVES TERMINATED REJECTS AT ONCE; A CLAIM
      ***** STILL WAITING PAST THE AGING LIMIT REJECTS FOR GOOD.
      ***** A CLAIM PENDED FOR A PREMIUM GRACE PERIOD (MC30) WAITS
      ***** ON PREMBILL'S GRACELST INSTEAD OF THE AGING LIMIT: IT
      ***** RELEASES ONCE THE PREMIUM IS PAID AND REJECTS ONCE THE
      ***** LAPSE TERMINATION REACHES POLMAST.
      ***** A CLAIM PENDED BECAUSE ITS PROVIDER IS ON PRE-PAYMENT
      ***** REVIEW (MC31) IS NOT AGED EITHER: IT WAITS AS LONG AS THE
      ***** PROVIDER IS ON PRVREVW AND RELEASES ONCE SPECIAL
      ***** INVESTIGATIONS CLEARS IT.
      ***** REJECTS GO TO PENDEXCP IN THE SHARED EXCEPTION LAYOUT SO
      ***** EXCRPT CONSOLIDATES THEM WITH EVERYONE ELSE'S.
      ******************************************************************
      *  Aging limit in days (code PENDMAXD), in the shared day-count
      *  layout (see Copybooks/DAYTAB.cpy) so tightening the limit is
      *  a data change.
      *  Tonight's premium grace list from PREMBILL: a policy still on
      *  it keeps its grace-period claims pending.
           SELECT GRACELST
           ASSIGN TO GRACELST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS GRACELST-ST.
      *  Providers on pre-payment review (PROVSCRN), the same list
      *  MEDCLAIM pends against.
           SELECT PRVREVW
           ASSIGN TO PRVREVW
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PRVREVW-ST.
           SELECT AGETAB
           ASSIGN TO AGETAB
               ORGANIZATION IS SEQUENTIAL
           05  FILLER                  PIC X(72).

       FD  PENDQOLD
           RECORD CONTAINS 120 CHARACTERS.
       01  PENDQOLD-REC                PIC X(120).

       FD  PENDFILE
           RECORD CONTAINS 120 CHARACTERS.
       01  PENDFILE-REC                PIC X(120).

       FD  POLMAST
           RECORD CONTAINS 30 CHARACTERS.
           05  PM-STATUS-I             PIC X(01).
           05  FILLER                  PIC X(06).

       FD  GRACELST
           RECORD CONTAINS 30 CHARACTERS.
       01  GRACELST-REC.
           05  GP-POLICY-NO-I          PIC 9(07).
           05  GP-GRACE-FROM-I         PIC 9(08).
           05  FILLER                  PIC X(15).

       FD  PRVREVW
           RECORD CONTAINS 30 CHARACTERS.
       01  PRVREVW-REC.
           05  RV-PROVIDER-ID-I        PIC X(05).
           05  RV-LISTED-DATE-I        PIC 9(08).
           05  RV-REASONS-I            PIC X(03).
           05  FILLER                  PIC X(14).

       FD  AGETAB
           RECORD CONTAINS 13 CHARACTERS.
           COPY DAYTAB.

       FD  PENDQNEW
           RECORD CONTAINS 120 CHARACTERS.
       01  PENDQNEW-REC                PIC X(120).

       FD  PENDSTG
           RECORD CONTAINS 100 CHARACTERS.
       01  PENDSTG-REC                 PIC X(100).

       FD  PENDEXCP
           RECORD CONTAINS 150 CHARACTERS.
      * feed image plus the date it pended and the eligibility reason
      * that pended it.
       01  PEND-ITEM-WS.
           05  PQ-CLAIM-IMAGE          PIC X(100).
           05  PQ-QUEUED-DATE          PIC 9(08).
           05  PQ-REASON-CODE          PIC X(04).
           05  FILLER                  PIC X(08).
               88  PM-NORMAL                           VALUE '00'.
           05  AGETAB-ST               PIC X(02).
               88  AG-NORMAL                           VALUE '00'.
           05  GRACELST-ST             PIC X(02).
               88  GP-NORMAL                           VALUE '00'.
           05  PRVREVW-ST              PIC X(02).
               88  RV-NORMAL                           VALUE '00'.
           05  PENDQNEW-ST             PIC X(02).
               88  QN-NORMAL                           VALUE '00'.
           05  PENDSTG-ST              PIC X(02).
               88  NO-MORE-POLMAST                     VALUE 'Y'.
           05  AGETAB-EOF              PIC X(01)       VALUE 'N'.
               88  NO-MORE-AGETAB                      VALUE 'Y'.
           05  GRACELST-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-GRACELST                    VALUE 'Y'.
           05  PRVREVW-EOF             PIC X(01)       VALUE 'N'.
               88  NO-MORE-PRVREVW                     VALUE 'Y'.
           05  POLICY-ELIG-ST          PIC X(01)       VALUE 'E'.
               88  POLICY-ELIGIBLE                     VALUE 'E'.
               88  POLICY-UNKNOWN                      VALUE 'U'.
               88  POLICY-NOT-EFFECTIVE                VALUE 'F'.
               88  POLICY-TERMINATED                   VALUE 'T'.
               88  POLICY-IN-GRACE                     VALUE 'G'.

       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM       PIC 9(08).
       77  POLMAST-COUNT                PIC S9(04) COMP VALUE 0.
       77  POLMAST-SKIPPED-COUNT        PIC S9(04) COMP VALUE 0.

      * Premium grace list, the same table MEDCLAIM's 348/468
      * paragraphs carry.
       01  GRACE-LIST-TABLE.
           05  GRACE-LIST-ITEM OCCURS 5000 TIMES
                   INDEXED BY GP-IDX.
               10  GP-POLICY-NO             PIC 9(07).
               10  GP-GRACE-FROM            PIC 9(08).
       77  GRACELST-COUNT               PIC S9(04) COMP VALUE 0.
       77  GRACELST-SKIPPED-COUNT       PIC S9(04) COMP VALUE 0.

      * Pre-payment review list, the same table MEDCLAIM's 375/482
      * paragraphs carry.
       01  REVIEW-LIST-TABLE.
           05  REVIEW-LIST-ITEM OCCURS 200 TIMES
                   INDEXED BY RV-IDX.
               10  RV-PROVIDER-ID           PIC X(05).
       77  PRVREVW-COUNT                PIC S9(04) COMP VALUE 0.
       77  PROVIDER-REVIEW-SW           PIC X(01) VALUE 'N'.
           88  PROVIDER-ON-REVIEW                    VALUE 'Y'.

       77  CURRENT-DATE-NUM-WS         PIC 9(08).
       77  ITEM-AGE-DAYS               PIC S9(05).
      * Shipped default for the aging limit; AGETAB code PENDMAXD
       77  CARRIED-COUNT               PIC 9(05) VALUE 0.
       77  AGED-OUT-COUNT              PIC 9(05) VALUE 0.
       77  TERMINATED-COUNT            PIC 9(05) VALUE 0.
       77  GRACE-HELD-COUNT            PIC 9(05) VALUE 0.
       77  REVIEW-HELD-COUNT           PIC 9(05) VALUE 0.
       01  RELEASED-DOLLARS            PIC S9(9)V99 VALUE 0.

      * Trailer written as the last PENDSTG record -- record count
           05  STG-TRAILER-ID          PIC X(07) VALUE 'TRAILER'.
           05  STG-TRAILER-COUNT       PIC 9(07).
           05  STG-TRAILER-HASH        PIC 9(09)V99.
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  HEADER-LINE-01.
           05  FILLER                  PIC X(45)       VALUE SPACES.
                    VALUE 'AGING LIMIT DAYS:'.
           05  FOOTER-MAX-DAYS         PIC ZZ,ZZ9.

       01  FOOTER-LINE-04.
           05  FILLER                  PIC X(22)
                    VALUE 'HELD IN PREMIUM GRACE:'.
           05  FOOTER-GRACE-HELD       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05)       VALUE SPACES.
           05  FILLER                  PIC X(18)
                    VALUE 'HELD FOR REVIEW:'.
           05  FOOTER-REVIEW-HELD      PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-WORK-OLD-QUEUE UNTIL NO-MORE-PENDQOLD.
           MOVE CURRENT-DATE-NUM-WS TO EXC-EXCEPTION-DATE.
           PERFORM 300-OPEN-FILES.
           PERFORM 340-LOAD-POLICY-MASTER.
           PERFORM 350-LOAD-GRACE-LIST.
           PERFORM 358-LOAD-REVIEW-LIST.
           PERFORM 360-LOAD-AGE-LIMIT.
           PERFORM 550-PRINT-HEADERS.
           PERFORM 400-READ-PENDQOLD.

      * One pended claim either pays tonight (policy now eligible),
      * rejects for good (policy arrived terminated, or the item has
      * waited past the aging limit), or pends another night.  A
      * policy still in its premium grace period is not aged: the
      * grace period itself bounds the wait, ending in payment or in
      * the lapse termination.  A claim pended for provider review
      * waits, unaged, while its provider is still on the list.
       250-DISPOSE-ITEM.
           COMPUTE ITEM-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (CURRENT-DATE-NUM-WS) -
               FUNCTION INTEGER-OF-DATE (PQ-QUEUED-DATE).

           MOVE PQ-CLAIM-IMAGE TO CLAIM-REC.
           PERFORM 460-CHECK-POLICY-ELIGIBILITY.
           MOVE 'N' TO PROVIDER-REVIEW-SW.
           IF PQ-REASON-CODE = 'MC31'
                PERFORM 470-CHECK-PROVIDER-REVIEW
           END-IF.

           EVALUATE TRUE
               WHEN POLICY-TERMINATED
                   PERFORM 270-REJECT-TERMINATED
               WHEN PROVIDER-ON-REVIEW
                   ADD 1 TO REVIEW-HELD-COUNT
                   PERFORM 280-CARRY-FORWARD
               WHEN POLICY-ELIGIBLE
                   PERFORM 260-RELEASE-ITEM
               WHEN POLICY-IN-GRACE
                   ADD 1 TO GRACE-HELD-COUNT
                   PERFORM 280-CARRY-FORWARD
               WHEN ITEM-AGE-DAYS > PEND-MAX-DAYS
                   PERFORM 275-REJECT-AGED-OUT
               WHEN OTHER
               AT END MOVE 'Y' TO POLMAST-EOF
           END-READ.

       350-LOAD-GRACE-LIST.
           OPEN INPUT GRACELST
           IF NOT GP-NORMAL
                DISPLAY 'ERROR OPENING GRACELST'
                GO TO 999-RETURN-ERR.

           READ GRACELST
               AT END MOVE 'Y' TO GRACELST-EOF
           END-READ.

           IF NOT (GP-NORMAL OR NO-MORE-GRACELST)
                DISPLAY 'ERROR READING GRACELST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING GP-IDX FROM 1 BY 1
               UNTIL NO-MORE-GRACELST OR GP-IDX > 5000
                   ADD 1 TO GRACELST-COUNT
                   MOVE GP-POLICY-NO-I  TO GP-POLICY-NO (GP-IDX)
                   MOVE GP-GRACE-FROM-I TO GP-GRACE-FROM (GP-IDX)
                   READ GRACELST
                       AT END MOVE 'Y' TO GRACELST-EOF
                   END-READ
                   IF NOT (GP-NORMAL OR NO-MORE-GRACELST)
                        DISPLAY 'ERROR READING GRACELST'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

           PERFORM 355-COUNT-SKIPPED-GRACELST UNTIL NO-MORE-GRACELST.
           IF GRACELST-SKIPPED-COUNT > 0
                DISPLAY "*** WARNING: " GRACELST-SKIPPED-COUNT
                    " POLICY(S) EXCEEDED GRACE-LIST-TABLE CAPACITY"
                    " OF 5000 AND WERE SKIPPED ***"
           END-IF.

           CLOSE GRACELST.

       355-COUNT-SKIPPED-GRACELST.
           ADD 1 TO GRACELST-SKIPPED-COUNT.
           READ GRACELST
               AT END MOVE 'Y' TO GRACELST-EOF
           END-READ.

      * A provider dropped off the table would have its claims
      * released while still under review, so overflow stops the run.
       358-LOAD-REVIEW-LIST.
           OPEN INPUT PRVREVW
           IF NOT RV-NORMAL
                DISPLAY 'ERROR OPENING PRVREVW'
                GO TO 999-RETURN-ERR.

           READ PRVREVW
               AT END MOVE 'Y' TO PRVREVW-EOF
           END-READ.

           IF NOT (RV-NORMAL OR NO-MORE-PRVREVW)
                DISPLAY 'ERROR READING PRVREVW'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING RV-IDX FROM 1 BY 1
               UNTIL NO-MORE-PRVREVW OR RV-IDX > 200
                   ADD 1 TO PRVREVW-COUNT
                   MOVE RV-PROVIDER-ID-I TO RV-PROVIDER-ID (RV-IDX)
                   READ PRVREVW
                       AT END MOVE 'Y' TO PRVREVW-EOF
                   END-READ
                   IF NOT (RV-NORMAL OR NO-MORE-PRVREVW)
                        DISPLAY 'ERROR READING PRVREVW'
                        GO TO 999-RETURN-ERR
                   END-IF
           END-PERFORM.

           IF NOT NO-MORE-PRVREVW
                DISPLAY "ERROR: PRVREVW HAS MORE THAN 200 ENTRIES"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PRVREVW.

      * Loads the aging limit from AGETAB.  A code not on file keeps
      * its shipped default.
       360-LOAD-AGE-LIMIT.
                     PERFORM 465-CHECK-POLICY-DATES
           END-SEARCH.

           IF POLICY-ELIGIBLE
                PERFORM 468-CHECK-PREMIUM-GRACE
           END-IF.

       465-CHECK-POLICY-DATES.
           IF NOT PM-POLICY-ACTIVE (PM-IDX)
                MOVE 'T' TO POLICY-ELIG-ST
                END-IF
           END-IF.

      * Same rule as MEDCLAIM's 468: a service on or after the first
      * unpaid coverage date waits out the grace period.
       468-CHECK-PREMIUM-GRACE.
           SET GP-IDX TO 1.
           SEARCH GRACE-LIST-ITEM VARYING GP-IDX
                AT END
                     CONTINUE
                WHEN GP-IDX > GRACELST-COUNT
                     CONTINUE
                WHEN GP-POLICY-NO (GP-IDX) = INS-POLICY-NO
                     IF POLICY-BENEFIT-DATE-NUM >=
                            GP-GRACE-FROM (GP-IDX)
                          MOVE 'G' TO POLICY-ELIG-ST
                     END-IF
           END-SEARCH.

      * Same lookup as MEDCLAIM's 482.
       470-CHECK-PROVIDER-REVIEW.
           SET RV-IDX TO 1.
           SEARCH REVIEW-LIST-ITEM VARYING RV-IDX
                AT END
                     CONTINUE
                WHEN RV-IDX > PRVREVW-COUNT
                     CONTINUE
                WHEN RV-PROVIDER-ID (RV-IDX) = CLAIM-PROVIDER-ID
                     MOVE 'Y' TO PROVIDER-REVIEW-SW
           END-SEARCH.

       500-PRINT-FOOTER.
           MOVE SPACES TO PENDQRPT-REC.
           WRITE PENDQRPT-REC.
           MOVE TERMINATED-COUNT TO FOOTER-TERMINATED.
           MOVE PEND-MAX-DAYS    TO FOOTER-MAX-DAYS.
           WRITE PENDQRPT-REC FROM FOOTER-LINE-03.
           MOVE GRACE-HELD-COUNT TO FOOTER-GRACE-HELD.
           MOVE REVIEW-HELD-COUNT TO FOOTER-REVIEW-HELD.
           WRITE PENDQRPT-REC FROM FOOTER-LINE-04.

       550-PRINT-HEADERS.
           WRITE PENDQRPT-REC FROM HEADER-LINE-01.
