       IDENTIFICATION DIVISION.
       PROGRAM-ID.     PHYSMNT.
       AUTHOR.         HARTANTO.

      ******************************************************************
      ***** TRANSACTION-DRIVEN MAINTENANCE FOR THE PHYSMAST ATTENDING
      ***** PHYSICIAN MASTER.
      *****
      ***** EVERY HOSPIN ADMISSION CARRIES THE ATTENDING PHYSICIAN'S
      ***** PCP-ID, BUT NOTHING EVER CHECKED IT, SO A MISKEYED ID
      ***** SILENTLY CREDITED THE STAY TO NOBODY.  PHYSMAST NOW HOLDS
      ***** ONE ENTRY PER PHYSICIAN (ID, NAME, SPECIALTY, ACTIVE
      ***** FLAG); HOSPEDIT REJECTS AN ADMISSION WHOSE PCP-ID IS NOT
      ***** ON IT OR IS INACTIVE, AND PHYSRPT NAMES EACH PHYSICIAN'S
      ***** MONTHLY ACTIVITY FROM IT.  THIS PROGRAM APPLIES THE
      ***** MEDICAL STAFF OFFICE'S ADD/CHANGE/DELETE TRANSACTIONS IN
      ***** THE EMPMAINT OLD/NEW-MASTER MOLD: BEFORE/AFTER AUDIT
      ***** LISTING OF EVERY APPLIED CHANGE, BAD TRANSACTIONS TO
      ***** THEIR OWN LISTING, AND THE RESULT WRITTEN AS A NEW
      ***** MASTER (PHYSMSTO) SO THE PRIOR FILE SURVIVES.
      *****
      ***** A DELETE DOES NOT REMOVE THE PHYSICIAN -- LIKE INSTMAIN'S
      ***** RETIRED INSURANCE TYPES, THE ENTRY STAYS ON FILE WITH ITS
      ***** ACTIVE FLAG SET TO 'N', SO ADMISSION HISTORY STILL
      ***** CARRYING THE ID CAN BE REPORTED BY NAME.  A CHANGE WITH
      ***** THE FLAG BACK TO 'Y' REINSTATES THE PHYSICIAN.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PHYSMAST-OLD
           ASSIGN TO PHYSMAST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHYSMAST-OLD-ST.
           SELECT PHYSTRAN
           ASSIGN TO PHYSTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHYSTRAN-ST.
           SELECT PHYSMAST-NEW
           ASSIGN TO PHYSMSTO
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHYSMAST-NEW-ST.
           SELECT PHYSAUDT
           ASSIGN TO PHYSAUDT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHYSAUDT-ST.
           SELECT PHYSREJS
           ASSIGN TO PHYSREJS
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS PHYSREJS-ST.

       DATA DIVISION.
       FILE SECTION.
       FD  PHYSMAST-OLD
           RECORD CONTAINS 80 CHARACTERS.
       01  PHYSMAST-OLD-REC            PIC X(80).

      * One transaction per record: 'A' add, 'C' change, 'D' delete
      * (inactivate), followed by the full PHYSMAST record image.
      * Adds and changes carry the whole new record; deletes only
      * need the physician id filled.
       FD  PHYSTRAN
           RECORD CONTAINS 90 CHARACTERS.
       01  PHYSTRAN-REC.
           05  PX-ACTION               PIC X(01).
               88  PX-ADD                              VALUE 'A'.
               88  PX-CHANGE                           VALUE 'C'.
               88  PX-DELETE                           VALUE 'D'.
           05  PX-RECORD-IMAGE         PIC X(80).
           05  FILLER                  PIC X(09).

       FD  PHYSMAST-NEW
           RECORD CONTAINS 80 CHARACTERS.
       01  PHYSMAST-NEW-REC            PIC X(80).

       FD  PHYSAUDT
           RECORD CONTAINS 100 CHARACTERS.
       01  PHYSAUDT-REC                PIC X(100).

       FD  PHYSREJS
           RECORD CONTAINS 133 CHARACTERS.
       01  PHYSREJS-REC                PIC X(133).

       WORKING-STORAGE SECTION.
      * The transaction's PHYSMAST view, the same layout HOSPEDIT
      * and PHYSRPT load.
       01  PHYS-TRAN-WS.
           05  PX-PHYS-ID              PIC X(06).
           05  PX-NAME                 PIC X(25).
           05  PX-SPECIALTY            PIC X(15).
           05  PX-ACTIVE-FLAG          PIC X(01).
               88  PX-ACTIVE                           VALUE 'Y'.
               88  PX-INACTIVE                         VALUE 'N'.
           05  FILLER                  PIC X(33).

       01  FLAGS.
           05  PHYSMAST-OLD-ST         PIC X(02).
               88  PO-NORMAL                           VALUE '00'.
           05  PHYSTRAN-ST             PIC X(02).
               88  PX-NORMAL                           VALUE '00'.
           05  PHYSMAST-NEW-ST         PIC X(02).
               88  PN-NORMAL                           VALUE '00'.
           05  PHYSAUDT-ST             PIC X(02).
               88  AU-NORMAL                           VALUE '00'.
           05  PHYSREJS-ST             PIC X(02).
               88  RJ-NORMAL                           VALUE '00'.
           05  PHYSMAST-OLD-EOF        PIC X(01)       VALUE 'N'.
               88  NO-MORE-PHYSMAST                    VALUE 'Y'.
           05  PHYSTRAN-EOF            PIC X(01)       VALUE 'N'.
               88  NO-MORE-TRANS                       VALUE 'Y'.
           05  TRAN-VALID-SW           PIC X(01)       VALUE 'Y'.
               88  TRAN-VALID                          VALUE 'Y'.

      * The master held in memory while transactions apply, keyed by
      * physician id -- the same 500 capacity HOSPEDIT loads.
       01  PHYS-TABLE.
           05  PHYS-ITEM OCCURS 500 TIMES
                   INDEXED BY PHY-IDX.
               10  PHYS-RECORD-IMAGE       PIC X(80).
               10  PHYS-KEY-VIEW REDEFINES PHYS-RECORD-IMAGE.
                   15  PHYS-PHYS-ID        PIC X(06).
                   15  FILLER              PIC X(40).
                   15  PHYS-ACTIVE-FLAG    PIC X(01).
                   15  FILLER              PIC X(33).
       77  PHYS-MAX                    PIC S9(04) COMP VALUE 500.
       77  PHYS-COUNT                  PIC S9(04) COMP VALUE 0.
       77  PHYS-FOUND-SUB              PIC S9(04) COMP VALUE 0.

       77  REASON-DESC-WS              PIC X(30).
       77  APPLIED-COUNT               PIC 9(05) VALUE 0.
       77  REJECTED-COUNT              PIC 9(05) VALUE 0.

       01  AUDIT-LINE.
           05  AUD-TAG                 PIC X(08).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-ACTION              PIC X(06).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  AUD-RECORD-IMAGE        PIC X(80).

       01  REJECT-LINE.
           05  REJ-ACTION              PIC X(01).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-REASON              PIC X(30).
           05  FILLER                  PIC X(02)       VALUE SPACES.
           05  REJ-RECORD-IMAGE        PIC X(80).

       PROCEDURE DIVISION.
           PERFORM 100-HOUSEKEEPING.
           PERFORM 200-APPLY-TRANSACTION UNTIL NO-MORE-TRANS.
           PERFORM 800-WRITE-NEW-MASTER.
           PERFORM 900-CLEANUP.
           MOVE +0 TO RETURN-CODE.
           GOBACK.

       100-HOUSEKEEPING.
           PERFORM 300-OPEN-FILES.
           PERFORM 320-LOAD-PHYSMAST.
           PERFORM 400-READ-TRANSACTION.

       200-APPLY-TRANSACTION.
           MOVE PX-RECORD-IMAGE TO PHYS-TRAN-WS.
           PERFORM 210-FIND-PHYSICIAN.

           EVALUATE TRUE
               WHEN PX-ADD
                   PERFORM 220-APPLY-ADD
               WHEN PX-CHANGE
                   PERFORM 230-APPLY-CHANGE
               WHEN PX-DELETE
                   PERFORM 240-APPLY-DELETE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO REASON-DESC-WS
                   PERFORM 260-REJECT-TRANSACTION
           END-EVALUATE.

           PERFORM 400-READ-TRANSACTION.

       210-FIND-PHYSICIAN.
           MOVE 0 TO PHYS-FOUND-SUB.
           IF PX-PHYS-ID NOT = SPACES
                SET PHY-IDX TO 1
                SEARCH PHYS-ITEM VARYING PHY-IDX
                    AT END
                        CONTINUE
                    WHEN PHY-IDX > PHYS-COUNT
                        CONTINUE
                    WHEN PHYS-PHYS-ID (PHY-IDX) = PX-PHYS-ID
                        SET PHYS-FOUND-SUB TO PHY-IDX
                END-SEARCH
           END-IF.

       220-APPLY-ADD.
           IF PHYS-FOUND-SUB > 0
                MOVE 'PHYSICIAN ALREADY ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-RESULT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     IF PHYS-COUNT >= PHYS-MAX
                          MOVE 'MASTER IS FULL' TO REASON-DESC-WS
                          PERFORM 260-REJECT-TRANSACTION
                     ELSE
                          ADD 1 TO PHYS-COUNT
                          MOVE PX-RECORD-IMAGE
                              TO PHYS-RECORD-IMAGE (PHYS-COUNT)
                          MOVE SPACES          TO AUD-TAG
                          MOVE 'ADD'           TO AUD-ACTION
                          MOVE PX-RECORD-IMAGE TO AUD-RECORD-IMAGE
                          MOVE 'AFTER'         TO AUD-TAG
                          WRITE PHYSAUDT-REC FROM AUDIT-LINE
                          ADD 1 TO APPLIED-COUNT
                     END-IF
                END-IF
           END-IF.

       230-APPLY-CHANGE.
           IF PHYS-FOUND-SUB = 0
                MOVE 'PHYSICIAN NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                PERFORM 250-VALIDATE-RESULT
                IF NOT TRAN-VALID
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'CHANGE'        TO AUD-ACTION
                     MOVE PHYS-RECORD-IMAGE (PHYS-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE PHYSAUDT-REC FROM AUDIT-LINE
                     MOVE PX-RECORD-IMAGE
                         TO PHYS-RECORD-IMAGE (PHYS-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE PX-RECORD-IMAGE TO AUD-RECORD-IMAGE
                     WRITE PHYSAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

      * A delete inactivates in place rather than closing the slot,
      * so history carrying the id still finds the name.  Deleting
      * a physician already inactive is a keying error.
       240-APPLY-DELETE.
           IF PHYS-FOUND-SUB = 0
                MOVE 'PHYSICIAN NOT ON MASTER' TO REASON-DESC-WS
                PERFORM 260-REJECT-TRANSACTION
           ELSE
                IF PHYS-ACTIVE-FLAG (PHYS-FOUND-SUB) = 'N'
                     MOVE 'PHYSICIAN ALREADY INACTIVE'
                         TO REASON-DESC-WS
                     PERFORM 260-REJECT-TRANSACTION
                ELSE
                     MOVE 'BEFORE'        TO AUD-TAG
                     MOVE 'DELETE'        TO AUD-ACTION
                     MOVE PHYS-RECORD-IMAGE (PHYS-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE PHYSAUDT-REC FROM AUDIT-LINE
                     MOVE 'N' TO PHYS-ACTIVE-FLAG (PHYS-FOUND-SUB)
                     MOVE 'AFTER'         TO AUD-TAG
                     MOVE PHYS-RECORD-IMAGE (PHYS-FOUND-SUB)
                         TO AUD-RECORD-IMAGE
                     WRITE PHYSAUDT-REC FROM AUDIT-LINE
                     ADD 1 TO APPLIED-COUNT
                END-IF
           END-IF.

      * The whole record an add or change would land: a usable id,
      * a name for the report, a specialty, and an active flag of
      * 'Y' or 'N' -- the flag HOSPEDIT's admission edit reads.
       250-VALIDATE-RESULT.
           MOVE 'Y' TO TRAN-VALID-SW.
           MOVE SPACES TO REASON-DESC-WS.

           IF PX-PHYS-ID = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING PHYSICIAN ID' TO REASON-DESC-WS.
           IF PX-NAME = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING PHYSICIAN NAME' TO REASON-DESC-WS.
           IF PX-SPECIALTY = SPACES
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'MISSING SPECIALTY' TO REASON-DESC-WS.
           IF NOT (PX-ACTIVE OR PX-INACTIVE)
                MOVE 'N' TO TRAN-VALID-SW
                MOVE 'INVALID ACTIVE FLAG' TO REASON-DESC-WS.

       260-REJECT-TRANSACTION.
           ADD 1 TO REJECTED-COUNT.
           MOVE PX-ACTION       TO REJ-ACTION.
           MOVE REASON-DESC-WS  TO REJ-REASON.
           MOVE PX-RECORD-IMAGE TO REJ-RECORD-IMAGE.
           WRITE PHYSREJS-REC FROM REJECT-LINE.

       300-OPEN-FILES.
           OPEN INPUT PHYSMAST-OLD
           IF NOT PO-NORMAL
                DISPLAY 'ERROR OPENING PHYSMAST'
                GO TO 999-RETURN-ERR.

           OPEN INPUT PHYSTRAN
           IF NOT PX-NORMAL
                DISPLAY 'ERROR OPENING PHYSTRAN'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PHYSMAST-NEW
           IF NOT PN-NORMAL
                DISPLAY 'ERROR OPENING PHYSMSTO'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PHYSAUDT
           IF NOT AU-NORMAL
                DISPLAY 'ERROR OPENING PHYSAUDT'
                GO TO 999-RETURN-ERR.

           OPEN OUTPUT PHYSREJS
           IF NOT RJ-NORMAL
                DISPLAY 'ERROR OPENING PHYSREJS'
                GO TO 999-RETURN-ERR.

       320-LOAD-PHYSMAST.
           READ PHYSMAST-OLD
               AT END MOVE 'Y' TO PHYSMAST-OLD-EOF
           END-READ.

           IF NOT (PO-NORMAL OR NO-MORE-PHYSMAST)
                DISPLAY 'ERROR READING PHYSMAST'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM VARYING PHY-IDX FROM 1 BY 1
               UNTIL NO-MORE-PHYSMAST OR PHY-IDX > PHYS-MAX
                   ADD 1 TO PHYS-COUNT
                   MOVE PHYSMAST-OLD-REC TO PHYS-RECORD-IMAGE (PHY-IDX)
                   READ PHYSMAST-OLD
                       AT END MOVE 'Y' TO PHYSMAST-OLD-EOF
                   END-READ
           END-PERFORM.

      * Saving from a truncated table would silently shrink the
      * master and reject every dropped physician's admissions, so
      * a master past capacity stops the run.
           IF NOT NO-MORE-PHYSMAST
                DISPLAY "ERROR: PHYSMAST HAS MORE THAN " PHYS-MAX
                        " ENTRIES - TABLE TOO SMALL, NOT SAVED"
                GO TO 999-RETURN-ERR
           END-IF.

           CLOSE PHYSMAST-OLD.

       400-READ-TRANSACTION.
           READ PHYSTRAN
               AT END MOVE 'Y' TO PHYSTRAN-EOF
           END-READ.

           IF NOT (PX-NORMAL OR NO-MORE-TRANS)
                DISPLAY 'ERROR READING PHYSTRAN'
                GO TO 999-RETURN-ERR
           END-IF.

       800-WRITE-NEW-MASTER.
           PERFORM 810-WRITE-ONE-PHYSICIAN
               VARYING PHY-IDX FROM 1 BY 1
               UNTIL PHY-IDX > PHYS-COUNT.

       810-WRITE-ONE-PHYSICIAN.
           MOVE PHYS-RECORD-IMAGE (PHY-IDX) TO PHYSMAST-NEW-REC.
           WRITE PHYSMAST-NEW-REC.
           IF NOT PN-NORMAL
                DISPLAY 'ERROR WRITING PHYSMSTO'
                GO TO 999-RETURN-ERR
           END-IF.

       900-CLEANUP.
           DISPLAY "TRANSACTIONS APPLIED : " APPLIED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " REJECTED-COUNT.
           CLOSE PHYSTRAN, PHYSMAST-NEW, PHYSAUDT, PHYSREJS.

       999-RETURN-ERR.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
