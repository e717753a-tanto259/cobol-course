
      *  Artist account master maintained by ARTMAINT: every header's
      *  account must be on it and active, and an account on credit
      *  hold -- by hand, or by ARTRECV from its receivables aging
      *  and credit limit -- has its whole proposal diverted to
      *  HELDPROP.
           SELECT ART-IN
           ASSIGN TO ARTMAST
           ORGANIZATION IS SEQUENTIAL
           ASSIGN TO HELDPROP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS HLD-OUT-ST.

      *  Instrument inventory by type and quality (see
      *  Copybooks/INVREC.cpy): a line is filled from available stock
      *  before any of it goes to a vendor quote.
           SELECT INV-IN
           ASSIGN TO INVMAST
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INV-IN-ST.

      *  Shared stock movement file (see Copybooks/INVMOVE.cpy): one
      *  reservation appended per line filled from stock, for INVUPD
      *  to post.
           SELECT INV-MOVE
           ASSIGN TO INVMOVE
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INV-MOVE-ST.

      *  Sales-tax rates by ship-to region with effective dates (see
      *  Copybooks/TAXJUR.cpy); a region with no row is taxed at the
      *  flat RATETAB TAXRATE.
           SELECT TAXJUR
           ASSIGN TO TAXJUR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TAXJUR-ST.

      *  Sales-tax detail (see Copybooks/TAXDTL.cpy): one record
      *  appended per approved line for TAXRPT's monthly liability
      *  report.
           SELECT TAX-DTL
           ASSIGN TO TAXDTL
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS TAX-DTL-ST.
      ****
       DATA DIVISION.
      ****
      * effect on run date, then the LOWEST of those across vendors.
       FD  VENDOR-IN
           RECORDING MODE F
           RECORD CONTAINS 40 CHARACTERS.
       01  VENDOR-IN-REC.
           05  VP-INST-TYPE-I              PIC X(06).
           05  VP-INST-QUAL-I              PIC X(01).
           05  VP-EFF-DATE-I               PIC 9(08).
           05  VP-ACTIVE-I                 PIC X(01).
           05  VP-VENDOR-ID-I              PIC X(05).
           05  FILLER                      PIC X(12).
      *
       FD  RATETAB
           RECORDING MODE F
           05  CKPT-HEADER-RECORD          PIC 9(04).
           05  CKPT-GROUP-HELD-SW          PIC X(01).
           05  CKPT-HELD-RECORD            PIC 9(04).
           05  CKPT-STOCK-UNITS            PIC 9(05).
      *
       FD  RUNLEDGR
           RECORDING MODE F
      *
       FD  PRX-OUT
           RECORDING MODE F
           RECORD CONTAINS 120 CHARACTERS.
       01  PRX-REC.
           05  PRX-ACCT-NO                 PIC X(08).
           05  PRX-GENRE                   PIC X(09).
           05  PRX-WEIGHT-CLASS            PIC X(01).
           05  PRX-EXCH-RATE               PIC 9(03)V9(05).
           05  FILLER                      PIC X(05).
      * The sales-tax jurisdiction the line shipped into, whether it
      * was taxed ('T') or the account is exempt ('E'), and the tax
      * charged on the part bought from the vendor.
           05  PRX-TAX-JURIS               PIC X(05).
           05  PRX-TAX-STATUS              PIC X(01).
           05  PRX-TAX-AMT                 PIC S9(7)V99.
           05  FILLER                      PIC X(05).
      *
      * The over-budget queue carries the full RFP image plus the
      * overage so the quote can be re-entered untouched once the
           05  AM-NAME-I                   PIC X(20).
           05  AM-STATUS-I                 PIC X(01).
           05  AM-CREDIT-FLAG-I            PIC X(01).
           05  FILLER                      PIC X(10).
           05  AM-TAX-EXEMPT-I             PIC X(01).
           05  AM-EXEMPT-CERT-I            PIC X(15).
           05  FILLER                      PIC X(24).
      *
      * The held-proposals queue carries the full RFP image -- header
      * and detail lines alike -- so the whole proposal re-enters
       01  HLD-REC.
           05  HLD-RFP-IMAGE               PIC X(80).
           05  FILLER                      PIC X(20).
      *
       FD  INV-IN
           RECORDING MODE F
           RECORD CONTAINS 60 CHARACTERS.
           COPY INVREC.
      *
       FD  INV-MOVE
           RECORDING MODE F
           RECORD CONTAINS 70 CHARACTERS.
           COPY INVMOVE.
      *
       FD  TAXJUR
           RECORDING MODE F
           RECORD CONTAINS 50 CHARACTERS.
           COPY TAXJUR.
      *
       FD  TAX-DTL
           RECORDING MODE F
           RECORD CONTAINS 80 CHARACTERS.
           COPY TAXDTL.
      *
       FD  BUSDATE
           RECORDING MODE F
                88 ART-IN-NORMAL            VALUE '00'.
           05  HLD-OUT-ST                  PIC X(02).
                88 HLD-OUT-NORMAL           VALUE '00'.
           05  INV-IN-ST                   PIC X(02).
                88 INV-IN-NORMAL            VALUE '00'.
           05  INV-MOVE-ST                 PIC X(02).
                88 INV-MOVE-NORMAL          VALUE '00'.
           05  TAXJUR-ST                   PIC X(02).
                88 TAXJUR-NORMAL            VALUE '00'.
           05  TAX-DTL-ST                  PIC X(02).
                88 TAX-DTL-NORMAL           VALUE '00'.
      *
       01  BUSINESS-DATE-WS.
           05  BUSINESS-DATE-NUM           PIC 9(08).
           05  FILLER             PIC X(20) VALUE "HELD - CREDIT: ".
           05  FILLER             PIC X(18) VALUE SPACES.
           05  HELD-CREDIT-O      PIC Z,ZZ9.
       01  FOOTER-REC-7.
           05  FILLER             PIC X(20) VALUE "UNITS FROM STOCK: ".
           05  FILLER             PIC X(17) VALUE SPACES.
           05  STOCK-UNITS-O      PIC ZZ,ZZ9.
      *
      * Printed by 285-Write-Genre-Subtotal each time
      * ARTIST-MUSICAL-GENRE changes, so budget approvals can be read
                88  NO-MORE-SHIP-RATES                 VALUE 'Y'.
       77  SHIP-FOUND-SW                       PIC X(01) VALUE 'N'.
                88  SHIP-FOUND                         VALUE 'Y'.
      *
      * Sales-tax jurisdictions by ship-to region and effective date
      * (see Copybooks/TAXJUR.cpy).  TAX-RATE-USED is the rate the
      * current line is taxed at: the region's jurisdiction rate in
      * force, the flat RATETAB TAXRATE for a region with none, or
      * zero for an exempt account.
       01  TAX-JUR-TABLE.
           05  TAX-JUR-ITEM OCCURS 100 TIMES.
                10  TJT-REGION-CODE            PIC X(03).
                10  TJT-JURIS-CODE             PIC X(05).
                10  TJT-TAX-RATE               PIC 9(01)V9(05).
                10  TJT-EFF-DATE               PIC 9(08).
       77  TAX-JUR-COUNT                        PIC S9(04) COMP VALUE 0.
       77  TAX-JUR-MAX                 PIC S9(04) COMP VALUE 100.
       77  TJ-SCAN-SUB                          PIC S9(04) COMP VALUE 0.
       77  TJ-BEST-SUB                          PIC S9(04) COMP VALUE 0.
       77  TAXJUR-EOF                          PIC X(01) VALUE 'N'.
                88  NO-MORE-TAX-JURS                   VALUE 'Y'.
       77  TAX-RATE-USED                       PIC 9(01)V9(05).
       77  TAX-JURIS-USED                      PIC X(05).
       77  TAX-STATUS-USED                     PIC X(01).
                88  LINE-TAX-EXEMPT                    VALUE 'E'.
       77  TAX-EXEMPT-CERT-USED                PIC X(15).
      *
       01  EXCH-RATE-TABLE.
           05  EXCH-RATE-ITEM OCCURS 10 TIMES INDEXED BY EX-IDX.
                88  NO-MORE-EXCH-RATES                 VALUE 'Y'.
       77  CURR-FOUND-SW                       PIC X(01) VALUE 'N'.
                88  CURR-FOUND                         VALUE 'Y'.
      *
      * Stock available to fill proposal lines, by type and
      * quality: INVMAST's on hand less reserved, less what this
      * run has already reserved, at the stock's average cost.
       01  INVENTORY-TABLE.
           05  INVENTORY-ITEM OCCURS 500 TIMES INDEXED BY IN-IDX.
                10  IN-INST-TYPE               PIC X(06).
                10  IN-INST-QUAL               PIC X(01).
                10  IN-AVAILABLE               PIC S9(05).
                10  IN-AVG-COST                PIC 9(05)V99.
       77  INVENTORY-COUNT                      PIC S9(04) COMP VALUE 0.
       77  INVENTORY-MAX               PIC S9(04) COMP VALUE 500.
       77  INV-IN-EOF                           PIC X(01) VALUE 'N'.
                88  NO-MORE-INVENTORY                  VALUE 'Y'.
       77  INV-MOVE-EOF                         PIC X(01) VALUE 'N'.
                88  NO-MORE-INV-MOVES                  VALUE 'Y'.
       77  INV-FOUND-SUB                        PIC S9(04) COMP VALUE 0.
      * The line's quantity split between stock and the vendor quote.
       77  LINE-QTY                             PIC 9(02).
       77  STOCK-FILL-QTY                       PIC 9(02).
       77  SHORT-QTY                            PIC 9(02).
       77  STOCK-EXT-COST                       PIC S9(9)V99.
       77  VENDOR-EXT-COST                      PIC S9(9)V99.
       77  VENDOR-SHIP-COST                     PIC S9(7)V99.
       77  VENDOR-TAX                           PIC S9(5)V99.
       77  SHIP-RATE-USED                       PIC 9(01)V9(05).
       77  STOCK-UNITS-FILLED                   PIC 9(05) VALUE 0.
       77  STOCK-UNITS-RELOADED                 PIC 9(05) VALUE 0.
      *
       77  INSTRUMENT-COST                      PIC S9(7)V99.
       77  EXTENDED-COST                        PIC S9(9)V99.
                     88  AA-ACCT-ACTIVE             VALUE 'A'.
                10  AA-CREDIT-FLAG             PIC X(01).
                     88  AA-CREDIT-HOLD             VALUE 'H'.
                10  AA-TAX-EXEMPT              PIC X(01).
                     88  AA-IS-EXEMPT               VALUE 'E'.
                10  AA-EXEMPT-CERT             PIC X(15).
       77  ARTIST-ACCT-COUNT                    PIC S9(04) COMP
                                                 VALUE 0.
       77  ART-IN-EOF                           PIC X(01) VALUE 'N'.
           PERFORM 326-Load-Rates.
           PERFORM 328-Load-Exch-Rates.
           PERFORM 331-Load-Ship-Rates.
           PERFORM 336-Load-Tax-Jurisdictions.
           PERFORM 333-Load-Inventory.
           PERFORM 308-Verify-Feed-Header.
           PERFORM 306-Skip-To-Checkpoint.
           PERFORM 400-Read-Record.
                     ADD TOTAL TO ACCT-SUBTOTAL
                     ADD 1 TO VALID-RECORD
                     PERFORM 500-Write-Record
                          THRU 500-Write-Record-Exit
                END-IF
                END-IF
           ELSE
      * in 200-Validate-Data anyway.
           IF RFP-QUANTITY IS NUMERIC AND RFP-QUANTITY > 0
                MOVE RFP-QUANTITY TO QUANTITY-O
                MOVE RFP-QUANTITY TO LINE-QTY
           ELSE
                MOVE ZERO TO QUANTITY-O
                MOVE 1 TO LINE-QTY
           END-IF.
      * Units available in stock fill the line first at the stock's
      * average cost; only the shortfall is bought at the vendor
      * quote.  A line filled wholly from stock needs no quote.
           PERFORM 279-Fill-From-Stock.
           COMPUTE EXTENDED-COST =
               STOCK-EXT-COST + INSTRUMENT-COST * SHORT-QTY.
           IF SHORT-QTY = 0
                MOVE 'Y' TO PRICE-FOUND-SW
                MOVE 'STOCK' TO VENDOR-O
           END-IF.
           PERFORM 277-Lookup-Ship-Rate.
           PERFORM 273-Lookup-Tax-Rate.
           COMPUTE TAX = EXTENDED-COST * TAX-RATE-USED.
           COMPUTE COST-PER-INSTRUMENT-O ROUNDED =
               EXTENDED-COST / LINE-QTY.
           MOVE SHIPPING-COST TO SHIPPING-COST-O.
           MOVE TAX TO TAX-O.
           COMPUTE TOTAL = EXTENDED-COST + SHIPPING-COST + TAX.
           MOVE TOTAL TO TOTAL-O.
      *
      * Sales tax follows the line to where it ships.  An account
      * flagged exempt on the artist master (schools, nonprofits)
      * pays none; otherwise the ship-to region's jurisdiction rate
      * in force on the business date applies -- the row with the
      * latest effective date not after it -- and a region with no
      * jurisdiction row falls back to the flat RATETAB TAXRATE.
      * The exemption is looked up by the open group's account so a
      * restart mid-group finds it without the checkpoint.
       273-Lookup-Tax-Rate.
           MOVE 'T'    TO TAX-STATUS-USED.
           MOVE SPACES TO TAX-EXEMPT-CERT-USED.
           SET AA-IDX TO 1.
           SEARCH ARTIST-ACCT-ITEM VARYING AA-IDX
                AT END
                    CONTINUE
                WHEN AA-IDX > ARTIST-ACCT-COUNT
                    CONTINUE
                WHEN AA-ACCT-NO (AA-IDX) = CURR-ACCT-NO
                    IF AA-IS-EXEMPT (AA-IDX)
                         MOVE 'E' TO TAX-STATUS-USED
                         MOVE AA-EXEMPT-CERT (AA-IDX)
                                            TO TAX-EXEMPT-CERT-USED
                    END-IF
           END-SEARCH.

           MOVE 0 TO TJ-BEST-SUB.
           PERFORM VARYING TJ-SCAN-SUB FROM 1 BY 1
                UNTIL TJ-SCAN-SUB > TAX-JUR-COUNT
                IF TJT-REGION-CODE (TJ-SCAN-SUB) = SHIP-TO
                   AND TJT-EFF-DATE (TJ-SCAN-SUB) <= BUSINESS-DATE-NUM
                     IF TJ-BEST-SUB = 0
                        OR TJT-EFF-DATE (TJ-SCAN-SUB) >
                           TJT-EFF-DATE (TJ-BEST-SUB)
                          MOVE TJ-SCAN-SUB TO TJ-BEST-SUB
                     END-IF
                END-IF
           END-PERFORM.

           IF TJ-BEST-SUB > 0
                MOVE TJT-JURIS-CODE (TJ-BEST-SUB) TO TAX-JURIS-USED
                MOVE TJT-TAX-RATE (TJ-BEST-SUB)   TO TAX-RATE-USED
           ELSE
                MOVE SPACES   TO TAX-JURIS-USED
                MOVE TAX-RATE TO TAX-RATE-USED
           END-IF.
           IF LINE-TAX-EXEMPT
                MOVE ZERO TO TAX-RATE-USED
           END-IF.
      *
      * Each vendor's current quote for the type/quality is the
      * active one with the latest effective date not after the
      * run's business date -- a future-dated quote loaded ahead of
       277-Lookup-Ship-Rate.
           MOVE 'N' TO SHIP-FOUND-SW.
           MOVE ZERO TO SHIPPING-COST.
           MOVE ZERO TO SHIP-RATE-USED.
           SET SR-IDX TO 1.
           SEARCH SHIP-RATE-ITEM VARYING SR-IDX
                AT END
                         INSTRUMENT-WEIGHT-CLASS
                    COMPUTE SHIPPING-COST ROUNDED =
                        EXTENDED-COST * SR-RATE-PCT (SR-IDX)
                    MOVE SR-RATE-PCT (SR-IDX) TO SHIP-RATE-USED
                    MOVE 'Y' TO SHIP-FOUND-SW
           END-SEARCH.
      *
      * Fills what it can of the line from the type/quality's stock
      * still available.  Nothing is reserved here -- the line may
      * yet reject, hold or run over budget; 510-Reserve-Stock
      * commits the fill once the line is approved.
       279-Fill-From-Stock.
           MOVE ZERO TO STOCK-FILL-QTY.
           MOVE ZERO TO STOCK-EXT-COST.
           MOVE 0 TO INV-FOUND-SUB.
           SET IN-IDX TO 1.
           SEARCH INVENTORY-ITEM VARYING IN-IDX
                AT END
                    CONTINUE
                WHEN IN-IDX > INVENTORY-COUNT
                    CONTINUE
                WHEN IN-INST-TYPE (IN-IDX) = MUSICIAN-INSTRUMENT-TYPE
                     AND IN-INST-QUAL (IN-IDX) = INSTRUMENT-QUALITY
                    SET INV-FOUND-SUB TO IN-IDX
           END-SEARCH.
           IF INV-FOUND-SUB > 0
                IF IN-AVAILABLE (INV-FOUND-SUB) >= LINE-QTY
                     MOVE LINE-QTY TO STOCK-FILL-QTY
                ELSE
                     IF IN-AVAILABLE (INV-FOUND-SUB) > 0
                          MOVE IN-AVAILABLE (INV-FOUND-SUB)
                              TO STOCK-FILL-QTY
                     END-IF
                END-IF
                COMPUTE STOCK-EXT-COST =
                    IN-AVG-COST (INV-FOUND-SUB) * STOCK-FILL-QTY
           END-IF.
           COMPUTE SHORT-QTY = LINE-QTY - STOCK-FILL-QTY.
      *
      * Control break on ARTIST-MUSICAL-GENRE, assumes RFP-IN arrives
      * sorted by genre.  Fires the subtotal line for the genre that
      * just ended, then starts a fresh accumulation for the new one.
           IF NOT SHIPRATE-NORMAL
                DISPLAY 'ERROR OPENING SHIPRATE'
                GO TO 999-RETURN-ERR.

           OPEN INPUT TAXJUR
           IF NOT TAXJUR-NORMAL
                DISPLAY 'ERROR OPENING TAXJUR'
                GO TO 999-RETURN-ERR.

           OPEN EXTEND TAX-DTL
           IF NOT TAX-DTL-NORMAL
                DISPLAY 'ERROR OPENING TAX-DTL'
                GO TO 999-RETURN-ERR.
      *
       320-Load-Artist-Accounts.
           READ ART-IN
           MOVE AM-STATUS-I      TO AA-STATUS (ARTIST-ACCT-COUNT).
           MOVE AM-CREDIT-FLAG-I TO
                AA-CREDIT-FLAG (ARTIST-ACCT-COUNT).
           MOVE AM-TAX-EXEMPT-I  TO AA-TAX-EXEMPT (ARTIST-ACCT-COUNT).
           MOVE AM-EXEMPT-CERT-I TO
                AA-EXEMPT-CERT (ARTIST-ACCT-COUNT).
           READ ART-IN
                AT END MOVE 'Y' TO ART-IN-EOF
           END-READ.
                DISPLAY 'ERROR READING SHIPRATE'
                GO TO 999-RETURN-ERR
           END-IF.
      *
       336-Load-Tax-Jurisdictions.
           READ TAXJUR
                AT END MOVE 'Y' TO TAXJUR-EOF
           END-READ.
           IF NOT (TAXJUR-NORMAL OR NO-MORE-TAX-JURS)
                DISPLAY 'ERROR READING TAXJUR'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 337-Load-Tax-Jur-Entry
                UNTIL NO-MORE-TAX-JURS.
           CLOSE TAXJUR.
      *
       337-Load-Tax-Jur-Entry.
           IF TAX-JUR-COUNT >= TAX-JUR-MAX
                DISPLAY 'ERROR: MORE THAN ' TAX-JUR-MAX
                    ' JURISDICTION ROWS ON TAXJUR'
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO TAX-JUR-COUNT.
           MOVE TJ-REGION-CODE TO TJT-REGION-CODE (TAX-JUR-COUNT).
           MOVE TJ-JURIS-CODE  TO TJT-JURIS-CODE (TAX-JUR-COUNT).
           MOVE TJ-TAX-RATE    TO TJT-TAX-RATE (TAX-JUR-COUNT).
           MOVE TJ-EFF-DATE    TO TJT-EFF-DATE (TAX-JUR-COUNT).
           READ TAXJUR
                AT END MOVE 'Y' TO TAXJUR-EOF
           END-READ.
           IF NOT (TAXJUR-NORMAL OR NO-MORE-TAX-JURS)
                DISPLAY 'ERROR READING TAXJUR'
                GO TO 999-RETURN-ERR
           END-IF.
      *
      * Available stock per type and quality.  On a restart the
      * reservations the interrupted run appended up to its last
      * checkpoint come back off INVMOVE before it is extended, so
      * stock promised to the lines being skipped is not promised
      * again.
       333-Load-Inventory.
           OPEN INPUT INV-IN
           IF NOT INV-IN-NORMAL
                DISPLAY 'ERROR OPENING INV-IN'
                GO TO 999-RETURN-ERR.

           READ INV-IN
                AT END MOVE 'Y' TO INV-IN-EOF
           END-READ.
           IF NOT (INV-IN-NORMAL OR NO-MORE-INVENTORY)
                DISPLAY 'ERROR READING INV-IN'
                GO TO 999-RETURN-ERR
           END-IF.

           PERFORM 334-Load-Inventory-Entry
                UNTIL NO-MORE-INVENTORY.
           CLOSE INV-IN.

           IF CKPT-RESTART-NUM > 0
                PERFORM 335-Reload-Reservations
           END-IF.

           OPEN EXTEND INV-MOVE
           IF NOT INV-MOVE-NORMAL
                DISPLAY 'ERROR OPENING INV-MOVE'
                GO TO 999-RETURN-ERR.
      *
       334-Load-Inventory-Entry.
           IF INVENTORY-COUNT >= INVENTORY-MAX
                DISPLAY 'ERROR: MORE THAN ' INVENTORY-MAX
                    ' INSTRUMENT TYPES ON INV-IN'
                GO TO 999-RETURN-ERR
           END-IF.
           ADD 1 TO INVENTORY-COUNT.
           MOVE IV-INST-TYPE TO IN-INST-TYPE (INVENTORY-COUNT).
           MOVE IV-INST-QUAL TO IN-INST-QUAL (INVENTORY-COUNT).
           MOVE IV-AVG-COST  TO IN-AVG-COST (INVENTORY-COUNT).
           IF IV-ON-HAND > IV-RESERVED
                COMPUTE IN-AVAILABLE (INVENTORY-COUNT) =
                    IV-ON-HAND - IV-RESERVED
           ELSE
                MOVE ZERO TO IN-AVAILABLE (INVENTORY-COUNT)
           END-IF.
           READ INV-IN
                AT END MOVE 'Y' TO INV-IN-EOF
           END-READ.
           IF NOT (INV-IN-NORMAL OR NO-MORE-INVENTORY)
                DISPLAY 'ERROR READING INV-IN'
                GO TO 999-RETURN-ERR
           END-IF.
      *
       335-Reload-Reservations.
           OPEN INPUT INV-MOVE
           IF NOT INV-MOVE-NORMAL
                DISPLAY 'ERROR OPENING INV-MOVE'
                GO TO 999-RETURN-ERR.

           READ INV-MOVE
                AT END MOVE 'Y' TO INV-MOVE-EOF
           END-READ.
           PERFORM UNTIL NO-MORE-INV-MOVES
                   OR STOCK-UNITS-RELOADED >= STOCK-UNITS-FILLED
                IF IM-RESERVATION
                   AND IM-SOURCE-JOB = 'FAVRFP'
                   AND IM-BUS-DATE = BUSINESS-DATE-NUM
                     SET IN-IDX TO 1
                     SEARCH INVENTORY-ITEM VARYING IN-IDX
                          AT END
                              CONTINUE
                          WHEN IN-IDX > INVENTORY-COUNT
                              CONTINUE
                          WHEN IN-INST-TYPE (IN-IDX) = IM-INST-TYPE
                               AND IN-INST-QUAL (IN-IDX) = IM-INST-QUAL
                              SUBTRACT IM-QUANTITY
                                  FROM IN-AVAILABLE (IN-IDX)
                     END-SEARCH
                     ADD IM-QUANTITY TO STOCK-UNITS-RELOADED
                END-IF
                READ INV-MOVE
                     AT END MOVE 'Y' TO INV-MOVE-EOF
                END-READ
           END-PERFORM.
           CLOSE INV-MOVE.
      *
      * A missing checkpoint file just means there is nothing to
      * restart from -- start at RECORD-NUM zero, the same as a
                          MOVE CKPT-HEADER-RECORD  TO HEADER-RECORD
                          MOVE CKPT-GROUP-HELD-SW  TO GROUP-HELD-SW
                          MOVE CKPT-HELD-RECORD    TO HELD-RECORD
                          MOVE CKPT-STOCK-UNITS
                                              TO STOCK-UNITS-FILLED
                     END-IF
                END-IF
                CLOSE CHECKPT
           MOVE HEADER-RECORD      TO CKPT-HEADER-RECORD.
           MOVE GROUP-HELD-SW      TO CKPT-GROUP-HELD-SW.
           MOVE HELD-RECORD        TO CKPT-HELD-RECORD.
           MOVE STOCK-UNITS-FILLED TO CKPT-STOCK-UNITS.
           WRITE CHECKPT-REC.
           CLOSE CHECKPT.
      *
      *
       500-Write-Record.
           WRITE RFPOUT-REC FROM PROP-REC.
           IF STOCK-FILL-QTY > 0
                PERFORM 510-Reserve-Stock
           END-IF.
           PERFORM 520-Write-Tax-Detail.

      * The same approved line in clean fixed layout for PORECON --
      * only the part of it bought from the vendor, since that is
      * all that is ordered, received and paid for.  A line filled
      * wholly from stock has none.
           IF SHORT-QTY = 0
                GO TO 500-Write-Record-Exit
           END-IF.
           INITIALIZE PRX-REC.
           MOVE ARTIST-ACCT-NO       TO PRX-ACCT-NO.
           MOVE ARTIST-MUSICAL-GENRE TO PRX-GENRE.
           MOVE MUSICIAN             TO PRX-MUSICIAN.
           MOVE MUSICIAN-INSTRUMENT-TYPE TO PRX-INSTRUMENT.
           MOVE SHORT-QTY            TO PRX-QUANTITY.
           IF STOCK-FILL-QTY = 0
                MOVE TOTAL           TO PRX-TOTAL
                MOVE TAX             TO PRX-TAX-AMT
           ELSE
                COMPUTE VENDOR-EXT-COST = INSTRUMENT-COST * SHORT-QTY
                COMPUTE VENDOR-SHIP-COST ROUNDED =
                    VENDOR-EXT-COST * SHIP-RATE-USED
                COMPUTE VENDOR-TAX = VENDOR-EXT-COST * TAX-RATE-USED
                COMPUTE PRX-TOTAL =
                    VENDOR-EXT-COST + VENDOR-SHIP-COST + VENDOR-TAX
                MOVE VENDOR-TAX      TO PRX-TAX-AMT
           END-IF.
           MOVE TAX-JURIS-USED       TO PRX-TAX-JURIS.
           MOVE TAX-STATUS-USED      TO PRX-TAX-STATUS.
           MOVE WINNING-VENDOR-WS    TO PRX-VENDOR-ID.
           MOVE BUSINESS-DATE-NUM    TO PRX-PROP-DATE.
           MOVE INSTRUMENT-QUALITY   TO PRX-QUALITY.
           MOVE INSTRUMENT-WEIGHT-CLASS TO PRX-WEIGHT-CLASS.
           MOVE EXCH-RATE-USED-WS    TO PRX-EXCH-RATE.
           WRITE PRX-REC.
      *
       500-Write-Record-Exit.
           EXIT.
      *
      * The approved line's stock fill is promised to the account:
      * taken off what later lines can have and reserved on INVMOVE
      * at the average cost it was proposed at.  The charge is the
      * line's total less the vendor-bought part PROPEXT carries to
      * PORECON, so what ARTRECV bills for the stock and what the
      * PO approval bills add back to the line's total.
       510-Reserve-Stock.
           SUBTRACT STOCK-FILL-QTY FROM IN-AVAILABLE (INV-FOUND-SUB).
           ADD STOCK-FILL-QTY TO STOCK-UNITS-FILLED.
           MOVE SPACES                   TO INV-MOVE-REC.
           MOVE 'R'                      TO IM-MOVE-TYPE.
           MOVE MUSICIAN-INSTRUMENT-TYPE TO IM-INST-TYPE.
           MOVE INSTRUMENT-QUALITY       TO IM-INST-QUAL.
           MOVE STOCK-FILL-QTY           TO IM-QUANTITY.
           MOVE IN-AVG-COST (INV-FOUND-SUB) TO IM-UNIT-COST.
           MOVE ARTIST-ACCT-NO           TO IM-ACCT-NO.
           MOVE ZERO                     TO IM-PO-NUMBER.
           MOVE ZERO                     TO IM-PO-LINE.
           MOVE BUSINESS-DATE-NUM        TO IM-BUS-DATE.
           MOVE 'FAVRFP'                 TO IM-SOURCE-JOB.
           MOVE ZERO                     TO IM-REORDER-QTY.
           IF SHORT-QTY = 0
                MOVE TOTAL               TO IM-CHARGE-AMT
           ELSE
                COMPUTE VENDOR-EXT-COST = INSTRUMENT-COST * SHORT-QTY
                COMPUTE VENDOR-SHIP-COST ROUNDED =
                    VENDOR-EXT-COST * SHIP-RATE-USED
                COMPUTE VENDOR-TAX = VENDOR-EXT-COST * TAX-RATE-USED
                COMPUTE IM-CHARGE-AMT = TOTAL
                    - (VENDOR-EXT-COST + VENDOR-SHIP-COST + VENDOR-TAX)
           END-IF.
           WRITE INV-MOVE-REC.
      *
      * The whole approved line -- stock-filled units as well as the
      * vendor-bought ones -- is a sale for tax filing, taxable or
      * exempt, in the jurisdiction it ships into.
       520-Write-Tax-Detail.
           MOVE SPACES                   TO TAX-DETAIL-REC.
           MOVE BUSINESS-DATE-NUM        TO TD-BUS-DATE.
           MOVE ARTIST-ACCT-NO           TO TD-ACCT-NO.
           MOVE TAX-JURIS-USED           TO TD-JURIS-CODE.
           MOVE SHIP-TO                  TO TD-SHIP-TO.
           MOVE TAX-STATUS-USED          TO TD-TAX-STATUS.
           MOVE TAX-EXEMPT-CERT-USED     TO TD-EXEMPT-CERT.
           MOVE MUSICIAN-INSTRUMENT-TYPE TO TD-INSTRUMENT.
           MOVE LINE-QTY                 TO TD-QUANTITY.
           MOVE TAX-RATE-USED            TO TD-TAX-RATE.
           MOVE EXTENDED-COST            TO TD-SALE-AMT.
           MOVE TAX                      TO TD-TAX-AMT.
           WRITE TAX-DETAIL-REC.
      *
       560-Write-Over-Budget.
           MOVE RFPIN-REC TO OVB-RFP-IMAGE.
           MOVE GRAND-TOTAL TO GRAND-TOTAL-O.
           MOVE OVER-BUDGET-RECORD TO OVER-BUDGET-O.
           MOVE HELD-RECORD TO HELD-CREDIT-O.
           MOVE STOCK-UNITS-FILLED TO STOCK-UNITS-O.
           WRITE RFPOUT-REC FROM FOOTER-REC-0.
           WRITE RFPOUT-REC FROM FOOTER-REC-1.
           WRITE RFPOUT-REC FROM FOOTER-REC-2.
           WRITE RFPOUT-REC FROM FOOTER-REC-4.
           WRITE RFPOUT-REC FROM FOOTER-REC-5.
           WRITE RFPOUT-REC FROM FOOTER-REC-6.
           WRITE RFPOUT-REC FROM FOOTER-REC-7.
      *
       700-Close-Files.
           PERFORM 295-Reset-Checkpoint.
           PERFORM 710-Write-Run-Ledger.
           CLOSE RFP-IN, RFP-OUT, IVL-OUT, OVB-OUT, PRX-OUT, HLD-OUT,
                 INV-MOVE, TAX-DTL.
      *
      * One run-control record for DAYBAL's nightly cross-foot:
      * records read must equal approved details plus over-budget
