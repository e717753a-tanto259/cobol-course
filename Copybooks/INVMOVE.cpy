      * Shared stock movement layout for INVMOVE.  The programs that
      * move instruments append one record per movement, the way the
      * money-moving programs append to GLPOST, and INVUPD posts the
      * cycle's movements to INVMAST (see INVREC.cpy):
      *   R  FAVRFP   stock reserved for an approved proposal line
      *   O  POGEN    quantity placed on a purchase order line
      *   V  RCPMATCH purchase order line received in full (the PO
      *               number and line keep a receipt from posting
      *               twice); the dock keys stock receipts with no
      *               PO number the same way
      *   S  dock     instruments shipped to the artist
      *   C  stockroom physical count: quantity is the count and a
      *               nonzero unit cost resets the average cost
      *   P  stockroom reorder point (quantity) and reorder quantity
      * The unit cost is the line's cost per instrument; the
      * account is the artist the movement is for, where there is
      * one.  On a FAVRFP reservation the charge is what the artist
      * is billed for the stock-filled units -- their cost and their
      * share of the line's shipping and tax -- and ARTRECV invoices
      * it; no purchase order ever bills those units.
       01  INV-MOVE-REC.
           05  IM-MOVE-TYPE            PIC X(01).
               88  IM-RESERVATION                      VALUE 'R'.
               88  IM-ON-ORDER                         VALUE 'O'.
               88  IM-RECEIPT                          VALUE 'V'.
               88  IM-SHIPMENT                         VALUE 'S'.
               88  IM-STOCK-COUNT                      VALUE 'C'.
               88  IM-REORDER-PARMS                    VALUE 'P'.
           05  IM-INST-TYPE            PIC X(06).
           05  IM-INST-QUAL            PIC X(01).
           05  IM-QUANTITY             PIC 9(05).
           05  IM-UNIT-COST            PIC 9(05)V99.
           05  IM-ACCT-NO              PIC X(08).
           05  IM-PO-NUMBER            PIC 9(08).
           05  IM-PO-LINE              PIC 9(03).
           05  IM-BUS-DATE             PIC 9(08).
           05  IM-SOURCE-JOB           PIC X(08).
           05  IM-REORDER-QTY          PIC 9(05).
           05  IM-CHARGE-AMT           PIC 9(07)V99.
           05  FILLER                  PIC X(01).
