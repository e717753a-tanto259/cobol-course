      * Shared instrument inventory record layout for INVMAST, one
      * per instrument type and quality (the VENDPRC quote key).
      * INVUPD posts the night's stock movements to it (see
      * INVMOVE.cpy) and FAVRFP fills proposal lines from what is
      * available: on hand less reserved.  Reserved stock is
      * promised to an artist's approved proposal and waiting to
      * ship; on-order quantity is on open POGEN purchase orders not
      * yet received.  The average cost is the weighted cost of the
      * stock on hand, the price stock is proposed at.  A type and
      * quality whose available plus on-order falls below the
      * reorder point lists on INVUPD's reorder report with the
      * reorder quantity to buy.
       01  INVENTORY-REC.
           05  IV-INST-TYPE            PIC X(06).
           05  IV-INST-QUAL            PIC X(01).
           05  IV-ON-HAND              PIC 9(05).
           05  IV-RESERVED             PIC 9(05).
           05  IV-ON-ORDER             PIC 9(05).
           05  IV-AVG-COST             PIC 9(05)V99.
           05  IV-REORDER-POINT        PIC 9(05).
           05  IV-REORDER-QTY          PIC 9(05).
           05  IV-LAST-MOVE-DATE       PIC 9(08).
           05  FILLER                  PIC X(13).
