      * Shared purchase order line layout for PURCHORD, one record
      * per order line.  POGEN writes the lines of the purchase orders
      * it raises from FAVRFP's approved proposal lines (PROPEXT),
      * numbered in sequence and grouped by vendor and account, and
      * carries forward every order already on file.  PORECON,
      * RCPMATCH, CUREXPO and REPRICE read the same file.  The first
      * three fields keep the positions of the old hand-typed order
      * record; an order typed by purchasing carries a zero (or
      * blank) PO number and is matched by account alone.  The
      * proposal date is the approved line's PRX-PROP-DATE, so a
      * line already on order is not ordered twice.
       01  PURCHASE-ORDER-REC.
           05  PO-ACCT-NO              PIC X(08).
           05  PO-ORDER-DATE           PIC 9(08).
           05  PO-ORDER-AMT            PIC S9(07)V99.
           05  PO-NUMBER               PIC 9(08).
           05  PO-LINE-NO              PIC 9(03).
           05  PO-VENDOR-ID            PIC X(05).
           05  PO-PROP-DATE            PIC 9(08).
           05  PO-INSTRUMENT           PIC X(06).
           05  PO-QUALITY              PIC X(01).
           05  PO-QUANTITY             PIC 9(02).
           05  PO-MUSICIAN             PIC X(30).
           05  FILLER                  PIC X(12).
