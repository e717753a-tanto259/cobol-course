      * Sales-tax jurisdiction table record layout for TAXJUR, keyed
      * by destination region (TJ-REGION-CODE, the same code FAVRFP's
      * RFP-REC carries as SHIP-TO) and effective date.  A rate
      * change is a new row with a later TJ-EFF-DATE; the row in
      * force is the latest one dated on or before the business
      * date, so a change can be loaded ahead of the day it starts.
      * A region with no row falls back to the flat RATETAB TAXRATE.
       01  TAX-JUR-REC.
           05  TJ-REGION-CODE          PIC X(03).
           05  TJ-JURIS-CODE           PIC X(05).
           05  TJ-JURIS-NAME           PIC X(20).
           05  TJ-TAX-RATE             PIC 9(01)V9(05).
           05  TJ-EFF-DATE             PIC 9(08).
           05  FILLER                  PIC X(08).
