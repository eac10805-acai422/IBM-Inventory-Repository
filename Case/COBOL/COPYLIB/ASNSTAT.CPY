           10 AST-QTY          PIC 9(05).
           10 AST-SHIP-DATE    PIC 9(08).
           10 AST-ETA-DATE     PIC 9(08).
      *    the notice's ASN-SHIPMENT-ID, so LANDCOST can find every
      *    part and PO a freight or duty charge for the shipment
      *    covers. Spaces when the vendor sent none.
           10 AST-SHIPMENT-ID  PIC X(10).
           10 FILLER           PIC X(32).
