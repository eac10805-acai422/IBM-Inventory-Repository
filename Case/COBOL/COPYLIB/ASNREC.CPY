           10 ASN-QTY          PIC 9(05).
           10 ASN-SHIP-DATE    PIC 9(08).
           10 ASN-ETA-DATE     PIC 9(08).
      *    the vendor's shipment number, the same on every notice
      *    line that travels on one truck or container.
           10 ASN-SHIPMENT-ID  PIC X(10).
           10 FILLER           PIC X(32).
