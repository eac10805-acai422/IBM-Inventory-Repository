           10 OPT-QTY          PIC 9(05).
           10 OPT-DUE-DATE     PIC 9(08).
           10 OPT-ORDER-DATE   PIC 9(08).
      *    the unit price the order was placed at; zero or blank
      *    leaves the order unpriced (a change keeps the old price).
           10 OPT-UNIT-PRICE   PIC 9(05)V99.
           10 FILLER           PIC X(34).
