           10 OPO-QTY          PIC 9(05).
           10 OPO-DUE-DATE     PIC 9(08).
           10 OPO-ORDER-DATE   PIC 9(08).
      *    the unit price agreed on the order, zero when it was
      *    placed without one. STKPOST carries it onto CASPOPF so
      *    RNIACCR can value receipts still waiting on an invoice.
           10 OPO-UNIT-PRICE   PIC 9(05)V99.
      *    the quantity received against the order so far. STKPOST
      *    adds each receipt to it as it writes the CASPOPF record;
      *    OPOMAINT starts it at zero and POINQ shows it.
           10 OPO-RECEIVED-QTY PIC 9(05).
           10 FILLER           PIC X(30).
