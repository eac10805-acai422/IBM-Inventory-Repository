           10 PPF-ORDER-DATE   PIC 9(08).
           10 PPF-DUE-DATE     PIC 9(08).
           10 PPF-RECEIPT-DATE PIC 9(08).
      *    the order's OPO-UNIT-PRICE at the time of the receipt;
      *    zero (or spaces on older records) when the order had none.
           10 PPF-UNIT-PRICE   PIC 9(05)V99.
           10 FILLER           PIC X(18).
