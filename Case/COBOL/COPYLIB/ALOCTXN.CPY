               88 ALT-IS-RELEASE    VALUE 'L'.
           10 ALT-QTY          PIC 9(05).
           10 ALT-DATE         PIC 9(08).
      *    the customer and original order date behind a reserve
      *    CUSTPOST releases for picking (carved from reserved
      *    filler -- other reserves read as spaces), carried onto
      *    the CASALOC detail so SHIPCONF can put a short-shipped
      *    remainder back on the backorder carry-forward intact.
           10 ALT-CUSTOMER     PIC X(10).
           10 ALT-ORDER-DATE   PIC 9(08).
           10 FILLER           PIC X(31).
