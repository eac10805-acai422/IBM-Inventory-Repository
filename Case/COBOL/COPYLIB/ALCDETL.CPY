              15 ALC-DOC-NUMBER PIC X(08).
           10 ALC-QTY          PIC 9(05).
           10 ALC-DATE         PIC 9(08).
      *    customer and original order date of a customer-order
      *    reservation, posted by STKALLOC from the reserve
      *    transaction (spaces on reservations for other
      *    documents).
           10 ALC-CUSTOMER     PIC X(10).
           10 ALC-ORDER-DATE   PIC 9(08).
           10 FILLER           PIC X(32).
