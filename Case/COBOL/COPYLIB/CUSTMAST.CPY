      ***
      *** CUSTMAST - customer master record (CASCUST KSDS, keyed on
      *** the ten-byte customer code carried in CUSTORD's
      *** ORD-CUSTOMER and BKODETL's BKO-CUSTOMER). Maintained by
      *** CUSMAINT transactions; read by CUSTPOST, which rejects
      *** order lines for a customer not on file and holds the
      *** lines of a customer credit has put on hold. The hold flag
      *** belongs to credit -- CUSTPOST never sets or clears it.
      *** CUS-OPEN-ORDER-VALUE is the value at I-UNITPR of the
      *** customer's released, not yet billed lines, raised by
      *** CUSTPOST, relieved by SHIPCONF for a short-shipped
      *** remainder and by CUSBILL as shipped lines are billed,
      *** and never keyed by CUSMAINT.
      ***
           10 CUS-CUSTOMER       PIC X(10).
           10 CUS-NAME           PIC X(25).
           10 CUS-SHIP-TO        PIC X(20).
           10 CUS-CREDIT-LIMIT   PIC 9(07)V99.
           10 CUS-OPEN-ORDER-VALUE PIC 9(07)V99.
           10 CUS-HOLD-FLAG      PIC X(01).
               88 CUS-ON-HOLD         VALUE 'Y'.
      *    selects the customer's prices on CASSPRC; blank bills
      *    at list.
           10 CUS-PRICE-CLASS    PIC X(02).
           10 FILLER             PIC X(04).
