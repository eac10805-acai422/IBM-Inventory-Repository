               88 MOV-IS-QUAR-DISP  VALUE 'Q'.
               88 MOV-IS-RETURN     VALUE 'V'.
               88 MOV-IS-CONSIGN    VALUE 'C'.
      *        an expired CASLOT lot moved off I-QOH onto the
      *        CASQUAR hold by the nightly LOTSWEEP run; QC then
      *        releases it (with a new expiry after re-test) or
      *        writes it off with a reason-coded 'Q' disposition.
               88 MOV-IS-EXPIRY-HOLD VALUE 'E'.
      *        customer returns (CUSTRMA), one type per disposition:
      *        back to stock, held on CASQUAR for inspection, or
      *        scrapped on arrival. The document is the original
      *        CASCORD order the goods shipped against.
               88 MOV-IS-CRTN-STOCK VALUE 'B'.
               88 MOV-IS-CRTN-HOLD  VALUE 'H'.
               88 MOV-IS-CRTN-SCRAP VALUE 'W'.
               88 MOV-IS-CUST-RETURN VALUE 'B' 'H' 'W'.
      *        customer-site consignment (CASCSGN): our stock
      *        shipped out to sit on a customer's premises, and the
      *        customer's consumption report against it. Both name
      *        the site in MOV-CUSTOMER.
               88 MOV-IS-CSG-SHIP   VALUE 'S'.
               88 MOV-IS-CSG-USE    VALUE 'U'.
           10 MOV-QTY          PIC 9(05).
           10 MOV-SIGN         PIC X(01).
               88 MOV-ADJ-NEGATIVE  VALUE '-'.
           10 MOV-DATE         PIC 9(08).
           10 MOV-LOT-NUMBER   PIC X(06).
           10 MOV-EXPIRY-DATE  PIC 9(08).
      *    an issue carries no expiry, so on a type 'I' the same
      *    eight bytes name the department the stock was issued
      *    to -- validated against the CASCCTR cost-center table
      *    and charged back at month end by CCTRCHG. Spaces on an
      *    issue to a customer order or a kit build.
           10 MOV-CHARGE-TO REDEFINES MOV-EXPIRY-DATE.
               15 MOV-COST-CENTER PIC X(06).
               15 FILLER          PIC X(02).
           10 MOV-SERIAL-NUMBER PIC X(12).
           10 MOV-UNIT-COST    PIC 9(05)V99.
           10 MOV-TO-WAREHOUSE  PIC X(03).
      *    the customer a shipped order issue went to (SHIPCONF),
      *    carried onto CASMHIST so CUSBILL can bill the issue;
      *    on a type 'S' or 'U' the customer consignment site.
      *    Blank on every other movement.
           10 MOV-CUSTOMER     PIC X(10).
      *    a QC reject ('Q' disposition, sign '-', no reason code)
      *    has no customer, so the same ten bytes carry the defect
      *    code QC found -- it goes onto the CASNCR nonconformance
      *    report STKPOST raises for the reject.
           10 MOV-REJECT-DETAIL REDEFINES MOV-CUSTOMER.
               15 MOV-DEFECT-CODE PIC X(04).
               15 FILLER          PIC X(06).
      *    a receipt has no customer either; a component receipt
      *    from a KITBUILD disassembly order is marked 'D' here so
      *    STKPOST holds a discontinued component on CASQUAR, and
      *    the parent received off an assembly order is marked
      *    'K'. Either way nothing was bought, so the cost the card
      *    carries is no purchase price for PPVRPT to measure.
           10 MOV-RECEIPT-DETAIL REDEFINES MOV-CUSTOMER.
               15 MOV-RECEIPT-SOURCE PIC X(01).
                   88 MOV-FROM-DISASSEMBLY VALUE 'D'.
                   88 MOV-FROM-ASSEMBLY    VALUE 'K'.
               15 FILLER          PIC X(09).
      *    why stock was adjusted -- mandatory on a type 'A'
      *    adjustment and validated against the CASRSN reason
      *    table; blank on every other movement.
           10 MOV-REASON-CODE  PIC X(02).
