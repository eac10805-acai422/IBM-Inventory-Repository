               88 MH-IS-RECEIPT     VALUE 'R'.
               88 MH-IS-ISSUE       VALUE 'I'.
               88 MH-IS-ADJUSTMENT  VALUE 'A'.
               88 MH-IS-CRTN-STOCK  VALUE 'B'.
               88 MH-IS-CRTN-HOLD   VALUE 'H'.
               88 MH-IS-CRTN-SCRAP  VALUE 'W'.
               88 MH-IS-CUST-RETURN VALUE 'B' 'H' 'W'.
               88 MH-IS-EXPIRY-HOLD VALUE 'E'.
      *        stock shipped to a customer consignment site -- off
      *        I-QOH but still ours, and not usage. The customer's
      *        consumption of it is written as an ordinary 'I'
      *        issue with the whole quantity held (it left I-QOH
      *        on the shipment).
               88 MH-IS-CSG-SHIP    VALUE 'S'.
           10 MH-SIGN          PIC X(01).
               88 MH-ADJ-NEGATIVE   VALUE '-'.
           10 MH-QTY           PIC 9(05).
      *    surviving MH-PARTNO the posting landed on.
           10 MH-ORIG-PARTNO   PIC X(09).
      *    the portion of MH-QTY that never touched I-QOH -- the
      *    full quantity of a receipt held to quarantine, the
      *    consignment-drawn portion of an issue, or the whole of
      *    a customer-site consumption issue. PARTSTMT and
      *    LOTTRACE rate each record by MH-QTY less this held
      *    portion so their reckonings tie to the master; history
      *    written before the field existed reads as spaces and is
      *    treated as zero.
           10 MH-HELD-QTY      PIC 9(05).
      *    the customer of a shipped order issue, from the
      *    movement card -- CUSBILL bills the issues that carry
      *    one. Spaces on all other history.
           10 MH-CUSTOMER      PIC X(10).
      *    the CASRSN reason an adjustment was posted under, from
      *    the movement card -- SHRINKRP analyses shrinkage by it.
      *    Spaces on other movements and on older adjustments.
           10 MH-REASON-CODE   PIC X(02).
      *    the CASCCTR cost center an issue was charged to, from
      *    the movement card -- CCTRCHG bills each department's
      *    issues back to it. Spaces on other history.
           10 MH-COST-CENTER   PIC X(06).
      *    what a receipt actually cost per unit, from the card's
      *    MOV-UNIT-COST -- zero when the card carried none. PPVRPT
      *    sets it against I-UNITPR; older receipts read as spaces
      *    and fall back to their CASCLYR layer cost. On an issue,
      *    the I-UNITPR it was issued at (the running average for
      *    an average-cost part), which CCTRCHG charges.
           10 MH-UNIT-COST     PIC 9(05)V99.
      *    where a receipt came from, off the card's
      *    MOV-RECEIPT-SOURCE: 'K' a KITBUILD assembly, 'D' a
      *    disassembly component, spaces a purchase. PPVRPT leaves
      *    the KITBUILD receipts out of purchase price variance.
           10 MH-RECEIPT-SOURCE PIC X(01).
               88 MH-FROM-KIT-BUILD  VALUE 'K' 'D'.
      *    'U' on the 'I' issue STKPOST writes for a customer's
      *    consumption of consignment-site stock -- CUSTPOST never
      *    raised open-order value for it, so CUSBILL relieves
      *    none. Spaces on all other history.
           10 MH-ISSUE-SOURCE  PIC X(01).
               88 MH-FROM-SITE-USE   VALUE 'U'.
           10 FILLER           PIC X(01).
