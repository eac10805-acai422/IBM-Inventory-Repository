      *** land here instead of I-QOH; the type 'Q' disposition
      *** movement releases the quantity to on-hand (sign blank or
      *** '+') or rejects it out to the vendor-return flow (sign
      *** '-'), raising a CASNCR nonconformance report. Expired
      *** lots the LOTSWEEP run moves off I-QOH land here too,
      *** through a type 'E' hold; a '-' disposition that carries
      *** a CASRSN reason writes the stock off instead of
      *** returning it. Quarantined stock is outside I-QOH, so
      *** KITAVAIL and allocation availability never see it.
      ***
           10 QUA-PARTNO       PIC X(09).
           10 QUA-QTY          PIC 9(05).
           10 QUA-LAST-DATE    PIC 9(08).
      *    how much of QUA-QTY still sits in CASCLYR cost layers --
      *    an expired lot or a disassembly component kept its layer
      *    when it went on hold. The rest (a receipt or customer
      *    return held on arrival) has none until it is released.
           10 QUA-LAYERED-QTY  PIC 9(05).
      *    what that unlayered rest cost per unit, averaged over
      *    the holds that built it -- the cost its layer is laid
      *    at, and an average-cost part repriced at, on release.
      *    Both fields read as spaces on older records and are
      *    treated as zero.
           10 QUA-HELD-COST    PIC 9(05)V99.
           10 FILLER           PIC X(46).
