      ***
      *** SHPCONF - customer order ship-confirmation record layout
      *** (CASSHCF dataset), keyed by the dock from the picked
      *** quantities written on PICKTKT's tickets. One record
      *** confirms one order line -- the CASALOC reservation for
      *** the document and part -- as shipped; SHIPCONF turns the
      *** shipped quantity into the STKPOST issue and puts any
      *** short-shipped remainder back on the backorder
      *** carry-forward.
      ***
           10 SHC-DOC-NUMBER   PIC X(08).
           10 SHC-PARTNO       PIC X(09).
           10 SHC-SHIP-QTY     PIC 9(05).
           10 SHC-SHIP-DATE    PIC 9(08).
           10 FILLER           PIC X(50).
