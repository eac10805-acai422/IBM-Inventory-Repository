      ***
      *** ITEMDIM - item physical attributes (CASDIM KSDS, keyed by
      *** part number, maintained by the warehouse engineering
      *** desk). Length, width and height in inches and weight in
      *** pounds, all for one unit of the part's stocking UOM (a
      *** case part is measured as the case), and how many of those
      *** units make a full pallet; zero units per pallet means the
      *** part is shelved, not palletized. SPACERPT extends I-QOH
      *** by these to say how much room the stock takes.
      ***
           10 DIM-PARTNO       PIC X(09).
           10 DIM-LENGTH       PIC 9(03)V99.
           10 DIM-WIDTH        PIC 9(03)V99.
           10 DIM-HEIGHT       PIC 9(03)V99.
           10 DIM-WEIGHT       PIC 9(05)V99.
           10 DIM-UNITS-PER-PALLET PIC 9(05).
           10 DIM-LAST-DATE    PIC 9(08).
           10 FILLER           PIC X(36).
