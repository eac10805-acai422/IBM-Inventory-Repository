      ***
      *** WHSPACE - storage capacity record (CASWSPC KSDS, keyed by
      *** warehouse plus aisle, the aisle codes BINDETL locations
      *** carry). Usable cube in cubic feet, rated floor or rack
      *** load in pounds, and pallet positions for one aisle; a
      *** warehouse's capacity is the sum of its aisles. SPACERPT
      *** sets stock on hand against it.
      ***
           10 WSP-KEY.
              15 WSP-WAREHOUSE PIC X(03).
              15 WSP-AISLE     PIC X(02).
           10 WSP-CUBE-CAPACITY PIC 9(07).
           10 WSP-WEIGHT-CAPACITY PIC 9(09).
           10 WSP-PALLET-POSITIONS PIC 9(05).
           10 FILLER           PIC X(54).
