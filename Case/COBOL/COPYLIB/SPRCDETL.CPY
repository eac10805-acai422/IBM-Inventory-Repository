      ***
      *** SPRCDETL - customer sales price record (CASSPRC KSDS,
      *** keyed on part number, price class, and effective date).
      *** A part may carry one price per class per effective date;
      *** the price in force on a ship date is the one with the
      *** latest effective date not after it. A blank price class
      *** is the part's list price, charged to any customer whose
      *** own class has no price on file. CUSBILL prices shipped
      *** customer issues from this file.
      ***
           10 SPR-KEY.
              15 SPR-PARTNO      PIC X(09).
              15 SPR-PRICE-CLASS PIC X(02).
              15 SPR-EFF-DATE    PIC 9(08).
           10 SPR-UNIT-PRICE   PIC 9(05)V99.
           10 SPR-UPDATE-DATE  PIC 9(08).
           10 FILLER           PIC X(46).
