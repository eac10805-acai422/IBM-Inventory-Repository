      ***
      *** BOMSUBS - approved substitute component record (CASBSUB
      *** KSDS, keyed by parent, component, and priority, so each
      *** kit link's substitutes read back in the order engineering
      *** wants them drawn). BSB-RATIO is how many units of the
      *** substitute stand in for one unit of the component.
      *** KITAVAIL and REQPLAN draw on substitute stock before
      *** calling a component short; KITBUILD issues the
      *** substitute it actually used.
      ***
           10 BSB-KEY.
              15 BSB-PARENT    PIC X(09).
              15 BSB-COMPONENT PIC X(09).
              15 BSB-PRIORITY  PIC 9(02).
           10 BSB-SUBSTITUTE   PIC X(09).
           10 BSB-RATIO        PIC 9(03)V9(03).
           10 FILLER           PIC X(45).
