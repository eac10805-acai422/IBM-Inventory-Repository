      ***
      *** KITRATE - kit labor/overhead rate table (CASKRATE KSDS,
      *** keyed on the kit parent part). KRT-LABOR-RATE is the
      *** labor and overhead cost of assembling one parent, added
      *** by KITCOST on top of the parent's rolled component cost.
      *** A kit with no record here rolls at component cost alone.
      ***
           10 KRT-PARENT       PIC X(09).
           10 KRT-LABOR-RATE   PIC 9(05)V99.
           10 FILLER           PIC X(64).
