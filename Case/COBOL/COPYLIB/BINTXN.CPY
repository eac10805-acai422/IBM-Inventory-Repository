      ***
      *** BINTXN - bin-location maintenance transaction layout
      *** (CASBTXN dataset). One transaction adds, changes, or
      *** deletes a single CASBINL location by part number and
      *** aisle/bay/level, or moves stock between two of the
      *** part's locations (a BINREPL replenishment once it has
      *** been done on the floor), edited and registered by
      *** BINMAINT alongside the CASEIN flow. PUTAWAY writes its
      *** CASPUTCF confirmations in this layout, so a signed-off
      *** putaway sheet feeds BINMAINT the same way. On an add the
      *** quantity is the stock found there when the location is
      *** set up; on a move it is the quantity moved to the
      *** TO location.
      ***
           10 BTX-ACTION      PIC X(01).
               88 BTX-IS-ADD      VALUE 'A'.
               88 BTX-IS-CHANGE   VALUE 'C'.
               88 BTX-IS-DELETE   VALUE 'D'.
               88 BTX-IS-MOVE     VALUE 'M'.
           10 BTX-PARTNO      PIC X(09).
           10 BTX-LOCATION.
              15 BTX-AISLE    PIC X(02).
              15 BTX-BAY      PIC X(02).
              15 BTX-LEVEL    PIC X(02).
           10 BTX-LOC-TYPE    PIC X(01).
           10 BTX-QTY         PIC 9(05).
           10 BTX-MIN-QTY     PIC 9(05).
           10 BTX-MAX-QTY     PIC 9(05).
           10 BTX-TO-LOCATION.
              15 BTX-TO-AISLE PIC X(02).
              15 BTX-TO-BAY   PIC X(02).
              15 BTX-TO-LEVEL PIC X(02).
           10 FILLER          PIC X(42).
