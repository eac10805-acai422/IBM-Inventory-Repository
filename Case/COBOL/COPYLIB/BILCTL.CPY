      ***
      *** BILCTL - CUSBILL run-control card (BILCTL dataset). The
      *** from/to dates bound the ship dates billed; a zero or
      *** blank date defaults to the run date, so the normal
      *** nightly run bills the day's shipments. A catch-up run
      *** names the missed range.
      ***
           10 BIL-FROM-DATE    PIC 9(08).
           10 BIL-TO-DATE      PIC 9(08).
           10 FILLER           PIC X(64).
