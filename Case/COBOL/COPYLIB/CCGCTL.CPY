      ***
      *** CCGCTL - CCTRCHG run-control card (CCGCTL dataset).
      *** CCG-PERIOD selects the month (YYYYMM) to charge back;
      *** zero or blank takes the month before the run date, the
      *** month-end run.
      ***
           10 CCG-PERIOD       PIC 9(06).
           10 FILLER           PIC X(74).
