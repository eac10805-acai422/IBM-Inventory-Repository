      ***
      *** PPVCTL - PPVRPT run-control card (PPVCTL dataset).
      *** PPV-PERIOD selects the month (YYYYMM) whose receipts are
      *** measured; zero or blank takes the month before the run
      *** date, the month-end run.
      ***
           10 PPV-PERIOD       PIC 9(06).
           10 FILLER           PIC X(74).
