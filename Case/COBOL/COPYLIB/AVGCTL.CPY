      ***
      *** AVGCTL - AVGCSTRP run-control card (AVGCTL dataset).
      *** AVG-PERIOD selects the month (YYYYMM) reported; zero or
      *** blank takes the month before the run date, the
      *** month-end run.
      ***
           10 AVG-PERIOD       PIC 9(06).
           10 FILLER           PIC X(74).
