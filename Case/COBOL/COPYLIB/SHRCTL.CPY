      ***
      *** SHRCTL - SHRINKRP run-control card (SHRCTL dataset).
      *** SHR-PERIOD selects the month (YYYYMM) to analyse; zero
      *** or blank takes the month before the run date, the
      *** month-end run. SHR-TOP-COUNT is how many parts print
      *** under each reason, largest loss first (1 to 10, zero or
      *** blank for 5).
      ***
           10 SHR-PERIOD       PIC 9(06).
           10 SHR-TOP-COUNT    PIC 9(02).
           10 FILLER           PIC X(72).
