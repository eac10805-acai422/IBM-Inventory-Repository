      ***
      *** DOCGCTL - DOCGAP run-control card (DOCGCTL dataset).
      *** DGC-PERIOD selects the month (YYYYMM) to audit; zero or
      *** blank takes the month before the run date, the month-end
      *** run. CASDOCN keeps the issued numbers of the current and
      *** the previous month only, so an older month reports no
      *** numbers issued.
      ***
           10 DGC-PERIOD       PIC 9(06).
           10 FILLER           PIC X(74).
