      ***
      *** NCRCTL - NCRRATE run-control card (NCRCTL dataset).
      *** NCC-PERIOD selects the month (YYYYMM) whose receipts and
      *** rejects are rated; zero or blank rates the whole of
      *** CASPOPF and CASNCR.
      ***
           10 NCC-PERIOD       PIC 9(06).
           10 FILLER           PIC X(74).
