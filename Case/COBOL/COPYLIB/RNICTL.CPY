      ***
      *** RNICTL - RNIACCR run-control card (RNICTL dataset).
      *** RNI-AS-OF-DATE is the accrual cut-off (YYYYMMDD): receipts
      *** and invoice lines dated after it are left out and ages
      *** are counted to it; zero or blank takes the run date.
      *** RNI-FLAG-DAYS is the age past which an uninvoiced receipt
      *** is flagged for AP to chase; zero or blank takes 90.
      ***
           10 RNI-AS-OF-DATE   PIC 9(08).
           10 RNI-FLAG-DAYS    PIC 9(03).
           10 FILLER           PIC X(69).
