      ***
      *** NCRTXN - nonconformance maintenance transaction layout
      *** (CASNTXN dataset), edited and registered by NCRMAINT. An
      *** assign records the corrective-action owner and due date
      *** on an open CASNCR report; a close records the day the
      *** vendor's fix was accepted (zero closes it as of the run
      *** date); a reopen puts a closed report back on the open
      *** list when the defect comes back.
      ***
           10 NTX-ACTION      PIC X(01).
               88 NTX-IS-ASSIGN   VALUE 'A'.
               88 NTX-IS-CLOSE    VALUE 'C'.
               88 NTX-IS-REOPEN   VALUE 'R'.
           10 NTX-NCR-NUMBER  PIC X(12).
           10 NTX-CA-OWNER    PIC X(10).
           10 NTX-CA-DUE-DATE PIC 9(08).
           10 NTX-CLOSED-DATE PIC 9(08).
           10 FILLER          PIC X(41).
