      ***
      *** SMPCTL - audit sample run-control card (SMPCTL dataset),
      *** shared by AUDSAMP and AUDEVAL. SMP-SEED starts the random
      *** number stream that places the first selection; zero or
      *** blank takes the time of day, and AUDSAMP prints the seed
      *** it used so the auditors can re-perform the selection.
      *** SMP-CONFIDENCE is the confidence level in whole percent
      *** (rounded up to the next of 80, 85, 90, 95, 99; zero takes
      *** 95). SMP-MATERIALITY is the tolerable misstatement in
      *** dollars -- there is no sample without one. SMP-BOOK-SOURCE
      *** 'F' samples and evaluates the CASEFRZ year-end snapshot;
      *** anything else uses the live CASEIN master.
      ***
           10 SMP-SEED         PIC 9(09).
           10 SMP-CONFIDENCE   PIC 9(02).
           10 SMP-MATERIALITY  PIC 9(09)V99.
           10 SMP-BOOK-SOURCE  PIC X(01).
               88 SMP-FROZEN-BOOK  VALUE 'F'.
           10 FILLER           PIC X(57).
