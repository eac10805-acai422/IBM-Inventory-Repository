      ***
      *** SPCCTL - SPACERPT run-control card (SPACECTL dataset).
      *** SPC-RANK-COUNT is how many parts the space-per-dollar
      *** ranking lists; zero, blank or no card lists fifty.
      ***
           10 SPC-RANK-COUNT   PIC 9(03).
           10 FILLER           PIC X(77).
