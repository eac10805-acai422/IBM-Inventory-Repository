      ***
      *** LCMCTL - LCMTEST run-control card (LCMCTL dataset).
      *** LCM-AS-OF-DATE is the date the CASSPRC list price is
      *** taken in force on -- the year-end date when the test is
      *** run after it; zero or blank takes the run date.
      ***
           10 LCM-AS-OF-DATE   PIC 9(08).
           10 FILLER           PIC X(72).
