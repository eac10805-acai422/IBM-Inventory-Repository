      ***
      *** SMPFACT - monetary-unit sampling reliability factors.
      *** For each confidence level the Poisson upper limit on the
      *** error rate for 0 through 10 errors found, two decimals.
      *** The 0-error factor sizes the sampling interval in AUDSAMP
      *** (interval = materiality / factor); AUDEVAL ranks the
      *** errors and steps through the rest for the upper error
      *** limit.
      ***
           05 SMP-FACTOR-VALUES.
              10 FILLER        PIC X(46) VALUE
              '8001610299042805520672079109081023113812521365'.
              10 FILLER        PIC X(46) VALUE
              '8501900337047206010727084909701090120813251441'.
              10 FILLER        PIC X(46) VALUE
              '9002300389053206680799092710531177129914211541'.
              10 FILLER        PIC X(46) VALUE
              '9503000474063007750915105111841315144315711696'.
              10 FILLER        PIC X(46) VALUE
              '9904610664084110051160131114571600174018782014'.
           05 SMP-FACTOR-TABLE REDEFINES SMP-FACTOR-VALUES.
              10 SMP-FACTOR-LEVEL OCCURS 5 TIMES.
                 15 SMP-FACTOR-CONF PIC 9(02).
                 15 SMP-FACTOR   PIC 9(02)V99 OCCURS 11 TIMES.
