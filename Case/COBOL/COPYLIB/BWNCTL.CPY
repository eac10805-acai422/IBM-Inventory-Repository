      ***
      *** BWNCTL - BATCHWIN run-control card (BWNCTL dataset). Any
      *** field left zero takes its default.
      ***   BWN-STREAM-DATE   the evening the stream started; zero
      ***                     takes the stream now finishing (today's
      ***                     date, or yesterday's before day break)
      ***   BWN-DAY-BREAK     HHMM the stream day turns over -- a job
      ***                     ending before it belongs to the
      ***                     previous evening's stream (1200)
      ***   BWN-ONLINE-START  HHMM the online region comes up (0600)
      ***   BWN-NORM-RUNS     prior runs averaged for a job's norm,
      ***                     at most 60 (20)
      ***   BWN-OVERRUN-PCT   percent over norm that is an overrun
      ***                     (50)
      ***   BWN-OVERRUN-MIN   minutes over norm below which an
      ***                     overrun is not worth a page (5)
      ***   BWN-EXPECT-DAYS   a job that ran within this many days
      ***                     before the stream is expected in it (3)
      ***
           10 BWN-STREAM-DATE  PIC 9(08).
           10 BWN-DAY-BREAK    PIC 9(04).
           10 BWN-ONLINE-START PIC 9(04).
           10 BWN-NORM-RUNS    PIC 9(02).
           10 BWN-OVERRUN-PCT  PIC 9(03).
           10 BWN-OVERRUN-MIN  PIC 9(03).
           10 BWN-EXPECT-DAYS  PIC 9(02).
           10 FILLER           PIC X(54).
