      ***
      *** KPICTL - KPISCORE run-control cards (KPICTL dataset, any
      *** number of cards). Type 'P' names the month (YYYYMM) to
      *** score; with no period card the run scores the month just
      *** closed. Type 'T' sets one KPI's target and its alert
      *** threshold: a KPI that moves the wrong way by more than
      *** KPC-THRESHOLD-PCT percent of the prior month's (or the
      *** same month last year's) figure is flagged. A KPI with no
      *** target card prints without a target and alerts at 5.0
      *** percent. KPC-KPI-CODE is one of FILLRATE, ACCURACY,
      *** ONTIME, RESERVE, EXCESS, INVVALUE or TURNS.
      ***
           10 KPC-CARD-TYPE     PIC X(01).
               88 KPC-IS-PERIOD     VALUE 'P'.
               88 KPC-IS-TARGET     VALUE 'T'.
           10 KPC-PERIOD        PIC 9(06).
           10 KPC-KPI-CODE      PIC X(08).
           10 KPC-TARGET        PIC 9(09)V99.
           10 KPC-THRESHOLD-PCT PIC 9(03)V9.
           10 FILLER            PIC X(50).
