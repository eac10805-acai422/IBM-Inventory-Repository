      ***
      *** WCALREC - shop working-day calendar (CASWCAL dataset),
      *** read by the WORKCAL working-day functions. Saturdays and
      *** Sundays are off without a record; each record names a
      *** day or a run of days that departs from that -- a holiday,
      *** the plant shutdown (one record from the first day to the
      *** last), or a weekend the shop worked. A blank or zero
      *** thru date makes the record a single day.
      ***
           10 WCL-FROM-DATE    PIC 9(08).
           10 WCL-THRU-DATE    PIC 9(08).
           10 WCL-DAY-TYPE     PIC X(01).
               88 WCL-HOLIDAY       VALUE 'H'.
               88 WCL-SHUTDOWN      VALUE 'S'.
               88 WCL-WORKED-DAY    VALUE 'W'.
           10 WCL-DESCR        PIC X(30).
           10 FILLER           PIC X(33).
