      ***
      *** KPIFEED - monthly KPI headline record (CASKPIF dataset,
      *** opened EXTEND). Each monthly measure appends its headline
      *** figure for the month it reported at the end of its run --
      *** SVCLEVEL the overall fill rate, CNTTREND the record
      *** accuracy, VENDSCOR the on-time percentage, OBSRSRV the
      *** reserve booked and OVRSTOCK the excess value -- so the
      *** file carries the history KPISCORE compares each month
      *** against. A rerun simply appends again; the reader takes
      *** the last record for a KPI and month as the one that
      *** stands.
      ***
           10 KPF-PERIOD       PIC 9(06).
           10 KPF-KPI-CODE     PIC X(08).
               88 KPF-IS-FILL-RATE  VALUE 'FILLRATE'.
               88 KPF-IS-ACCURACY   VALUE 'ACCURACY'.
               88 KPF-IS-ON-TIME    VALUE 'ONTIME  '.
               88 KPF-IS-RESERVE    VALUE 'RESERVE '.
               88 KPF-IS-EXCESS     VALUE 'EXCESS  '.
           10 KPF-VALUE        PIC S9(11)V9(02)
                               SIGN IS TRAILING SEPARATE CHARACTER.
           10 KPF-SOURCE-JOB   PIC X(08).
           10 KPF-RUN-DATE     PIC 9(08).
           10 KPF-RUN-TIME     PIC 9(08).
           10 FILLER           PIC X(28).
