      ***
      *** PRJCTL - PROJINV run-control card (PRJCTL dataset).
      *** PRJ-HORIZON-WEEKS is how many weekly buckets to project,
      *** from 1 to 13; missing, zero, or over 13 means 8.
      *** PRJ-DEFER-WEEKS is how many weeks early a PO must be
      *** landing before it is worth asking the vendor to defer
      *** it; missing or zero means 2.
      ***
           10 PRJ-HORIZON-WEEKS   PIC 9(02).
           10 PRJ-DEFER-WEEKS     PIC 9(02).
           10 FILLER              PIC X(76).
