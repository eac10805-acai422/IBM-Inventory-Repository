      ***
      *** CNTSHEET - physical inventory count-sheet record layout
      *** (CASCOUNT dataset), read by CNTRECON against CASEIN's I-QOH.
      *** CNTUPLD writes CASCOUNT from the handheld scanner export.
      *** CNTSCHED issues one line per CASBINL location the part
      *** occupies; the bin is blank where the part has none, and
      *** CNTRECON totals a part's bins before it reconciles.
      ***
           10 CNT-PARTNO       PIC X(09).
           10 CNT-COUNTED-QTY  PIC 9(05).
           10 CNT-BIN-LOCATION PIC X(06).
           10 FILLER           PIC X(60).
