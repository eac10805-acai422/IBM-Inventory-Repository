      ***
      *** SCANREC - handheld scanner count export (CASSCAN dataset),
      *** one record per scan as the counter walks the sheet: who
      *** scanned, the bin label and part label read, the quantity
      *** keyed, and when. The same part scanned more than once in
      *** a bin (a split pallet, a second tray) is several records;
      *** CNTUPLD sums them. The bin is blank for a part the sheet
      *** carried as NO BIN.
      ***
           10 SCN-COUNTER-ID   PIC X(08).
           10 SCN-BIN-LOCATION PIC X(06).
           10 SCN-PARTNO       PIC X(09).
           10 SCN-QTY          PIC 9(05).
           10 SCN-SCAN-DATE    PIC 9(08).
           10 SCN-SCAN-TIME    PIC 9(06).
           10 FILLER           PIC X(38).
