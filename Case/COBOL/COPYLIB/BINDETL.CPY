      ***
      *** BINDETL - bin-location master record (CASBINL KSDS, keyed
      *** by part number plus aisle/bay/level, so a part holds as
      *** many locations as it occupies). Aisle, bay, and level
      *** place the part inside the warehouse I-WAREHOUSE names;
      *** the three fields concatenate in walk order, so sorting on
      *** them produces the sequence a counter actually walks.
      *** Each location is the part's forward pick face or a
      *** reserve location behind it, with the quantity it holds;
      *** the pick face carries the min/max BINREPL replenishes it
      *** between. A location written before the type existed
      *** reads as the pick face. Maintained by BINMAINT
      *** transactions, its quantities moved with I-QOH by STKPOST
      *** and CASEMOV; read through BINREC by CNTSCHED for
      *** walk-sequenced count sheets and by the MAIN report's
      *** stock-status line so pickers stop looking parts up in the
      *** binder.
      ***
           10 BIN-KEY.
              15 BIN-PARTNO    PIC X(09).
              15 BIN-LOCATION.
                 20 BIN-AISLE  PIC X(02).
                 20 BIN-BAY    PIC X(02).
                 20 BIN-LEVEL  PIC X(02).
           10 BIN-LOC-TYPE     PIC X(01).
               88 BIN-IS-PICK      VALUE 'P' ' '.
               88 BIN-IS-RESERVE   VALUE 'R'.
           10 BIN-QTY          PIC 9(05).
           10 BIN-MIN-QTY      PIC 9(05).
           10 BIN-MAX-QTY      PIC 9(05).
           10 BIN-LAST-DATE    PIC 9(08).
           10 FILLER           PIC X(41).
