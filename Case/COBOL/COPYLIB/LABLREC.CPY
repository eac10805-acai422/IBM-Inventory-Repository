      ***
      *** LABLREC - receipt label record (CASLABL dataset, and the
      *** CLBL extrapartition queue online), one per receipt line
      *** posted by STKPOST or CASEMOV -- which for a serialized
      *** part is one per serial, since each receipt card carries
      *** a single serial. Fixed layout, no header or trailer: the
      *** dock label printers take each record as one tag. Lot and
      *** expiry come from the CASLOT lot the receipt landed on,
      *** the serial from CASSER, the location from the CASBINL
      *** bin the put-away filled first. A receipt held to
      *** quarantine is tagged for the hold area instead of a bin,
      *** and a part with a CASHAZ class carries the hazard banner.
      ***
           10 LBL-PARTNO       PIC X(09).
           10 LBL-DESCR        PIC X(30).
           10 LBL-LOT-NUMBER   PIC X(06).
           10 LBL-EXPIRY-DATE  PIC 9(08).
           10 LBL-SERIAL       PIC X(12).
           10 LBL-WAREHOUSE    PIC X(03).
           10 LBL-LOCATION     PIC X(06).
           10 LBL-STATUS       PIC X(01).
               88 LBL-TO-STOCK      VALUE ' '.
               88 LBL-QUAR-HOLD     VALUE 'Q'.
           10 LBL-QTY          PIC 9(05).
           10 LBL-UOM          PIC X(01).
           10 LBL-DOC-NUMBER   PIC X(08).
           10 LBL-RECEIPT-DATE PIC 9(08).
           10 LBL-HAZ-CLASS    PIC X(03).
           10 LBL-HAZ-BANNER   PIC X(20).
           10 FILLER           PIC X(08).
