      ***
      *** WHBDETL - part-by-warehouse stock balance (CASWHBL KSDS,
      *** keyed by part number plus warehouse). CASEIN carries one
      *** I-QOH per part; this file says how much of it sits in
      *** each building. The quantity is kept by the postings --
      *** STKPOST and the CASEMOV screen move it at the part's
      *** I-WAREHOUSE, and a transfer confirmation moves it from
      *** the sending site to the receiving one -- and WHBRECON
      *** proves nightly that a part's sites sum to its I-QOH.
      *** The reorder point and maximum are the site's own
      *** planning figures, set by WHBMAINT, that XFRPLAN uses to
      *** suggest inter-site transfers.
      ***
           10 WHB-KEY.
              15 WHB-PARTNO    PIC X(09).
              15 WHB-WAREHOUSE PIC X(03).
           10 WHB-QTY          PIC 9(05).
           10 WHB-RDR-POINT    PIC 9(05).
           10 WHB-MAX-QTY      PIC 9(05).
           10 WHB-LAST-DATE    PIC 9(08).
           10 FILLER           PIC X(45).
