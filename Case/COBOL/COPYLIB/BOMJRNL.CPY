      ***
      *** BOMJRNL - kit structure change journal record (CASBJRNL
      *** dataset, opened EXTEND). One record per CASBOM link
      *** BOMMAINT adds, changes, or deletes, carrying the full
      *** 80-byte before-image and after-image plus date, time, and
      *** transaction source, as MNTJRNL does for CASEIN -- the
      *** engineering change history of every kit.
      ***
           10 BJN-DATE         PIC 9(08).
           10 BJN-TIME         PIC 9(08).
           10 BJN-SOURCE       PIC X(08).
           10 BJN-ACTION       PIC X(01).
               88 BJN-IS-ADD       VALUE 'A'.
               88 BJN-IS-CHANGE    VALUE 'C'.
               88 BJN-IS-DELETE    VALUE 'D'.
           10 BJN-KEY          PIC X(26).
           10 BJN-BEFORE-IMAGE PIC X(80).
           10 BJN-AFTER-IMAGE  PIC X(80).
