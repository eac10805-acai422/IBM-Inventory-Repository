      ***
      *** APRAUD - purchase approval audit record (CASPOAUD
      *** dataset, opened EXTEND so the trail accumulates). POAPPR
      *** writes one record for every decision it applies: who
      *** made it, when, to which held line, and the quantity and
      *** value before and after.
      ***
           10 PAU-DATE         PIC 9(08).
           10 PAU-TIME         PIC 9(08).
           10 PAU-APPROVER     PIC X(08).
           10 PAU-ACTION       PIC X(01).
               88 PAU-IS-APPROVE   VALUE 'A'.
               88 PAU-IS-CHANGE    VALUE 'C'.
               88 PAU-IS-REJECT    VALUE 'R'.
           10 PAU-VENDOR-CODE  PIC X(04).
           10 PAU-PARTNO       PIC X(09).
           10 PAU-OLD-QTY      PIC 9(05).
           10 PAU-NEW-QTY      PIC 9(05).
           10 PAU-OLD-VALUE    PIC 9(07)V99.
           10 PAU-NEW-VALUE    PIC 9(07)V99.
           10 PAU-BUYER        PIC X(08).
           10 FILLER           PIC X(06).
