      ***
      *** WHBTXN - site planning maintenance transaction layout
      *** (CASWTXN dataset). One transaction adds, changes, or
      *** deletes a single CASWHBL part-and-warehouse record,
      *** edited and registered by WHBMAINT. Only the planning
      *** figures come from here; the site quantity belongs to the
      *** postings and is never keyed.
      ***
           10 WTX-ACTION      PIC X(01).
               88 WTX-IS-ADD      VALUE 'A'.
               88 WTX-IS-CHANGE   VALUE 'C'.
               88 WTX-IS-DELETE   VALUE 'D'.
           10 WTX-PARTNO      PIC X(09).
           10 WTX-WAREHOUSE   PIC X(03).
           10 WTX-RDR-POINT   PIC 9(05).
           10 WTX-MAX-QTY     PIC 9(05).
           10 FILLER          PIC X(57).
