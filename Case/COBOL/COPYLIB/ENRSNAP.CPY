      ***
      *** ENRSNAP - enriched CASEIN snapshot record (CASENRCH,
      *** sequential, 200 bytes). ENRXTRCT writes it once a night
      *** after posting closes: a header carrying the build date
      *** and time, one detail per CASEIN record with the answers
      *** the reporting programs would otherwise look up part by
      *** part, and the CASEIN '999999999' trailer image last.
      *** GETREC reads it in place of the master for programs
      *** that ask for the snapshot, and the lookup modules answer
      *** from the current detail when the part matches.
      ***
           10 ENR-REC-TYPE         PIC X(01).
               88 ENR-IS-HEADER        VALUE 'H'.
               88 ENR-IS-DETAIL        VALUE 'D'.
               88 ENR-IS-TRAILER       VALUE 'T'.
           10 ENR-CASEIN-IMAGE.
               15 ENR-PARTNO        PIC X(09).
               15 FILLER            PIC X(55).
               15 ENR-ITEMCAT       PIC X(03).
               15 FILLER            PIC X(13).
           10 ENR-HEADER-VIEW REDEFINES ENR-CASEIN-IMAGE.
               15 ENR-HDR-BUILD-DATE PIC 9(08).
               15 ENR-HDR-BUILD-TIME.
                  20 ENR-HDR-BUILD-HHMM PIC 9(04).
                  20 FILLER         PIC 9(04).
               15 ENR-HDR-SOURCE    PIC X(08).
               15 FILLER            PIC X(56).
      *    OPOREC -- OPEN PURCHASE ORDERS AND SHIPMENT NOTICES
           10 ENR-OPO-FOUND        PIC X(01).
           10 ENR-OPO-OPEN-QTY     PIC 9(07).
           10 ENR-OPO-EARLIEST-DUE PIC 9(08).
           10 ENR-OPO-SHIPPED      PIC X(01).
           10 ENR-OPO-ETA-DATE     PIC 9(08).
      *    ALOCREC -- OPEN RESERVATIONS
           10 ENR-ALC-FOUND        PIC X(01).
           10 ENR-ALC-OPEN-QTY     PIC 9(07).
      *    QUAREC -- QUARANTINE HOLDS
           10 ENR-QUA-FOUND        PIC X(01).
           10 ENR-QUA-HELD-QTY     PIC 9(05).
      *    CNSREC -- VENDOR-OWNED CONSIGNMENT STOCK
           10 ENR-CNS-FOUND        PIC X(01).
           10 ENR-CNS-ONHAND-QTY   PIC 9(07).
      *    FCSTREC -- FORWARD DAILY USAGE
           10 ENR-FCS-FOUND        PIC X(01).
           10 ENR-FCS-DAILY-USAGE  PIC 9(03).
           10 ENR-FCS-ERROR-PCT    PIC 9(03).
      *    BINREC -- PICK FACE (FUNCTION '3' ANSWER)
           10 ENR-BIN-FOUND        PIC X(01).
           10 ENR-BIN-AISLE        PIC X(02).
           10 ENR-BIN-BAY          PIC X(02).
           10 ENR-BIN-LEVEL        PIC X(02).
           10 ENR-BIN-LOC-TYPE     PIC X(01).
           10 ENR-BIN-QTY          PIC 9(05).
      *    CASABCX -- ABC CLASS, SPACE WHEN NOT YET RANKED
           10 ENR-ABC-CLASS        PIC X(01).
      *    CATREC -- CATEGORY MASTER
           10 ENR-CAT-FOUND        PIC X(01).
           10 ENR-CAT-DESCR        PIC X(30).
           10 ENR-CAT-COST-METHOD  PIC X(01).
           10 FILLER               PIC X(19).
