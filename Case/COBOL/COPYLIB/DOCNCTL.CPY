      ***
      *** DOCNCTL - document-number control record (CASDOCN KSDS,
      *** keyed by document type). One record per kind of document
      *** the system numbers -- MV stock movement, WO work order,
      *** TR transfer, CO customer order, RV return to vendor, MT
      *** online maintenance change -- holding the two-character
      *** prefix its numbers carry, the range it may issue from,
      *** and the last number issued. DOCNREC issues the next
      *** number to the batch generators; CASEMOV and CASEOLC
      *** issue through CICS from the same record. An issued
      *** document number is the prefix followed by the six-digit
      *** sequence.
      *** The first and last number issued in the current and the
      *** previous calendar month are kept so DOCGAP can tell,
      *** after the month closes, which numbers the month issued.
      ***
           10 DCN-DOC-TYPE     PIC X(02).
           10 DCN-PREFIX       PIC X(02).
           10 DCN-DESCR        PIC X(20).
           10 DCN-LOW-NUMBER   PIC 9(06).
           10 DCN-HIGH-NUMBER  PIC 9(06).
           10 DCN-LAST-NUMBER  PIC 9(06).
           10 DCN-LAST-DATE    PIC 9(08).
           10 DCN-CUR-PERIOD   PIC 9(06).
           10 DCN-CUR-FIRST    PIC 9(06).
           10 DCN-PRV-PERIOD   PIC 9(06).
           10 DCN-PRV-FIRST    PIC 9(06).
           10 DCN-PRV-LAST     PIC 9(06).
