      ***
      *** LCHGREC - landed-cost charge record (CASLCHG dataset, and
      *** the LANDCOST suspense files CASLSUSP/CASLSUSO). One
      *** record per freight, brokerage or duty bill. LCH-REF-TYPE
      *** says whether LCH-REFERENCE is a PO number (first eight
      *** bytes) or a vendor ASN shipment number; LCH-BASIS says
      *** whether the amount is spread over the shipment's
      *** receipts by their value or by their quantity.
      ***
           10 LCH-CHARGE-ID    PIC X(10).
           10 LCH-CHARGE-TYPE  PIC X(01).
               88 LCH-IS-FREIGHT    VALUE 'F'.
               88 LCH-IS-BROKERAGE  VALUE 'B'.
               88 LCH-IS-DUTY       VALUE 'D'.
               88 LCH-TYPE-VALID    VALUE 'F' 'B' 'D'.
           10 LCH-REF-TYPE     PIC X(01).
               88 LCH-REF-IS-PO     VALUE 'P'.
               88 LCH-REF-IS-ASN    VALUE 'A'.
           10 LCH-REFERENCE    PIC X(10).
           10 LCH-PO-REF REDEFINES LCH-REFERENCE.
              15 LCH-PO-NUMBER PIC X(08).
              15 FILLER        PIC X(02).
           10 LCH-AMOUNT       PIC 9(07)V99.
           10 LCH-BASIS        PIC X(01).
               88 LCH-BY-VALUE      VALUE 'V'.
               88 LCH-BY-QTY        VALUE 'Q'.
           10 LCH-DATE         PIC 9(08).
           10 FILLER           PIC X(40).
