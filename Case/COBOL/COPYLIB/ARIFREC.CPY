      ***
      *** ARIFREC - accounts receivable billing interface record
      *** (CASARIF dataset), written by CUSBILL so receivables loads
      *** the invoice lines instead of billing from copies of the
      *** pick paperwork. One batch header, one detail per priced
      *** shipped line, and one trailer carrying the detail count
      *** and total billed value so AR can balance the file before
      *** loading it (same discipline as CASPOIF and CASDMIF).
      *** Customer return credits from CUSTRMA ride the same batch
      *** as 'C' entry details; the trailer carries the invoice
      *** value and the credit value apart, the record count
      *** covers both.
      ***
           10 ARI-RECORD-TYPE  PIC X(01).
               88 ARI-IS-HEADER     VALUE 'H'.
               88 ARI-IS-DETAIL     VALUE 'D'.
               88 ARI-IS-TRAILER    VALUE 'T'.
           10 ARI-BATCH-NUMBER PIC X(10).
           10 ARI-DATA         PIC X(69).
           10 ARI-HEADER-DATA REDEFINES ARI-DATA.
              15 ARI-BATCH-DATE    PIC 9(08).
              15 FILLER            PIC X(61).
           10 ARI-DETAIL-DATA REDEFINES ARI-DATA.
              15 ARI-CUSTOMER      PIC X(10).
              15 ARI-DOC-NUMBER    PIC X(08).
              15 ARI-PARTNO        PIC X(09).
              15 ARI-SHIP-DATE     PIC 9(08).
              15 ARI-QTY           PIC 9(05).
              15 ARI-UNIT-PRICE    PIC 9(05)V99.
              15 ARI-LINE-VALUE    PIC 9(07)V99.
              15 ARI-PRICE-CLASS   PIC X(02).
              15 ARI-ENTRY-TYPE    PIC X(01).
                  88 ARI-IS-INVOICE     VALUE 'I' ' '.
                  88 ARI-IS-CREDIT      VALUE 'C'.
              15 ARI-RMA-NUMBER    PIC X(08).
              15 FILLER            PIC X(02).
           10 ARI-TRAILER-DATA REDEFINES ARI-DATA.
              15 ARI-RECORD-COUNT  PIC 9(07).
              15 ARI-TOTAL-VALUE   PIC 9(09)V99.
              15 ARI-CREDIT-COUNT  PIC 9(07).
              15 ARI-CREDIT-VALUE  PIC 9(09)V99.
              15 FILLER            PIC X(33).
