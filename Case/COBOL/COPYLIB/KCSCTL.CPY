      ***
      *** KCSCTL - KITCOST run-control card (KCSCTL dataset).
      *** KCS-WRITE-TXN-FLAG 'Y' also writes every kit whose
      *** rolled cost differs from its I-UNITPR as a MAINTTXN
      *** CHANGE transaction, so the new price applies through
      *** CASMAINT with its edits, CASPRCHS price history, and
      *** journaling. Blank or no card reports only.
      ***
           10 KCS-WRITE-TXN-FLAG  PIC X(01).
               88 KCS-WRITE-TXNS      VALUE 'Y'.
           10 FILLER              PIC X(79).
