      ***
      *** RMATXN - customer return authorization line (CASRMA
      *** dataset). One line returns a quantity of one part
      *** shipped on an original CASCORD order, with the
      *** disposition the receiving inspector chose: back to stock,
      *** onto the CASQUAR inspection hold, or scrap. CUSTRMA
      *** validates each line against the order's issue history
      *** and turns it into a customer-return movement for STKPOST
      *** and a credit for CUSBILL.
      ***
           10 RMA-NUMBER       PIC X(08).
           10 RMA-DOC-NUMBER   PIC X(08).
           10 RMA-PARTNO       PIC X(09).
           10 RMA-QTY          PIC 9(05).
           10 RMA-DISPOSITION  PIC X(01).
               88 RMA-TO-STOCK      VALUE 'S'.
               88 RMA-TO-QUARANTINE VALUE 'Q'.
               88 RMA-TO-SCRAP      VALUE 'X'.
           10 RMA-DATE         PIC 9(08).
           10 RMA-LOT-NUMBER   PIC X(06).
           10 RMA-SERIAL-NUMBER PIC X(12).
           10 FILLER           PIC X(23).
