      ***
      *** RMACRED - customer return credit record (CASRMCR
      *** dataset), written by CUSTRMA for every accepted return
      *** line whatever its disposition -- the customer is owed
      *** for goods sent back. CUSBILL prices the credit at the
      *** sales price in force on the original ship date and
      *** passes it to receivables on the CASARIF interface.
      ***
           10 RMC-RMA-NUMBER   PIC X(08).
           10 RMC-CUSTOMER     PIC X(10).
           10 RMC-DOC-NUMBER   PIC X(08).
           10 RMC-PARTNO       PIC X(09).
           10 RMC-QTY          PIC 9(05).
           10 RMC-RETURN-DATE  PIC 9(08).
           10 RMC-SHIP-DATE    PIC 9(08).
           10 RMC-DISPOSITION  PIC X(01).
           10 FILLER           PIC X(23).
