      ***
      *** NCRDETL - nonconformance report record (CASNCR KSDS,
      *** keyed by NCR number). STKPOST raises one, open, for every
      *** QC reject disposition it posts out of CASQUAR -- the part,
      *** its vendor, the PO and lot from the movement card, the
      *** quantity rejected and the defect code QC wrote on the
      *** card. NCRMAINT records who owns the corrective action,
      *** when it is due, and the day the vendor closed it out.
      *** NCRAGE ages the open ones by vendor every week; NCRRATE
      *** sets the rejected quantity against CASPOPF receipts.
      *** The number is the day it was raised and a sequence
      *** within that day.
      ***
           10 NCR-NUMBER.
              15 NCR-RAISED-DATE PIC 9(08).
              15 NCR-SEQUENCE  PIC 9(04).
           10 NCR-PARTNO       PIC X(09).
           10 NCR-VENDOR-CODE  PIC X(04).
           10 NCR-PO-NUMBER    PIC X(08).
           10 NCR-LOT-NUMBER   PIC X(06).
           10 NCR-QTY          PIC 9(05).
           10 NCR-DEFECT-CODE  PIC X(04).
           10 NCR-REJECT-DATE  PIC 9(08).
           10 NCR-STATUS       PIC X(01).
               88 NCR-IS-OPEN       VALUE 'O'.
               88 NCR-IS-CLOSED     VALUE 'C'.
           10 NCR-CA-OWNER     PIC X(10).
           10 NCR-CA-DUE-DATE  PIC 9(08).
           10 NCR-CLOSED-DATE  PIC 9(08).
           10 FILLER           PIC X(17).
