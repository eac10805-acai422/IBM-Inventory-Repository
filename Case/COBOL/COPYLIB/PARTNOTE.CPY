      ***
      *** PARTNOTE - part note record (CASNOTE KSDS, keyed by part
      *** number and a note sequence within the part). What the
      *** floor knows about a part and the master has no room for
      *** -- a vendor not to buy from, a customer the part is kept
      *** for, a check to make before reordering -- with the day it
      *** was written, who wrote it, and up to three lines of text.
      *** A note with an expiry date stops being current the day
      *** after it; zero never expires. A note flagged B is a
      *** buying caution, marked on the VENDPO suggestion for the
      *** part while it is current. PNTMAINT maintains the file in
      *** batch and CASEOLC adds and browses notes online; PNTREC
      *** hands the current notes to PARTINQ, PARTSTMT and VENDPO.
      ***
           10 PNT-KEY.
              15 PNT-PARTNO    PIC X(09).
              15 PNT-SEQUENCE  PIC 9(03).
           10 PNT-DATE         PIC 9(08).
           10 PNT-USERID       PIC X(08).
           10 PNT-EXPIRY-DATE  PIC 9(08).
           10 PNT-CAUTION-FLAG PIC X(01).
               88 PNT-IS-BUY-CAUTION VALUE 'B'.
           10 PNT-TEXT-LINE    PIC X(60) OCCURS 3 TIMES.
           10 FILLER           PIC X(23).
