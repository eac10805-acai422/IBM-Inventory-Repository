      ***
      *** PNTTXN - part note maintenance transaction layout
      *** (CASPTXN dataset), edited and registered by PNTMAINT. An
      *** add writes a new note for a part on the master under the
      *** next free sequence, its text on line one; a line replaces
      *** one of a note's three text lines (sequence zero means the
      *** note this run last added for the part, so a three-line
      *** note keys as an add and two lines); an expiry change
      *** replaces the note's expiry date and caution flag as keyed
      *** (zero expiry never expires); a delete removes the note.
      ***
           10 PTX-ACTION      PIC X(01).
               88 PTX-IS-ADD      VALUE 'A'.
               88 PTX-IS-LINE     VALUE 'L'.
               88 PTX-IS-EXPIRY   VALUE 'E'.
               88 PTX-IS-DELETE   VALUE 'D'.
           10 PTX-PARTNO      PIC X(09).
           10 PTX-SEQUENCE    PIC 9(03).
           10 PTX-USERID      PIC X(08).
           10 PTX-EXPIRY-DATE PIC 9(08).
           10 PTX-CAUTION-FLAG PIC X(01).
           10 PTX-LINE-NUMBER PIC 9(01).
           10 PTX-TEXT        PIC X(60).
           10 FILLER          PIC X(09).
