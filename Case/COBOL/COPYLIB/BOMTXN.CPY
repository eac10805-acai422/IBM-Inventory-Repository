      ***
      *** BOMTXN - engineering change transaction layout (CASBTXN
      *** dataset), applied to CASBOM by BOMMAINT. An add starts a
      *** new link on BCX-EFF-DATE; a revision ends the link in
      *** effect on that date and starts its successor with the new
      *** quantity and revision level on the same day; an end
      *** drops the component from the kit from that date; a
      *** delete withdraws a change not yet in effect, reopening
      *** the link it would have ended. A zero date means today.
      ***
           10 BCX-ACTION       PIC X(01).
               88 BCX-IS-ADD       VALUE 'A'.
               88 BCX-IS-REVISE    VALUE 'R'.
               88 BCX-IS-END       VALUE 'E'.
               88 BCX-IS-DELETE    VALUE 'D'.
           10 BCX-PARENT       PIC X(09).
           10 BCX-COMPONENT    PIC X(09).
           10 BCX-EFF-DATE     PIC 9(08).
           10 BCX-QTY-PER      PIC 9(03).
           10 BCX-REVISION     PIC X(02).
           10 FILLER           PIC X(48).
