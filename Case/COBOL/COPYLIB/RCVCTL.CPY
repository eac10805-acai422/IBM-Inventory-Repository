      *** and losing every good change since the backup. The
      *** selection fields are reserved filler on older cards, so
      *** an existing deck still runs a forward replay.
      *** RCV-REPLAY-AFTER, on a forward replay, passes over that
      *** many journal records first -- the ones already in the
      *** base being replayed onto. DRVERIFY punches it from the
      *** vault manifest's journal count; zero or blank replays
      *** from the top as before.
      ***
           10 RCV-STOP-DATE    PIC 9(08).
           10 RCV-STOP-TIME    PIC 9(08).
           10 RCV-SEL-FROM-DATE PIC 9(08).
           10 RCV-SEL-FROM-TIME PIC 9(08).
           10 RCV-SEL-SOURCE   PIC X(08).
           10 RCV-REPLAY-AFTER PIC 9(09).
           10 FILLER           PIC X(30).
