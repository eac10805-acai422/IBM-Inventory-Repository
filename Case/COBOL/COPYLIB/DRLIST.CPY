      ***
      *** DRLIST - disaster-recovery file list (DRLIST dataset, one
      *** card per file). DRVAULT copies every file named here into
      *** the nightly vault and nothing else, so the list is the one
      *** controlled statement of what a site recovery brings back.
      *** A name DRVAULT has no DD for is refused and logged, never
      *** silently dropped; a second card for the same file is
      *** ignored.
      ***
           10 DRF-FILE-NAME    PIC X(08).
           10 FILLER           PIC X(72).
