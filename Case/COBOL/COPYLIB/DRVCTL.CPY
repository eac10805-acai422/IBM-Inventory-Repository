      ***
      *** DRVCTL - DRVERIFY run-control card (DRVCTL dataset). The
      *** quarterly restore-verification job runs DRVERIFY twice:
      *** DRV-MODE 'R' reloads the vault named by CASVMANF into the
      *** test restore files and writes the CASRECOV card that
      *** replays the journal from the vault position; after the
      *** replay DRV-MODE 'V' (or no card) reads the restored set
      *** back and prints the verification. The job then runs
      *** INTEGCHK with its DDs on the restored set.
      ***
           10 DRV-MODE         PIC X(01).
               88 DRV-IS-RESTORE   VALUE 'R'.
               88 DRV-IS-VERIFY    VALUE 'V'.
           10 FILLER           PIC X(79).
