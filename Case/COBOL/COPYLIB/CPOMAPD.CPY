      ***
      *** CPOMAPD - symbolic map for the CPOM01 map in mapset
      *** CPOMAP, used by the POINQ open purchase order inquiry
      *** transaction. Kept as a hand-maintained copybook so the
      *** COBOL compile does not depend on the BMS assembly step;
      *** the field order and lengths must stay in step with
      *** Case/BMS/CPOMAP.bms. The twelve list rows PLIN01 through
      *** PLIN12 are laid out identically and follow one another,
      *** so they are carried here as one repeating group.
      ***
       01  CPOM01I.
           05 FILLER            PIC X(12).
           05 PMODEL            PIC S9(04) COMP.
           05 PMODEF            PIC X(01).
           05 PMODEI            PIC X(01).
           05 PKEYL             PIC S9(04) COMP.
           05 PKEYF             PIC X(01).
           05 PKEYI             PIC X(09).
           05 PNEXTL            PIC S9(04) COMP.
           05 PNEXTF            PIC X(01).
           05 PNEXTI            PIC X(17).
           05 PVENDL            PIC S9(04) COMP.
           05 PVENDF            PIC X(01).
           05 PVENDI            PIC X(04).
           05 PVNAMEL           PIC S9(04) COMP.
           05 PVNAMEF           PIC X(01).
           05 PVNAMEI           PIC X(30).
           05 PLINED            OCCURS 12 TIMES.
              10 PLINL          PIC S9(04) COMP.
              10 PLINF          PIC X(01).
              10 PLINI          PIC X(78).
           05 PMSGL             PIC S9(04) COMP.
           05 PMSGF             PIC X(01).
           05 PMSGI             PIC X(78).
       01  CPOM01O REDEFINES CPOM01I.
           05 FILLER            PIC X(12).
           05 FILLER            PIC X(03).
           05 PMODEO            PIC X(01).
           05 FILLER            PIC X(03).
           05 PKEYO             PIC X(09).
           05 FILLER            PIC X(03).
           05 PNEXTO            PIC X(17).
           05 FILLER            PIC X(03).
           05 PVENDO            PIC X(04).
           05 FILLER            PIC X(03).
           05 PVNAMEO           PIC X(30).
           05 PLINEO            OCCURS 12 TIMES.
              10 FILLER         PIC X(03).
              10 PLINO          PIC X(78).
           05 FILLER            PIC X(03).
           05 PMSGO             PIC X(78).
