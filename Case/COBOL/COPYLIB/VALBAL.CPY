      ***
      *** VALBAL - nightly saved value balance (CASVBAL dataset).
      *** VALROLL writes one record per CASEIN part as the night's
      *** closing position onto CASVBNEW and the job catalogs it
      *** over CASVBAL, the CASPSNAP carry-forward convention, so
      *** the next night opens from exactly what this night
      *** proved. VBL-AS-OF-DATE is the business date the balance
      *** closed; activity dated after it belongs to the next roll.
      ***
           10 VBL-PARTNO       PIC X(09).
           10 VBL-ITEMCAT      PIC X(03).
           10 VBL-QOH          PIC 9(05).
           10 VBL-UNITPR       PIC 9(05)V99.
           10 VBL-VALUE        PIC 9(08)V99.
           10 VBL-AS-OF-DATE   PIC 9(08).
           10 FILLER           PIC X(38).
