      ***
      *** VAULTREC - DR vault record (CASVAULT dataset, a new
      *** generation each night). Every record of every file on the
      *** DRLIST, wrapped with the file's DD name and its sequence
      *** within the file. The files follow one another in the
      *** order of their CASVMANF manifest entries, each in its own
      *** key order, so DRVERIFY reloads them straight back.
      ***
           10 VAU-FILE-NAME    PIC X(08).
           10 VAU-SEQUENCE     PIC 9(09).
           10 VAU-IMAGE        PIC X(80).
           10 FILLER           PIC X(03).
