       identification division.
       program-id. RECHASH.
      ***
      *** RECHASH - hash of one 80-byte record for the DR vault
      *** controls. Each byte's value is weighted by its position
      *** in the record and the products are summed, so a changed
      *** byte and two bytes changing places both move the hash.
      *** DRVAULT totals the hashes of every record it copies into
      *** the CASVMANF manifest, and DRVERIFY totals them again over
      *** the restored files -- and over the journal images, to
      *** carry the CASEIN total forward across a replay. Summing
      *** record hashes leaves the total independent of record
      *** order, so a file reloaded in key order still agrees.
      ***
       data division.
       working-storage section.
      *
      *    THE BYTE IS DROPPED INTO THE LOW HALF OF A HALFWORD WHOSE
      *    HIGH HALF STAYS LOW-VALUE, SO THE BINARY VIEW READS OUT
      *    ITS VALUE 0-255.
      *
       01 WS-BYTE-WORK.
           05 WS-BYTE-HIGH     PIC X(01) VALUE LOW-VALUE.
           05 WS-BYTE-LOW      PIC X(01).
       01 WS-BYTE-VALUE REDEFINES WS-BYTE-WORK PIC 9(04) COMP.
       01 WS-BYTE-SUB         PIC 9(02) COMP.
       linkage section.
       01  PARM-RECORD          pic x(80).
       01  PARM-RECORD-BYTES REDEFINES PARM-RECORD.
           05 PARM-BYTE         pic x(01) OCCURS 80 TIMES.
       01  PARM-HASH            pic 9(09).

       procedure division using PARM-RECORD PARM-HASH.
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO PARM-HASH
           PERFORM ADD-ONE-BYTE
              VARYING WS-BYTE-SUB FROM 1 BY 1 UNTIL WS-BYTE-SUB > 80
           goback
           .

       ADD-ONE-BYTE.
           MOVE PARM-BYTE(WS-BYTE-SUB) TO WS-BYTE-LOW
           COMPUTE PARM-HASH =
              PARM-HASH + WS-BYTE-VALUE * WS-BYTE-SUB
           .
