      ***
      *** APRTXN - purchase suggestion approval transaction
      *** (CASAPTXN dataset), applied by POAPPR to the CASPOHLD
      *** line for the vendor and part. 'A' approves the line at
      *** the quantity VENDPO suggested, 'C' approves it at
      *** APT-QTY instead, 'R' rejects it so it is never sent.
      *** APT-APPROVER is recorded on the line and on the CASPOAUD
      *** audit trail.
      ***
           10 APT-APPROVER     PIC X(08).
           10 APT-ACTION       PIC X(01).
               88 APT-IS-APPROVE   VALUE 'A'.
               88 APT-IS-CHANGE    VALUE 'C'.
               88 APT-IS-REJECT    VALUE 'R'.
           10 APT-VENDOR-CODE  PIC X(04).
           10 APT-PARTNO       PIC X(09).
           10 APT-QTY          PIC 9(05).
           10 FILLER           PIC X(53).
