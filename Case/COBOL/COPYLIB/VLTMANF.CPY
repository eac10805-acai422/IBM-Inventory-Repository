      ***
      *** VLTMANF - DR vault manifest (CASVMANF dataset, written
      *** with each CASVAULT generation). One entry per DRLIST card
      *** with the file's record count and hash total -- the sum
      *** of the RECHASH record hashes, so it does not depend on
      *** record order -- and the CASJRNL position the copy is
      *** consistent with: the journal record count and the last
      *** journal timestamp when the vault was taken under the
      *** CASEIN lock. A CASEIN recovery replays the journal
      *** records after that count. A listed file that could not
      *** be opened or is not known to DRVAULT still gets an entry,
      *** so the gap shows on the manifest itself.
      ***
           10 MNF-VAULT-DATE   PIC 9(08).
           10 MNF-VAULT-TIME   PIC 9(08).
           10 MNF-FILE-NAME    PIC X(08).
           10 MNF-STATUS       PIC X(01).
               88 MNF-VAULTED      VALUE 'V'.
               88 MNF-NOT-OPENED   VALUE 'M'.
               88 MNF-NOT-KNOWN    VALUE 'U'.
           10 MNF-RECORD-COUNT PIC 9(09).
           10 MNF-HASH-TOTAL   PIC 9(15).
           10 MNF-JRN-COUNT    PIC 9(09).
           10 MNF-JRN-DATE     PIC 9(08).
           10 MNF-JRN-TIME     PIC 9(08).
           10 MNF-OPEN-STATUS  PIC X(02).
           10 FILLER           PIC X(04).
