      ***
      *** POHOLD - purchase suggestion held for approval (CASPOHLD
      *** KSDS, keyed by vendor plus part like the CASPOIF detail
      *** it stands in for). VENDPO writes it pending when a spot
      *** suggestion is over its APVCTL limit; POAPPR applies the
      *** approver's decision -- an approval (at the suggested or
      *** a changed quantity) marks it approved, a rejection
      *** removes it -- and the next VENDPO run sends the approved
      *** quantity out on CASPOIF and removes the line. POCOMMIT
      *** shows what is still held apart from what was released.
      ***
           10 POH-KEY.
              15 POH-VENDOR-CODE PIC X(04).
              15 POH-PARTNO      PIC X(09).
           10 POH-STATUS         PIC X(01).
               88 POH-PENDING        VALUE 'P'.
               88 POH-APPROVED       VALUE 'A'.
           10 POH-HOLD-DATE      PIC 9(08).
           10 POH-ITEMCAT        PIC X(03).
           10 POH-SUGGESTED-QTY  PIC 9(05).
           10 POH-APPROVED-QTY   PIC 9(05).
           10 POH-UNIT-PRICE     PIC 9(05)V99.
           10 POH-VALUE          PIC 9(07)V99.
           10 POH-BUYER          PIC X(08).
           10 POH-APPROVER       PIC X(08).
           10 POH-DECISION-DATE  PIC 9(08).
           10 FILLER             PIC X(05).
