      *** I-VENDOR-CODE). Read through VENDREC by VENDPO to head
      *** each vendor block with the vendor's name and terms, and
      *** by CASMAINT to reject transactions carrying a vendor
      *** code that is not on the master. VND-VMI-FLAG 'Y' marks a
      *** vendor managing replenishment of its own lines: VMIFEED
      *** sends it the nightly stock-status feed and VENDPO no
      *** longer suggests buys for parts carrying its code.
      ***
           10 VND-VENDOR-CODE   PIC X(04).
           10 VND-NAME          PIC X(30).
           10 VND-TERMS         PIC X(10).
           10 VND-MIN-ORDER-QTY PIC 9(05).
           10 VND-CURRENCY      PIC X(03).
           10 VND-VMI-FLAG      PIC X(01).
               88 VND-IS-VMI        VALUE 'Y'.
           10 FILLER            PIC X(07).
