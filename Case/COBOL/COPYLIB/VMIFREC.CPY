      ***
      *** VMIFREC - vendor-managed inventory stock-status record
      *** (CASVMIF dataset), written nightly by VMIFEED for every
      *** vendor carrying VND-VMI-FLAG 'Y' on VENDMAST. Each
      *** vendor's block is one header, one detail per part
      *** carrying the vendor's I-VENDOR-CODE, and one trailer with
      *** the detail count and on-hand total so the vendor can
      *** balance the block before replenishing from it -- the
      *** same balancing CASPOIF gives the purchasing system.
      ***
           10 VMF-RECORD-TYPE  PIC X(01).
               88 VMF-IS-HEADER     VALUE 'H'.
               88 VMF-IS-DETAIL     VALUE 'D'.
               88 VMF-IS-TRAILER    VALUE 'T'.
           10 VMF-BATCH-NUMBER PIC X(10).
           10 VMF-VENDOR-CODE  PIC X(04).
           10 VMF-DATA         PIC X(65).
           10 VMF-HEADER-DATA REDEFINES VMF-DATA.
              15 VMF-BATCH-DATE    PIC 9(08).
              15 VMF-VENDOR-NAME   PIC X(30).
              15 FILLER            PIC X(27).
           10 VMF-DETAIL-DATA REDEFINES VMF-DATA.
              15 VMF-PARTNO        PIC X(09).
              15 VMF-ON-HAND       PIC 9(05).
              15 VMF-QUARANTINE    PIC 9(05).
              15 VMF-RESERVED      PIC 9(07).
              15 VMF-OPEN-PO-QTY   PIC 9(07).
              15 VMF-DAILY-USAGE   PIC 9(03).
              15 VMF-REORDER-LEVEL PIC 9(02).
              15 FILLER            PIC X(27).
           10 VMF-TRAILER-DATA REDEFINES VMF-DATA.
              15 VMF-RECORD-COUNT  PIC 9(07).
              15 VMF-TOTAL-ON-HAND PIC 9(09).
              15 FILLER            PIC X(49).
