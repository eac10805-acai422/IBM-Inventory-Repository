      ***
      *** CUSTTXN - customer master maintenance transaction layout
      *** (CASCTXN dataset). One transaction adds, changes, or
      *** deletes a single CASCUST record by customer code, edited
      *** and registered by CUSMAINT. A change replaces name,
      *** ship-to, credit limit, hold flag, and price class; the
      *** open-order value on file is carried over untouched.
      ***
           10 CTX-ACTION       PIC X(01).
               88 CTX-IS-ADD       VALUE 'A'.
               88 CTX-IS-CHANGE    VALUE 'C'.
               88 CTX-IS-DELETE    VALUE 'D'.
           10 CTX-CUSTOMER     PIC X(10).
           10 CTX-NAME         PIC X(25).
           10 CTX-SHIP-TO      PIC X(20).
           10 CTX-CREDIT-LIMIT PIC 9(07)V99.
           10 CTX-HOLD-FLAG    PIC X(01).
           10 CTX-PRICE-CLASS  PIC X(02).
           10 FILLER           PIC X(12).
