      ***
           10 CAT-CODE          PIC X(03).
           10 CAT-DESCR         PIC X(30).
      *    how the category's parts are costed. 'A' is moving
      *    weighted average -- STKPOST reprices I-UNITPR on every
      *    receipt and AVGCSTRP reports the movement; blank (or
      *    'S') keeps the hand-maintained I-UNITPR standard.
           10 CAT-COST-METHOD   PIC X(01).
               88 CAT-AVERAGE-COST  VALUE 'A'.
               88 CAT-STANDARD-COST VALUE ' ' 'S'.
           10 FILLER            PIC X(46).
