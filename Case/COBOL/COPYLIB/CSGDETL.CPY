      ***
      *** CSGDETL - customer-site consignment balance record
      *** (CASCSGN KSDS, keyed on part number plus customer site).
      *** CSG-QTY is our stock sitting on a customer's premises --
      *** shipped there on a type 'S' movement, still ours, still
      *** valued by MAIN and the valuation reports, but out of
      *** I-QOH so nobody plans to pick it. The customer's
      *** consumption report posts as a type 'U' movement: it
      *** comes off CSG-QTY and is written to CASMHIST as the real
      *** issue, which is what USAGECAL counts and CUSBILL bills.
      *** The CSG-STMT fields accumulate since the last statement
      *** CSGSTMT printed for the site; a statement close run
      *** rolls the closing balance into CSG-STMT-OPEN-QTY and
      *** zeroes the period movement.
      ***
           10 CSG-KEY.
              15 CSG-PARTNO    PIC X(09).
              15 CSG-CUSTOMER  PIC X(10).
           10 CSG-QTY          PIC 9(05).
           10 CSG-STMT-OPEN-QTY PIC 9(05).
           10 CSG-STMT-SHIPPED PIC 9(07).
           10 CSG-STMT-USED    PIC 9(07).
           10 CSG-LAST-DATE    PIC 9(08).
           10 CSG-STMT-DATE    PIC 9(08).
           10 FILLER           PIC X(21).
