      ***
      *** SDSCTL - safety data sheet control card (SDSCTL dataset),
      *** read by SDSRPT and STKPOST and by the CASEMOV screen.
      *** SDS-GRACE-DAYS is how long past its review date an SDS
      *** may run before receipts of the part are refused; until
      *** then SDSRPT lists it as lapsed so the safety desk can
      *** chase the supplier. Zero or absent means 30 days.
      ***
           10 SDS-GRACE-DAYS   PIC 9(03).
           10 FILLER           PIC X(77).
