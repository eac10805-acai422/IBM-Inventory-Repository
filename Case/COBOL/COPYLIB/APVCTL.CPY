      ***
      *** APVCTL - purchase suggestion approval limit cards (APVCTL
      *** dataset, one card per item category plus an optional
      *** default card with a blank category). A VENDPO spot
      *** suggestion whose value -- quantity times the chosen
      *** source's price -- exceeds the limit for its I-ITEMCAT is
      *** held on CASPOHLD for the category's buyer to approve
      *** instead of going out on CASPOIF. A category with no card
      *** takes the default card; no card at all means no limit.
      ***
           10 APL-ITEMCAT      PIC X(03).
           10 APL-LIMIT        PIC 9(07)V99.
           10 APL-BUYER        PIC X(08).
           10 FILLER           PIC X(60).
