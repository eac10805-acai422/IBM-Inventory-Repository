           10 SNP-QOH          PIC 9(05).
           10 SNP-UNITPR       PIC 9(05)V9(02).
           10 SNP-VALUE        PIC 9(08)V9(02).
      *    of the part's stock, what sat at customer consignment
      *    sites (CASCSGN) when the period locked -- not in SNP-QOH
      *    but included in SNP-VALUE. Older snapshots read spaces.
           10 SNP-SITE-QTY     PIC 9(05).
           10 FILLER           PIC X(35).
