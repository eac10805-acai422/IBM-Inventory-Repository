      ***
      *** SDSMAST - safety data sheet register record (CASSDS KSDS,
      *** keyed by part number, maintained by the safety desk
      *** beside CASHAZ). Every part with a CASHAZ hazard record
      *** must have a current SDS on file: the revision held, the
      *** date the supplier issued it, the date it is due for
      *** review, and the supplier who issued it. STKPOST and the
      *** CASEMOV screen refuse a hazardous receipt whose SDS is
      *** missing or more than the SDSCTL grace period past its
      *** review date; SDSRPT lists the missing and lapsed sheets
      *** every month.
      ***
           10 SDS-PARTNO       PIC X(09).
           10 SDS-REVISION     PIC X(04).
           10 SDS-ISSUE-DATE   PIC 9(08).
           10 SDS-REVIEW-DATE  PIC 9(08).
           10 SDS-SUPPLIER     PIC X(25).
           10 FILLER           PIC X(26).
