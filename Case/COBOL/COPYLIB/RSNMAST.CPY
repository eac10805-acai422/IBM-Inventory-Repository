      ***
      *** RSNMAST - inventory adjustment reason-code table (CASRSN
      *** KSDS, keyed on the two-byte reason code). Every type 'A'
      *** adjustment must carry a reason on this table; STKPOST and
      *** the CASEMOV screen reject one that does not, and the
      *** reason rides onto CASMHIST for the SHRINKRP shrinkage
      *** analysis. A retired code stays on file so old history
      *** still prints its description, but no longer posts.
      *** The standard set: DM damage, TH theft, CC count
      *** correction, EX expiry write-off, DE data-entry fix, and
      *** SC supersession consolidation (written by XREFCHN).
      ***
           10 RSN-CODE         PIC X(02).
           10 RSN-DESCR        PIC X(30).
           10 RSN-STATUS       PIC X(01).
               88 RSN-IS-RETIRED    VALUE 'R'.
           10 FILLER           PIC X(47).
