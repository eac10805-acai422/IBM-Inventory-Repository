      ***
      *** SMPSEL - audit sample selection record (CASAUDSL dataset).
      *** AUDSAMP writes one record per part the monetary-unit
      *** selection lands on, in part-number order; AUDEVAL reads
      *** them back against the returned test counts. The interval
      *** and confidence travel with each selection so the
      *** evaluation always projects at the rate the sample was
      *** drawn at. SSL-STRATUM 'T' marks a part whose book value
      *** is at least one interval -- it is certain to be selected
      *** and its misstatement is taken as found, not projected.
      ***
           10 SSL-PARTNO       PIC X(09).
           10 SSL-WAREHOUSE    PIC X(03).
           10 SSL-BOOK-QTY     PIC 9(05).
           10 SSL-UNITPR       PIC 9(05)V99.
           10 SSL-BOOK-VALUE   PIC 9(09)V99.
           10 SSL-HITS         PIC 9(05).
           10 SSL-SEL-POINT    PIC 9(11)V99.
           10 SSL-STRATUM      PIC X(01).
               88 SSL-TOP-STRATUM  VALUE 'T'.
           10 SSL-INTERVAL     PIC 9(09)V99.
           10 SSL-CONFIDENCE   PIC 9(02).
           10 FILLER           PIC X(13).
