      ***
      *** CCTRMAST - department cost-center table (CASCCTR KSDS,
      *** keyed on the six-byte cost center). An issue charged to
      *** a department must name a cost center on this table;
      *** STKPOST and the CASEMOV screen reject one that does not,
      *** and CCTRCHG debits the department's expense account with
      *** its month's issues. A closed center stays on file so old
      *** history still prints its name, but takes no new issues.
      ***
           10 CCT-CODE         PIC X(06).
           10 CCT-NAME         PIC X(30).
           10 CCT-EXPENSE-ACCT PIC X(10).
           10 CCT-STATUS       PIC X(01).
               88 CCT-IS-CLOSED     VALUE 'C'.
           10 FILLER           PIC X(33).
