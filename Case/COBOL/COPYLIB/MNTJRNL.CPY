      *    JRN-SOURCE already names it. JRNAUDIT reads it back for
      *    the usage-concentration check.
           10 JRN-USERID       PIC X(06).
      *    the change document CASEOLC issues an online maintenance
      *    change under (CASDOCN type MT), so DOCGAP can account for
      *    every maintenance number issued. The record grows by the
      *    eight bytes; batch sources and movement postings leave it
      *    blank -- a movement's document is on CASMHIST.
           10 JRN-DOC-NUMBER   PIC X(08).
