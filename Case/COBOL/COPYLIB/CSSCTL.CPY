      ***
      *** CSSCTL - CSGSTMT run-control card (CSSCTL dataset).
      *** CSS-PERIOD is the statement period printed on the
      *** heading (YYYYMM). CSS-CLOSE-FLAG 'Y' makes this a
      *** statement close run: after each site's statement
      *** prints, its closing balance on CASCSGN becomes the next
      *** statement's opening balance and the period shipped and
      *** used quantities are zeroed. A reporting-only run leaves
      *** the balances standing.
      ***
           10 CSS-PERIOD       PIC 9(06).
           10 CSS-CLOSE-FLAG   PIC X(01).
               88 CSS-CLOSE-RUN    VALUE 'Y'.
           10 FILLER           PIC X(73).
