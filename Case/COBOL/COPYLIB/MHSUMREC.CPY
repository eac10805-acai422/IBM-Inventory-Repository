      *    still proves against the master after a roll-off.
           10 MSM-HELD-RCPT-QTY PIC 9(09).
           10 MSM-HELD-ISS-QTY PIC 9(09).
      *    the month's customer returns, whatever their disposition
      *    -- USAGECAL nets them out of MSM-ISSUE-QTY. The return
      *    to stock's I-QOH effect is already in MSM-ADJUST-QTY.
           10 MSM-CRTN-QTY     PIC 9(09).
           10 FILLER           PIC X(10).
