       01 WS-ADJUST-TOTAL     PIC S9(09).
       01 WS-HELD-RCPT-TOTAL  PIC 9(09).
       01 WS-HELD-ISS-TOTAL   PIC 9(09).
       01 WS-CRTN-TOTAL       PIC 9(09).
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 ROLLED-COUNT        PIC 9(07) VALUE 0.
       01 CARRIED-COUNT       PIC 9(07) VALUE 0.
              MOVE 0          TO WS-ADJUST-TOTAL
              MOVE 0          TO WS-HELD-RCPT-TOTAL
              MOVE 0          TO WS-HELD-ISS-TOTAL
              MOVE 0          TO WS-CRTN-TOTAL
           END-IF

      *    EACH TYPE RATES BY ITS I-QOH EFFECT, THE WAY PARTSTMT
      *    ROLLS ITS RUNNING BALANCE -- A VENDOR RETURN RELIEVED
      *    ON-HAND WHATEVER ITS SIGN, AS DID AN EXPIRED LOT SENT
      *    TO THE HOLD AND A CONSIGNMENT SHIP TO A CUSTOMER SITE,
      *    A QUARANTINE RELEASE ADDED TO IT, AND A REJECT,
      *    TRANSFER, OR CONSIGNMENT RECEIPT NEVER TOUCHED IT.
      *    LUMPING THOSE INTO THE SIGNED
      *    ADJUSTMENT BUCKET WOULD BREAK THE SEEDED BALANCE PROOF
      *    THE SUMMARIES EXIST TO PRESERVE.
           EVALUATE TRUE
                 ELSE
                    ADD SRT-QTY TO WS-ADJUST-TOTAL
                 END-IF
              WHEN SRT-TYPE = 'V' OR SRT-TYPE = 'E'
                 SUBTRACT SRT-QTY FROM WS-ADJUST-TOTAL
              WHEN SRT-TYPE = 'S'
                 SUBTRACT SRT-QTY FROM WS-ADJUST-TOTAL
              WHEN SRT-TYPE = 'Q' AND SRT-SIGN NOT = '-'
                 ADD SRT-QTY TO WS-ADJUST-TOTAL
              WHEN SRT-TYPE = 'B'
                 ADD SRT-QTY TO WS-ADJUST-TOTAL
                 ADD SRT-QTY TO WS-CRTN-TOTAL
              WHEN SRT-TYPE = 'H' OR SRT-TYPE = 'W'
                 ADD SRT-QTY TO WS-CRTN-TOTAL
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           MOVE WS-ADJUST-TOTAL    TO MSM-ADJUST-QTY
           MOVE WS-HELD-RCPT-TOTAL TO MSM-HELD-RCPT-QTY
           MOVE WS-HELD-ISS-TOTAL  TO MSM-HELD-ISS-QTY
           MOVE WS-CRTN-TOTAL      TO MSM-CRTN-QTY
           WRITE SUM-RECORD
           IF SUM-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SUM-ERROR-FLAG
