      *** snapshot and the counts do not. each type rates by its
      *** I-QOH effect the way PARTSTMT rolls its balance: held
      *** portions (a quarantined receipt, a consignment-drawn
      *** issue) come out, a vendor return and a consignment ship
      *** to a customer site relieved on-hand, a
      *** quarantine release added to it, and rejects, transfers,
      *** and consignment receipts never touched it -- so the
      *** printed POST-CUT NET keeps the auditors' tie-out of
                    END-IF
                 WHEN MH-TYPE = 'V'
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN MH-IS-CRTN-STOCK
                    MOVE MH-QTY TO SRT-QTY
                 WHEN MH-TYPE = 'Q' AND MH-ADJ-NEGATIVE
                    MOVE 0 TO SRT-QTY
                 WHEN MH-IS-EXPIRY-HOLD
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN MH-IS-CSG-SHIP
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN MH-TYPE = 'Q'
                    MOVE MH-QTY TO SRT-QTY
                 WHEN OTHER
                 MOVE WS-APPLIED-DELTA TO MH-QTY
              END-IF
              MOVE 0 TO MH-HELD-QTY
              MOVE 'CC' TO MH-REASON-CODE
              WRITE HIST-RECORD
              IF HIST-FILE-STATUS NOT = '00'
                 MOVE 'Y'              TO PHY-ERROR-FLAG
