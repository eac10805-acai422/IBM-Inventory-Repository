           ELSE
              MOVE TODAY-DATE TO OPO-ORDER-DATE
           END-IF
           IF OPT-UNIT-PRICE IS NUMERIC
              MOVE OPT-UNIT-PRICE TO OPO-UNIT-PRICE
           ELSE
              MOVE 0 TO OPO-UNIT-PRICE
           END-IF
           MOVE 0             TO OPO-RECEIVED-QTY

           WRITE OPO-REC FROM WS-OPO-REC
              INVALID KEY
                 IF OPT-ORDER-DATE IS NUMERIC AND OPT-ORDER-DATE > 0
                    MOVE OPT-ORDER-DATE TO OPO-ORDER-DATE
                 END-IF
                 IF OPT-UNIT-PRICE IS NUMERIC AND OPT-UNIT-PRICE > 0
                    MOVE OPT-UNIT-PRICE TO OPO-UNIT-PRICE
                 END-IF
                 REWRITE OPO-REC FROM WS-OPO-REC
                 ADD 1 TO CHANGE-COUNT
           END-READ
