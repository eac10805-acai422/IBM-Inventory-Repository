                 END-IF
                 MOVE WS-NEW-ALC-QTY TO ALC-QTY
                 MOVE ALT-DATE       TO ALC-DATE
                 IF ALC-CUSTOMER = SPACES
                    MOVE ALT-CUSTOMER TO ALC-CUSTOMER
                 END-IF
                 IF ALC-ORDER-DATE NOT NUMERIC
                    AND ALT-ORDER-DATE IS NUMERIC
                    MOVE ALT-ORDER-DATE TO ALC-ORDER-DATE
                 END-IF
                 REWRITE ALC-REC FROM WS-ALC-REC
              ELSE
                 MOVE SPACES         TO WS-ALC-REC
                 MOVE ALT-DOC-NUMBER TO ALC-DOC-NUMBER
                 MOVE ALT-QTY        TO ALC-QTY
                 MOVE ALT-DATE       TO ALC-DATE
                 MOVE ALT-CUSTOMER   TO ALC-CUSTOMER
                 IF ALT-ORDER-DATE IS NUMERIC
                    MOVE ALT-ORDER-DATE TO ALC-ORDER-DATE
                 END-IF
                 WRITE ALC-REC FROM WS-ALC-REC
              END-IF
              PERFORM CHECK-ALC-IO-STATUS
