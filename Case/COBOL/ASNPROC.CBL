           MOVE ASN-QTY       TO AST-QTY
           MOVE ASN-SHIP-DATE TO AST-SHIP-DATE
           MOVE ASN-ETA-DATE  TO AST-ETA-DATE
           MOVE ASN-SHIPMENT-ID TO AST-SHIPMENT-ID
           MOVE AST-KEY       TO FD-AST-KEY
           WRITE AST-REC FROM WS-AST-REC
              INVALID KEY
