                 MOVE 'RECEIPT             ' TO LTL-MOVEMENT
                 MOVE MH-QTY TO LTL-QTY
                 ADD MH-QTY TO RECEIVED-QTY
      *       STOCK SHIPPED OUT TO A CUSTOMER CONSIGNMENT SITE LEFT
      *       THE LOT ON THE SHIPMENT; THE CUSTOMER'S LATER USE OF IT
      *       IS AN ISSUE HELD IN FULL AND TOUCHES NOTHING HERE.
              WHEN MH-IS-CSG-SHIP
                 MOVE 'SHIP TO CUST CONSIGN' TO LTL-MOVEMENT
                 COMPUTE LTL-QTY = 0 - MH-QTY
                 ADD MH-QTY TO ISSUED-QTY
              WHEN MH-IS-ISSUE AND MH-CUSTOMER NOT = SPACES
                 AND WS-LOT-EFFECT-QTY = 0
                 MOVE 'CUST CONSIGN USED   ' TO LTL-MOVEMENT
                 MOVE 0 TO LTL-QTY
              WHEN MH-IS-ISSUE
                 MOVE 'ISSUE               ' TO LTL-MOVEMENT
                 COMPUTE LTL-QTY = 0 - MH-QTY
                 MOVE 'RETURN TO VENDOR    ' TO LTL-MOVEMENT
                 COMPUTE LTL-QTY = 0 - MH-QTY
                 ADD MH-QTY TO ISSUED-QTY
      *       A CUSTOMER RETURN SHOWS WHERE A RECALLED LOT CAME BACK
      *       FROM; ONLY THE RETURN TO STOCK PUTS IT BACK ON CASLOT.
              WHEN MH-IS-CRTN-STOCK
                 MOVE 'CUSTOMER RETURN     ' TO LTL-MOVEMENT
                 MOVE MH-QTY TO LTL-QTY
                 ADD MH-QTY TO ADJUSTED-QTY
              WHEN MH-IS-CRTN-HOLD
                 MOVE 'CUST RETURN - HELD  ' TO LTL-MOVEMENT
                 MOVE 0 TO LTL-QTY
              WHEN MH-IS-CRTN-SCRAP
                 MOVE 'CUST RETURN - SCRAP ' TO LTL-MOVEMENT
                 MOVE 0 TO LTL-QTY
      *       QUARANTINE DISPOSITIONS POST TO CASLOT THE WAY AN
      *       ADJUSTMENT DOES -- THE RELEASE IS WHERE A HELD LOT'S
      *       QUANTITY FINALLY ARRIVES ON THE DETAIL.
      *       AN EXPIRED LOT LEAVES CASLOT WHEN IT GOES ON HOLD, SO
      *       ITS LATER WRITE-OFF (A REJECT CARRYING A REASON) DOES
      *       NOT TOUCH THE LOT AGAIN.
              WHEN MH-IS-EXPIRY-HOLD
                 MOVE 'EXPIRED TO QUAR HOLD' TO LTL-MOVEMENT
                 COMPUTE LTL-QTY = 0 - MH-QTY
                 SUBTRACT MH-QTY FROM ADJUSTED-QTY
              WHEN MH-TYPE = 'Q' AND MH-ADJ-NEGATIVE
                 AND MH-REASON-CODE NOT = SPACES
                 MOVE 'QUARANTINE WRITE-OFF' TO LTL-MOVEMENT
                 MOVE 0 TO LTL-QTY
              WHEN MH-TYPE = 'Q' AND MH-ADJ-NEGATIVE
                 MOVE 'QUARANTINE REJECT   ' TO LTL-MOVEMENT
                 COMPUTE LTL-QTY = 0 - MH-QTY
