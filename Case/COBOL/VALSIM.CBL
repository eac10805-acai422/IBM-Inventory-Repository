       01 VND-IN-DATA-FIELDS REDEFINES VND-IN-DATA.
       copy VENDMAST.
       01 WS-FX-DATA          PIC X(80).
       01 WS-CSG-DATA         PIC X(80).
       01 WS-OWNED-QTY        PIC 9(07).
       01 SIM-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 SIM-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 FX-IO-ERROR-FOUND   VALUE 'Y'.
       01 FX-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
       01 WS-HOUSE-CURRENCY   PIC X(03) VALUE 'USD'.
       01 CSG-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 CSG-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CSG-FOUND           VALUE 'Y'.
       01 CSG-SITE-QTY        PIC 9(07) EXTERNAL.
       01 CSG-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CSG-IO-ERROR-FOUND  VALUE 'Y'.
       01 CSG-IO-ERROR-STATUS PIC X(02) EXTERNAL.
      ***
      *** scenario tables -- hard-bounded the way KITAVAIL bounds
      *** its BOM: a deck too big for the tables fails the run
           BY CONTENT '1'
           BY REFERENCE WS-FX-DATA

           CALL 'CSGREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CSG-DATA

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
      *** standing I-UNITPR at the standing CASFXRT rate; the
      *** scenario side reprices through the card chain (part
      *** beats category beats global) and revalues foreign
      *** vendors at any hypothetical rate the deck carries. Both
      *** value everything we own -- I-QOH plus our stock sitting
      *** at customer consignment sites on CASCSGN -- as MAIN does.
      ***
       VALUE-ONE-PART.
           IF I-QOH NOT NUMERIC OR I-UNITPR NOT NUMERIC
              MOVE I-UNITPR TO WS-CURRENT-PRICE
              PERFORM PRICE-THE-SCENARIO
              PERFORM RATE-THE-CURRENCIES
              PERFORM ADD-CUSTOMER-SITE-STOCK
              COMPUTE WS-CURRENT-VALUE ROUNDED =
                 WS-OWNED-QTY * WS-CURRENT-PRICE * WS-CURRENT-RATE
                 ON SIZE ERROR
                    MOVE 0 TO WS-CURRENT-VALUE
              END-COMPUTE
              COMPUTE WS-SCENARIO-VALUE ROUNDED =
                 WS-OWNED-QTY * WS-SCENARIO-PRICE * WS-SCENARIO-RATE
                 ON SIZE ERROR
                    MOVE 0 TO WS-SCENARIO-VALUE
              END-COMPUTE
           PERFORM ACCUMULATE-CATEGORY
           .

       ADD-CUSTOMER-SITE-STOCK.
           MOVE I-QOH TO WS-OWNED-QTY
           MOVE I-PARTNO TO CSG-LOOKUP-PARTNO
           CALL 'CSGREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-CSG-DATA
           MOVE 0 TO RETURN-CODE
           IF CSG-FOUND
              ADD CSG-SITE-QTY TO WS-OWNED-QTY
           END-IF
           .

       PRICE-THE-SCENARIO.
           MOVE 'N' TO SW-MATCH-FOUND
           PERFORM VARYING PPX FROM 1 BY 1
           BY CONTENT '9'
           BY REFERENCE WS-FX-DATA

           CALL 'CSGREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CSG-DATA

           IF SIM-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
