       data division.                                                   
       working-storage section.                                         
       01  EXTERN-TITLE            PIC X(40) EXTERNAL.
       01  ENR-SOURCE-TEXT         PIC X(40) EXTERNAL.
       01  CAT-BREAK-FLAG          PIC X(01) EXTERNAL.
           88 CAT-BROKE                VALUE 'Y'.
       01  VALUE-EXCEPTION-FLAG    PIC X(01) EXTERNAL.
           88 CNSFILE-OPENED           VALUE 'Y'.
       01  WS-CONSIGNED-HOLDER     PIC 9(05) VALUE 0.

       01  WS-CSG-DATA             PIC X(80).
       01  CSG-LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01  CSG-RESULT-FLAG         PIC X(01) EXTERNAL.
           88 CSG-FOUND                VALUE 'Y'.
       01  CSG-SITE-QTY            PIC 9(07) EXTERNAL.
       01  CSG-IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 CSG-IO-ERROR-FOUND       VALUE 'Y'.
       01  CSG-IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01  SW-CSGFILE-OPENED       PIC X(01) VALUE 'N'.
           88 CSGFILE-OPENED           VALUE 'Y'.
       01  WS-CUST-SITE-HOLDER     PIC 9(05) VALUE 0.

       01  WS-VND-MAST-DATA        PIC X(80).
       01  WS-VND-MAST-FIELDS REDEFINES WS-VND-MAST-DATA.
       copy VENDMAST REPLACING ==VND-VENDOR-CODE==   BY ==VM-CODE==
              10 O-TITLE          PIC X(40)  VALUE 'INVENTORY REPORT'.
              10                  PIC X(04) VALUE SPACES.
              10 HDR-CAT-DESCR    PIC X(30)  VALUE SPACES.
              10                  PIC X(02) VALUE SPACES.
              10 HDR-SOURCE-TEXT  PIC X(40) VALUE SPACES.
              10                  PIC X(09) VALUE SPACES.
              10 PAGE-HEADER      PIC X(05)  VALUE 'PAGE '.
              10 O-PAGE-NUMBER    PIC 99     VALUE 0.
                                                                       
              10                    PIC X(02)  VALUE SPACES.
              10                    PIC X(04)  VALUE 'CNS '.
              10 CL-CONSIGNED       PIC ZZZZ9.
              10                    PIC X(02)  VALUE SPACES.
              10                    PIC X(04)  VALUE 'CSG '.
              10 CL-CUST-SITE       PIC ZZZZ9.
              10                    PIC X(03)  VALUE SPACES.
              10 CL-REORDER-FLAG    PIC X(01).
      ***                                                           
                  MOVE 'E' TO D-UOM-CODE
            END-EVALUATE

            PERFORM GET-CUSTOMER-SITE-STOCK

            MOVE 'N' TO VALUE-EXCEPTION-FLAG
            IF I-QOH NOT NUMERIC OR I-UNITPR NOT NUMERIC
               OR (I-QOH = 0 AND WS-CUST-SITE-HOLDER = 0)
               OR I-UNITPR = 0
               MOVE 'Y' TO VALUE-EXCEPTION-FLAG
            END-IF

               IF I-DISCONTINUED
                  MOVE 'D'     TO D-REORDER-FLAG
                  MOVE 0       TO D-DAYS-SUPPLY
                  COMPUTE ITEM-VALUE-HOLDER =
                     (I-QOH + WS-CUST-SITE-HOLDER) * I-UNITPR
                  PERFORM CONVERT-TO-HOUSE-VALUE
                  MOVE    ITEM-VALUE-HOLDER TO D-ITEM-VALUE
               ELSE
            END-IF
            .

      ***
      *** our stock at customer consignment sites -- out of I-QOH
      *** and unpickable, but still owned, so it is valued with
      *** the on-hand quantity in the item value and the totals
      *** and shown on the stock-status line beside it.
      ***
       GET-CUSTOMER-SITE-STOCK.
            IF NOT CSGFILE-OPENED
               CALL 'CSGREC' USING
               BY CONTENT '1'
               BY REFERENCE WS-CSG-DATA
               MOVE 'Y' TO SW-CSGFILE-OPENED
            END-IF
            MOVE 0 TO WS-CUST-SITE-HOLDER
            MOVE I-PARTNO TO CSG-LOOKUP-PARTNO
            CALL 'CSGREC' USING
            BY CONTENT '3'
            BY REFERENCE WS-CSG-DATA
            MOVE 0 TO RETURN-CODE
            IF CSG-FOUND
               IF CSG-SITE-QTY > 99999
                  MOVE 99999 TO WS-CUST-SITE-HOLDER
               ELSE
                  MOVE CSG-SITE-QTY TO WS-CUST-SITE-HOLDER
               END-IF
            END-IF
            .

      ***
      *** stock held in receiving inspection -- on the premises
      *** but outside I-QOH until QC releases it; shown so nobody
                  END-IF
               END-IF

               COMPUTE ITEM-VALUE-HOLDER =
                  (I-QOH + WS-CUST-SITE-HOLDER) * I-UNITPR
               PERFORM CONVERT-TO-HOUSE-VALUE
               MOVE    ITEM-VALUE-HOLDER TO D-ITEM-VALUE

       FUNCT-CODE-4-PAGENUM.
            ADD 1 TO O-PAGE-NUMBER
            MOVE EXTERN-TITLE TO O-TITLE
            MOVE ENR-SOURCE-TEXT TO HDR-SOURCE-TEXT
            MOVE TITLE-HEADER TO PARM-OUTREC
             .                                              
                                                            
             MOVE WS-INTRANSIT-HOLDER TO CL-IN-TRANSIT
             MOVE WS-QUARANTINE-HOLDER TO CL-QUARANTINE
             MOVE WS-CONSIGNED-HOLDER TO CL-CONSIGNED
             MOVE WS-CUST-SITE-HOLDER TO CL-CUST-SITE
             MOVE D-REORDER-FLAG  TO CL-REORDER-FLAG
             MOVE WS-CONDENSED-LINE TO PARM-OUTREC
             .
