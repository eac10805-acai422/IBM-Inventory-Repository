       identification division.
       program-id. LANDCOST.
      ***
      *** LANDCOST - landed-cost allocation. The CASCLYR layers only
      *** carry what the vendor charged, while freight, brokerage
      *** and import duty on the overseas shipments were expensed
      *** on their own, so VALLAYER understated what the stock
      *** really cost. Each CASLCHG charge card names a PO or a
      *** vendor ASN shipment; the charge is spread over that
      *** shipment's CASPOPF receipts by value or by quantity, as
      *** the card says, and each receipt's share is added to the
      *** unit cost of its layer. Only the part of the share that
      *** still sits in stock is capitalized -- what the layer has
      *** already issued stays in expense -- and the capitalized
      *** total goes to the CASGL interface RPTREC already feeds,
      *** inventory by category against the landed-cost clearing
      *** account. A charge whose shipment has no posted receipt
      *** yet is held on the suspense file and tried again on every
      *** run until the receipt posts, as CASMAINT parks its
      *** future-dated transactions.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT LCH-DATA-FILE ASSIGN TO CASLCHG
              FILE STATUS IS LCH-FILE-STATUS.
           SELECT SUSP-IN-FILE ASSIGN TO CASLSUSP
              FILE STATUS IS SUSP-IN-STATUS.
           SELECT SUSP-OUT-FILE ASSIGN TO CASLSUSO
              FILE STATUS IS SUSP-OUT-STATUS.
           SELECT PPF-DATA-FILE ASSIGN TO CASPOPF
              FILE STATUS IS PPF-FILE-STATUS.
           SELECT AST-DATA-FILE ASSIGN TO CASASNST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-AST-KEY
              FILE STATUS IS AST-FILE-STATUS.
           SELECT CLY-DATA-FILE ASSIGN TO CASCLYR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CLY-KEY
              FILE STATUS IS CLY-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASLNDRP
              FILE STATUS IS RPT-FILE-STATUS.
       data division.
       file section.
       FD  LCH-DATA-FILE.
       01 LCH-RECORD            PIC X(80).
       FD  SUSP-IN-FILE.
       01 SUSP-IN-RECORD        PIC X(80).
       FD  SUSP-OUT-FILE.
       01 SUSP-OUT-RECORD       PIC X(80).
       FD  PPF-DATA-FILE.
       01 PPF-RECORD.
           copy POPERF.
       FD  AST-DATA-FILE.
       01 AST-REC.
           05 FD-AST-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  CLY-DATA-FILE.
       01 CLY-REC.
           05 FD-CLY-KEY        PIC X(25).
           05 FILLER            PIC X(55).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-LCH-REC.
       copy LCHGREC.
       01 WS-AST-REC.
       copy ASNSTAT.
       01 WS-CLY-REC.
       copy CLYDETL.
       01 LCH-FILE-STATUS     PIC X(02).
       01 SUSP-IN-STATUS      PIC X(02).
       01 SUSP-OUT-STATUS     PIC X(02).
       01 PPF-FILE-STATUS     PIC X(02).
       01 AST-FILE-STATUS     PIC X(02).
       01 CLY-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 LND-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 LND-ERROR-FOUND     VALUE 'Y'.
       01 WS-LND-OPEN-MSG.
           05 MSG-LND-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-LND-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-LND-MSG.
           05 MSG-LND-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-LND-CHARGE-ID PIC X(10).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 RPT-WRITE-ERROR-FLAG  PIC X(01) EXTERNAL.
           88 RPT-WRITE-ERROR-FOUND  VALUE 'Y'.
       01 RPT-WRITE-ERROR-STATUS PIC X(02) EXTERNAL.
       01 RPT-RESTART-FLAG    PIC X(01) EXTERNAL.
           88 RPT-IS-RESTART      VALUE 'Y'.
       01 GL-OUT-DATA         PIC X(133).
      *
      *    THE CAPITALIZED CHARGES: A DEBIT TO EACH CATEGORY'S
      *    INVENTORY AND ONE CREDIT, CATEGORY BLANK, TO THE
      *    LANDED-COST CLEARING ACCOUNT THE CARRIER AND BROKER
      *    BILLS WERE BOOKED TO, IN CCTRCHG'S ACCOUNT POSITION.
      *
       01 GL-OUT-FIELDS REDEFINES GL-OUT-DATA.
           05 GL-CATEGORY      PIC X(03).
           05 GL-AMOUNT        PIC S9(09)V9(02)
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GL-COST-CENTER   PIC X(06).
           05 GL-ACCOUNT       PIC X(10).
           05 FILLER           PIC X(102).
       01 SW-SUSP-IN-OPEN     PIC X(01) VALUE 'N'.
           88 SUSP-IN-IS-OPEN     VALUE 'Y'.
       01 SW-AST-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 AST-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-CLY-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CLY-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-LCH-EOF          PIC X(01) VALUE 'N'.
           88 LCH-AT-EOF          VALUE 'Y'.
       01 SW-SUSP-EOF         PIC X(01) VALUE 'N'.
           88 SUSP-AT-EOF         VALUE 'Y'.
       01 SW-PPF-EOF          PIC X(01) VALUE 'N'.
           88 PPF-AT-EOF          VALUE 'Y'.
       01 SW-AST-EOF          PIC X(01) VALUE 'N'.
           88 AST-AT-EOF          VALUE 'Y'.
       01 SW-FROM-SUSPENSE    PIC X(01) VALUE 'N'.
           88 FROM-SUSPENSE       VALUE 'Y'.
       01 SW-ANY-ASN-CHARGE   PIC X(01) VALUE 'N'.
           88 ANY-ASN-CHARGE      VALUE 'Y'.
       01 SW-SLOT-FOUND       PIC X(01) VALUE 'N'.
           88 SLOT-FOUND          VALUE 'Y'.
      *
      *    THE CHARGES OF THE RUN -- SUSPENSE FIRST, THEN THE NEW
      *    CARDS -- EACH WITH THE COUNT AND BASIS OF THE RECEIPTS
      *    FOUND FOR IT.
      *
       01 CHG-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 CHG-ENTRY-LIMIT     PIC 9(03) VALUE 500.
       01 CHG-SUB             PIC 9(03).
       01 CHG-TABLE.
           05 CHG-ENTRY        OCCURS 500 TIMES.
              10 CT-CARD       PIC X(80).
              10 CT-FROM-SUSP  PIC X(01).
              10 CT-OVERFLOW   PIC X(01).
              10 CT-RCPT-COUNT PIC 9(05).
              10 CT-QTY-TOTAL  PIC 9(09).
              10 CT-VALUE-TOTAL PIC 9(11)V99.
      *
      *    EVERY PART AND PO A SHIPMENT-KEYED CHARGE COVERS, FROM
      *    THE CASASNST STATUS RECORDS CARRYING ITS SHIPMENT.
      *
       01 ASP-ENTRY-COUNT     PIC 9(04) VALUE 0.
       01 ASP-ENTRY-LIMIT     PIC 9(04) VALUE 2000.
       01 ASP-SUB             PIC 9(04).
       01 ASP-TABLE.
           05 ASP-ENTRY        OCCURS 2000 TIMES.
              10 AP-CHARGE     PIC 9(03).
              10 AP-PARTNO     PIC X(09).
              10 AP-PO-NUMBER  PIC X(08).
      *
      *    EVERY POSTED RECEIPT A CHARGE FALLS ON.
      *
       01 RCR-ENTRY-COUNT     PIC 9(04) VALUE 0.
       01 RCR-ENTRY-LIMIT     PIC 9(04) VALUE 5000.
       01 RCR-SUB             PIC 9(04).
       01 RCR-TABLE.
           05 RCR-ENTRY        OCCURS 5000 TIMES.
              10 RR-CHARGE     PIC 9(03).
              10 RR-PARTNO     PIC X(09).
              10 RR-PO-NUMBER  PIC X(08).
              10 RR-DATE       PIC 9(08).
              10 RR-QTY        PIC 9(05).
              10 RR-VALUE      PIC 9(09)V99.
       01 CAT-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 CAT-SUB             PIC 9(03).
       01 CAT-TABLE.
           05 CAT-ENTRY        OCCURS 100 TIMES.
              10 CT-CATEGORY   PIC X(03).
              10 CT-CAPITALIZED PIC 9(09)V99.
       01 WS-MATCH-CHARGE     PIC 9(03).
       01 WS-ROW-PRICE        PIC 9(05)V99.
       01 WS-ROWS-LEFT        PIC 9(05).
       01 WS-BASIS-SHARE      PIC 9(11)V99.
       01 WS-BASIS-TOTAL      PIC 9(11)V99.
       01 WS-ALLOCATED        PIC 9(07)V99.
       01 WS-SHARE            PIC 9(07)V99.
       01 WS-UPLIFT           PIC 9(05)V99.
       01 WS-REMAIN-QTY       PIC 9(05).
       01 WS-CAPITALIZED      PIC 9(09)V99.
       01 WS-CHG-CAPITALIZED  PIC 9(09)V99.
       01 WS-GRD-CAPITALIZED  PIC 9(09)V99 VALUE 0.
       01 WS-GRD-EXPENSED     PIC 9(09)V99 VALUE 0.
       01 WS-ITEMCAT          PIC X(03).
       01 CHARGE-COUNT        PIC 9(07) VALUE 0.
       01 ALLOCATED-COUNT     PIC 9(07) VALUE 0.
       01 HELD-COUNT          PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 GL-ENTRY-COUNT      PIC 9(05) VALUE 0.
       01 WS-LND-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(35)
                  VALUE 'LANDED COST ALLOCATION REGISTER'.
           05                  PIC X(97)  VALUE SPACES.
       01 WS-CHARGE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(07)  VALUE 'CHARGE '.
           05 CH-CHARGE-ID     PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 CH-TYPE          PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 CH-REF-TYPE      PIC X(03).
           05                  PIC X(01)  VALUE SPACES.
           05 CH-REFERENCE     PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'AMOUNT: '.
           05 CH-AMOUNT        PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'BY '.
           05 CH-BASIS         PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 CH-REMARK        PIC X(30).
           05                  PIC X(20)  VALUE SPACES.
       01 WS-LND-HEADING.
           05                  PIC X(05)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'PO NUMBR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'RECEIVED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '   RECEIPT VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '    ALLOCATED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE ' PER UNIT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'ON HD'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '  CAPITALIZED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'REMARK'.
       01 WS-LND-LINE.
           05                  PIC X(05)  VALUE SPACES.
           05 LL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-PO-NUMBER     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-DATE          PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-ALLOCATED     PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-UPLIFT        PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-REMAIN-QTY    PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-CAPITALIZED   PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-REMARK        PIC X(24).
       01 WS-LND-TOTAL-LINE.
           05                  PIC X(05)  VALUE SPACES.
           05 TL-LABEL         PIC X(54).
           05                  PIC X(02)  VALUE SPACES.
           05 TL-ALLOCATED     PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(20)  VALUE SPACES.
           05 TL-CAPITALIZED   PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'EXPENSED: '.
           05 TL-EXPENSED      PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(01)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-LND-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'CHARGES READ: '.
           05 SUM-CHG-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'ALLOCATED: '.
           05 SUM-ALLOC-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'HELD: '.
           05 SUM-HELD-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'CAPITALIZED: '.
           05 SUM-CAPITALIZED PIC ZZ,ZZZ,ZZ9.99.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'LND001: Starting program'
           PERFORM INITIALIZATION
           PERFORM LOAD-CHARGES
           IF ANY-ASN-CHARGE AND AST-FILE-IS-OPEN
              PERFORM COLLECT-SHIPMENT-LINES
           END-IF
           PERFORM COLLECT-POSTED-RECEIPTS
           PERFORM ALLOCATE-ONE-CHARGE
              VARYING CHG-SUB FROM 1 BY 1
              UNTIL CHG-SUB > CHG-ENTRY-COUNT
           PERFORM WRITE-GRAND-TOTAL
           PERFORM WRITE-GL-ENTRIES
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'LND999: All done'
           GOBACK
           .

       INITIALIZATION.
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN INPUT SUSP-IN-FILE
           IF SUSP-IN-STATUS = '00'
              MOVE 'Y' TO SW-SUSP-IN-OPEN
           ELSE
              MOVE 'N' TO SW-SUSP-IN-OPEN
           END-IF

           OPEN OUTPUT SUSP-OUT-FILE
           IF SUSP-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND013'         TO MSG-LND-OPEN-CODE
              MOVE SUSP-OUT-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF

      *    WITHOUT THE SHIPMENT STATUS FILE A CHARGE KEYED BY ASN
      *    FINDS NO RECEIPTS AND WAITS ON SUSPENSE.
           OPEN INPUT AST-DATA-FILE
           IF AST-FILE-STATUS = '00'
              MOVE 'Y' TO SW-AST-FILE-OPEN
           ELSE
              MOVE 'LND002'         TO MSG-LND-OPEN-CODE
              MOVE AST-FILE-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF

      *    WITHOUT THE LAYERS NOTHING CAN BE CAPITALIZED; EVERY
      *    CHARGE IS HELD FOR THE NEXT RUN.
           OPEN I-O CLY-DATA-FILE
           IF CLY-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CLY-FILE-OPEN
           ELSE
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND012'         TO MSG-LND-OPEN-CODE
              MOVE CLY-FILE-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND009'         TO MSG-LND-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-LND-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-LND-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'N' TO RPT-RESTART-FLAG
           CALL 'RPTREC' USING
           BY CONTENT '1'
           BY REFERENCE GL-OUT-DATA
           .

      ***
      *** the charges held on a prior run are taken first, then the
      *** new cards. a card that cannot be read as a charge is
      *** rejected to the register; one that will not fit the
      *** table goes straight back to suspense for the next run.
      ***
       LOAD-CHARGES.
           IF SUSP-IN-IS-OPEN
              MOVE 'Y' TO SW-FROM-SUSPENSE
              MOVE 'N' TO SW-SUSP-EOF
              READ SUSP-IN-FILE INTO WS-LCH-REC
                 AT END
                    MOVE 'Y' TO SW-SUSP-EOF
              END-READ
              PERFORM LOAD-ONE-SUSPENDED-CHARGE UNTIL SUSP-AT-EOF
              CLOSE SUSP-IN-FILE
           END-IF

           MOVE 'N' TO SW-FROM-SUSPENSE
           OPEN INPUT LCH-DATA-FILE
           IF LCH-FILE-STATUS = '00'
              MOVE 'N' TO SW-LCH-EOF
              READ LCH-DATA-FILE INTO WS-LCH-REC
                 AT END
                    MOVE 'Y' TO SW-LCH-EOF
              END-READ
              PERFORM LOAD-ONE-NEW-CHARGE UNTIL LCH-AT-EOF
              CLOSE LCH-DATA-FILE
           ELSE
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND011'         TO MSG-LND-OPEN-CODE
              MOVE LCH-FILE-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF
           .

       LOAD-ONE-SUSPENDED-CHARGE.
           PERFORM LOAD-ONE-CHARGE
           READ SUSP-IN-FILE INTO WS-LCH-REC
              AT END
                 MOVE 'Y' TO SW-SUSP-EOF
           END-READ
           .

       LOAD-ONE-NEW-CHARGE.
           PERFORM LOAD-ONE-CHARGE
           READ LCH-DATA-FILE INTO WS-LCH-REC
              AT END
                 MOVE 'Y' TO SW-LCH-EOF
           END-READ
           .

       LOAD-ONE-CHARGE.
           ADD 1 TO CHARGE-COUNT
           IF LCH-BASIS = SPACE
              MOVE 'V' TO LCH-BASIS
           END-IF
           IF NOT LCH-TYPE-VALID
              OR NOT (LCH-REF-IS-PO OR LCH-REF-IS-ASN)
              OR LCH-REFERENCE = SPACES
              OR NOT (LCH-BY-VALUE OR LCH-BY-QTY)
              OR LCH-AMOUNT IS NOT NUMERIC
              OR LCH-AMOUNT = 0
              PERFORM REJECT-CHARGE
           ELSE
              IF CHG-ENTRY-COUNT < CHG-ENTRY-LIMIT
                 ADD 1 TO CHG-ENTRY-COUNT
                 MOVE WS-LCH-REC TO CT-CARD(CHG-ENTRY-COUNT)
                 MOVE SW-FROM-SUSPENSE
                                 TO CT-FROM-SUSP(CHG-ENTRY-COUNT)
                 MOVE 'N'        TO CT-OVERFLOW(CHG-ENTRY-COUNT)
                 MOVE 0          TO CT-RCPT-COUNT(CHG-ENTRY-COUNT)
                 MOVE 0          TO CT-QTY-TOTAL(CHG-ENTRY-COUNT)
                 MOVE 0          TO CT-VALUE-TOTAL(CHG-ENTRY-COUNT)
                 IF LCH-REF-IS-ASN
                    MOVE 'Y' TO SW-ANY-ASN-CHARGE
                 END-IF
              ELSE
                 MOVE 'LND004'      TO MSG-LND-CODE
                 MOVE LCH-CHARGE-ID TO MSG-LND-CHARGE-ID
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-LND-MSG
                 PERFORM PARK-ON-SUSPENSE
              END-IF
           END-IF
           .

       REJECT-CHARGE.
           ADD 1 TO REJECT-COUNT
           MOVE 'LND003'      TO MSG-LND-CODE
           MOVE LCH-CHARGE-ID TO MSG-LND-CHARGE-ID
           CALL 'LOGGER' USING BY CONTENT 'W'
                BY CONTENT WS-LND-MSG
           PERFORM FORMAT-CHARGE-LINE
           MOVE 'REJECTED - BAD CHARGE CARD' TO CH-REMARK
           WRITE RPT-OUT-DATA FROM WS-CHARGE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       PARK-ON-SUSPENSE.
           WRITE SUSP-OUT-RECORD FROM WS-LCH-REC
           IF SUSP-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND014'         TO MSG-LND-OPEN-CODE
              MOVE SUSP-OUT-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF
           ADD 1 TO HELD-COUNT
           .

      ***
      *** one browse of the shipment status file picks up every
      *** part and PO that travelled under a charged shipment.
      ***
       COLLECT-SHIPMENT-LINES.
           MOVE LOW-VALUES TO FD-AST-KEY
           START AST-DATA-FILE KEY >= FD-AST-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-AST-EOF
              NOT INVALID KEY
                 MOVE 'N' TO SW-AST-EOF
           END-START
           PERFORM READ-NEXT-SHIPMENT-LINE
           PERFORM MATCH-ONE-SHIPMENT-LINE UNTIL AST-AT-EOF
           .

       READ-NEXT-SHIPMENT-LINE.
           IF NOT AST-AT-EOF
              READ AST-DATA-FILE NEXT INTO WS-AST-REC
                 AT END
                    MOVE 'Y' TO SW-AST-EOF
              END-READ
           END-IF
           .

       MATCH-ONE-SHIPMENT-LINE.
           IF AST-SHIPMENT-ID NOT = SPACES
              PERFORM MATCH-SHIPMENT-TO-CHARGE
                 VARYING CHG-SUB FROM 1 BY 1
                 UNTIL CHG-SUB > CHG-ENTRY-COUNT
           END-IF
           PERFORM READ-NEXT-SHIPMENT-LINE
           .

       MATCH-SHIPMENT-TO-CHARGE.
           MOVE CT-CARD(CHG-SUB) TO WS-LCH-REC
           IF LCH-REF-IS-ASN AND LCH-REFERENCE = AST-SHIPMENT-ID
              IF ASP-ENTRY-COUNT < ASP-ENTRY-LIMIT
                 ADD 1 TO ASP-ENTRY-COUNT
                 MOVE CHG-SUB       TO AP-CHARGE(ASP-ENTRY-COUNT)
                 MOVE AST-PARTNO    TO AP-PARTNO(ASP-ENTRY-COUNT)
                 MOVE AST-PO-NUMBER TO AP-PO-NUMBER(ASP-ENTRY-COUNT)
              ELSE
                 MOVE 'Y' TO CT-OVERFLOW(CHG-SUB)
              END-IF
           END-IF
           .

      ***
      *** one pass of the receipt performance file finds every
      *** posted receipt each charge falls on: a PO charge takes
      *** all the receipts against the PO, a shipment charge the
      *** receipts of the parts and POs its notice covered. each
      *** receipt is valued at the order's price, or I-UNITPR
      *** where the order carried none.
      ***
       COLLECT-POSTED-RECEIPTS.
           OPEN INPUT PPF-DATA-FILE
           IF PPF-FILE-STATUS = '00'
              MOVE 'N' TO SW-PPF-EOF
              READ PPF-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-PPF-EOF
              END-READ
              PERFORM MATCH-ONE-RECEIPT UNTIL PPF-AT-EOF
              CLOSE PPF-DATA-FILE
           ELSE
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND015'         TO MSG-LND-OPEN-CODE
              MOVE PPF-FILE-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF
           .

       MATCH-ONE-RECEIPT.
           IF PPF-RECEIVED-QTY IS NUMERIC AND PPF-RECEIVED-QTY > 0
              AND PPF-RECEIPT-DATE IS NUMERIC
              PERFORM PRICE-THE-RECEIPT
              PERFORM MATCH-RECEIPT-TO-PO-CHARGE
                 VARYING CHG-SUB FROM 1 BY 1
                 UNTIL CHG-SUB > CHG-ENTRY-COUNT
              PERFORM MATCH-RECEIPT-TO-SHIPMENT
                 VARYING ASP-SUB FROM 1 BY 1
                 UNTIL ASP-SUB > ASP-ENTRY-COUNT
           END-IF

           READ PPF-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-PPF-EOF
           END-READ
           .

       PRICE-THE-RECEIPT.
           MOVE 0 TO WS-ROW-PRICE
           IF PPF-UNIT-PRICE IS NUMERIC AND PPF-UNIT-PRICE > 0
              MOVE PPF-UNIT-PRICE TO WS-ROW-PRICE
           ELSE
              MOVE PPF-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF LOOKUP-FOUND AND I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-ROW-PRICE
              END-IF
           END-IF
           .

       MATCH-RECEIPT-TO-PO-CHARGE.
           MOVE CT-CARD(CHG-SUB) TO WS-LCH-REC
           IF LCH-REF-IS-PO AND LCH-PO-NUMBER = PPF-PO-NUMBER
              MOVE CHG-SUB TO WS-MATCH-CHARGE
              PERFORM ADD-RECEIPT-ROW
           END-IF
           .

       MATCH-RECEIPT-TO-SHIPMENT.
           IF AP-PARTNO(ASP-SUB) = PPF-PARTNO
              AND AP-PO-NUMBER(ASP-SUB) = PPF-PO-NUMBER
              MOVE AP-CHARGE(ASP-SUB) TO WS-MATCH-CHARGE
              PERFORM ADD-RECEIPT-ROW
           END-IF
           .

       ADD-RECEIPT-ROW.
           IF RCR-ENTRY-COUNT < RCR-ENTRY-LIMIT
              ADD 1 TO RCR-ENTRY-COUNT
              MOVE WS-MATCH-CHARGE  TO RR-CHARGE(RCR-ENTRY-COUNT)
              MOVE PPF-PARTNO       TO RR-PARTNO(RCR-ENTRY-COUNT)
              MOVE PPF-PO-NUMBER    TO RR-PO-NUMBER(RCR-ENTRY-COUNT)
              MOVE PPF-RECEIPT-DATE TO RR-DATE(RCR-ENTRY-COUNT)
              MOVE PPF-RECEIVED-QTY TO RR-QTY(RCR-ENTRY-COUNT)
              COMPUTE RR-VALUE(RCR-ENTRY-COUNT) =
                 PPF-RECEIVED-QTY * WS-ROW-PRICE
              ADD 1 TO CT-RCPT-COUNT(WS-MATCH-CHARGE)
              ADD PPF-RECEIVED-QTY TO CT-QTY-TOTAL(WS-MATCH-CHARGE)
              ADD RR-VALUE(RCR-ENTRY-COUNT)
                 TO CT-VALUE-TOTAL(WS-MATCH-CHARGE)
           ELSE
              MOVE 'Y' TO CT-OVERFLOW(WS-MATCH-CHARGE)
           END-IF
           .

      ***
      *** a charge with no posted receipt (or more receipts than
      *** the run can hold) goes back to suspense. otherwise each
      *** receipt takes its share of the amount by the card's
      *** basis -- quantity when the receipts carry no value --
      *** the last receipt taking what rounding left over, and the
      *** share per unit is added to the receipt's layer.
      ***
       ALLOCATE-ONE-CHARGE.
           MOVE CT-CARD(CHG-SUB) TO WS-LCH-REC
           PERFORM FORMAT-CHARGE-LINE
           IF CT-RCPT-COUNT(CHG-SUB) = 0
              OR CT-OVERFLOW(CHG-SUB) = 'Y'
              OR NOT CLY-FILE-IS-OPEN
              IF CT-OVERFLOW(CHG-SUB) = 'Y'
                 MOVE 'HELD - TOO MANY RECEIPTS' TO CH-REMARK
                 MOVE 'LND005'      TO MSG-LND-CODE
                 MOVE LCH-CHARGE-ID TO MSG-LND-CHARGE-ID
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-LND-MSG
              ELSE
                 MOVE 'HELD - NO POSTED RECEIPT' TO CH-REMARK
              END-IF
              WRITE RPT-OUT-DATA FROM WS-CHARGE-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              PERFORM PARK-ON-SUSPENSE
           ELSE
              ADD 1 TO ALLOCATED-COUNT
              IF CT-FROM-SUSP(CHG-SUB) = 'Y'
                 MOVE 'RELEASED FROM SUSPENSE' TO CH-REMARK
              END-IF
              WRITE RPT-OUT-DATA FROM WS-CHARGE-LINE
              PERFORM CHECK-RPT-WRITE-STATUS

              IF LCH-BY-VALUE AND CT-VALUE-TOTAL(CHG-SUB) > 0
                 MOVE CT-VALUE-TOTAL(CHG-SUB) TO WS-BASIS-TOTAL
              ELSE
                 MOVE 'Q' TO LCH-BASIS
                 MOVE CT-QTY-TOTAL(CHG-SUB)   TO WS-BASIS-TOTAL
              END-IF
              MOVE CT-RCPT-COUNT(CHG-SUB) TO WS-ROWS-LEFT
              MOVE 0 TO WS-ALLOCATED
              MOVE 0 TO WS-CHG-CAPITALIZED
              PERFORM ALLOCATE-TO-ONE-RECEIPT
                 VARYING RCR-SUB FROM 1 BY 1
                 UNTIL RCR-SUB > RCR-ENTRY-COUNT

              MOVE SPACES TO WS-LND-TOTAL-LINE
              MOVE '* CHARGE TOTAL'   TO TL-LABEL
              MOVE LCH-AMOUNT         TO TL-ALLOCATED
              MOVE WS-CHG-CAPITALIZED TO TL-CAPITALIZED
              COMPUTE TL-EXPENSED = LCH-AMOUNT - WS-CHG-CAPITALIZED
              WRITE RPT-OUT-DATA FROM WS-LND-TOTAL-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              ADD WS-CHG-CAPITALIZED TO WS-GRD-CAPITALIZED
              COMPUTE WS-GRD-EXPENSED = WS-GRD-EXPENSED
                 + LCH-AMOUNT - WS-CHG-CAPITALIZED
           END-IF
           .

       FORMAT-CHARGE-LINE.
           MOVE SPACES TO WS-CHARGE-LINE
           MOVE LCH-CHARGE-ID TO CH-CHARGE-ID
           EVALUATE TRUE
              WHEN LCH-IS-FREIGHT
                 MOVE 'FREIGHT'   TO CH-TYPE
              WHEN LCH-IS-BROKERAGE
                 MOVE 'BROKERAGE' TO CH-TYPE
              WHEN LCH-IS-DUTY
                 MOVE 'DUTY'      TO CH-TYPE
              WHEN OTHER
                 MOVE LCH-CHARGE-TYPE TO CH-TYPE
           END-EVALUATE
           IF LCH-REF-IS-ASN
              MOVE 'ASN' TO CH-REF-TYPE
           ELSE
              MOVE 'PO'  TO CH-REF-TYPE
           END-IF
           MOVE LCH-REFERENCE TO CH-REFERENCE
           IF LCH-AMOUNT IS NUMERIC
              MOVE LCH-AMOUNT TO CH-AMOUNT
           ELSE
              MOVE 0 TO CH-AMOUNT
           END-IF
           IF LCH-BY-QTY
              MOVE 'QUANTITY' TO CH-BASIS
           ELSE
              MOVE 'VALUE'    TO CH-BASIS
           END-IF
           .

       ALLOCATE-TO-ONE-RECEIPT.
           IF RR-CHARGE(RCR-SUB) = CHG-SUB
              SUBTRACT 1 FROM WS-ROWS-LEFT
              IF LCH-BY-QTY
                 MOVE RR-QTY(RCR-SUB)   TO WS-BASIS-SHARE
              ELSE
                 MOVE RR-VALUE(RCR-SUB) TO WS-BASIS-SHARE
              END-IF
              IF WS-ROWS-LEFT = 0
                 COMPUTE WS-SHARE = LCH-AMOUNT - WS-ALLOCATED
              ELSE
                 COMPUTE WS-SHARE ROUNDED =
                    LCH-AMOUNT * WS-BASIS-SHARE / WS-BASIS-TOTAL
              END-IF
              ADD WS-SHARE TO WS-ALLOCATED
              COMPUTE WS-UPLIFT ROUNDED = WS-SHARE / RR-QTY(RCR-SUB)

              MOVE SPACES TO WS-LND-LINE
              PERFORM RAISE-LAYER-COST

              MOVE RR-PARTNO(RCR-SUB)    TO LL-PARTNO
              MOVE RR-PO-NUMBER(RCR-SUB) TO LL-PO-NUMBER
              MOVE RR-DATE(RCR-SUB)      TO LL-DATE
              MOVE RR-QTY(RCR-SUB)       TO LL-QTY
              MOVE RR-VALUE(RCR-SUB)     TO LL-VALUE
              MOVE WS-SHARE              TO LL-ALLOCATED
              MOVE WS-UPLIFT             TO LL-UPLIFT
              MOVE WS-REMAIN-QTY         TO LL-REMAIN-QTY
              MOVE WS-CAPITALIZED        TO LL-CAPITALIZED
              WRITE RPT-OUT-DATA FROM WS-LND-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

      ***
      *** the layer is the receipt's own -- part, receipt date and
      *** the PO as document. what it has left on hand is what the
      *** uplift capitalizes; a layer already used up leaves the
      *** whole share in expense.
      ***
       RAISE-LAYER-COST.
           MOVE 0 TO WS-REMAIN-QTY
           MOVE 0 TO WS-CAPITALIZED
           MOVE SPACES                TO WS-CLY-REC
           MOVE RR-PARTNO(RCR-SUB)    TO CLY-PARTNO
           MOVE RR-DATE(RCR-SUB)      TO CLY-RECEIPT-DATE
           MOVE RR-PO-NUMBER(RCR-SUB) TO CLY-DOC-NUMBER
           MOVE CLY-KEY               TO FD-CLY-KEY
           READ CLY-DATA-FILE INTO WS-CLY-REC
              INVALID KEY
                 MOVE 'LAYER USED UP - EXPENSED' TO LL-REMARK
              NOT INVALID KEY
                 IF CLY-QTY-REMAIN IS NUMERIC
                    AND CLY-UNIT-COST IS NUMERIC
                    AND CLY-QTY-REMAIN > 0
                    PERFORM REWRITE-RAISED-LAYER
                 ELSE
                    MOVE 'LAYER USED UP - EXPENSED' TO LL-REMARK
                 END-IF
           END-READ
           .

       REWRITE-RAISED-LAYER.
           ADD WS-UPLIFT TO CLY-UNIT-COST
              ON SIZE ERROR
                 MOVE 'COST TOO LARGE - EXPENSED' TO LL-REMARK
              NOT ON SIZE ERROR
                 REWRITE CLY-REC FROM WS-CLY-REC
                 IF CLY-FILE-STATUS NOT = '00'
                    MOVE 'Y'              TO LND-ERROR-FLAG
                    MOVE 'LND016'         TO MSG-LND-OPEN-CODE
                    MOVE CLY-FILE-STATUS  TO MSG-LND-OPEN-STAT
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-LND-OPEN-MSG
                    MOVE 'LAYER NOT UPDATED' TO LL-REMARK
                 ELSE
                    MOVE CLY-QTY-REMAIN TO WS-REMAIN-QTY
                    COMPUTE WS-CAPITALIZED =
                       WS-UPLIFT * CLY-QTY-REMAIN
                    IF WS-CAPITALIZED > WS-SHARE
                       MOVE WS-SHARE TO WS-CAPITALIZED
                    END-IF
                    ADD WS-CAPITALIZED TO WS-CHG-CAPITALIZED
                    PERFORM ADD-TO-CATEGORY-TOTAL
                 END-IF
           END-ADD
           .

       ADD-TO-CATEGORY-TOTAL.
           MOVE 'ZZZ' TO WS-ITEMCAT
           MOVE RR-PARTNO(RCR-SUB) TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE I-ITEMCAT TO WS-ITEMCAT
           END-IF
           MOVE 'N' TO SW-SLOT-FOUND
           PERFORM MATCH-CATEGORY-ENTRY
              VARYING CAT-SUB FROM 1 BY 1
              UNTIL CAT-SUB > CAT-ENTRY-COUNT OR SLOT-FOUND
           IF SLOT-FOUND
              SUBTRACT 1 FROM CAT-SUB
           ELSE
              IF CAT-ENTRY-COUNT < 100
                 ADD 1 TO CAT-ENTRY-COUNT
                 MOVE CAT-ENTRY-COUNT TO CAT-SUB
                 MOVE WS-ITEMCAT TO CT-CATEGORY(CAT-SUB)
                 MOVE 0 TO CT-CAPITALIZED(CAT-SUB)
              ELSE
                 MOVE 100 TO CAT-SUB
              END-IF
           END-IF
           ADD WS-CAPITALIZED TO CT-CAPITALIZED(CAT-SUB)
           .

       MATCH-CATEGORY-ENTRY.
           IF CT-CATEGORY(CAT-SUB) = WS-ITEMCAT
              MOVE 'Y' TO SW-SLOT-FOUND
           END-IF
           .

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-LND-TOTAL-LINE
           MOVE '*** ALL CHARGES ALLOCATED' TO TL-LABEL
           COMPUTE TL-ALLOCATED = WS-GRD-CAPITALIZED + WS-GRD-EXPENSED
           MOVE WS-GRD-CAPITALIZED TO TL-CAPITALIZED
           MOVE WS-GRD-EXPENSED    TO TL-EXPENSED
           WRITE RPT-OUT-DATA FROM WS-LND-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** inventory takes the capitalized amount category by
      *** category; the clearing account gives it up in one line,
      *** so the entries balance.
      ***
       WRITE-GL-ENTRIES.
           PERFORM WRITE-CATEGORY-GL-ENTRY
              VARYING CAT-SUB FROM 1 BY 1
              UNTIL CAT-SUB > CAT-ENTRY-COUNT
           IF WS-GRD-CAPITALIZED > 0
              MOVE SPACES TO GL-OUT-DATA
              COMPUTE GL-AMOUNT = 0 - WS-GRD-CAPITALIZED
              MOVE 'LANDCOST' TO GL-ACCOUNT
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-CATEGORY-GL-ENTRY.
           IF CT-CAPITALIZED(CAT-SUB) > 0
              MOVE SPACES TO GL-OUT-DATA
              MOVE CT-CATEGORY(CAT-SUB)    TO GL-CATEGORY
              MOVE CT-CAPITALIZED(CAT-SUB) TO GL-AMOUNT
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-GL-ENTRY.
           CALL 'RPTREC' USING
           BY CONTENT '6'
           BY REFERENCE GL-OUT-DATA
           IF RPT-WRITE-ERROR-FOUND
              MOVE 'Y' TO LND-ERROR-FLAG
           ELSE
              ADD 1 TO GL-ENTRY-COUNT
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO LND-ERROR-FLAG
              MOVE 'LND010'         TO MSG-LND-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-LND-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LND-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           CLOSE SUSP-OUT-FILE
           IF AST-FILE-IS-OPEN
              CLOSE AST-DATA-FILE
           END-IF
           IF CLY-FILE-IS-OPEN
              CLOSE CLY-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'RPTREC' USING
           BY CONTENT '9'
           BY REFERENCE GL-OUT-DATA

           IF LND-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE CHARGE-COUNT       TO SUM-CHG-COUNT
           MOVE ALLOCATED-COUNT    TO SUM-ALLOC-COUNT
           MOVE HELD-COUNT         TO SUM-HELD-COUNT
           MOVE REJECT-COUNT       TO SUM-REJ-COUNT
           MOVE WS-GRD-CAPITALIZED TO SUM-CAPITALIZED
           DISPLAY WS-LND-SUMMARY-LINE
           .
