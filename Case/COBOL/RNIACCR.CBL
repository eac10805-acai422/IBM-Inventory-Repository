       identification division.
       program-id. RNIACCR.
      ***
      *** RNIACCR - month-end received-not-invoiced accrual. Goods
      *** that landed on CASPOPF with no CASVINV invoice line behind
      *** them are a liability the books do not show, and AP has
      *** been estimating it by hand. The receipts and the invoice
      *** lines are matched by part and PO, the key INVMATCH uses;
      *** within a part and PO the invoiced quantity clears the
      *** oldest receipts first, and whatever is left is listed by
      *** vendor currency and vendor, aged from its receipt date and
      *** valued at the order's price (I-UNITPR when the order
      *** carried none, listed under house currency since that is
      *** what the standard is kept in). Receipts still open past
      *** the RNICTL flag age (90 days unless the card says
      *** otherwise) are flagged: that is usually a lost invoice or
      *** a mis-keyed PO. Each
      *** currency's total goes to the CASGL interface RPTREC
      *** already feeds as a reversing accrual entry in house
      *** currency.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT RNI-CTL-FILE ASSIGN TO RNICTL
              FILE STATUS IS RNI-CTL-STATUS.
           SELECT PPF-DATA-FILE ASSIGN TO CASPOPF
              FILE STATUS IS PPF-FILE-STATUS.
           SELECT INV-DATA-FILE ASSIGN TO CASVINV
              FILE STATUS IS INV-FILE-STATUS.
           SELECT RNW-WORK-FILE ASSIGN TO CASWRNI
              FILE STATUS IS RNW-WORK-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASRNIRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  RNI-CTL-FILE.
       01 RNI-CTL-RECORD.
           copy RNICTL.
       FD  PPF-DATA-FILE.
       01 PPF-RECORD.
           copy POPERF.
       FD  INV-DATA-FILE.
       01 INV-RECORD.
           copy INVREC.
       FD  RNW-WORK-FILE.
       01 RNW-WORK-RECORD       PIC X(80).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-KEY           PIC X(40).
           05 SRT-MATCH-KEY-R REDEFINES SRT-KEY.
              10 SRT-PARTNO     PIC X(09).
              10 SRT-PO-NUMBER  PIC X(08).
              10 SRT-REC-TYPE   PIC X(01).
                  88 SRT-IS-INVOICE  VALUE '0'.
                  88 SRT-IS-RECEIPT  VALUE '1'.
              10 SRT-DATE       PIC 9(08).
              10 FILLER         PIC X(14).
           05 SRT-RPT-KEY-R REDEFINES SRT-KEY.
              10 SRT-CURRENCY   PIC X(03).
              10 SRT-VENDOR     PIC X(04).
              10 SRT-RCPT-DATE  PIC 9(08).
              10 SRT-RPT-PARTNO PIC X(09).
              10 SRT-RPT-PO     PIC X(08).
              10 FILLER         PIC X(08).
           05 SRT-DATA          PIC X(80).
           05 SRT-MATCH-DATA-R REDEFINES SRT-DATA.
              10 SRT-M-VENDOR   PIC X(04).
              10 SRT-M-QTY      PIC 9(05).
              10 SRT-M-UNIT-PRICE PIC 9(05)V99.
              10 FILLER         PIC X(64).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 VND-IN-DATA         PIC X(80).
       01 VND-IN-DATA-FIELDS REDEFINES VND-IN-DATA.
       copy VENDMAST.
       01 WS-FX-DATA          PIC X(80).
      *
      *    ONE UNINVOICED RECEIPT ON THE WORK FILE, ALREADY PRICED,
      *    AGED AND PLACED UNDER ITS VENDOR'S CURRENCY.
      *
       01 WS-RNW-REC.
           05 RNW-CURRENCY      PIC X(03).
           05 RNW-VENDOR        PIC X(04).
           05 RNW-RECEIPT-DATE  PIC 9(08).
           05 RNW-PARTNO        PIC X(09).
           05 RNW-PO-NUMBER     PIC X(08).
           05 RNW-RECEIVED-QTY  PIC 9(05).
           05 RNW-OPEN-QTY      PIC 9(05).
           05 RNW-UNIT-PRICE    PIC 9(05)V99.
           05 RNW-PRICE-SOURCE  PIC X(01).
               88 RNW-AT-STANDARD   VALUE 'S'.
           05 RNW-DAYS-OPEN     PIC 9(05).
           05 RNW-VALUE         PIC 9(09)V99.
           05 FILLER            PIC X(14).
       01 RNI-CTL-STATUS      PIC X(02).
       01 PPF-FILE-STATUS     PIC X(02).
       01 INV-FILE-STATUS     PIC X(02).
       01 RNW-WORK-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 RNI-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 RNI-ERROR-FOUND     VALUE 'Y'.
       01 WS-RNI-OPEN-MSG.
           05 MSG-RNI-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-RNI-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-RNI-CUR-MSG.
           05 MSG-RNI-CUR-CODE  PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-RNI-CURRENCY  PIC X(03).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 VND-LOOKUP-CODE     PIC X(04) EXTERNAL.
       01 VND-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 VND-FOUND           VALUE 'Y'.
       01 VND-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 VND-IO-ERROR-FOUND  VALUE 'Y'.
       01 VND-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 FX-LOOKUP-CURRENCY  PIC X(03) EXTERNAL.
       01 FX-RESULT-FLAG      PIC X(01) EXTERNAL.
           88 FX-FOUND            VALUE 'Y'.
       01 FX-RATE-VALUE       PIC 9(03)V9(06) EXTERNAL.
       01 FX-RATE-DATE        PIC 9(08) EXTERNAL.
       01 FX-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 FX-IO-ERROR-FOUND   VALUE 'Y'.
       01 FX-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
       01 RPT-WRITE-ERROR-FLAG  PIC X(01) EXTERNAL.
           88 RPT-WRITE-ERROR-FOUND  VALUE 'Y'.
       01 RPT-WRITE-ERROR-STATUS PIC X(02) EXTERNAL.
       01 RPT-RESTART-FLAG    PIC X(01) EXTERNAL.
           88 RPT-IS-RESTART      VALUE 'Y'.
       01 GL-OUT-DATA         PIC X(133).
      *
      *    THE ACCRUAL ENTRY, ONE PAIR PER CURRENCY IN HOUSE VALUE:
      *    THE RECEIPTS-CLEARING DEBIT AND THE ACCRUED-LIABILITY
      *    CREDIT, THE CURRENCY CODE WHERE FXREVAL PUTS IT AND THE
      *    ACCOUNT WHERE CCTRCHG PUTS ITS EXPENSE ACCOUNT. BOTH
      *    LINES CARRY THE REVERSE FLAG SO THE GL BACKS THEM OUT ON
      *    THE FIRST DAY OF THE NEXT PERIOD.
      *
       01 GL-OUT-FIELDS REDEFINES GL-OUT-DATA.
           05 GL-CATEGORY      PIC X(03).
           05 GL-AMOUNT        PIC S9(09)V9(02)
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GL-COST-CENTER   PIC X(06).
           05 GL-ACCOUNT       PIC X(10).
           05 GL-REVERSE-FLAG  PIC X(01).
           05 FILLER           PIC X(101).
       01 WS-HOUSE-CURRENCY   PIC X(03) VALUE 'USD'.
       01 SW-PPF-EOF          PIC X(01) VALUE 'N'.
           88 PPF-AT-EOF          VALUE 'Y'.
       01 SW-INV-EOF          PIC X(01) VALUE 'N'.
           88 INV-AT-EOF          VALUE 'Y'.
       01 SW-RNW-EOF          PIC X(01) VALUE 'N'.
           88 RNW-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-FIRST-RECORD     PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD        VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 AS-OF-DATE          PIC 9(08) VALUE 0.
       01 AS-OF-SERIAL        PIC 9(07).
       01 RECEIPT-SERIAL      PIC 9(07).
       01 FLAG-DAYS           PIC 9(03) VALUE 90.
       01 WS-BREAK-KEY        PIC X(17) VALUE SPACES.
       01 WS-INVOICED-POOL    PIC 9(07).
       01 WS-BREAK-CURRENCY   PIC X(03) VALUE SPACES.
       01 WS-BREAK-VENDOR     PIC X(04) VALUE SPACES.
       01 WS-RATE             PIC 9(03)V9(06).
       01 WS-HOUSE-VALUE      PIC 9(11)V99.
       01 WS-VND-VALUE        PIC 9(11)V99.
       01 WS-CUR-VALUE        PIC 9(11)V99.
       01 WS-CUR-BUCKET-TABLE.
           05 WS-CUR-BUCKET    PIC 9(11)V99 OCCURS 4 TIMES.
       01 BUCKET-SUB          PIC 9(01).
       01 WS-GRD-HOUSE-VALUE  PIC 9(11)V99 VALUE 0.
       01 RECEIPT-COUNT       PIC 9(07) VALUE 0.
       01 INVOICE-COUNT       PIC 9(07) VALUE 0.
       01 OPEN-COUNT          PIC 9(07) VALUE 0.
       01 FLAGGED-COUNT       PIC 9(07) VALUE 0.
       01 GL-ENTRY-COUNT      PIC 9(05) VALUE 0.
       01 WS-RNI-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(38)
                  VALUE 'RECEIVED NOT INVOICED ACCRUAL - AS OF'.
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-AS-OF-DATE   PIC 9(08).
           05                  PIC X(85)  VALUE SPACES.
       01 WS-RNI-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(03)  VALUE 'CUR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'VEND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'PO NUMBR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'RECEIVED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE ' DAYS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE ' RCVD'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE ' OPEN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE ' PO PRICE'.
           05                  PIC X(01)  VALUE SPACES.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '   ACCRUED VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'REMARK'.
           05                  PIC X(12)  VALUE SPACES.
       01 WS-RNI-LINE.
           05                  PIC X      VALUE SPACES.
           05 RL-CURRENCY      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-VENDOR        PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-PO-NUMBER     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-RECEIPT-DATE  PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-DAYS-OPEN     PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-RECEIVED-QTY  PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-OPEN-QTY      PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-UNIT-PRICE    PIC ZZ,ZZ9.99.
           05                  PIC X(01)  VALUE SPACES.
           05 RL-PRICE-SOURCE  PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-REMARK        PIC X(24).
           05                  PIC X(12)  VALUE SPACES.
       01 WS-RNI-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 TL-CURRENCY      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 TL-VENDOR        PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 TL-LABEL         PIC X(30).
           05                  PIC X(39)  VALUE SPACES.
           05 TL-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(36)  VALUE SPACES.
       01 WS-RNI-AGING-LINE.
           05                  PIC X      VALUE SPACES.
           05 AL-CURRENCY      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'AGED 0-30: '.
           05 AL-BUCKET-1      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '31-60: '.
           05 AL-BUCKET-2      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '61-90: '.
           05 AL-BUCKET-3      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'OVER 90: '.
           05 AL-BUCKET-4      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(23)  VALUE SPACES.
       01 WS-RNI-HOUSE-LINE.
           05                  PIC X      VALUE SPACES.
           05 HL-CURRENCY      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'RATE: '.
           05 HL-RATE          PIC ZZ9.999999.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(21)  VALUE 'HOUSE VALUE ACCRUED: '.
           05 HL-HOUSE-VALUE   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 HL-REMARK        PIC X(24).
           05                  PIC X(45)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-RNI-SUMMARY-LINE.
           05 FILLER          PIC X(15) VALUE 'RECEIPTS READ: '.
           05 SUM-RCPT-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'INVOICE LINES: '.
           05 SUM-INV-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'UNINVOICED: '.
           05 SUM-OPEN-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'FLAGGED: '.
           05 SUM-FLAG-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'GL ENTRIES: '.
           05 SUM-GL-COUNT    PIC ZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'RNI001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-KEY
              INPUT PROCEDURE IS RELEASE-RECEIPTS-AND-INVOICES
              OUTPUT PROCEDURE IS MATCH-INVOICES-TO-RECEIPTS

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-KEY
              INPUT PROCEDURE IS RELEASE-OPEN-RECEIPTS
              OUTPUT PROCEDURE IS REPORT-OPEN-RECEIPTS

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'RNI999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT RNI-CTL-FILE
           IF RNI-CTL-STATUS = '00'
              READ RNI-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RNI-AS-OF-DATE IS NUMERIC
                       MOVE RNI-AS-OF-DATE TO AS-OF-DATE
                    END-IF
                    IF RNI-FLAG-DAYS IS NUMERIC
                       AND RNI-FLAG-DAYS > 0
                       MOVE RNI-FLAG-DAYS TO FLAG-DAYS
                    END-IF
              END-READ
              CLOSE RNI-CTL-FILE
           END-IF
           IF AS-OF-DATE = 0
              MOVE TODAY-DATE TO AS-OF-DATE
           END-IF
           CALL 'DATECALC' USING AS-OF-DATE AS-OF-SERIAL
           MOVE 0 TO RETURN-CODE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'VENDREC' USING
           BY CONTENT '1'
           BY REFERENCE VND-IN-DATA

           CALL 'FXREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-FX-DATA

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO RNI-ERROR-FLAG
              MOVE 'RNI009'         TO MSG-RNI-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-RNI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RNI-OPEN-MSG
           END-IF
           MOVE AS-OF-DATE TO TTL-AS-OF-DATE
           WRITE RPT-OUT-DATA FROM WS-RNI-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-RNI-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'N' TO RPT-RESTART-FLAG
           CALL 'RPTREC' USING
           BY CONTENT '1'
           BY REFERENCE GL-OUT-DATA
           .

      ***
      *** both sides go into one sort on part and PO; within a key
      *** the invoice lines sort ahead of the receipts, and the
      *** receipts follow oldest first, so the match pass can
      *** spend the invoiced quantity on the oldest receipts.
      *** nothing dated after the cut-off takes part.
      ***
       RELEASE-RECEIPTS-AND-INVOICES.
           OPEN INPUT PPF-DATA-FILE
           IF PPF-FILE-STATUS = '00'
              MOVE 'N' TO SW-PPF-EOF
              READ PPF-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-PPF-EOF
              END-READ
              PERFORM RELEASE-ONE-RECEIPT UNTIL PPF-AT-EOF
              CLOSE PPF-DATA-FILE
           ELSE
              MOVE 'Y'              TO RNI-ERROR-FLAG
              MOVE 'RNI011'         TO MSG-RNI-OPEN-CODE
              MOVE PPF-FILE-STATUS  TO MSG-RNI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RNI-OPEN-MSG
           END-IF

           OPEN INPUT INV-DATA-FILE
           IF INV-FILE-STATUS = '00'
              MOVE 'N' TO SW-INV-EOF
              READ INV-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-INV-EOF
              END-READ
              PERFORM RELEASE-ONE-INVOICE UNTIL INV-AT-EOF
              CLOSE INV-DATA-FILE
           ELSE
              MOVE 'Y'              TO RNI-ERROR-FLAG
              MOVE 'RNI012'         TO MSG-RNI-OPEN-CODE
              MOVE INV-FILE-STATUS  TO MSG-RNI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RNI-OPEN-MSG
           END-IF
           .

       RELEASE-ONE-RECEIPT.
           IF PPF-RECEIVED-QTY IS NUMERIC AND PPF-RECEIVED-QTY > 0
              AND PPF-RECEIPT-DATE IS NUMERIC
              AND PPF-RECEIPT-DATE <= AS-OF-DATE
              ADD 1 TO RECEIPT-COUNT
              MOVE SPACES           TO SRT-KEY
              MOVE PPF-PARTNO       TO SRT-PARTNO
              MOVE PPF-PO-NUMBER    TO SRT-PO-NUMBER
              MOVE '1'              TO SRT-REC-TYPE
              MOVE PPF-RECEIPT-DATE TO SRT-DATE
              MOVE SPACES           TO SRT-DATA
              MOVE PPF-VENDOR-CODE  TO SRT-M-VENDOR
              MOVE PPF-RECEIVED-QTY TO SRT-M-QTY
              IF PPF-UNIT-PRICE IS NUMERIC
                 MOVE PPF-UNIT-PRICE TO SRT-M-UNIT-PRICE
              ELSE
                 MOVE 0 TO SRT-M-UNIT-PRICE
              END-IF
              RELEASE SORT-RECORD
           END-IF

           READ PPF-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-PPF-EOF
           END-READ
           .

       RELEASE-ONE-INVOICE.
           IF INV-QTY IS NUMERIC AND INV-QTY > 0
              AND INV-DATE IS NUMERIC
              AND INV-DATE <= AS-OF-DATE
              ADD 1 TO INVOICE-COUNT
              MOVE SPACES           TO SRT-KEY
              MOVE INV-PARTNO       TO SRT-PARTNO
              MOVE INV-PO-NUMBER    TO SRT-PO-NUMBER
              MOVE '0'              TO SRT-REC-TYPE
              MOVE INV-DATE         TO SRT-DATE
              MOVE SPACES           TO SRT-DATA
              MOVE INV-VENDOR-CODE  TO SRT-M-VENDOR
              MOVE INV-QTY          TO SRT-M-QTY
              MOVE 0                TO SRT-M-UNIT-PRICE
              RELEASE SORT-RECORD
           END-IF

           READ INV-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-INV-EOF
           END-READ
           .

       MATCH-INVOICES-TO-RECEIPTS.
           OPEN OUTPUT RNW-WORK-FILE
           IF RNW-WORK-STATUS NOT = '00'
              MOVE 'Y'              TO RNI-ERROR-FLAG
              MOVE 'RNI013'         TO MSG-RNI-OPEN-CODE
              MOVE RNW-WORK-STATUS  TO MSG-RNI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RNI-OPEN-MSG
           END-IF
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-KEY
           MOVE 0      TO WS-INVOICED-POOL
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM MATCH-ONE-RECORD UNTIL SORT-AT-EOF
           CLOSE RNW-WORK-FILE
           .

       MATCH-ONE-RECORD.
           IF SRT-KEY(1:17) NOT = WS-BREAK-KEY
              MOVE SRT-KEY(1:17) TO WS-BREAK-KEY
              MOVE 0             TO WS-INVOICED-POOL
           END-IF

           IF SRT-IS-INVOICE
              ADD SRT-M-QTY TO WS-INVOICED-POOL
           ELSE
              IF WS-INVOICED-POOL >= SRT-M-QTY
                 SUBTRACT SRT-M-QTY FROM WS-INVOICED-POOL
              ELSE
                 COMPUTE RNW-OPEN-QTY = SRT-M-QTY - WS-INVOICED-POOL
                 MOVE 0 TO WS-INVOICED-POOL
                 PERFORM WRITE-OPEN-RECEIPT
              END-IF
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

      ***
      *** an open receipt is priced, aged and placed under its
      *** vendor's currency before it goes to the work file; a
      *** vendor off the master or with no currency is house.
      ***
       WRITE-OPEN-RECEIPT.
           ADD 1 TO OPEN-COUNT
           MOVE SRT-M-VENDOR  TO RNW-VENDOR
           MOVE SRT-DATE      TO RNW-RECEIPT-DATE
           MOVE SRT-PARTNO    TO RNW-PARTNO
           MOVE SRT-PO-NUMBER TO RNW-PO-NUMBER
           MOVE SRT-M-QTY     TO RNW-RECEIVED-QTY

           MOVE WS-HOUSE-CURRENCY TO RNW-CURRENCY
           MOVE SRT-M-VENDOR TO VND-LOOKUP-CODE
           CALL 'VENDREC' USING
           BY CONTENT '3'
           BY REFERENCE VND-IN-DATA
           MOVE 0 TO RETURN-CODE
           IF VND-FOUND AND VND-CURRENCY NOT = SPACES
              MOVE VND-CURRENCY TO RNW-CURRENCY
           END-IF

           MOVE SPACE TO RNW-PRICE-SOURCE
           MOVE SRT-M-UNIT-PRICE TO RNW-UNIT-PRICE
           IF RNW-UNIT-PRICE = 0
              MOVE 'S' TO RNW-PRICE-SOURCE
              MOVE SRT-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF LOOKUP-FOUND AND I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO RNW-UNIT-PRICE
              END-IF
      *       THE STANDARD IS KEPT IN HOUSE CURRENCY, SO A LINE
      *       VALUED AT IT IS ALREADY HOUSE VALUE -- IT ACCRUES
      *       UNDER THE HOUSE CURRENCY, NOT THE VENDOR'S, AND IS
      *       NEVER RUN THROUGH A FOREIGN RATE.
              MOVE WS-HOUSE-CURRENCY TO RNW-CURRENCY
           END-IF
           COMPUTE RNW-VALUE = RNW-OPEN-QTY * RNW-UNIT-PRICE

           CALL 'DATECALC' USING RNW-RECEIPT-DATE RECEIPT-SERIAL
           IF RETURN-CODE = 0 AND AS-OF-SERIAL >= RECEIPT-SERIAL
              COMPUTE RNW-DAYS-OPEN = AS-OF-SERIAL - RECEIPT-SERIAL
           ELSE
              MOVE 0 TO RNW-DAYS-OPEN
           END-IF
           MOVE 0 TO RETURN-CODE

           WRITE RNW-WORK-RECORD FROM WS-RNW-REC
           IF RNW-WORK-STATUS NOT = '00'
              MOVE 'Y'              TO RNI-ERROR-FLAG
              MOVE 'RNI014'         TO MSG-RNI-OPEN-CODE
              MOVE RNW-WORK-STATUS  TO MSG-RNI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RNI-OPEN-MSG
           END-IF
           .

       RELEASE-OPEN-RECEIPTS.
           OPEN INPUT RNW-WORK-FILE
           IF RNW-WORK-STATUS = '00'
              MOVE 'N' TO SW-RNW-EOF
              READ RNW-WORK-FILE INTO WS-RNW-REC
                 AT END
                    MOVE 'Y' TO SW-RNW-EOF
              END-READ
              PERFORM RELEASE-ONE-OPEN-RECEIPT UNTIL RNW-AT-EOF
              CLOSE RNW-WORK-FILE
           END-IF
           .

       RELEASE-ONE-OPEN-RECEIPT.
           MOVE SPACES           TO SRT-KEY
           MOVE RNW-CURRENCY     TO SRT-CURRENCY
           MOVE RNW-VENDOR       TO SRT-VENDOR
           MOVE RNW-RECEIPT-DATE TO SRT-RCPT-DATE
           MOVE RNW-PARTNO       TO SRT-RPT-PARTNO
           MOVE RNW-PO-NUMBER    TO SRT-RPT-PO
           MOVE WS-RNW-REC       TO SRT-DATA
           RELEASE SORT-RECORD

           READ RNW-WORK-FILE INTO WS-RNW-REC
              AT END
                 MOVE 'Y' TO SW-RNW-EOF
           END-READ
           .

       REPORT-OPEN-RECEIPTS.
           MOVE 'N' TO SW-SORT-EOF
           MOVE 'Y' TO SW-FIRST-RECORD
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PRINT-ONE-OPEN-RECEIPT UNTIL SORT-AT-EOF
           IF NOT FIRST-RECORD
              PERFORM FLUSH-VENDOR-TOTAL
              PERFORM FLUSH-CURRENCY-TOTAL
           END-IF

           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           MOVE SPACES TO WS-RNI-TOTAL-LINE
           MOVE '*** TOTAL ACCRUED (HOUSE)' TO TL-LABEL
           MOVE WS-GRD-HOUSE-VALUE TO TL-VALUE
           WRITE RPT-OUT-DATA FROM WS-RNI-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       PRINT-ONE-OPEN-RECEIPT.
           MOVE SRT-DATA TO WS-RNW-REC
           IF FIRST-RECORD
              MOVE 'N' TO SW-FIRST-RECORD
              PERFORM START-CURRENCY
              PERFORM START-VENDOR
           ELSE
              IF RNW-CURRENCY NOT = WS-BREAK-CURRENCY
                 PERFORM FLUSH-VENDOR-TOTAL
                 PERFORM FLUSH-CURRENCY-TOTAL
                 PERFORM START-CURRENCY
                 PERFORM START-VENDOR
              ELSE
                 IF RNW-VENDOR NOT = WS-BREAK-VENDOR
                    PERFORM FLUSH-VENDOR-TOTAL
                    PERFORM START-VENDOR
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO WS-RNI-LINE
           MOVE RNW-CURRENCY     TO RL-CURRENCY
           MOVE RNW-VENDOR       TO RL-VENDOR
           MOVE RNW-PARTNO       TO RL-PARTNO
           MOVE RNW-PO-NUMBER    TO RL-PO-NUMBER
           MOVE RNW-RECEIPT-DATE TO RL-RECEIPT-DATE
           MOVE RNW-DAYS-OPEN    TO RL-DAYS-OPEN
           MOVE RNW-RECEIVED-QTY TO RL-RECEIVED-QTY
           MOVE RNW-OPEN-QTY     TO RL-OPEN-QTY
           MOVE RNW-UNIT-PRICE   TO RL-UNIT-PRICE
           IF RNW-AT-STANDARD
              MOVE 'STD' TO RL-PRICE-SOURCE
           END-IF
           MOVE RNW-VALUE        TO RL-VALUE
           IF RNW-DAYS-OPEN > FLAG-DAYS
              ADD 1 TO FLAGGED-COUNT
              MOVE 'CHECK LOST INV / PO KEY' TO RL-REMARK
           END-IF
           WRITE RPT-OUT-DATA FROM WS-RNI-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           EVALUATE TRUE
              WHEN RNW-DAYS-OPEN <= 30
                 MOVE 1 TO BUCKET-SUB
              WHEN RNW-DAYS-OPEN <= 60
                 MOVE 2 TO BUCKET-SUB
              WHEN RNW-DAYS-OPEN <= 90
                 MOVE 3 TO BUCKET-SUB
              WHEN OTHER
                 MOVE 4 TO BUCKET-SUB
           END-EVALUATE
           ADD RNW-VALUE TO WS-CUR-BUCKET(BUCKET-SUB)
           ADD RNW-VALUE TO WS-VND-VALUE WS-CUR-VALUE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       START-CURRENCY.
           MOVE RNW-CURRENCY TO WS-BREAK-CURRENCY
           MOVE 0 TO WS-CUR-VALUE
           MOVE 0 TO WS-CUR-BUCKET(1)
           MOVE 0 TO WS-CUR-BUCKET(2)
           MOVE 0 TO WS-CUR-BUCKET(3)
           MOVE 0 TO WS-CUR-BUCKET(4)
           .

       START-VENDOR.
           MOVE RNW-VENDOR TO WS-BREAK-VENDOR
           MOVE 0 TO WS-VND-VALUE
           .

       FLUSH-VENDOR-TOTAL.
           MOVE SPACES TO WS-RNI-TOTAL-LINE
           MOVE WS-BREAK-CURRENCY TO TL-CURRENCY
           MOVE WS-BREAK-VENDOR   TO TL-VENDOR
           MOVE '* VENDOR TOTAL'  TO TL-LABEL
           MOVE WS-VND-VALUE      TO TL-VALUE
           WRITE RPT-OUT-DATA FROM WS-RNI-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** the currency total prints with its aging, then converts
      *** to house at the CASFXRT rate and goes to CASGL. with no
      *** rate on file the foreign total still prints but nothing
      *** is posted -- finance loads the rate and reruns.
      ***
       FLUSH-CURRENCY-TOTAL.
           MOVE SPACES TO WS-RNI-TOTAL-LINE
           MOVE WS-BREAK-CURRENCY TO TL-CURRENCY
           MOVE '** CURRENCY TOTAL' TO TL-LABEL
           MOVE WS-CUR-VALUE      TO TL-VALUE
           WRITE RPT-OUT-DATA FROM WS-RNI-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE WS-BREAK-CURRENCY  TO AL-CURRENCY
           MOVE WS-CUR-BUCKET(1)   TO AL-BUCKET-1
           MOVE WS-CUR-BUCKET(2)   TO AL-BUCKET-2
           MOVE WS-CUR-BUCKET(3)   TO AL-BUCKET-3
           MOVE WS-CUR-BUCKET(4)   TO AL-BUCKET-4
           WRITE RPT-OUT-DATA FROM WS-RNI-AGING-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 0 TO WS-RATE
           IF WS-BREAK-CURRENCY = WS-HOUSE-CURRENCY
              MOVE 1 TO WS-RATE
           ELSE
              MOVE WS-BREAK-CURRENCY TO FX-LOOKUP-CURRENCY
              CALL 'FXREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-FX-DATA
              MOVE 0 TO RETURN-CODE
              IF FX-FOUND
                 MOVE FX-RATE-VALUE TO WS-RATE
              END-IF
           END-IF

           MOVE SPACES TO WS-RNI-HOUSE-LINE
           MOVE WS-BREAK-CURRENCY TO HL-CURRENCY
           MOVE WS-RATE           TO HL-RATE
           IF WS-RATE = 0
              MOVE 0 TO HL-HOUSE-VALUE
              MOVE 'NO RATE - NOT POSTED' TO HL-REMARK
              MOVE 'RNI003'          TO MSG-RNI-CUR-CODE
              MOVE WS-BREAK-CURRENCY TO MSG-RNI-CURRENCY
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-RNI-CUR-MSG
           ELSE
              COMPUTE WS-HOUSE-VALUE ROUNDED = WS-CUR-VALUE * WS-RATE
                 ON SIZE ERROR
                    MOVE 99999999999.99 TO WS-HOUSE-VALUE
              END-COMPUTE
              ADD WS-HOUSE-VALUE TO WS-GRD-HOUSE-VALUE
              MOVE WS-HOUSE-VALUE TO HL-HOUSE-VALUE
              PERFORM WRITE-ACCRUAL-ENTRY
           END-IF
           WRITE RPT-OUT-DATA FROM WS-RNI-HOUSE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       WRITE-ACCRUAL-ENTRY.
           IF WS-HOUSE-VALUE > 0
              MOVE SPACES TO GL-OUT-DATA
              MOVE WS-BREAK-CURRENCY TO GL-CATEGORY
              MOVE WS-HOUSE-VALUE    TO GL-AMOUNT
              MOVE 'RNICLR'          TO GL-ACCOUNT
              MOVE 'R'               TO GL-REVERSE-FLAG
              PERFORM WRITE-GL-ENTRY

              MOVE SPACES TO GL-OUT-DATA
              MOVE WS-BREAK-CURRENCY TO GL-CATEGORY
              COMPUTE GL-AMOUNT = 0 - WS-HOUSE-VALUE
              MOVE 'RNIACCR'         TO GL-ACCOUNT
              MOVE 'R'               TO GL-REVERSE-FLAG
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-GL-ENTRY.
           CALL 'RPTREC' USING
           BY CONTENT '6'
           BY REFERENCE GL-OUT-DATA
           IF RPT-WRITE-ERROR-FOUND
              MOVE 'Y' TO RNI-ERROR-FLAG
           ELSE
              ADD 1 TO GL-ENTRY-COUNT
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO RNI-ERROR-FLAG
              MOVE 'RNI010'         TO MSG-RNI-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-RNI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RNI-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'VENDREC' USING
           BY CONTENT '9'
           BY REFERENCE VND-IN-DATA

           CALL 'FXREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-FX-DATA

           CALL 'RPTREC' USING
           BY CONTENT '9'
           BY REFERENCE GL-OUT-DATA

           IF RNI-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE RECEIPT-COUNT  TO SUM-RCPT-COUNT
           MOVE INVOICE-COUNT  TO SUM-INV-COUNT
           MOVE OPEN-COUNT     TO SUM-OPEN-COUNT
           MOVE FLAGGED-COUNT  TO SUM-FLAG-COUNT
           MOVE GL-ENTRY-COUNT TO SUM-GL-COUNT
           DISPLAY WS-RNI-SUMMARY-LINE
           .
