       identification division.
       program-id. PPVRPT.
      ***
      *** PPVRPT - month-end purchase price variance. Every receipt
      *** STKPOST posted in the month is pulled off CASMHIST with
      *** what it actually cost per unit and set against the part's
      *** I-UNITPR standard, both extended by the quantity received.
      *** The variances are totalled by vendor and category and
      *** printed largest first, favorable and unfavorable, so
      *** purchasing sees which suppliers are drifting off standard.
      *** The same figures go to the CASGL interface RPTREC already
      *** feeds: each category's inventory is brought back to
      *** standard and the net variance is booked on its own to
      *** the PPV account, so the entries balance and the valuation
      *** account holds standard cost only.
      *** Receipts posted before history carried the cost are
      *** costed from their CASCLYR layer; a receipt with no cost
      *** on either, or a part with no standard, is not measured.
      *** Neither is a part in a CATMAST average-cost category:
      *** STKPOST has already repriced its I-UNITPR to the moving
      *** average taking in the receipt and journalled that as
      *** AVGCOST, so there is no standard to hold it against.
      *** A KITBUILD assembly or disassembly receipt carries a
      *** rolled or spread cost, not a price paid to a vendor, and
      *** is left out altogether.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT PPV-CTL-FILE ASSIGN TO PPVCTL
              FILE STATUS IS PPV-CTL-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT CLY-DATA-FILE ASSIGN TO CASCLYR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CLY-KEY
              FILE STATUS IS CLY-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASPPVRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  PPV-CTL-FILE.
       01 PPV-CTL-RECORD.
           copy PPVCTL.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  CLY-DATA-FILE.
       01 CLY-REC.
           05 FD-CLY-KEY        PIC X(25).
           05 FILLER            PIC X(55).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-ABS-VARIANCE  PIC 9(09)V99.
           05 SRT-VENDOR        PIC X(04).
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-RECEIPTS      PIC 9(07).
           05 SRT-QTY           PIC 9(07).
           05 SRT-ACTUAL        PIC 9(09)V99.
           05 SRT-STANDARD      PIC 9(09)V99.
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-CLY-REC.
       copy CLYDETL.
       01 WS-CAT-REC.
       copy CATMAST.
       01 CAT-LOOKUP-CODE     PIC X(03) EXTERNAL.
       01 CAT-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CAT-FOUND           VALUE 'Y'.
       01 CAT-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CAT-IO-ERROR-FOUND  VALUE 'Y'.
       01 CAT-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 PPV-CTL-STATUS      PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 CLY-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 PPV-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 PPV-ERROR-FOUND     VALUE 'Y'.
       01 WS-PPV-OPEN-MSG.
           05 MSG-PPV-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PPV-OPEN-STAT PIC X(02).
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
      *    THE VARIANCE ENTRIES: EACH INVENTORY LINE NAMES THE
      *    CATEGORY, NEGATIVE WHEN THE RECEIPTS COST MORE THAN
      *    STANDARD; THE OFFSETTING LINE HAS THE CATEGORY BLANK AND
      *    NAMES THE PPV ACCOUNT WHERE CCTRCHG PUTS ITS EXPENSE
      *    ACCOUNT, POSITIVE WHEN THE MONTH WAS UNFAVORABLE.
      *
       01 GL-OUT-FIELDS REDEFINES GL-OUT-DATA.
           05 GL-CATEGORY      PIC X(03).
           05 GL-AMOUNT        PIC S9(09)V9(02)
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GL-COST-CENTER   PIC X(06).
           05 GL-VARIANCE-ACCT PIC X(10).
           05 FILLER           PIC X(102).
       01 SW-CLY-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CLY-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-SLOT-FOUND       PIC X(01) VALUE 'N'.
           88 SLOT-FOUND          VALUE 'Y'.
       01 SW-RECEIPT-COSTED   PIC X(01) VALUE 'N'.
           88 RECEIPT-COSTED      VALUE 'Y'.
       01 SW-PART-AVERAGE-COST PIC X(01) VALUE 'N'.
           88 PART-AVERAGE-COST   VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 SELECT-PERIOD-PARTS REDEFINES SELECT-PERIOD.
           05 SELECT-YEAR      PIC 9(04).
           05 SELECT-MONTH     PIC 9(02).
       01 WS-REC-PERIOD       PIC 9(06).
       01 WS-UNIT-PRICE       PIC 9(05)V99.
       01 WS-UNIT-COST        PIC 9(05)V99.
       01 WS-VENDOR           PIC X(04).
       01 WS-ITEMCAT          PIC X(03).
       01 WS-ACTUAL-AMT       PIC 9(09)V99.
       01 WS-STANDARD-AMT     PIC 9(09)V99.
       01 WS-VARIANCE         PIC S9(09)V99.
      *
      *    ONE ENTRY PER VENDOR AND CATEGORY RECEIVED IN THE MONTH.
      *    THE LAST ENTRY IS HELD BACK FOR WHATEVER WILL NOT FIT
      *    AND PRINTS AS VENDOR MORE, CATEGORY ***.
      *
       01 GRP-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 GRP-ENTRY-LIMIT     PIC 9(03) VALUE 499.
       01 GRP-OVERFLOW-SLOT   PIC 9(03) VALUE 500.
       01 GRP-SUB             PIC 9(03).
       01 GRP-TABLE.
           05 GRP-ENTRY        OCCURS 500 TIMES.
              10 GT-VENDOR     PIC X(04).
              10 GT-ITEMCAT    PIC X(03).
              10 GT-RECEIPTS   PIC 9(07).
              10 GT-QTY        PIC 9(07).
              10 GT-ACTUAL     PIC 9(09)V99.
              10 GT-STANDARD   PIC 9(09)V99.
      *
      *    THE SAME RECEIPTS BY CATEGORY ALONE, FOR THE INVENTORY
      *    SIDE OF THE GL ENTRIES.
      *
       01 CAT-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 CAT-SUB             PIC 9(03).
       01 CAT-TABLE.
           05 CAT-ENTRY        OCCURS 100 TIMES.
              10 CT-CATEGORY   PIC X(03).
              10 CT-ACTUAL     PIC 9(09)V99.
              10 CT-STANDARD   PIC 9(09)V99.
       01 WS-FAV-ACTUAL       PIC 9(09)V99 VALUE 0.
       01 WS-FAV-STANDARD     PIC 9(09)V99 VALUE 0.
       01 WS-UNFAV-ACTUAL     PIC 9(09)V99 VALUE 0.
       01 WS-UNFAV-STANDARD   PIC 9(09)V99 VALUE 0.
       01 WS-GRD-ACTUAL       PIC 9(09)V99 VALUE 0.
       01 WS-GRD-STANDARD     PIC 9(09)V99 VALUE 0.
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 RECEIPT-COUNT       PIC 9(07) VALUE 0.
       01 NOT-MEASURED-COUNT  PIC 9(07) VALUE 0.
       01 GL-ENTRY-COUNT      PIC 9(05) VALUE 0.
       01 WS-PPV-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(31)
                  VALUE 'PURCHASE PRICE VARIANCE - MONTH'.
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(94)  VALUE SPACES.
       01 WS-PPV-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(04)  VALUE 'VEND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'RECEIPT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '    QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '     ACTUAL COST'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '   STANDARD COST'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(17)  VALUE '         VARIANCE'.
           05                  PIC X(50)  VALUE SPACES.
       01 WS-PPV-LINE.
           05                  PIC X      VALUE SPACES.
           05 PL-VENDOR        PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-RECEIPTS      PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-QTY           PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-ACTUAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-STANDARD      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-VARIANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-FAV-FLAG      PIC X(05).
           05                  PIC X(43)  VALUE SPACES.
       01 WS-PPV-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 TL-LABEL         PIC X(27).
           05                  PIC X(02)  VALUE SPACES.
           05 TL-ACTUAL        PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 TL-STANDARD      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 TL-VARIANCE      PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 TL-FAV-FLAG      PIC X(05).
           05                  PIC X(43)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-PPV-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'HISTORY READ: '.
           05 SUM-HIST-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'RECEIPTS: '.
           05 SUM-RCPT-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'NOT MEASURED: '.
           05 SUM-NOTM-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'GL ENTRIES: '.
           05 SUM-GL-COUNT    PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'NET PPV: '.
           05 SUM-NET-PPV     PIC -Z,ZZZ,ZZZ,ZZ9.99.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PPV001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON DESCENDING KEY SRT-ABS-VARIANCE
              ON ASCENDING KEY SRT-VENDOR SRT-ITEMCAT
              INPUT PROCEDURE IS RELEASE-VENDOR-VARIANCES
              OUTPUT PROCEDURE IS REPORT-VARIANCES

           PERFORM WRITE-GL-ENTRIES
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PPV999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT PPV-CTL-FILE
           IF PPV-CTL-STATUS = '00'
              READ PPV-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PPV-PERIOD IS NUMERIC
                       MOVE PPV-PERIOD TO SELECT-PERIOD
                    END-IF
              END-READ
              CLOSE PPV-CTL-FILE
           END-IF

      *    THE MONTH-END RUN REPORTS THE MONTH JUST CLOSED.
           IF SELECT-PERIOD = 0
              COMPUTE SELECT-PERIOD = TODAY-DATE / 100
              IF SELECT-MONTH = 1
                 SUBTRACT 1 FROM SELECT-YEAR
                 MOVE 12 TO SELECT-MONTH
              ELSE
                 SUBTRACT 1 FROM SELECT-MONTH
              END-IF
           END-IF

           MOVE 'MORE' TO GT-VENDOR(GRP-OVERFLOW-SLOT)
           MOVE '***'  TO GT-ITEMCAT(GRP-OVERFLOW-SLOT)
           MOVE 0      TO GT-RECEIPTS(GRP-OVERFLOW-SLOT)
           MOVE 0      TO GT-QTY(GRP-OVERFLOW-SLOT)
           MOVE 0      TO GT-ACTUAL(GRP-OVERFLOW-SLOT)
           MOVE 0      TO GT-STANDARD(GRP-OVERFLOW-SLOT)

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

      *    WITHOUT THE CATEGORY MASTER NO PART CAN BE TOLD APART AS
      *    AVERAGE-COST, AND EVERY PART IS MEASURED AT ITS I-UNITPR.
           CALL 'CATREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CAT-REC
           IF CAT-IO-ERROR-FOUND
              MOVE 'PPV003'            TO MSG-PPV-OPEN-CODE
              MOVE CAT-IO-ERROR-STATUS TO MSG-PPV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PPV-OPEN-MSG
           END-IF
           MOVE 0 TO RETURN-CODE

      *    WITHOUT THE LAYERS ONLY RECEIPTS WHOSE HISTORY CARRIES
      *    THE COST CAN BE MEASURED.
           OPEN INPUT CLY-DATA-FILE
           IF CLY-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CLY-FILE-OPEN
           ELSE
              MOVE 'PPV002'         TO MSG-PPV-OPEN-CODE
              MOVE CLY-FILE-STATUS  TO MSG-PPV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PPV-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PPV-ERROR-FLAG
              MOVE 'PPV009'         TO MSG-PPV-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-PPV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PPV-OPEN-MSG
           END-IF
           MOVE SELECT-PERIOD TO TTL-PERIOD
           WRITE RPT-OUT-DATA FROM WS-PPV-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-PPV-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'N' TO RPT-RESTART-FLAG
           CALL 'RPTREC' USING
           BY CONTENT '1'
           BY REFERENCE GL-OUT-DATA
           .

      ***
      *** the receipts are totalled by vendor and category in
      *** storage as the history is read; only the totals go to
      *** the sort, ranked by the size of their variance.
      ***
       RELEASE-VENDOR-VARIANCES.
           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM MEASURE-ONE-RECEIPT UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           ELSE
              MOVE 'Y'              TO PPV-ERROR-FLAG
              MOVE 'PPV011'         TO MSG-PPV-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-PPV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PPV-OPEN-MSG
           END-IF

           PERFORM RELEASE-GROUP-TOTAL
              VARYING GRP-SUB FROM 1 BY 1
              UNTIL GRP-SUB > GRP-ENTRY-COUNT
           IF GT-RECEIPTS(GRP-OVERFLOW-SLOT) > 0
              MOVE GRP-OVERFLOW-SLOT TO GRP-SUB
              PERFORM RELEASE-GROUP-TOTAL
           END-IF
           .

       MEASURE-ONE-RECEIPT.
           ADD 1 TO HIST-READ-COUNT
           IF MH-IS-RECEIPT AND MH-QTY IS NUMERIC
              AND MH-DATE IS NUMERIC AND NOT MH-FROM-KIT-BUILD
              COMPUTE WS-REC-PERIOD = MH-DATE / 100
              IF WS-REC-PERIOD = SELECT-PERIOD
                 PERFORM TAG-WITH-PART-DATA
                 PERFORM FIND-RECEIPT-COST
                 IF RECEIPT-COSTED AND WS-UNIT-PRICE > 0
                    AND NOT PART-AVERAGE-COST
                    ADD 1 TO RECEIPT-COUNT
                    COMPUTE WS-ACTUAL-AMT = MH-QTY * WS-UNIT-COST
                    COMPUTE WS-STANDARD-AMT = MH-QTY * WS-UNIT-PRICE
                    ADD WS-ACTUAL-AMT   TO WS-GRD-ACTUAL
                    ADD WS-STANDARD-AMT TO WS-GRD-STANDARD
                    PERFORM ADD-TO-GROUP-TOTAL
                    PERFORM ADD-TO-CATEGORY-TOTAL
                 ELSE
                    ADD 1 TO NOT-MEASURED-COUNT
                 END-IF
              END-IF
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       TAG-WITH-PART-DATA.
           MOVE SPACES TO WS-VENDOR
           MOVE 'ZZZ'  TO WS-ITEMCAT
           MOVE 0      TO WS-UNIT-PRICE
           MOVE 'N'    TO SW-PART-AVERAGE-COST
           MOVE MH-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE I-VENDOR-CODE TO WS-VENDOR
              MOVE I-ITEMCAT     TO WS-ITEMCAT
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-UNIT-PRICE
              END-IF
              MOVE I-ITEMCAT TO CAT-LOOKUP-CODE
              CALL 'CATREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-CAT-REC
              MOVE 0 TO RETURN-CODE
              IF CAT-FOUND AND CAT-AVERAGE-COST
                 MOVE 'Y' TO SW-PART-AVERAGE-COST
              END-IF
           END-IF
           .

      ***
      *** the cost the receipt carried on its history record; a
      *** receipt that carried none was layered at standard and
      *** has no variance to measure. history written before the
      *** cost was kept reads as spaces, and the receipt's own
      *** CASCLYR layer is asked instead -- if it has been used
      *** up and deleted, the receipt is not measured.
      ***
       FIND-RECEIPT-COST.
           MOVE 'N' TO SW-RECEIPT-COSTED
           MOVE 0   TO WS-UNIT-COST
           IF MH-UNIT-COST IS NUMERIC
              IF MH-UNIT-COST > 0
                 MOVE MH-UNIT-COST TO WS-UNIT-COST
                 MOVE 'Y' TO SW-RECEIPT-COSTED
              END-IF
           ELSE
              IF CLY-FILE-IS-OPEN
                 MOVE MH-PARTNO     TO CLY-PARTNO
                 MOVE MH-DATE       TO CLY-RECEIPT-DATE
                 MOVE MH-DOC-NUMBER TO CLY-DOC-NUMBER
                 MOVE CLY-KEY       TO FD-CLY-KEY
                 READ CLY-DATA-FILE INTO WS-CLY-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF CLY-UNIT-COST IS NUMERIC
                          AND CLY-UNIT-COST > 0
                          MOVE CLY-UNIT-COST TO WS-UNIT-COST
                          MOVE 'Y' TO SW-RECEIPT-COSTED
                       END-IF
                 END-READ
              END-IF
           END-IF
           .

       ADD-TO-GROUP-TOTAL.
           MOVE 'N' TO SW-SLOT-FOUND
           PERFORM MATCH-GROUP-ENTRY
              VARYING GRP-SUB FROM 1 BY 1
              UNTIL GRP-SUB > GRP-ENTRY-COUNT OR SLOT-FOUND
           IF SLOT-FOUND
              SUBTRACT 1 FROM GRP-SUB
           ELSE
              IF GRP-ENTRY-COUNT < GRP-ENTRY-LIMIT
                 ADD 1 TO GRP-ENTRY-COUNT
                 MOVE GRP-ENTRY-COUNT TO GRP-SUB
                 MOVE WS-VENDOR  TO GT-VENDOR(GRP-SUB)
                 MOVE WS-ITEMCAT TO GT-ITEMCAT(GRP-SUB)
                 MOVE 0 TO GT-RECEIPTS(GRP-SUB)
                 MOVE 0 TO GT-QTY(GRP-SUB)
                 MOVE 0 TO GT-ACTUAL(GRP-SUB)
                 MOVE 0 TO GT-STANDARD(GRP-SUB)
              ELSE
                 MOVE GRP-OVERFLOW-SLOT TO GRP-SUB
              END-IF
           END-IF
           ADD 1               TO GT-RECEIPTS(GRP-SUB)
           ADD MH-QTY          TO GT-QTY(GRP-SUB)
           ADD WS-ACTUAL-AMT   TO GT-ACTUAL(GRP-SUB)
           ADD WS-STANDARD-AMT TO GT-STANDARD(GRP-SUB)
           .

       MATCH-GROUP-ENTRY.
           IF GT-VENDOR(GRP-SUB) = WS-VENDOR
              AND GT-ITEMCAT(GRP-SUB) = WS-ITEMCAT
              MOVE 'Y' TO SW-SLOT-FOUND
           END-IF
           .

       ADD-TO-CATEGORY-TOTAL.
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
                 MOVE 0 TO CT-ACTUAL(CAT-SUB)
                 MOVE 0 TO CT-STANDARD(CAT-SUB)
              ELSE
                 MOVE 100 TO CAT-SUB
              END-IF
           END-IF
           ADD WS-ACTUAL-AMT   TO CT-ACTUAL(CAT-SUB)
           ADD WS-STANDARD-AMT TO CT-STANDARD(CAT-SUB)
           .

       MATCH-CATEGORY-ENTRY.
           IF CT-CATEGORY(CAT-SUB) = WS-ITEMCAT
              MOVE 'Y' TO SW-SLOT-FOUND
           END-IF
           .

       RELEASE-GROUP-TOTAL.
           MOVE GT-VENDOR(GRP-SUB)   TO SRT-VENDOR
           MOVE GT-ITEMCAT(GRP-SUB)  TO SRT-ITEMCAT
           MOVE GT-RECEIPTS(GRP-SUB) TO SRT-RECEIPTS
           MOVE GT-QTY(GRP-SUB)      TO SRT-QTY
           MOVE GT-ACTUAL(GRP-SUB)   TO SRT-ACTUAL
           MOVE GT-STANDARD(GRP-SUB) TO SRT-STANDARD
           IF SRT-ACTUAL > SRT-STANDARD
              COMPUTE SRT-ABS-VARIANCE = SRT-ACTUAL - SRT-STANDARD
           ELSE
              COMPUTE SRT-ABS-VARIANCE = SRT-STANDARD - SRT-ACTUAL
           END-IF
           RELEASE SORT-RECORD
           .

       REPORT-VARIANCES.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PRINT-ONE-VARIANCE UNTIL SORT-AT-EOF
           PERFORM WRITE-VARIANCE-TOTALS
           .

       PRINT-ONE-VARIANCE.
           MOVE SPACES TO WS-PPV-LINE
           MOVE SRT-VENDOR     TO PL-VENDOR
           MOVE SRT-ITEMCAT    TO PL-ITEMCAT
           MOVE SRT-RECEIPTS   TO PL-RECEIPTS
           MOVE SRT-QTY        TO PL-QTY
           MOVE SRT-ACTUAL     TO PL-ACTUAL
           MOVE SRT-STANDARD   TO PL-STANDARD
           COMPUTE WS-VARIANCE = SRT-ACTUAL - SRT-STANDARD
           MOVE WS-VARIANCE    TO PL-VARIANCE
           IF WS-VARIANCE > 0
              MOVE 'UNFAV' TO PL-FAV-FLAG
              ADD SRT-ACTUAL   TO WS-UNFAV-ACTUAL
              ADD SRT-STANDARD TO WS-UNFAV-STANDARD
           END-IF
           IF WS-VARIANCE < 0
              MOVE 'FAV'   TO PL-FAV-FLAG
              ADD SRT-ACTUAL   TO WS-FAV-ACTUAL
              ADD SRT-STANDARD TO WS-FAV-STANDARD
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PPV-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       WRITE-VARIANCE-TOTALS.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE SPACES TO WS-PPV-TOTAL-LINE
           MOVE '* FAVORABLE TOTAL'   TO TL-LABEL
           MOVE WS-FAV-ACTUAL         TO TL-ACTUAL
           MOVE WS-FAV-STANDARD       TO TL-STANDARD
           COMPUTE TL-VARIANCE = WS-FAV-ACTUAL - WS-FAV-STANDARD
           MOVE 'FAV'                 TO TL-FAV-FLAG
           WRITE RPT-OUT-DATA FROM WS-PPV-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE SPACES TO WS-PPV-TOTAL-LINE
           MOVE '* UNFAVORABLE TOTAL' TO TL-LABEL
           MOVE WS-UNFAV-ACTUAL       TO TL-ACTUAL
           MOVE WS-UNFAV-STANDARD     TO TL-STANDARD
           COMPUTE TL-VARIANCE = WS-UNFAV-ACTUAL - WS-UNFAV-STANDARD
           MOVE 'UNFAV'               TO TL-FAV-FLAG
           WRITE RPT-OUT-DATA FROM WS-PPV-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE SPACES TO WS-PPV-TOTAL-LINE
           MOVE '** NET VARIANCE'     TO TL-LABEL
           MOVE WS-GRD-ACTUAL         TO TL-ACTUAL
           MOVE WS-GRD-STANDARD       TO TL-STANDARD
           COMPUTE WS-VARIANCE = WS-GRD-ACTUAL - WS-GRD-STANDARD
           MOVE WS-VARIANCE           TO TL-VARIANCE
           IF WS-VARIANCE > 0
              MOVE 'UNFAV' TO TL-FAV-FLAG
           END-IF
           IF WS-VARIANCE < 0
              MOVE 'FAV'   TO TL-FAV-FLAG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PPV-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** inventory is brought back to standard category by
      *** category, and the net difference lands on the PPV
      *** account, so the lines written always sum to zero.
      ***
       WRITE-GL-ENTRIES.
           PERFORM WRITE-CATEGORY-GL-ENTRY
              VARYING CAT-SUB FROM 1 BY 1
              UNTIL CAT-SUB > CAT-ENTRY-COUNT
           IF WS-GRD-ACTUAL NOT = WS-GRD-STANDARD
              MOVE SPACES TO GL-OUT-DATA
              COMPUTE GL-AMOUNT = WS-GRD-ACTUAL - WS-GRD-STANDARD
              MOVE 'PPV'  TO GL-VARIANCE-ACCT
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-CATEGORY-GL-ENTRY.
           IF CT-ACTUAL(CAT-SUB) NOT = CT-STANDARD(CAT-SUB)
              MOVE SPACES TO GL-OUT-DATA
              MOVE CT-CATEGORY(CAT-SUB) TO GL-CATEGORY
              COMPUTE GL-AMOUNT =
                 CT-STANDARD(CAT-SUB) - CT-ACTUAL(CAT-SUB)
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-GL-ENTRY.
           CALL 'RPTREC' USING
           BY CONTENT '6'
           BY REFERENCE GL-OUT-DATA
           IF RPT-WRITE-ERROR-FOUND
              MOVE 'Y' TO PPV-ERROR-FLAG
           ELSE
              ADD 1 TO GL-ENTRY-COUNT
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PPV-ERROR-FLAG
              MOVE 'PPV010'         TO MSG-PPV-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-PPV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PPV-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           IF CLY-FILE-IS-OPEN
              CLOSE CLY-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'CATREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CAT-REC

           CALL 'RPTREC' USING
           BY CONTENT '9'
           BY REFERENCE GL-OUT-DATA

           IF PPV-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE HIST-READ-COUNT    TO SUM-HIST-COUNT
           MOVE RECEIPT-COUNT      TO SUM-RCPT-COUNT
           MOVE NOT-MEASURED-COUNT TO SUM-NOTM-COUNT
           MOVE GL-ENTRY-COUNT     TO SUM-GL-COUNT
           COMPUTE SUM-NET-PPV = WS-GRD-ACTUAL - WS-GRD-STANDARD
           DISPLAY WS-PPV-SUMMARY-LINE
           .
