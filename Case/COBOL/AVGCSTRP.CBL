       identification division.
       program-id. AVGCSTRP.
      ***
      *** AVGCSTRP - month-end moving-average cost report. For the
      *** categories CATMAST marks for average costing, STKPOST
      *** reprices I-UNITPR on every receipt, so no standard stands
      *** still long enough to review. This run shows each such
      *** part's month: the average it opened at, the receipts
      *** that moved it (quantity and what they cost), the average
      *** it closed at, and how many times it was repriced.
      *** The opening and closing figures come off the CASPRCHS
      *** price history -- the first price the month changed from
      *** and the last it changed to. A part the month never
      *** repriced opened and closed at the price the first later
      *** change started from, or at today's I-UNITPR when there
      *** has been none since.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT AVG-CTL-FILE ASSIGN TO AVGCTL
              FILE STATUS IS AVG-CTL-STATUS.
           SELECT PRC-DATA-FILE ASSIGN TO CASPRCHS
              FILE STATUS IS PRC-FILE-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASAVGRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  AVG-CTL-FILE.
       01 AVG-CTL-RECORD.
           copy AVGCTL.
       FD  PRC-DATA-FILE.
       01 PRC-RECORD.
           copy PRCHIST.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    ONE SORT STREAM PER PART: THE MASTER ENTRY ('1'), ITS
      *    PRICE CHANGES IN THE ORDER THEY WERE MADE ('2'), THEN THE
      *    MONTH'S RECEIPTS ('3').
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-KIND          PIC X(01).
           05 SRT-DATE          PIC 9(08).
           05 SRT-SEQ           PIC 9(07).
           05 SRT-DESCR         PIC X(30).
           05 SRT-OLD-PRICE     PIC 9(05)V99.
           05 SRT-NEW-PRICE     PIC 9(05)V99.
           05 SRT-QTY           PIC 9(05).
           05 SRT-VALUE         PIC 9(09)V99.
           05 SRT-COSTED        PIC X(01).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-CAT-REC.
       copy CATMAST.
       01 AVG-CTL-STATUS      PIC X(02).
       01 PRC-FILE-STATUS     PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 AVG-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 AVG-ERROR-FOUND     VALUE 'Y'.
       01 WS-AVG-OPEN-MSG.
           05 MSG-AVG-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-AVG-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 CAT-LOOKUP-CODE     PIC X(03) EXTERNAL.
       01 CAT-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CAT-FOUND           VALUE 'Y'.
       01 CAT-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CAT-IO-ERROR-FOUND  VALUE 'Y'.
       01 CAT-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 SW-PRC-EOF          PIC X(01) VALUE 'N'.
           88 PRC-AT-EOF          VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-FIRST-RECORD     PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD        VALUE 'Y'.
       01 SW-LAST-CAT-AVERAGE PIC X(01) VALUE 'N'.
           88 LAST-CAT-AVERAGE    VALUE 'Y'.
       01 WS-LAST-CATEGORY    PIC X(03) VALUE HIGH-VALUES.
       01 TODAY-DATE          PIC 9(08).
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 SELECT-PERIOD-PARTS REDEFINES SELECT-PERIOD.
           05 SELECT-YEAR      PIC 9(04).
           05 SELECT-MONTH     PIC 9(02).
       01 PERIOD-START-DATE   PIC 9(08).
       01 WS-REC-PERIOD       PIC 9(06).
       01 WS-RELEASE-SEQ      PIC 9(07) VALUE 0.
       01 WS-RECEIVED-QTY     PIC 9(05).
      *
      *    THE PART BEING GATHERED OFF THE SORT.
      *
       01 WS-CUR-PARTNO       PIC X(09).
       01 SW-CUR-AVERAGE      PIC X(01).
           88 CUR-IS-AVERAGE      VALUE 'Y'.
       01 SW-MONTH-REPRICED   PIC X(01).
           88 MONTH-REPRICED      VALUE 'Y'.
       01 SW-LATER-SEEN       PIC X(01).
           88 LATER-SEEN          VALUE 'Y'.
       01 WS-CUR-DESCR        PIC X(30).
       01 WS-CUR-PRICE        PIC 9(05)V99.
       01 WS-OPEN-PRICE       PIC 9(05)V99.
       01 WS-CLOSE-PRICE      PIC 9(05)V99.
       01 WS-LATER-OLD-PRICE  PIC 9(05)V99.
       01 WS-REPRICE-COUNT    PIC 9(04).
       01 WS-RCPT-COUNT       PIC 9(04).
       01 WS-RCPT-QTY         PIC 9(07).
       01 WS-RCPT-VALUE       PIC 9(09)V99.
       01 WS-UNCOSTED-COUNT   PIC 9(04).
       01 WS-GRD-RCPT-QTY     PIC 9(09) VALUE 0.
       01 WS-GRD-RCPT-VALUE   PIC 9(11)V99 VALUE 0.
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 AVERAGE-PART-COUNT  PIC 9(07) VALUE 0.
       01 PRICE-READ-COUNT    PIC 9(07) VALUE 0.
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 WS-AVG-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(31)
                  VALUE 'AVERAGE COST MOVEMENT - MONTH'.
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(94)  VALUE SPACES.
       01 WS-AVG-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE ' OPEN AVG'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'RCPT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'RCV QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '   RECEIPT VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'CLOSE AVG'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE '    CHANGE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'RPRC'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE 'REMARK'.
       01 WS-AVG-LINE.
           05                  PIC X      VALUE SPACES.
           05 AL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 AL-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 AL-OPEN-PRICE    PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-RCPT-COUNT    PIC ZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-RCPT-QTY      PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-RCPT-VALUE    PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-CLOSE-PRICE   PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-CHANGE        PIC -ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-REPRICES      PIC ZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 AL-REMARK        PIC X(16).
       01 WS-AVG-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(20)  VALUE 'AVERAGE-COST PARTS: '.
           05 TL-PART-COUNT    PIC ZZZZZZ9.
           05                  PIC X(27)  VALUE SPACES.
           05 TL-RCPT-QTY      PIC ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 TL-RCPT-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(48)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-AVG-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'PARTS READ: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'AVERAGE-COST:  '.
           05 SUM-AVG-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'PRICES READ:   '.
           05 SUM-PRC-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'HISTORY READ: '.
           05 SUM-HIST-COUNT  PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'AVG001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-PARTNO SRT-KIND SRT-SEQ
              INPUT PROCEDURE IS RELEASE-AVERAGE-EVENTS
              OUTPUT PROCEDURE IS REPORT-AVERAGE-PARTS

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'AVG999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT AVG-CTL-FILE
           IF AVG-CTL-STATUS = '00'
              READ AVG-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF AVG-PERIOD IS NUMERIC
                       MOVE AVG-PERIOD TO SELECT-PERIOD
                    END-IF
              END-READ
              CLOSE AVG-CTL-FILE
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
           COMPUTE PERIOD-START-DATE = SELECT-PERIOD * 100 + 1

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'CATREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CAT-REC
           IF CAT-IO-ERROR-FOUND
              MOVE 'Y'              TO AVG-ERROR-FLAG
              MOVE 'AVG012'         TO MSG-AVG-OPEN-CODE
              MOVE CAT-IO-ERROR-STATUS TO MSG-AVG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AVG-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO AVG-ERROR-FLAG
              MOVE 'AVG009'         TO MSG-AVG-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-AVG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AVG-OPEN-MSG
           END-IF
           MOVE SELECT-PERIOD TO TTL-PERIOD
           WRITE RPT-OUT-DATA FROM WS-AVG-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-AVG-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** the input side -- every average-cost part off the
      *** master, every price change from the month on, and every
      *** receipt the month put on hand.
      ***
       RELEASE-AVERAGE-EVENTS.
           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           PERFORM RELEASE-ONE-PART UNTIL RETURN-CODE = 4
           MOVE 0 TO RETURN-CODE

           OPEN INPUT PRC-DATA-FILE
           IF PRC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO AVG-ERROR-FLAG
              MOVE 'AVG011'         TO MSG-AVG-OPEN-CODE
              MOVE PRC-FILE-STATUS  TO MSG-AVG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AVG-OPEN-MSG
           ELSE
              MOVE 'N' TO SW-PRC-EOF
              READ PRC-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-PRC-EOF
              END-READ
              PERFORM RELEASE-ONE-PRICE-CHANGE UNTIL PRC-AT-EOF
              CLOSE PRC-DATA-FILE
           END-IF

           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO AVG-ERROR-FLAG
              MOVE 'AVG013'         TO MSG-AVG-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-AVG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AVG-OPEN-MSG
           ELSE
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM RELEASE-ONE-RECEIPT UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           END-IF
           .

       RELEASE-ONE-PART.
           ADD 1 TO PART-COUNT
      *    THE MASTER IS IN PART ORDER, SO CATEGORIES REPEAT OFTEN
      *    ENOUGH TO KEEP THE LAST ONE LOOKED UP.
           IF I-ITEMCAT NOT = WS-LAST-CATEGORY
              MOVE I-ITEMCAT TO WS-LAST-CATEGORY
              MOVE 'N'       TO SW-LAST-CAT-AVERAGE
              MOVE I-ITEMCAT TO CAT-LOOKUP-CODE
              CALL 'CATREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-CAT-REC
              MOVE 0 TO RETURN-CODE
              IF CAT-FOUND AND CAT-AVERAGE-COST
                 MOVE 'Y' TO SW-LAST-CAT-AVERAGE
              END-IF
           END-IF
           IF LAST-CAT-AVERAGE
              ADD 1 TO AVERAGE-PART-COUNT
              MOVE SPACES    TO SORT-RECORD
              MOVE I-PARTNO  TO SRT-PARTNO
              MOVE '1'       TO SRT-KIND
              MOVE 0         TO SRT-DATE
              MOVE 0         TO SRT-SEQ
              MOVE I-DESCR   TO SRT-DESCR
              MOVE 0         TO SRT-OLD-PRICE
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO SRT-NEW-PRICE
              ELSE
                 MOVE 0 TO SRT-NEW-PRICE
              END-IF
              MOVE 0         TO SRT-QTY
              MOVE 0         TO SRT-VALUE
              RELEASE SORT-RECORD
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

      *    THE HISTORY IS WRITTEN IN THE ORDER THE CHANGES WERE
      *    MADE; THE RELEASE SEQUENCE KEEPS THEM IN THAT ORDER
      *    WITHIN THE PART.
       RELEASE-ONE-PRICE-CHANGE.
           ADD 1 TO PRICE-READ-COUNT
           IF PRC-CHANGE-DATE IS NUMERIC
              AND PRC-CHANGE-DATE >= PERIOD-START-DATE
              AND PRC-OLD-PRICE IS NUMERIC
              AND PRC-NEW-PRICE IS NUMERIC
              ADD 1 TO WS-RELEASE-SEQ
              MOVE SPACES          TO SORT-RECORD
              MOVE PRC-PARTNO      TO SRT-PARTNO
              MOVE '2'             TO SRT-KIND
              MOVE PRC-CHANGE-DATE TO SRT-DATE
              MOVE WS-RELEASE-SEQ  TO SRT-SEQ
              MOVE PRC-OLD-PRICE   TO SRT-OLD-PRICE
              MOVE PRC-NEW-PRICE   TO SRT-NEW-PRICE
              MOVE 0               TO SRT-QTY
              MOVE 0               TO SRT-VALUE
              RELEASE SORT-RECORD
           END-IF

           READ PRC-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-PRC-EOF
           END-READ
           .

      *    A RECEIPT HELD TO QUARANTINE NEVER REACHED ON-HAND, SO
      *    IT NEVER MOVED THE AVERAGE EITHER.
       RELEASE-ONE-RECEIPT.
           ADD 1 TO HIST-READ-COUNT
           IF MH-IS-RECEIPT AND MH-QTY IS NUMERIC
              AND MH-DATE IS NUMERIC
              COMPUTE WS-REC-PERIOD = MH-DATE / 100
              IF WS-REC-PERIOD = SELECT-PERIOD
                 MOVE MH-QTY TO WS-RECEIVED-QTY
                 IF MH-HELD-QTY IS NUMERIC
                    AND MH-HELD-QTY <= WS-RECEIVED-QTY
                    SUBTRACT MH-HELD-QTY FROM WS-RECEIVED-QTY
                 END-IF
                 IF WS-RECEIVED-QTY > 0
                    ADD 1 TO WS-RELEASE-SEQ
                    MOVE SPACES          TO SORT-RECORD
                    MOVE MH-PARTNO       TO SRT-PARTNO
                    MOVE '3'             TO SRT-KIND
                    MOVE MH-DATE         TO SRT-DATE
                    MOVE WS-RELEASE-SEQ  TO SRT-SEQ
                    MOVE 0               TO SRT-OLD-PRICE
                    MOVE 0               TO SRT-NEW-PRICE
                    MOVE WS-RECEIVED-QTY TO SRT-QTY
                    IF MH-UNIT-COST IS NUMERIC AND MH-UNIT-COST > 0
                       COMPUTE SRT-VALUE =
                          WS-RECEIVED-QTY * MH-UNIT-COST
                       MOVE 'Y' TO SRT-COSTED
                    ELSE
                       MOVE 0   TO SRT-VALUE
                       MOVE 'N' TO SRT-COSTED
                    END-IF
                    RELEASE SORT-RECORD
                 END-IF
              END-IF
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

      ***
      *** the output side -- one line per average-cost part. price
      *** changes and receipts for parts not on average cost came
      *** along in the sort and are passed over here.
      ***
       REPORT-AVERAGE-PARTS.
           MOVE 'N' TO SW-SORT-EOF
           MOVE 'Y' TO SW-FIRST-RECORD
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM TAKE-ONE-EVENT UNTIL SORT-AT-EOF
           IF NOT FIRST-RECORD
              PERFORM FLUSH-PART
           END-IF

           MOVE AVERAGE-PART-COUNT TO TL-PART-COUNT
           MOVE WS-GRD-RCPT-QTY    TO TL-RCPT-QTY
           MOVE WS-GRD-RCPT-VALUE  TO TL-RCPT-VALUE
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-AVG-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       TAKE-ONE-EVENT.
           IF FIRST-RECORD
              MOVE 'N' TO SW-FIRST-RECORD
              PERFORM START-PART
           ELSE
              IF SRT-PARTNO NOT = WS-CUR-PARTNO
                 PERFORM FLUSH-PART
                 PERFORM START-PART
              END-IF
           END-IF

           EVALUATE SRT-KIND
              WHEN '1'
                 MOVE 'Y'           TO SW-CUR-AVERAGE
                 MOVE SRT-DESCR     TO WS-CUR-DESCR
                 MOVE SRT-NEW-PRICE TO WS-CUR-PRICE
              WHEN '2'
                 PERFORM TAKE-PRICE-CHANGE
              WHEN '3'
                 ADD 1         TO WS-RCPT-COUNT
                 ADD SRT-QTY   TO WS-RCPT-QTY
                 ADD SRT-VALUE TO WS-RCPT-VALUE
                 IF SRT-COSTED NOT = 'Y'
                    ADD 1 TO WS-UNCOSTED-COUNT
                 END-IF
           END-EVALUATE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       TAKE-PRICE-CHANGE.
           COMPUTE WS-REC-PERIOD = SRT-DATE / 100
           IF WS-REC-PERIOD = SELECT-PERIOD
              IF NOT MONTH-REPRICED
                 MOVE 'Y'           TO SW-MONTH-REPRICED
                 MOVE SRT-OLD-PRICE TO WS-OPEN-PRICE
              END-IF
              MOVE SRT-NEW-PRICE TO WS-CLOSE-PRICE
              ADD 1 TO WS-REPRICE-COUNT
           ELSE
              IF NOT LATER-SEEN
                 MOVE 'Y'           TO SW-LATER-SEEN
                 MOVE SRT-OLD-PRICE TO WS-LATER-OLD-PRICE
              END-IF
           END-IF
           .

       START-PART.
           MOVE SRT-PARTNO TO WS-CUR-PARTNO
           MOVE 'N'        TO SW-CUR-AVERAGE
           MOVE 'N'        TO SW-MONTH-REPRICED
           MOVE 'N'        TO SW-LATER-SEEN
           MOVE SPACES     TO WS-CUR-DESCR
           MOVE 0          TO WS-CUR-PRICE
           MOVE 0          TO WS-OPEN-PRICE
           MOVE 0          TO WS-CLOSE-PRICE
           MOVE 0          TO WS-LATER-OLD-PRICE
           MOVE 0          TO WS-REPRICE-COUNT
           MOVE 0          TO WS-RCPT-COUNT
           MOVE 0          TO WS-RCPT-QTY
           MOVE 0          TO WS-RCPT-VALUE
           MOVE 0          TO WS-UNCOSTED-COUNT
           .

       FLUSH-PART.
           IF CUR-IS-AVERAGE
              IF NOT MONTH-REPRICED
                 IF LATER-SEEN
                    MOVE WS-LATER-OLD-PRICE TO WS-OPEN-PRICE
                 ELSE
                    MOVE WS-CUR-PRICE       TO WS-OPEN-PRICE
                 END-IF
                 MOVE WS-OPEN-PRICE TO WS-CLOSE-PRICE
              END-IF

              MOVE SPACES           TO WS-AVG-LINE
              MOVE WS-CUR-PARTNO    TO AL-PARTNO
              MOVE WS-CUR-DESCR     TO AL-DESCR
              MOVE WS-OPEN-PRICE    TO AL-OPEN-PRICE
              MOVE WS-RCPT-COUNT    TO AL-RCPT-COUNT
              MOVE WS-RCPT-QTY      TO AL-RCPT-QTY
              MOVE WS-RCPT-VALUE    TO AL-RCPT-VALUE
              MOVE WS-CLOSE-PRICE   TO AL-CLOSE-PRICE
              COMPUTE AL-CHANGE = WS-CLOSE-PRICE - WS-OPEN-PRICE
              MOVE WS-REPRICE-COUNT TO AL-REPRICES
              EVALUATE TRUE
                 WHEN WS-RCPT-COUNT = 0
                    MOVE 'NO RECEIPTS'    TO AL-REMARK
                 WHEN WS-UNCOSTED-COUNT > 0
                    MOVE 'UNCOSTED RCPTS' TO AL-REMARK
                 WHEN OTHER
                    MOVE SPACES           TO AL-REMARK
              END-EVALUATE
              WRITE RPT-OUT-DATA FROM WS-AVG-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              ADD WS-RCPT-QTY   TO WS-GRD-RCPT-QTY
              ADD WS-RCPT-VALUE TO WS-GRD-RCPT-VALUE
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO AVG-ERROR-FLAG
              MOVE 'AVG010'         TO MSG-AVG-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-AVG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AVG-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'CATREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CAT-REC

           IF AVG-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT         TO SUM-PART-COUNT
           MOVE AVERAGE-PART-COUNT TO SUM-AVG-COUNT
           MOVE PRICE-READ-COUNT   TO SUM-PRC-COUNT
           MOVE HIST-READ-COUNT    TO SUM-HIST-COUNT
           DISPLAY WS-AVG-SUMMARY-LINE
           .
