      *** lines -- and the backorders parked by earlier runs --
      *** against CASEIN availability (I-QOH less open CASALOC
      *** reservations), oldest demand first within each part.
      *** Fillable lines are reserved -- a CASALOC reserve
      *** transaction for the STKALLOC flow, carrying the customer
      *** and order date -- and PICKTKT prints the bin-sequenced
      *** pick tickets from the same file; nothing leaves I-QOH
      *** until SHIPCONF turns the confirmed shipped quantity into
      *** the STKPOST issue. Unfillable lines are parked on the
      *** backorder carry-forward for BKOAGING.
      *** Every line is first checked against the CASCUST customer
      *** master: a customer not on file is rejected outright, and
      *** the lines of a customer credit has put on hold are
      *** parked on the CASCHLD held-orders carry-forward --
      *** neither issued nor backordered -- and re-offered each
      *** run until credit lifts the hold.
      *** A line keyed with no document number is numbered off the
      *** CASDOCN document authority through DOCNREC: one CO order
      *** number for each run of consecutive lines for the same
      *** customer and order date, so the lines of one order stay
      *** together under one number.
      ***
       environment division.
       input-output section.
              FILE STATUS IS BKO-IN-STATUS.
           SELECT BKO-OUT-FILE ASSIGN TO CASBORDO
              FILE STATUS IS BKO-OUT-STATUS.
           SELECT HLD-IN-FILE ASSIGN TO CASCHLDI
              FILE STATUS IS HLD-IN-STATUS.
           SELECT HLD-OUT-FILE ASSIGN TO CASCHLDO
              FILE STATUS IS HLD-OUT-STATUS.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CUS-CUSTOMER
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT ALT-OUT-FILE ASSIGN TO CASCALTX
              FILE STATUS IS ALT-OUT-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASCORDR
              FILE STATUS IS REG-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       FD  BKO-OUT-FILE.
       01 BKO-OUT-RECORD.
           copy BKODETL.
       FD  HLD-IN-FILE.
       01 HLD-IN-RECORD         PIC X(80).
       FD  HLD-OUT-FILE.
       01 HLD-OUT-RECORD        PIC X(80).
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-CUSTOMER   PIC X(10).
           05 FILLER            PIC X(70).
       FD  ALT-OUT-FILE.
       01 ALT-OUT-RECORD.
           copy ALOCTXN.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-ALLOC-DATA       PIC X(80).
       01 WS-DCN-DATA         PIC X(80).
       01 DCN-REQUEST-TYPE    PIC X(02) EXTERNAL.
       01 DCN-ISSUED-NUMBER   PIC X(08) EXTERNAL.
       01 DCN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 DCN-ISSUED          VALUE 'Y'.
       01 DCN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 DCN-IO-ERROR-FOUND  VALUE 'Y'.
       01 DCN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-GROUP-CUSTOMER   PIC X(10) VALUE SPACES.
       01 WS-GROUP-DATE       PIC 9(08) VALUE 0.
       01 WS-GROUP-DOC-NUMBER PIC X(08) VALUE SPACES.
       01 WS-BKO-HOLD.
       copy BKODETL REPLACING ==BKO-DOC-NUMBER== BY ==BKH-DOC-NUMBER==
                              ==BKO-PARTNO==     BY ==BKH-PARTNO==
                              ==BKO-QTY==        BY ==BKH-QTY==
                              ==BKO-ORDER-DATE== BY ==BKH-ORDER-DATE==
                              ==BKO-CUSTOMER==   BY ==BKH-CUSTOMER==.
       01 WS-CUS-REC.
       copy CUSTMAST.
       01 ORD-FILE-STATUS     PIC X(02).
       01 BKO-IN-STATUS       PIC X(02).
       01 BKO-OUT-STATUS      PIC X(02).
       01 HLD-IN-STATUS       PIC X(02).
       01 HLD-OUT-STATUS      PIC X(02).
       01 CUS-FILE-STATUS     PIC X(02).
       01 ALT-OUT-STATUS      PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 ORD-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 ORD-OPEN-ERROR-FOUND VALUE 'Y'.
       01 ALC-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 SW-BKO-IN-OPEN      PIC X(01) VALUE 'N'.
           88 BKO-IN-IS-OPEN      VALUE 'Y'.
       01 SW-HLD-IN-OPEN      PIC X(01) VALUE 'N'.
           88 HLD-IN-IS-OPEN      VALUE 'Y'.
       01 SW-HLD-EOF          PIC X(01) VALUE 'N'.
           88 HLD-AT-EOF          VALUE 'Y'.
       01 SW-CUS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CUS-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-CUSTOMER-STANDING PIC X(01) VALUE 'G'.
           88 CUSTOMER-IN-GOOD-STANDING VALUE 'G'.
           88 CUSTOMER-NOT-ON-FILE      VALUE 'U'.
           88 CUSTOMER-HELD             VALUE 'H'.
       01 SW-BKO-EOF          PIC X(01) VALUE 'N'.
           88 BKO-AT-EOF          VALUE 'Y'.
       01 SW-ORD-EOF          PIC X(01) VALUE 'N'.
           88 PART-ON-FILE        VALUE 'Y'.
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-REMAIN-AVAIL     PIC S9(07).
       01 WS-PART-UNITPR      PIC 9(05)V99 VALUE 0.
       01 WS-LINE-VALUE       PIC 9(10)V99 VALUE 0.
       01 WS-NEW-OPEN-VALUE   PIC 9(10)V99 VALUE 0.
       01 TODAY-DATE          PIC 9(08).
       01 ORDER-COUNT         PIC 9(07) VALUE 0.
       01 CARRIED-IN-COUNT    PIC 9(07) VALUE 0.
       01 FILLED-COUNT        PIC 9(07) VALUE 0.
       01 BACKORDER-COUNT     PIC 9(07) VALUE 0.
       01 NOTFOUND-COUNT      PIC 9(07) VALUE 0.
       01 HELD-COUNT          PIC 9(07) VALUE 0.
       01 NOCUST-COUNT        PIC 9(07) VALUE 0.
       01 FILLED-QTY-TOTAL    PIC 9(09) VALUE 0.
       01 BACKORDER-QTY-TOTAL PIC 9(09) VALUE 0.
       01 WS-REGISTER-HEADING.
           05 FILLER          PIC X(12) VALUE 'CARRIED IN: '.
           05 SUM-CARRY-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'RESERVED: '.
           05 SUM-FILL-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'BACKORDERED: '.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'NOT ON FILE: '.
           05 SUM-NOTFND-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'CREDIT HELD: '.
           05 SUM-HELD-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'NO CUSTOMER: '.
           05 SUM-NOCUST-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           BY CONTENT '1'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'DOCNREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-DCN-DATA
           IF DCN-IO-ERROR-FOUND
              MOVE 'Y'                 TO ORD-OPEN-ERROR-FLAG
              MOVE 'ORD018'            TO MSG-ORD-OPEN-CODE
              MOVE DCN-IO-ERROR-STATUS TO MSG-ORD-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF

           OPEN INPUT ORD-DATA-FILE
           IF ORD-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO ORD-OPEN-ERROR-FLAG
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF

           OPEN INPUT HLD-IN-FILE
           IF HLD-IN-STATUS = '00'
              MOVE 'Y' TO SW-HLD-IN-OPEN
           ELSE
              MOVE 'N' TO SW-HLD-IN-OPEN
           END-IF

           OPEN OUTPUT HLD-OUT-FILE
           IF HLD-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO ORD-OPEN-ERROR-FLAG
              MOVE 'ORD015'         TO MSG-ORD-OPEN-CODE
              MOVE HLD-OUT-STATUS   TO MSG-ORD-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF

      *    WITHOUT THE CUSTOMER MASTER NO LINE CAN BE CLEARED, SO
      *    EVERY LINE PARKS ON THE HELD CARRY-FORWARD AND THE RUN
      *    ENDS IN ERROR -- NOTHING IS LOST AND NOTHING SHIPS.
           OPEN I-O CUS-DATA-FILE
           IF CUS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CUS-FILE-OPEN
           ELSE
              MOVE 'N'              TO SW-CUS-FILE-OPEN
              MOVE 'Y'              TO ORD-OPEN-ERROR-FLAG
              MOVE 'ORD016'         TO MSG-ORD-OPEN-CODE
              MOVE CUS-FILE-STATUS  TO MSG-ORD-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF

           OPEN OUTPUT ALT-OUT-FILE
           IF ALT-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO ORD-OPEN-ERROR-FLAG
              MOVE 'ORD011'         TO MSG-ORD-OPEN-CODE
              MOVE ALT-OUT-STATUS   TO MSG-ORD-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF
      *** that, inside each part's sorted group, yesterday's
      *** unfilled demand keeps its original order date and beats
      *** today's new orders to any stock that came in overnight.
      *** lines held for credit come back the same way, so a line
      *** released from hold keeps its place in the queue.
      ***
       RELEASE-DEMAND-LINES.
           IF BKO-IN-IS-OPEN
              CLOSE BKO-IN-FILE
           END-IF

           IF HLD-IN-IS-OPEN
              MOVE 'N' TO SW-HLD-EOF
              READ HLD-IN-FILE
                 AT END
                    MOVE 'Y' TO SW-HLD-EOF
              END-READ
              PERFORM RELEASE-ONE-HELD-LINE UNTIL HLD-AT-EOF
              CLOSE HLD-IN-FILE
           END-IF

           MOVE 'N' TO SW-ORD-EOF
           READ ORD-DATA-FILE
              AT END
           END-READ
           .

       RELEASE-ONE-HELD-LINE.
           ADD 1 TO CARRIED-IN-COUNT
           MOVE HLD-IN-RECORD   TO WS-BKO-HOLD
           MOVE BKH-PARTNO      TO SRT-PARTNO
           MOVE BKH-ORDER-DATE  TO SRT-ORDER-DATE
           MOVE BKH-DOC-NUMBER  TO SRT-DOC-NUMBER
           MOVE BKH-QTY         TO SRT-QTY
           MOVE BKH-CUSTOMER    TO SRT-CUSTOMER
           RELEASE SORT-RECORD

           READ HLD-IN-FILE
              AT END
                 MOVE 'Y' TO SW-HLD-EOF
           END-READ
           .

       RELEASE-ONE-ORDER.
           ADD 1 TO ORDER-COUNT
           MOVE ORD-PARTNO      TO SRT-PARTNO
              MOVE TODAY-DATE TO SRT-ORDER-DATE
           END-IF
           MOVE ORD-DOC-NUMBER  TO SRT-DOC-NUMBER
           IF ORD-DOC-NUMBER = SPACES
              PERFORM NUMBER-UNNUMBERED-LINE
           ELSE
              MOVE SPACES TO WS-GROUP-DOC-NUMBER
           END-IF
           IF ORD-QTY IS NUMERIC
              MOVE ORD-QTY TO SRT-QTY
           ELSE
           END-READ
           .

      ***
      *** an unnumbered line joins the order number issued to the
      *** line before it when the customer and order date match;
      *** otherwise it starts a new order. a number that cannot be
      *** issued leaves the line unnumbered and ends the run in
      *** error.
      ***
       NUMBER-UNNUMBERED-LINE.
           IF WS-GROUP-DOC-NUMBER = SPACES
              OR ORD-CUSTOMER NOT = WS-GROUP-CUSTOMER
              OR SRT-ORDER-DATE NOT = WS-GROUP-DATE
              MOVE 'CO' TO DCN-REQUEST-TYPE
              CALL 'DOCNREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-DCN-DATA
              MOVE 0 TO RETURN-CODE
              IF DCN-ISSUED
                 MOVE DCN-ISSUED-NUMBER TO WS-GROUP-DOC-NUMBER
              ELSE
                 MOVE 'Y'    TO ORD-OPEN-ERROR-FLAG
                 MOVE SPACES TO WS-GROUP-DOC-NUMBER
              END-IF
              MOVE ORD-CUSTOMER   TO WS-GROUP-CUSTOMER
              MOVE SRT-ORDER-DATE TO WS-GROUP-DATE
           END-IF
           MOVE WS-GROUP-DOC-NUMBER TO SRT-DOC-NUMBER
           .

      ***
      *** output procedure -- control break per part. availability
      *** is established once per part (I-QOH less open CASALOC
              PERFORM ESTABLISH-PART-AVAILABILITY
           END-IF

           PERFORM CHECK-CUSTOMER-STANDING

           EVALUATE TRUE
              WHEN CUSTOMER-NOT-ON-FILE
                 ADD 1 TO NOCUST-COUNT
                 MOVE 'ORD003' TO MSG-ORD-CODE
                 MOVE SRT-PARTNO TO MSG-ORD-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-ORD-MSG
                 MOVE 'REJECTED - NO CUSTOMER' TO RG-DISPOSAL
                 PERFORM WRITE-REGISTER-LINE
              WHEN CUSTOMER-HELD
                 PERFORM HOLD-THE-LINE
              WHEN NOT PART-ON-FILE
                 ADD 1 TO NOTFOUND-COUNT
                 MOVE 'ORD002' TO MSG-ORD-CODE
                 MOVE SRT-PARTNO TO MSG-ORD-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-ORD-MSG
                 MOVE 'NOT ON FILE' TO RG-DISPOSAL
                 PERFORM WRITE-REGISTER-LINE
              WHEN SRT-QTY > 0 AND SRT-QTY <= WS-REMAIN-AVAIL
                 PERFORM FILL-THE-LINE
              WHEN OTHER
                 PERFORM PARK-THE-LINE
           END-EVALUATE

           RETURN SORT-WORK-FILE
              AT END
       ESTABLISH-PART-AVAILABILITY.
           MOVE 'N' TO SW-PART-ON-FILE
           MOVE 0   TO WS-REMAIN-AVAIL
           MOVE 0   TO WS-PART-UNITPR
           MOVE WS-BREAK-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
              IF I-QOH IS NUMERIC
                 MOVE I-QOH TO WS-REMAIN-AVAIL
              END-IF
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-PART-UNITPR
              END-IF
              MOVE WS-BREAK-PARTNO TO ALC-LOOKUP-PARTNO
              CALL 'ALOCREC' USING
              BY CONTENT '3'
           ADD 1 TO FILLED-COUNT
           ADD SRT-QTY TO FILLED-QTY-TOTAL

           MOVE SPACES          TO ALT-OUT-RECORD
           MOVE SRT-DOC-NUMBER  TO ALT-DOC-NUMBER
           MOVE SRT-PARTNO      TO ALT-PARTNO
           MOVE 'R'             TO ALT-TYPE
           MOVE SRT-QTY         TO ALT-QTY
           MOVE TODAY-DATE      TO ALT-DATE
           MOVE SRT-CUSTOMER    TO ALT-CUSTOMER
           MOVE SRT-ORDER-DATE  TO ALT-ORDER-DATE
           WRITE ALT-OUT-RECORD
           IF ALT-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO ORD-OPEN-ERROR-FLAG
              MOVE 'ORD012'         TO MSG-ORD-OPEN-CODE
              MOVE ALT-OUT-STATUS   TO MSG-ORD-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF

           PERFORM RAISE-OPEN-ORDER-VALUE

           MOVE 'RESERVED FOR PICK' TO RG-DISPOSAL
           PERFORM WRITE-REGISTER-LINE
           .

      ***
      *** the customer record read for the standing check is still
      *** current -- a released line adds its value at I-UNITPR to
      *** the customer's open-order value, capped at the field.
      ***
       RAISE-OPEN-ORDER-VALUE.
           COMPUTE WS-LINE-VALUE = SRT-QTY * WS-PART-UNITPR
           IF CUS-OPEN-ORDER-VALUE IS NUMERIC
              COMPUTE WS-NEW-OPEN-VALUE =
                 CUS-OPEN-ORDER-VALUE + WS-LINE-VALUE
           ELSE
              MOVE WS-LINE-VALUE TO WS-NEW-OPEN-VALUE
           END-IF
           IF WS-NEW-OPEN-VALUE > 9999999.99
              MOVE 9999999.99 TO WS-NEW-OPEN-VALUE
           END-IF
           MOVE WS-NEW-OPEN-VALUE TO CUS-OPEN-ORDER-VALUE
           REWRITE CUS-REC FROM WS-CUS-REC
              INVALID KEY
                 MOVE 'ORD004' TO MSG-ORD-CODE
                 MOVE SRT-PARTNO TO MSG-ORD-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-ORD-MSG
           END-REWRITE
           .

      ***
      *** customer standing -- read fresh for every line so a
      *** REWRITE of the open-order value always follows its own
      *** read. no master at all holds the line rather than
      *** rejecting it, so a master that failed to open loses no
      *** demand.
      ***
       CHECK-CUSTOMER-STANDING.
           MOVE 'G' TO SW-CUSTOMER-STANDING
           IF NOT CUS-FILE-IS-OPEN
              MOVE 'H' TO SW-CUSTOMER-STANDING
           ELSE
              MOVE SRT-CUSTOMER TO FD-CUS-CUSTOMER
              READ CUS-DATA-FILE INTO WS-CUS-REC
                 INVALID KEY
                    MOVE 'U' TO SW-CUSTOMER-STANDING
                 NOT INVALID KEY
                    IF CUS-ON-HOLD
                       MOVE 'H' TO SW-CUSTOMER-STANDING
                    END-IF
              END-READ
           END-IF
           .

       HOLD-THE-LINE.
           ADD 1 TO HELD-COUNT

           MOVE SPACES         TO WS-BKO-HOLD
           MOVE SRT-DOC-NUMBER TO BKH-DOC-NUMBER
           MOVE SRT-PARTNO     TO BKH-PARTNO
           MOVE SRT-QTY        TO BKH-QTY
           MOVE SRT-ORDER-DATE TO BKH-ORDER-DATE
           MOVE SRT-CUSTOMER   TO BKH-CUSTOMER
           WRITE HLD-OUT-RECORD FROM WS-BKO-HOLD
           IF HLD-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO ORD-OPEN-ERROR-FLAG
              MOVE 'ORD017'         TO MSG-ORD-OPEN-CODE
              MOVE HLD-OUT-STATUS   TO MSG-ORD-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ORD-OPEN-MSG
           END-IF

           MOVE 'HELD - CREDIT' TO RG-DISPOSAL
           PERFORM WRITE-REGISTER-LINE
           .

       TERMINATION.
           CLOSE ORD-DATA-FILE
           CLOSE BKO-OUT-FILE
           CLOSE HLD-OUT-FILE
           CLOSE ALT-OUT-FILE
           IF CUS-FILE-IS-OPEN
              CLOSE CUS-DATA-FILE
           END-IF
           CLOSE REG-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'DOCNREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-DCN-DATA

           IF ORD-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE FILLED-COUNT     TO SUM-FILL-COUNT
           MOVE BACKORDER-COUNT  TO SUM-BKO-COUNT
           MOVE NOTFOUND-COUNT   TO SUM-NOTFND-COUNT
           MOVE HELD-COUNT       TO SUM-HELD-COUNT
           MOVE NOCUST-COUNT     TO SUM-NOCUST-COUNT
           DISPLAY WS-ORD-SUMMARY-LINE
           .
