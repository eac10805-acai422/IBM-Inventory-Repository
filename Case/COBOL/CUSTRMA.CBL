       identification division.
       program-id. CUSTRMA.
      ***
      *** CUSTRMA - customer returns (RMA) intake. Each CASRMA line
      *** names the original CASCORD order and part the goods
      *** shipped against; the line is matched to the issues
      *** CASMHIST recorded for that document and part, less what
      *** earlier returns already sent back, so nobody returns
      *** more than was shipped or books a return against an order
      *** that never issued the part. An accepted line becomes a
      *** customer-return movement for STKPOST under the type its
      *** disposition calls for -- 'B' back to stock, 'H' onto the
      *** CASQUAR inspection hold, 'W' scrapped -- carrying the
      *** original document and the customer, so USAGECAL nets it
      *** out of demand instead of counting it as a plain
      *** adjustment, and a CASRMCR credit record for CUSBILL.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT RMA-DATA-FILE ASSIGN TO CASRMA
              FILE STATUS IS RMA-FILE-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT MOV-OUT-FILE ASSIGN TO CASRMOV
              FILE STATUS IS MOV-OUT-STATUS.
           SELECT CRD-OUT-FILE ASSIGN TO CASRMCR
              FILE STATUS IS CRD-OUT-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASRMAR
              FILE STATUS IS REG-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  RMA-DATA-FILE.
       01 RMA-IN-RECORD         PIC X(80).
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  MOV-OUT-FILE.
       01 MOV-OUT-RECORD.
           copy MOVETXN.
       FD  CRD-OUT-FILE.
       01 CRD-OUT-RECORD.
           copy RMACRED.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-REC-TYPE      PIC X(01).
               88 SRT-IS-ISSUE        VALUE 'A'.
               88 SRT-IS-PRIOR-RETURN VALUE 'B'.
               88 SRT-IS-RMA          VALUE 'C'.
           05 SRT-SEQ           PIC 9(07).
           05 SRT-QTY           PIC 9(05).
           05 SRT-CUSTOMER      PIC X(10).
           05 SRT-SHIP-DATE     PIC 9(08).
           05 SRT-RMA-DATA      PIC X(80).
       working-storage section.
       01 WS-RMA-REC.
       copy RMATXN.
       01 RMA-FILE-STATUS     PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 MOV-OUT-STATUS      PIC X(02).
       01 CRD-OUT-STATUS      PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 RMA-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 RMA-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-RMA-OPEN-MSG.
           05 MSG-RMA-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-RMA-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-RMA-MSG.
           05 MSG-RMA-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-RMA-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-RMA-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 RMA-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HIST-FILE-OPEN   PIC X(01) VALUE 'N'.
           88 HIST-FILE-IS-OPEN   VALUE 'Y'.
       01 SW-RMA-EOF          PIC X(01) VALUE 'N'.
           88 RMA-AT-EOF          VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-RMA-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 RMA-EDIT-OK         VALUE 'Y'.
       01 WS-BREAK-KEY.
           05 WS-BREAK-DOC-NUMBER PIC X(08) VALUE SPACES.
           05 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-SHIPPED-QTY      PIC 9(07) VALUE 0.
       01 WS-RETURNED-QTY     PIC 9(07) VALUE 0.
       01 WS-RETURNABLE-QTY   PIC S9(07) VALUE 0.
       01 WS-ISSUE-CUSTOMER   PIC X(10) VALUE SPACES.
       01 WS-LAST-SHIP-DATE   PIC 9(08) VALUE 0.
       01 WS-RETURN-DATE      PIC 9(08).
       01 TODAY-DATE          PIC 9(08).
       01 RMA-COUNT           PIC 9(07) VALUE 0.
       01 STOCK-COUNT         PIC 9(07) VALUE 0.
       01 QUAR-COUNT          PIC 9(07) VALUE 0.
       01 SCRAP-COUNT         PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'RMA NO  '.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'QUANTITY'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'SHIPPED'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'DISP'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER  '.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(48)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-RMA-NUMBER    PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-DOC-NUMBER    PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-PART-NUM      PIC X(09).
           05                  PIC X(07)  VALUE SPACES.
           05 RG-QTY           PIC ZZZZ9.
           05                  PIC X(05)  VALUE SPACES.
           05 RG-SHIPPED       PIC ZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05 RG-DISPOSITION   PIC X(01).
           05                  PIC X(05)  VALUE SPACES.
           05 RG-CUSTOMER      PIC X(10).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(24).
           05                  PIC X(32)  VALUE SPACES.
       01 WS-RMA-SUMMARY-LINE.
           05 FILLER          PIC X(15) VALUE 'RMA LINES READ:'.
           05 SUM-RMA-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'TO STOCK: '.
           05 SUM-STOCK-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'TO QUARANTINE: '.
           05 SUM-QUAR-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'SCRAPPED: '.
           05 SUM-SCRAP-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'RMA001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-DOC-NUMBER SRT-PARTNO
                 SRT-REC-TYPE SRT-SEQ
              INPUT PROCEDURE IS RELEASE-RETURNS-AND-ISSUES
              OUTPUT PROCEDURE IS MATCH-RETURNS-TO-ISSUES

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'RMA999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT RMA-DATA-FILE
           IF RMA-FILE-STATUS = '00'
              MOVE 'Y' TO SW-RMA-FILE-OPEN
           ELSE
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA009'         TO MSG-RMA-OPEN-CODE
              MOVE RMA-FILE-STATUS  TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF

      *    WITHOUT THE HISTORY NO RETURN CAN BE PROVED AGAINST ITS
      *    ORDER, SO EVERY LINE REJECTS AS NOT SHIPPED AND THE RUN
      *    ENDS IN ERROR FOR A RERUN ONCE THE HISTORY IS BACK.
           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'Y' TO SW-HIST-FILE-OPEN
           ELSE
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA010'         TO MSG-RMA-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF

           OPEN OUTPUT MOV-OUT-FILE
           IF MOV-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA011'         TO MSG-RMA-OPEN-CODE
              MOVE MOV-OUT-STATUS   TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF

           OPEN OUTPUT CRD-OUT-FILE
           IF CRD-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA012'         TO MSG-RMA-OPEN-CODE
              MOVE CRD-OUT-STATUS   TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING
           PERFORM CHECK-REG-WRITE-STATUS
           .

      ***
      *** input procedure -- the order's issues and any earlier
      *** customer returns against it sort ahead of today's RMA
      *** lines for the same document and part, so each line is
      *** judged against what actually shipped and is still out.
      *** Only issues that name a customer shipped on an order;
      *** internal issues against a document carry spaces.
      ***
       RELEASE-RETURNS-AND-ISSUES.
           IF HIST-FILE-IS-OPEN
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM RELEASE-ONE-HISTORY UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           END-IF

           IF RMA-FILE-IS-OPEN
              MOVE 'N' TO SW-RMA-EOF
              READ RMA-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-RMA-EOF
              END-READ
              PERFORM RELEASE-ONE-RMA UNTIL RMA-AT-EOF
              CLOSE RMA-DATA-FILE
           END-IF
           .

       RELEASE-ONE-HISTORY.
           IF (MH-IS-ISSUE OR MH-IS-CUST-RETURN)
              AND MH-DOC-NUMBER NOT = SPACES
              AND MH-CUSTOMER NOT = SPACES
              AND MH-QTY IS NUMERIC
              MOVE SPACES        TO SORT-RECORD
              MOVE MH-DOC-NUMBER TO SRT-DOC-NUMBER
              MOVE MH-PARTNO     TO SRT-PARTNO
              IF MH-IS-ISSUE
                 MOVE 'A' TO SRT-REC-TYPE
              ELSE
                 MOVE 'B' TO SRT-REC-TYPE
              END-IF
              MOVE 0             TO SRT-SEQ
              MOVE MH-QTY        TO SRT-QTY
              MOVE MH-CUSTOMER   TO SRT-CUSTOMER
              IF MH-DATE IS NUMERIC
                 MOVE MH-DATE TO SRT-SHIP-DATE
              ELSE
                 MOVE 0 TO SRT-SHIP-DATE
              END-IF
              RELEASE SORT-RECORD
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       RELEASE-ONE-RMA.
           ADD 1 TO RMA-COUNT
           MOVE RMA-IN-RECORD  TO WS-RMA-REC
           MOVE SPACES         TO SORT-RECORD
           MOVE RMA-DOC-NUMBER TO SRT-DOC-NUMBER
           MOVE RMA-PARTNO     TO SRT-PARTNO
           MOVE 'C'            TO SRT-REC-TYPE
           MOVE RMA-COUNT      TO SRT-SEQ
           MOVE 0              TO SRT-QTY
           MOVE 0              TO SRT-SHIP-DATE
           MOVE RMA-IN-RECORD  TO SRT-RMA-DATA
           RELEASE SORT-RECORD

           READ RMA-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-RMA-EOF
           END-READ
           .

       MATCH-RETURNS-TO-ISSUES.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-KEY
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM MATCH-ONE-RECORD UNTIL SORT-AT-EOF
           .

       MATCH-ONE-RECORD.
           IF SRT-DOC-NUMBER NOT = WS-BREAK-DOC-NUMBER
              OR SRT-PARTNO NOT = WS-BREAK-PARTNO
              MOVE SRT-DOC-NUMBER TO WS-BREAK-DOC-NUMBER
              MOVE SRT-PARTNO     TO WS-BREAK-PARTNO
              MOVE 0              TO WS-SHIPPED-QTY
              MOVE 0              TO WS-RETURNED-QTY
              MOVE 0              TO WS-LAST-SHIP-DATE
              MOVE SPACES         TO WS-ISSUE-CUSTOMER
           END-IF

           EVALUATE TRUE
              WHEN SRT-IS-ISSUE
                 ADD SRT-QTY TO WS-SHIPPED-QTY
                 IF SRT-CUSTOMER NOT = SPACES
                    MOVE SRT-CUSTOMER TO WS-ISSUE-CUSTOMER
                 END-IF
                 IF SRT-SHIP-DATE > WS-LAST-SHIP-DATE
                    MOVE SRT-SHIP-DATE TO WS-LAST-SHIP-DATE
                 END-IF
              WHEN SRT-IS-PRIOR-RETURN
                 ADD SRT-QTY TO WS-RETURNED-QTY
              WHEN SRT-IS-RMA
                 MOVE SRT-RMA-DATA TO WS-RMA-REC
                 PERFORM EDIT-RMA-LINE
                 IF RMA-EDIT-OK
                    PERFORM ACCEPT-RMA-LINE
                 END-IF
           END-EVALUATE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       EDIT-RMA-LINE.
           MOVE 'Y' TO SW-RMA-EDIT-OK
           COMPUTE WS-RETURNABLE-QTY =
              WS-SHIPPED-QTY - WS-RETURNED-QTY

           IF RMA-NUMBER = SPACES
              MOVE 'N' TO SW-RMA-EDIT-OK
              MOVE 'REJECTED - NO RMA NUMBER' TO RG-DISPOSAL
           END-IF

           IF RMA-EDIT-OK
              AND (RMA-DOC-NUMBER = SPACES OR RMA-PARTNO = SPACES)
              MOVE 'N' TO SW-RMA-EDIT-OK
              MOVE 'REJECTED - NO ORDER/PART' TO RG-DISPOSAL
           END-IF

           IF RMA-EDIT-OK
              IF RMA-QTY NOT NUMERIC
                 MOVE 'N' TO SW-RMA-EDIT-OK
                 MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
              ELSE
                 IF RMA-QTY = 0
                    MOVE 'N' TO SW-RMA-EDIT-OK
                    MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
                 END-IF
              END-IF
           END-IF

           IF RMA-EDIT-OK
              AND NOT RMA-TO-STOCK AND NOT RMA-TO-QUARANTINE
              AND NOT RMA-TO-SCRAP
              MOVE 'N' TO SW-RMA-EDIT-OK
              MOVE 'REJECTED - BAD DISPOSITION' TO RG-DISPOSAL
           END-IF

           IF RMA-EDIT-OK AND WS-SHIPPED-QTY = 0
              MOVE 'N' TO SW-RMA-EDIT-OK
              MOVE 'REJECTED - NOT SHIPPED' TO RG-DISPOSAL
           END-IF

           IF RMA-EDIT-OK AND RMA-QTY > WS-RETURNABLE-QTY
              MOVE 'N' TO SW-RMA-EDIT-OK
              MOVE 'REJECTED - OVER SHIPPED' TO RG-DISPOSAL
           END-IF

           IF NOT RMA-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'RMA002' TO MSG-RMA-CODE
              MOVE RMA-PARTNO TO MSG-RMA-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-RMA-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

      ***
      *** the line is good -- it counts against what is still out
      *** on the order for any later line in the same run, and
      *** goes to STKPOST and to billing.
      ***
       ACCEPT-RMA-LINE.
           ADD RMA-QTY TO WS-RETURNED-QTY
           IF RMA-DATE IS NUMERIC AND RMA-DATE > 0
              MOVE RMA-DATE TO WS-RETURN-DATE
           ELSE
              MOVE TODAY-DATE TO WS-RETURN-DATE
           END-IF

           MOVE SPACES            TO MOV-OUT-RECORD
           MOVE RMA-DOC-NUMBER    TO MOV-DOC-NUMBER
           MOVE RMA-PARTNO        TO MOV-PARTNO
           EVALUATE TRUE
              WHEN RMA-TO-STOCK
                 MOVE 'B' TO MOV-TYPE
                 ADD 1 TO STOCK-COUNT
                 MOVE 'RETURNED TO STOCK' TO RG-DISPOSAL
              WHEN RMA-TO-QUARANTINE
                 MOVE 'H' TO MOV-TYPE
                 ADD 1 TO QUAR-COUNT
                 MOVE 'HELD FOR INSPECTION' TO RG-DISPOSAL
              WHEN OTHER
                 MOVE 'W' TO MOV-TYPE
                 ADD 1 TO SCRAP-COUNT
                 MOVE 'SCRAPPED' TO RG-DISPOSAL
           END-EVALUATE
           MOVE RMA-QTY           TO MOV-QTY
           MOVE SPACE             TO MOV-SIGN
           MOVE WS-RETURN-DATE    TO MOV-DATE
           MOVE RMA-LOT-NUMBER    TO MOV-LOT-NUMBER
           MOVE 0                 TO MOV-EXPIRY-DATE
           MOVE RMA-SERIAL-NUMBER TO MOV-SERIAL-NUMBER
           MOVE 0                 TO MOV-UNIT-COST
           MOVE WS-ISSUE-CUSTOMER TO MOV-CUSTOMER
           WRITE MOV-OUT-RECORD
           IF MOV-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA013'         TO MSG-RMA-OPEN-CODE
              MOVE MOV-OUT-STATUS   TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF

           MOVE SPACES            TO CRD-OUT-RECORD
           MOVE RMA-NUMBER        TO RMC-RMA-NUMBER
           MOVE WS-ISSUE-CUSTOMER TO RMC-CUSTOMER
           MOVE RMA-DOC-NUMBER    TO RMC-DOC-NUMBER
           MOVE RMA-PARTNO        TO RMC-PARTNO
           MOVE RMA-QTY           TO RMC-QTY
           MOVE WS-RETURN-DATE    TO RMC-RETURN-DATE
           MOVE WS-LAST-SHIP-DATE TO RMC-SHIP-DATE
           MOVE RMA-DISPOSITION   TO RMC-DISPOSITION
           WRITE CRD-OUT-RECORD
           IF CRD-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA014'         TO MSG-RMA-OPEN-CODE
              MOVE CRD-OUT-STATUS   TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF

           PERFORM WRITE-REGISTER-LINE
           .

       WRITE-REGISTER-LINE.
           MOVE RMA-NUMBER      TO RG-RMA-NUMBER
           MOVE RMA-DOC-NUMBER  TO RG-DOC-NUMBER
           MOVE RMA-PARTNO      TO RG-PART-NUM
           IF RMA-QTY IS NUMERIC
              MOVE RMA-QTY TO RG-QTY
           ELSE
              MOVE 0 TO RG-QTY
           END-IF
           MOVE WS-SHIPPED-QTY  TO RG-SHIPPED
           MOVE RMA-DISPOSITION TO RG-DISPOSITION
           MOVE WS-ISSUE-CUSTOMER TO RG-CUSTOMER
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           PERFORM CHECK-REG-WRITE-STATUS
           .

       CHECK-REG-WRITE-STATUS.
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO RMA-OPEN-ERROR-FLAG
              MOVE 'RMA015'         TO MSG-RMA-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-RMA-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-RMA-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE MOV-OUT-FILE
           CLOSE CRD-OUT-FILE
           CLOSE REG-DATA-FILE

           IF RMA-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE RMA-COUNT    TO SUM-RMA-COUNT
           MOVE STOCK-COUNT  TO SUM-STOCK-COUNT
           MOVE QUAR-COUNT   TO SUM-QUAR-COUNT
           MOVE SCRAP-COUNT  TO SUM-SCRAP-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-RMA-SUMMARY-LINE
           .
