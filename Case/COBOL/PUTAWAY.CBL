       identification division.
       program-id. PUTAWAY.
      ***
      *** PUTAWAY - putaway location suggestions for the day's
      *** receipts. Receivers used to pick their own spot for
      *** incoming stock, and HAZRPT kept finding hazard classes in
      *** buildings CASHZWH does not permit them in. Every receipt
      *** on the day's CASMOVE, and every CASASNST shipment due in
      *** today that has not already been received, gets a
      *** suggested bin: the part's existing bin where that is
      *** still safe, otherwise an empty CASBINL location -- home
      *** building first -- in a warehouse whose CASHZWH record
      *** permits the part's hazard class. A location is never
      *** suggested next to (same aisle, same or neighbouring bay)
      *** stock whose class is the part's segregation group, or
      *** whose own segregation group is the part's class.
      ***
      *** The sheet goes to the dock for sign-off. The CASPUTCF
      *** confirmation file carries the new locations in CASBTXN
      *** layout; once the receiver signs the sheet, the lines
      *** actually put away run through BINMAINT, which sets the
      *** location up and moves the stock into it. A part left on
      *** its existing bin needs no confirmation -- STKPOST already
      *** posts its receipts there. A location in another building
      *** is listed for a transfer and confirmed when the stock
      *** arrives there.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT MOV-DATA-FILE ASSIGN TO CASMOVE
              FILE STATUS IS MOV-FILE-STATUS.
           SELECT AST-DATA-FILE ASSIGN TO CASASNST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-AST-KEY
              FILE STATUS IS AST-FILE-STATUS.
           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
           SELECT HAZ-DATA-FILE ASSIGN TO CASHAZ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-HAZ-PARTNO
              FILE STATUS IS HAZ-FILE-STATUS.
           SELECT HZW-DATA-FILE ASSIGN TO CASHZWH
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-HZW-WAREHOUSE
              FILE STATUS IS HZW-FILE-STATUS.
           SELECT CNF-DATA-FILE ASSIGN TO CASPUTCF
              FILE STATUS IS CNF-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASPUTRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  MOV-DATA-FILE.
       01 MOV-RECORD.
           copy MOVETXN.
       FD  AST-DATA-FILE.
       01 AST-REC.
           05 FD-AST-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  BIN-DATA-FILE.
       01 BIN-REC.
           05 FD-BIN-KEY.
              10 FD-BIN-PARTNO  PIC X(09).
              10 FD-BIN-LOCATION PIC X(06).
           05 FILLER            PIC X(65).
       FD  HAZ-DATA-FILE.
       01 HAZ-REC.
           05 FD-HAZ-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  HZW-DATA-FILE.
       01 HZW-REC.
           05 FD-HZW-WAREHOUSE  PIC X(03).
           05 FILLER            PIC X(77).
       FD  CNF-DATA-FILE.
       01 CNF-RECORD.
           copy BINTXN.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    RECEIPTS SORT AHEAD OF THE SHIPMENT NOTICE FOR THE SAME
      *    PART AND PO, SO A NOTICE ALREADY RECEIVED CAN BE DROPPED.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-SOURCE        PIC X(01).
               88 SRT-IS-RECEIPT    VALUE 'R'.
               88 SRT-IS-ARRIVAL    VALUE 'S'.
           05 SRT-QTY           PIC 9(05).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 WS-AST-REC.
       copy ASNSTAT.
       01 WS-BIN-REC.
       copy BINDETL.
       01 WS-HAZ-REC.
       copy HAZMAST.
       01 WS-HZW-REC.
       copy HAZWHSE.
       01 MOV-FILE-STATUS     PIC X(02).
       01 AST-FILE-STATUS     PIC X(02).
       01 BIN-FILE-STATUS     PIC X(02).
       01 HAZ-FILE-STATUS     PIC X(02).
       01 HZW-FILE-STATUS     PIC X(02).
       01 CNF-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 PUT-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 PUT-ERROR-FOUND     VALUE 'Y'.
       01 WS-PUT-OPEN-MSG.
           05 MSG-PUT-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PUT-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-PUT-MSG.
           05 MSG-PUT-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PUT-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-MOV-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 MOV-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-AST-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 AST-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-BIN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 BIN-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HAZ-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 HAZ-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HZW-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 HZW-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-MOV-EOF          PIC X(01) VALUE 'Y'.
           88 MOV-AT-EOF          VALUE 'Y'.
       01 SW-AST-EOF          PIC X(01) VALUE 'Y'.
           88 AST-AT-EOF          VALUE 'Y'.
       01 SW-BIN-EOF          PIC X(01) VALUE 'Y'.
           88 BIN-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
      ***
      *** every location on CASBINL, by warehouse and walk order --
      *** what it holds and the hazard classes stocked in it. A
      *** location belongs to the building its part's I-WAREHOUSE
      *** names; one holding nothing is free for a putaway.
      ***
       01 WS-LOC-TABLE.
           05 WS-LOC-ENTRY OCCURS 3000 TIMES.
              10 PLC-KEY.
                 15 PLC-WAREHOUSE PIC X(03).
                 15 PLC-LOCATION.
                    20 PLC-AISLE  PIC X(02).
                    20 PLC-BAY    PIC X(02).
                    20 PLC-LEVEL  PIC X(02).
              10 PLC-QTY          PIC 9(07).
              10 PLC-CLASS-COUNT  PIC 9(01).
              10 PLC-HAZARD OCCURS 3 TIMES.
                 15 PLC-HAZ-CLASS PIC X(03).
                 15 PLC-HAZ-SEG   PIC X(03).
       01 LOC-COUNT           PIC 9(04) VALUE 0.
       01 PLC-SUB             PIC 9(04).
       01 PLC-SHIFT           PIC 9(04).
       01 PLC-FOUND           PIC 9(04).
       01 PLC-CAND            PIC 9(04).
       01 PLC-SCAN            PIC 9(04).
       01 PLC-PICKED          PIC 9(04).
       01 CLS-SUB             PIC 9(01).
       01 HZW-SUB             PIC 9(02).
       01 SW-SLOT-FOUND       PIC X(01).
           88 SLOT-FOUND          VALUE 'Y'.
       01 SW-TABLE-FULL-LOGGED PIC X(01) VALUE 'N'.
           88 TABLE-FULL-LOGGED   VALUE 'Y'.
       01 WS-NEW-LOC-KEY.
           05 WS-NEW-WAREHOUSE PIC X(03).
           05 WS-NEW-LOCATION  PIC X(06).
       01 WS-ADD-CLASS        PIC X(03).
       01 WS-ADD-SEG          PIC X(03).
       01 SW-CLASS-LISTED     PIC X(01).
           88 CLASS-LISTED        VALUE 'Y'.
       01 WS-LOAD-PARTNO      PIC X(09) VALUE LOW-VALUES.
       01 WS-LOAD-WAREHOUSE   PIC X(03).
       01 WS-LOAD-CLASS       PIC X(03).
       01 WS-LOAD-SEG         PIC X(03).
       01 SW-LOAD-PART-KNOWN  PIC X(01).
           88 LOAD-PART-KNOWN     VALUE 'Y'.
       01 WS-HZW-CACHED-WH    PIC X(03) VALUE LOW-VALUES.
       01 WS-CHECK-WAREHOUSE  PIC X(03).
       01 SW-CLASS-ALLOWED    PIC X(01).
           88 CLASS-ALLOWED       VALUE 'Y'.
       01 SW-CAND-OK          PIC X(01).
           88 CAND-OK             VALUE 'Y'.
       01 SW-SCAN-DONE        PIC X(01).
           88 SCAN-DONE           VALUE 'Y'.
       01 SW-BAY-ADJACENT     PIC X(01).
           88 BAY-ADJACENT        VALUE 'Y'.
       01 WS-BAY-SCAN         PIC 9(02).
       01 WS-BAY-CAND         PIC 9(02).
      ***
      *** the part being placed and the sheet lines it brought
      ***
       01 WS-CURRENT-PARTNO   PIC X(09).
       01 WS-HOME-WAREHOUSE   PIC X(03).
       01 WS-PART-CLASS       PIC X(03).
       01 WS-PART-SEG         PIC X(03).
       01 WS-PART-RCPT-QTY    PIC 9(06).
       01 WS-PART-ASN-QTY     PIC 9(06).
       01 WS-LAST-RCPT-DOC    PIC X(08).
       01 SW-HAS-BIN          PIC X(01).
           88 HAS-BIN             VALUE 'Y'.
       01 WS-EXIST-LOCATION   PIC X(06).
       01 WS-EXIST-TYPE       PIC X(01).
       01 WS-PART-LINE-TABLE.
           05 WS-PART-LINE-ENTRY OCCURS 20 TIMES.
              10 PLN-DOC-NUMBER  PIC X(08).
              10 PLN-SOURCE      PIC X(01).
              10 PLN-QTY         PIC 9(05).
       01 PART-LINE-COUNT     PIC 9(02).
       01 PLN-SUB             PIC 9(02).
       01 SW-PUT-ACTION       PIC X(01).
           88 PUT-TO-EXISTING     VALUE 'E'.
           88 PUT-TO-NEW          VALUE 'H'.
           88 PUT-TO-TRANSFER     VALUE 'T'.
           88 PUT-UNPLACED        VALUE 'U'.
           88 PUT-NOT-ON-CASEIN   VALUE 'X'.
           88 PUT-UNDECIDED       VALUE 'N'.
       01 WS-PUT-WAREHOUSE    PIC X(03).
       01 WS-PUT-LOCATION     PIC X(06).
       01 WS-PUT-REMARK       PIC X(24).
       01 RECEIPT-COUNT       PIC 9(07) VALUE 0.
       01 ARRIVAL-COUNT       PIC 9(07) VALUE 0.
       01 ARRIVED-COUNT       PIC 9(07) VALUE 0.
       01 SHEET-LINE-COUNT    PIC 9(07) VALUE 0.
       01 EXISTING-COUNT      PIC 9(07) VALUE 0.
       01 NEW-LOC-COUNT       PIC 9(07) VALUE 0.
       01 TRANSFER-COUNT      PIC 9(07) VALUE 0.
       01 UNPLACED-COUNT      PIC 9(07) VALUE 0.
       01 CONFIRM-COUNT       PIC 9(07) VALUE 0.
       01 WS-PUT-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(25)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'SRCE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'WHS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'PUT TO  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'HAZ'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'REMARK'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'PUT AWAY'.
           05                  PIC X(15)  VALUE SPACES.
       01 WS-PUT-LINE.
           05                  PIC X      VALUE SPACES.
           05 PL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-DESCR         PIC X(25).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-SOURCE        PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-DOC-NUMBER    PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-WAREHOUSE     PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-LOCATION      PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-HAZ-CLASS     PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-REMARK        PIC X(24).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE '__________'.
           05                  PIC X(15)  VALUE SPACES.
       01 WS-PUT-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(13)  VALUE 'SHEET LINES: '.
           05 PT-LINE-COUNT    PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(15)  VALUE 'EXISTING BINS: '.
           05 PT-EXISTING-COUNT PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(15)  VALUE 'NEW LOCATIONS: '.
           05 PT-NEW-COUNT     PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'TRANSFERS: '.
           05 PT-TRANSFER-COUNT PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'UNPLACED: '.
           05 PT-UNPLACED-COUNT PIC ZZZZZZ9.
           05                  PIC X(17)  VALUE SPACES.
       01 WS-PUT-SUMMARY-LINE.
           05 FILLER          PIC X(10) VALUE 'RECEIPTS: '.
           05 SUM-RECEIPT-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'ARRIVALS: '.
           05 SUM-ARRIVAL-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(18) VALUE 'ALREADY RECEIVED: '.
           05 SUM-ARRIVED-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'LOCATIONS: '.
           05 SUM-LOC-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'CONFIRMATIONS: '.
           05 SUM-CONFIRM-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PUT001: Starting program'
           PERFORM INITIALIZATION
           PERFORM LOAD-LOCATION-TABLE

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-PARTNO SRT-DOC-NUMBER SRT-SOURCE
              INPUT PROCEDURE IS RELEASE-PUTAWAY-LINES
              OUTPUT PROCEDURE IS WRITE-PUTAWAY-SHEET

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PUT999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT MOV-DATA-FILE
           IF MOV-FILE-STATUS = '00'
              MOVE 'Y' TO SW-MOV-FILE-OPEN
           ELSE
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT009'         TO MSG-PUT-OPEN-CODE
              MOVE MOV-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF

      *    NO SHIPMENT STATUS FILE -- THE DAY'S RECEIPTS STILL GET
      *    THEIR SUGGESTIONS.
           OPEN INPUT AST-DATA-FILE
           IF AST-FILE-STATUS = '00'
              MOVE 'Y' TO SW-AST-FILE-OPEN
           ELSE
              MOVE 'PUT010'         TO MSG-PUT-OPEN-CODE
              MOVE AST-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF

           OPEN INPUT BIN-DATA-FILE
           IF BIN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-BIN-FILE-OPEN
           ELSE
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT011'         TO MSG-PUT-OPEN-CODE
              MOVE BIN-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF

      *    WITHOUT THE HAZARD ATTRIBUTES NOTHING CAN BE PLACED
      *    SAFELY -- THE RUN FAILS RATHER THAN GUESS.
           OPEN INPUT HAZ-DATA-FILE
           IF HAZ-FILE-STATUS = '00'
              MOVE 'Y' TO SW-HAZ-FILE-OPEN
           ELSE
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT012'         TO MSG-PUT-OPEN-CODE
              MOVE HAZ-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF

      *    NO CAPABILITY FILE READS AS EVERY SITE BEING ORDINARY
      *    STORAGE -- HAZARD-CLASSED PARTS GO UNPLACED.
           OPEN INPUT HZW-DATA-FILE
           IF HZW-FILE-STATUS = '00'
              MOVE 'Y' TO SW-HZW-FILE-OPEN
           ELSE
              MOVE 'PUT013'         TO MSG-PUT-OPEN-CODE
              MOVE HZW-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF

           OPEN OUTPUT CNF-DATA-FILE
           IF CNF-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT014'         TO MSG-PUT-OPEN-CODE
              MOVE CNF-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT015'         TO MSG-PUT-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PUT-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** one pass of CASBINL builds the location table. The file
      *** runs in part order, so each part's building and hazard
      *** class are looked up once as its locations go by.
      ***
       LOAD-LOCATION-TABLE.
           IF BIN-FILE-IS-OPEN
              MOVE LOW-VALUES TO FD-BIN-KEY
              START BIN-DATA-FILE KEY >= FD-BIN-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-BIN-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO SW-BIN-EOF
                    PERFORM READ-NEXT-BIN
              END-START
           END-IF
           PERFORM LOAD-ONE-LOCATION UNTIL BIN-AT-EOF
           .

       READ-NEXT-BIN.
           READ BIN-DATA-FILE NEXT RECORD INTO WS-BIN-REC
              AT END
                 MOVE 'Y' TO SW-BIN-EOF
           END-READ
           .

       LOAD-ONE-LOCATION.
           IF BIN-PARTNO NOT = WS-LOAD-PARTNO
              MOVE BIN-PARTNO TO WS-LOAD-PARTNO
              PERFORM FETCH-LOAD-PART
           END-IF

           IF LOAD-PART-KNOWN
              MOVE WS-LOAD-WAREHOUSE TO WS-NEW-WAREHOUSE
              MOVE BIN-LOCATION      TO WS-NEW-LOCATION
              PERFORM POST-TABLE-LOCATION
              IF PLC-FOUND > 0 AND BIN-QTY IS NUMERIC
                 IF BIN-QTY > 0
                    ADD BIN-QTY       TO PLC-QTY(PLC-FOUND)
                    MOVE WS-LOAD-CLASS TO WS-ADD-CLASS
                    MOVE WS-LOAD-SEG   TO WS-ADD-SEG
                    PERFORM ADD-LOCATION-HAZARD
                 END-IF
              END-IF
           END-IF
           PERFORM READ-NEXT-BIN
           .

       FETCH-LOAD-PART.
           MOVE 'N'        TO SW-LOAD-PART-KNOWN
           MOVE SPACES     TO IN-DATA
           MOVE BIN-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE 'Y'         TO SW-LOAD-PART-KNOWN
              MOVE I-WAREHOUSE TO WS-LOAD-WAREHOUSE
              MOVE BIN-PARTNO  TO FD-HAZ-PARTNO
              PERFORM FETCH-PART-HAZARD
              MOVE HAZ-CLASS       TO WS-LOAD-CLASS
              MOVE HAZ-SEGREGATION TO WS-LOAD-SEG
           END-IF
           .

       FETCH-PART-HAZARD.
           MOVE SPACES TO WS-HAZ-REC
           IF HAZ-FILE-IS-OPEN
              READ HAZ-DATA-FILE INTO WS-HAZ-REC
                 INVALID KEY
                    MOVE SPACES TO WS-HAZ-REC
              END-READ
           END-IF
           .

      ***
      *** find the table entry for WS-NEW-LOC-KEY, inserting it in
      *** warehouse/walk order when it is new. PLC-FOUND is zero
      *** when the table is full.
      ***
       POST-TABLE-LOCATION.
           MOVE 0 TO PLC-FOUND
           PERFORM FIND-LOCATION-SLOT
           IF SLOT-FOUND AND PLC-KEY(PLC-SUB) = WS-NEW-LOC-KEY
              MOVE PLC-SUB TO PLC-FOUND
           ELSE
              IF LOC-COUNT < 3000
                 PERFORM SHIFT-ONE-LOCATION
                    VARYING PLC-SHIFT FROM LOC-COUNT BY -1
                    UNTIL PLC-SHIFT < PLC-SUB
                 ADD 1 TO LOC-COUNT
                 MOVE WS-NEW-LOC-KEY TO PLC-KEY(PLC-SUB)
                 MOVE 0              TO PLC-QTY(PLC-SUB)
                 MOVE 0              TO PLC-CLASS-COUNT(PLC-SUB)
                 MOVE SPACES         TO PLC-HAZARD(PLC-SUB 1)
                 MOVE SPACES         TO PLC-HAZARD(PLC-SUB 2)
                 MOVE SPACES         TO PLC-HAZARD(PLC-SUB 3)
                 MOVE PLC-SUB        TO PLC-FOUND
              ELSE
                 IF NOT TABLE-FULL-LOGGED
                    MOVE 'Y'        TO SW-TABLE-FULL-LOGGED
                    MOVE 'PUT002'   TO MSG-PUT-CODE
                    MOVE BIN-PARTNO TO MSG-PUT-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                       BY CONTENT WS-PUT-MSG
                 END-IF
              END-IF
           END-IF
           .

       FIND-LOCATION-SLOT.
           MOVE 1   TO PLC-SUB
           MOVE 'N' TO SW-SLOT-FOUND
           PERFORM TEST-LOCATION-SLOT
              UNTIL SLOT-FOUND OR PLC-SUB > LOC-COUNT
           .

       TEST-LOCATION-SLOT.
           IF PLC-KEY(PLC-SUB) < WS-NEW-LOC-KEY
              ADD 1 TO PLC-SUB
           ELSE
              MOVE 'Y' TO SW-SLOT-FOUND
           END-IF
           .

       SHIFT-ONE-LOCATION.
           MOVE WS-LOC-ENTRY(PLC-SHIFT) TO WS-LOC-ENTRY(PLC-SHIFT + 1)
           .

      ***
      *** note a hazard class as stocked in location PLC-FOUND --
      *** up to three different classes are kept per location.
      ***
       ADD-LOCATION-HAZARD.
           IF WS-ADD-CLASS NOT = SPACES
              MOVE 'N' TO SW-CLASS-LISTED
              PERFORM CHECK-ONE-LISTED-CLASS
                 VARYING CLS-SUB FROM 1 BY 1
                 UNTIL CLS-SUB > PLC-CLASS-COUNT(PLC-FOUND)
                    OR CLASS-LISTED
              IF NOT CLASS-LISTED AND PLC-CLASS-COUNT(PLC-FOUND) < 3
                 ADD 1 TO PLC-CLASS-COUNT(PLC-FOUND)
                 MOVE PLC-CLASS-COUNT(PLC-FOUND) TO CLS-SUB
                 MOVE WS-ADD-CLASS TO PLC-HAZ-CLASS(PLC-FOUND CLS-SUB)
                 MOVE WS-ADD-SEG   TO PLC-HAZ-SEG(PLC-FOUND CLS-SUB)
              END-IF
           END-IF
           .

       CHECK-ONE-LISTED-CLASS.
           IF PLC-HAZ-CLASS(PLC-FOUND CLS-SUB) = WS-ADD-CLASS
              MOVE 'Y' TO SW-CLASS-LISTED
           END-IF
           .

       RELEASE-PUTAWAY-LINES.
           IF MOV-FILE-IS-OPEN
              MOVE 'N' TO SW-MOV-EOF
              READ MOV-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-MOV-EOF
              END-READ
           END-IF
           PERFORM RELEASE-ONE-RECEIPT UNTIL MOV-AT-EOF

           IF AST-FILE-IS-OPEN
              MOVE LOW-VALUES TO FD-AST-KEY
              START AST-DATA-FILE KEY >= FD-AST-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-AST-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO SW-AST-EOF
                    PERFORM READ-NEXT-ARRIVAL
              END-START
           END-IF
           PERFORM RELEASE-ONE-ARRIVAL UNTIL AST-AT-EOF
           .

       RELEASE-ONE-RECEIPT.
           IF MOV-IS-RECEIPT AND MOV-QTY IS NUMERIC
              IF MOV-QTY > 0
                 ADD 1 TO RECEIPT-COUNT
                 MOVE MOV-PARTNO     TO SRT-PARTNO
                 MOVE MOV-DOC-NUMBER TO SRT-DOC-NUMBER
                 MOVE 'R'            TO SRT-SOURCE
                 MOVE MOV-QTY        TO SRT-QTY
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           READ MOV-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-MOV-EOF
           END-READ
           .

       RELEASE-ONE-ARRIVAL.
           IF AST-ETA-DATE IS NUMERIC AND AST-QTY IS NUMERIC
              IF AST-ETA-DATE = TODAY-DATE AND AST-QTY > 0
                 ADD 1 TO ARRIVAL-COUNT
                 MOVE AST-PARTNO    TO SRT-PARTNO
                 MOVE AST-PO-NUMBER TO SRT-DOC-NUMBER
                 MOVE 'S'           TO SRT-SOURCE
                 MOVE AST-QTY       TO SRT-QTY
                 RELEASE SORT-RECORD
              END-IF
           END-IF
           PERFORM READ-NEXT-ARRIVAL
           .

       READ-NEXT-ARRIVAL.
           READ AST-DATA-FILE NEXT RECORD INTO WS-AST-REC
              AT END
                 MOVE 'Y' TO SW-AST-EOF
           END-READ
           .

       WRITE-PUTAWAY-SHEET.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PLACE-ONE-PART UNTIL SORT-AT-EOF
           .

      ***
      *** one part -- all its receipt and arrival lines share one
      *** suggestion, so two lines of the same part never end up
      *** in two new locations.
      ***
       PLACE-ONE-PART.
           MOVE SRT-PARTNO TO WS-CURRENT-PARTNO
           MOVE 0          TO PART-LINE-COUNT
           MOVE 0          TO WS-PART-RCPT-QTY
           MOVE 0          TO WS-PART-ASN-QTY
           MOVE SPACES     TO WS-LAST-RCPT-DOC
           PERFORM GATHER-ONE-LINE
              UNTIL SORT-AT-EOF OR SRT-PARTNO NOT = WS-CURRENT-PARTNO

           IF PART-LINE-COUNT > 0
              PERFORM CHOOSE-PUTAWAY-LOCATION
              PERFORM WRITE-ONE-SHEET-LINE
                 VARYING PLN-SUB FROM 1 BY 1
                 UNTIL PLN-SUB > PART-LINE-COUNT
              IF PUT-TO-NEW
                 PERFORM WRITE-CONFIRMATION
              END-IF
           END-IF
           .

       GATHER-ONE-LINE.
      *    A NOTICE WHOSE PO WAS RECEIVED TODAY IS THE SAME STOCK.
           IF SRT-IS-ARRIVAL AND SRT-DOC-NUMBER = WS-LAST-RCPT-DOC
              ADD 1 TO ARRIVED-COUNT
           ELSE
              IF SRT-IS-RECEIPT
                 MOVE SRT-DOC-NUMBER TO WS-LAST-RCPT-DOC
                 ADD SRT-QTY         TO WS-PART-RCPT-QTY
              ELSE
                 ADD SRT-QTY         TO WS-PART-ASN-QTY
              END-IF
              IF PART-LINE-COUNT < 20
                 ADD 1 TO PART-LINE-COUNT
                 MOVE SRT-DOC-NUMBER TO PLN-DOC-NUMBER(PART-LINE-COUNT)
                 MOVE SRT-SOURCE     TO PLN-SOURCE(PART-LINE-COUNT)
                 MOVE SRT-QTY        TO PLN-QTY(PART-LINE-COUNT)
              ELSE
                 MOVE 'PUT003'   TO MSG-PUT-CODE
                 MOVE SRT-PARTNO TO MSG-PUT-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-PUT-MSG
              END-IF
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

      ***
      *** the existing bin stands if its building permits the class
      *** and nothing segregated sits beside it; otherwise the first
      *** safe empty location, home building before any other.
      ***
       CHOOSE-PUTAWAY-LOCATION.
           MOVE 'N'    TO SW-PUT-ACTION
           MOVE SPACES TO WS-PUT-WAREHOUSE
           MOVE SPACES TO WS-PUT-LOCATION
           MOVE SPACES TO WS-PUT-REMARK
           MOVE SPACES TO WS-PART-CLASS
           MOVE SPACES TO WS-PART-SEG
           MOVE 'N'    TO SW-HAS-BIN

           MOVE SPACES            TO IN-DATA
           MOVE WS-CURRENT-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF NOT LOOKUP-FOUND
              MOVE 'X'                     TO SW-PUT-ACTION
              MOVE '*** NOT ON CASEIN ***' TO I-DESCR
              MOVE 'NOT ON CASEIN'         TO WS-PUT-REMARK
              ADD 1 TO UNPLACED-COUNT
           ELSE
              MOVE I-WAREHOUSE       TO WS-HOME-WAREHOUSE
              MOVE WS-CURRENT-PARTNO TO FD-HAZ-PARTNO
              PERFORM FETCH-PART-HAZARD
              MOVE HAZ-CLASS         TO WS-PART-CLASS
              MOVE HAZ-SEGREGATION   TO WS-PART-SEG
              PERFORM FIND-EXISTING-BIN
              IF HAS-BIN
                 PERFORM RATE-EXISTING-BIN
              END-IF
              IF PUT-UNDECIDED
                 PERFORM FIND-EMPTY-LOCATION
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN PUT-TO-EXISTING
                 ADD 1 TO EXISTING-COUNT
                 MOVE 'EXISTING BIN' TO WS-PUT-REMARK
              WHEN PUT-TO-NEW
                 ADD 1 TO NEW-LOC-COUNT
                 IF HAS-BIN
                    MOVE 'NEW LOC - BIN NOT SAFE' TO WS-PUT-REMARK
                 ELSE
                    MOVE 'NEW LOCATION' TO WS-PUT-REMARK
                 END-IF
              WHEN PUT-TO-TRANSFER
                 ADD 1 TO TRANSFER-COUNT
                 STRING 'TRANSFER TO WHS ' WS-PUT-WAREHOUSE
                    DELIMITED BY SIZE
                    INTO WS-PUT-REMARK
                 END-STRING
              WHEN PUT-UNDECIDED
                 MOVE 'U' TO SW-PUT-ACTION
                 ADD 1 TO UNPLACED-COUNT
                 MOVE 'NO PERMITTED LOCATION' TO WS-PUT-REMARK
           END-EVALUATE
           .

       FIND-EXISTING-BIN.
           MOVE SPACES TO WS-EXIST-LOCATION
           MOVE SPACES TO WS-EXIST-TYPE
           MOVE 'Y'    TO SW-BIN-EOF
           IF BIN-FILE-IS-OPEN
              MOVE LOW-VALUES        TO FD-BIN-KEY
              MOVE WS-CURRENT-PARTNO TO FD-BIN-PARTNO
              START BIN-DATA-FILE KEY >= FD-BIN-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-BIN-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO SW-BIN-EOF
                    PERFORM READ-NEXT-BIN
              END-START
           END-IF
           PERFORM CHECK-ONE-PART-BIN
              UNTIL BIN-AT-EOF OR BIN-PARTNO NOT = WS-CURRENT-PARTNO
           .

      *    THE PICK FACE IF THERE IS ONE, ELSE THE FIRST RESERVE.
       CHECK-ONE-PART-BIN.
           IF NOT HAS-BIN OR (BIN-IS-PICK AND WS-EXIST-TYPE = 'R')
              MOVE 'Y'          TO SW-HAS-BIN
              MOVE BIN-LOCATION TO WS-EXIST-LOCATION
              IF BIN-IS-RESERVE
                 MOVE 'R' TO WS-EXIST-TYPE
              ELSE
                 MOVE 'P' TO WS-EXIST-TYPE
              END-IF
           END-IF
           PERFORM READ-NEXT-BIN
           .

       RATE-EXISTING-BIN.
           MOVE WS-HOME-WAREHOUSE TO WS-NEW-WAREHOUSE
           MOVE WS-EXIST-LOCATION TO WS-NEW-LOCATION
           PERFORM FIND-LOCATION-SLOT
           IF SLOT-FOUND AND PLC-KEY(PLC-SUB) = WS-NEW-LOC-KEY
              MOVE PLC-SUB TO PLC-CAND
              PERFORM RATE-CANDIDATE
              IF CAND-OK
                 MOVE PLC-SUB TO PLC-PICKED
                 PERFORM TAKE-PICKED-LOCATION
                 MOVE 'E' TO SW-PUT-ACTION
              END-IF
           END-IF
           .

       FIND-EMPTY-LOCATION.
           MOVE 0 TO PLC-PICKED
           PERFORM TRY-HOME-LOCATION
              VARYING PLC-CAND FROM 1 BY 1
              UNTIL PLC-CAND > LOC-COUNT OR PLC-PICKED > 0
           IF PLC-PICKED = 0
              PERFORM TRY-OTHER-LOCATION
                 VARYING PLC-CAND FROM 1 BY 1
                 UNTIL PLC-CAND > LOC-COUNT OR PLC-PICKED > 0
           END-IF

           IF PLC-PICKED > 0
              PERFORM TAKE-PICKED-LOCATION
              IF PLC-WAREHOUSE(PLC-PICKED) = WS-HOME-WAREHOUSE
                 MOVE 'H' TO SW-PUT-ACTION
              ELSE
                 MOVE 'T' TO SW-PUT-ACTION
              END-IF
           END-IF
           .

       TRY-HOME-LOCATION.
           IF PLC-WAREHOUSE(PLC-CAND) = WS-HOME-WAREHOUSE
              AND PLC-QTY(PLC-CAND) = 0
              AND PLC-CLASS-COUNT(PLC-CAND) = 0
              PERFORM RATE-CANDIDATE
              IF CAND-OK
                 MOVE PLC-CAND TO PLC-PICKED
              END-IF
           END-IF
           .

       TRY-OTHER-LOCATION.
           IF PLC-WAREHOUSE(PLC-CAND) NOT = WS-HOME-WAREHOUSE
              AND PLC-QTY(PLC-CAND) = 0
              AND PLC-CLASS-COUNT(PLC-CAND) = 0
              PERFORM RATE-CANDIDATE
              IF CAND-OK
                 MOVE PLC-CAND TO PLC-PICKED
              END-IF
           END-IF
           .

      *    THE LOCATION NOW HOLDS THIS PART -- LATER PARTS IN THE
      *    RUN SEE IT AS OCCUPIED AND AS A NEIGHBOUR OF THIS CLASS.
       TAKE-PICKED-LOCATION.
           MOVE PLC-WAREHOUSE(PLC-PICKED) TO WS-PUT-WAREHOUSE
           MOVE PLC-LOCATION(PLC-PICKED)  TO WS-PUT-LOCATION
           ADD WS-PART-RCPT-QTY WS-PART-ASN-QTY
              TO PLC-QTY(PLC-PICKED)
           MOVE PLC-PICKED    TO PLC-FOUND
           MOVE WS-PART-CLASS TO WS-ADD-CLASS
           MOVE WS-PART-SEG   TO WS-ADD-SEG
           PERFORM ADD-LOCATION-HAZARD
           .

      ***
      *** location PLC-CAND is safe for the part when its building
      *** permits the part's hazard class and no location in the
      *** same aisle, at the same or the next bay either side, holds
      *** a class the part must be kept apart from.
      ***
       RATE-CANDIDATE.
           MOVE 'Y' TO SW-CAND-OK
           IF WS-PART-CLASS NOT = SPACES
              MOVE PLC-WAREHOUSE(PLC-CAND) TO WS-CHECK-WAREHOUSE
              PERFORM RATE-WAREHOUSE-PERMISSION
              IF NOT CLASS-ALLOWED
                 MOVE 'N' TO SW-CAND-OK
              END-IF
           END-IF

           IF CAND-OK
              AND (WS-PART-CLASS NOT = SPACES
                   OR WS-PART-SEG NOT = SPACES)
              MOVE PLC-CAND TO PLC-SCAN
              MOVE 'N'      TO SW-SCAN-DONE
              PERFORM CHECK-NEIGHBOUR-BELOW
                 UNTIL SCAN-DONE OR NOT CAND-OK
              IF PLC-CAND < LOC-COUNT
                 COMPUTE PLC-SCAN = PLC-CAND + 1
                 MOVE 'N' TO SW-SCAN-DONE
                 PERFORM CHECK-NEIGHBOUR-ABOVE
                    UNTIL SCAN-DONE OR NOT CAND-OK
              END-IF
           END-IF
           .

       RATE-WAREHOUSE-PERMISSION.
           IF WS-CHECK-WAREHOUSE NOT = WS-HZW-CACHED-WH
              MOVE WS-CHECK-WAREHOUSE TO WS-HZW-CACHED-WH
              MOVE SPACES             TO WS-HZW-REC
              IF HZW-FILE-IS-OPEN
                 MOVE WS-CHECK-WAREHOUSE TO FD-HZW-WAREHOUSE
                 READ HZW-DATA-FILE INTO WS-HZW-REC
                    INVALID KEY
                       MOVE SPACES TO WS-HZW-REC
                 END-READ
              END-IF
           END-IF

           MOVE 'N' TO SW-CLASS-ALLOWED
           PERFORM CHECK-ONE-ALLOWED-CLASS
              VARYING HZW-SUB FROM 1 BY 1
              UNTIL HZW-SUB > 10 OR CLASS-ALLOWED
           .

       CHECK-ONE-ALLOWED-CLASS.
           IF HZW-ALLOWED-CLASS(HZW-SUB) = WS-PART-CLASS
              MOVE 'Y' TO SW-CLASS-ALLOWED
           END-IF
           .

       CHECK-NEIGHBOUR-BELOW.
           IF PLC-WAREHOUSE(PLC-SCAN) = PLC-WAREHOUSE(PLC-CAND)
              AND PLC-AISLE(PLC-SCAN) = PLC-AISLE(PLC-CAND)
              PERFORM RATE-ONE-NEIGHBOUR
              IF PLC-SCAN = 1
                 MOVE 'Y' TO SW-SCAN-DONE
              ELSE
                 SUBTRACT 1 FROM PLC-SCAN
              END-IF
           ELSE
              MOVE 'Y' TO SW-SCAN-DONE
           END-IF
           .

       CHECK-NEIGHBOUR-ABOVE.
           IF PLC-WAREHOUSE(PLC-SCAN) = PLC-WAREHOUSE(PLC-CAND)
              AND PLC-AISLE(PLC-SCAN) = PLC-AISLE(PLC-CAND)
              PERFORM RATE-ONE-NEIGHBOUR
              IF PLC-SCAN = LOC-COUNT
                 MOVE 'Y' TO SW-SCAN-DONE
              ELSE
                 ADD 1 TO PLC-SCAN
              END-IF
           ELSE
              MOVE 'Y' TO SW-SCAN-DONE
           END-IF
           .

       RATE-ONE-NEIGHBOUR.
           MOVE 'N' TO SW-BAY-ADJACENT
           IF PLC-BAY(PLC-SCAN) = PLC-BAY(PLC-CAND)
              MOVE 'Y' TO SW-BAY-ADJACENT
           ELSE
              IF PLC-BAY(PLC-SCAN) IS NUMERIC
                 AND PLC-BAY(PLC-CAND) IS NUMERIC
                 MOVE PLC-BAY(PLC-SCAN) TO WS-BAY-SCAN
                 MOVE PLC-BAY(PLC-CAND) TO WS-BAY-CAND
                 IF WS-BAY-SCAN + 1 = WS-BAY-CAND
                    OR WS-BAY-CAND + 1 = WS-BAY-SCAN
                    MOVE 'Y' TO SW-BAY-ADJACENT
                 END-IF
              END-IF
           END-IF

           IF BAY-ADJACENT
              PERFORM RATE-ONE-NEIGHBOUR-CLASS
                 VARYING CLS-SUB FROM 1 BY 1
                 UNTIL CLS-SUB > PLC-CLASS-COUNT(PLC-SCAN)
           END-IF
           .

       RATE-ONE-NEIGHBOUR-CLASS.
           IF WS-PART-SEG NOT = SPACES
              AND PLC-HAZ-CLASS(PLC-SCAN CLS-SUB) = WS-PART-SEG
              MOVE 'N' TO SW-CAND-OK
           END-IF
           IF WS-PART-CLASS NOT = SPACES
              AND PLC-HAZ-SEG(PLC-SCAN CLS-SUB) = WS-PART-CLASS
              MOVE 'N' TO SW-CAND-OK
           END-IF
           .

       WRITE-ONE-SHEET-LINE.
           MOVE WS-CURRENT-PARTNO       TO PL-PARTNO
           MOVE I-DESCR                 TO PL-DESCR
           IF PLN-SOURCE(PLN-SUB) = 'R'
              MOVE 'RCPT' TO PL-SOURCE
           ELSE
              MOVE 'ASN ' TO PL-SOURCE
           END-IF
           MOVE PLN-DOC-NUMBER(PLN-SUB) TO PL-DOC-NUMBER
           MOVE PLN-QTY(PLN-SUB)        TO PL-QTY
           MOVE WS-PUT-WAREHOUSE        TO PL-WAREHOUSE
           MOVE SPACES                  TO PL-LOCATION
           IF WS-PUT-LOCATION NOT = SPACES
              STRING WS-PUT-LOCATION(1:2) '/'
                 WS-PUT-LOCATION(3:2) '/'
                 WS-PUT-LOCATION(5:2)
                 DELIMITED BY SIZE
                 INTO PL-LOCATION
              END-STRING
           END-IF
           MOVE WS-PART-CLASS           TO PL-HAZ-CLASS
           MOVE WS-PUT-REMARK           TO PL-REMARK
           WRITE RPT-OUT-DATA FROM WS-PUT-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           ADD 1 TO SHEET-LINE-COUNT
           .

      ***
      *** the new location in CASBTXN layout for BINMAINT. A part
      *** with no bin yet takes the location as its pick face,
      *** holding the receipts already posted to I-QOH. A part
      *** moved off an unsafe bin gets it as a reserve, and the
      *** posted receipts -- which STKPOST laid down in the old bin
      *** -- move across to it. Stock still on the truck lands
      *** through STKPOST when it is received.
      ***
       WRITE-CONFIRMATION.
           MOVE SPACES            TO CNF-RECORD
           MOVE 'A'               TO BTX-ACTION
           MOVE WS-CURRENT-PARTNO TO BTX-PARTNO
           MOVE WS-PUT-LOCATION   TO BTX-LOCATION
           MOVE 0                 TO BTX-QTY
           MOVE 0                 TO BTX-MIN-QTY
           MOVE 0                 TO BTX-MAX-QTY
           IF HAS-BIN
              MOVE 'R' TO BTX-LOC-TYPE
           ELSE
              MOVE 'P' TO BTX-LOC-TYPE
              IF WS-PART-RCPT-QTY > 99999
                 MOVE 99999            TO BTX-QTY
              ELSE
                 MOVE WS-PART-RCPT-QTY TO BTX-QTY
              END-IF
           END-IF
           PERFORM WRITE-ONE-CONFIRMATION

           IF HAS-BIN AND WS-PART-RCPT-QTY > 0
              MOVE SPACES            TO CNF-RECORD
              MOVE 'M'               TO BTX-ACTION
              MOVE WS-CURRENT-PARTNO TO BTX-PARTNO
              MOVE WS-EXIST-LOCATION TO BTX-LOCATION
              MOVE WS-PUT-LOCATION   TO BTX-TO-LOCATION
              MOVE 0                 TO BTX-MIN-QTY
              MOVE 0                 TO BTX-MAX-QTY
              IF WS-PART-RCPT-QTY > 99999
                 MOVE 99999            TO BTX-QTY
              ELSE
                 MOVE WS-PART-RCPT-QTY TO BTX-QTY
              END-IF
              PERFORM WRITE-ONE-CONFIRMATION
           END-IF
           .

       WRITE-ONE-CONFIRMATION.
           WRITE CNF-RECORD
           IF CNF-FILE-STATUS = '00'
              ADD 1 TO CONFIRM-COUNT
           ELSE
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT016'         TO MSG-PUT-OPEN-CODE
              MOVE CNF-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PUT-ERROR-FLAG
              MOVE 'PUT017'         TO MSG-PUT-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-PUT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PUT-OPEN-MSG
           END-IF
           .

       TERMINATION.
           MOVE SHEET-LINE-COUNT TO PT-LINE-COUNT
           MOVE EXISTING-COUNT   TO PT-EXISTING-COUNT
           MOVE NEW-LOC-COUNT    TO PT-NEW-COUNT
           MOVE TRANSFER-COUNT   TO PT-TRANSFER-COUNT
           MOVE UNPLACED-COUNT   TO PT-UNPLACED-COUNT
           WRITE RPT-OUT-DATA FROM WS-PUT-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           IF MOV-FILE-IS-OPEN
              CLOSE MOV-DATA-FILE
           END-IF
           IF AST-FILE-IS-OPEN
              CLOSE AST-DATA-FILE
           END-IF
           IF BIN-FILE-IS-OPEN
              CLOSE BIN-DATA-FILE
           END-IF
           IF HAZ-FILE-IS-OPEN
              CLOSE HAZ-DATA-FILE
           END-IF
           IF HZW-FILE-IS-OPEN
              CLOSE HZW-DATA-FILE
           END-IF
           CLOSE CNF-DATA-FILE
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF PUT-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE RECEIPT-COUNT TO SUM-RECEIPT-COUNT
           MOVE ARRIVAL-COUNT TO SUM-ARRIVAL-COUNT
           MOVE ARRIVED-COUNT TO SUM-ARRIVED-COUNT
           MOVE LOC-COUNT     TO SUM-LOC-COUNT
           MOVE CONFIRM-COUNT TO SUM-CONFIRM-COUNT
           DISPLAY WS-PUT-SUMMARY-LINE
           .
