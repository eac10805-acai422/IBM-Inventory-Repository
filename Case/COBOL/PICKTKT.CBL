       identification division.
       program-id. PICKTKT.
      ***
      *** PICKTKT - customer order pick tickets. Reads the CASCALTX
      *** reserve transactions CUSTPOST released for the day's
      *** fillable order lines and prints one ticket per order,
      *** headed with the customer's name and ship-to from the
      *** CASCUST master. Within each order the lines are sorted
      *** on the CASBINL aisle/bay/level so the picker walks the
      *** building once; a part with no bin assignment sorts to the
      *** end of its ticket. The picker writes the quantity actually
      *** picked beside each line, and the dock keys those back as
      *** CASSHCF ship confirmations for SHIPCONF.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT ALT-DATA-FILE ASSIGN TO CASCALTX
              FILE STATUS IS ALT-FILE-STATUS.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CUS-CUSTOMER
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT PICK-DATA-FILE ASSIGN TO CASPICK
              FILE STATUS IS PICK-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  ALT-DATA-FILE.
       01 ALT-RECORD.
           copy ALOCTXN.
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-CUSTOMER   PIC X(10).
           05 FILLER            PIC X(70).
       FD  PICK-DATA-FILE.
       01 PICK-OUT-DATA         PIC X(133).
      *
      *    ORDER, THEN WALK SEQUENCE -- EACH ORDER'S LINES COME OUT
      *    IN AISLE/BAY/LEVEL ORDER FROM THE CASBINL BIN MASTER.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-AISLE         PIC X(02).
           05 SRT-BAY           PIC X(02).
           05 SRT-LEVEL         PIC X(02).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-CUSTOMER      PIC X(10).
           05 SRT-QTY           PIC 9(05).
           05 SRT-LOCATION      PIC X(08).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-CUS-REC.
       copy CUSTMAST.
       01 WS-BIN-DATA         PIC X(80).
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 BIN-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 BIN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 BIN-FOUND           VALUE 'Y'.
       01 BIN-AISLE-OUT       PIC X(02) EXTERNAL.
       01 BIN-BAY-OUT         PIC X(02) EXTERNAL.
       01 BIN-LEVEL-OUT       PIC X(02) EXTERNAL.
       01 BIN-LOCATION-DISPLAY PIC X(08) EXTERNAL.
       01 BIN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 BIN-IO-ERROR-FOUND  VALUE 'Y'.
       01 BIN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 ALT-FILE-STATUS     PIC X(02).
       01 CUS-FILE-STATUS     PIC X(02).
       01 PICK-FILE-STATUS    PIC X(02).
       01 PCK-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 PCK-ERROR-FOUND     VALUE 'Y'.
       01 SW-CUS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CUS-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-ALT-EOF          PIC X(01) VALUE 'N'.
           88 ALT-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 WS-PCK-OPEN-MSG.
           05 MSG-PCK-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PCK-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BREAK-DOC-NUMBER PIC X(08) VALUE SPACES.
       01 TICKET-LINE-COUNT   PIC 9(05) VALUE 0.
       01 TICKET-COUNT        PIC 9(07) VALUE 0.
       01 LINE-COUNT          PIC 9(07) VALUE 0.
       01 SKIPPED-COUNT       PIC 9(07) VALUE 0.
       01 WS-TICKET-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(12)  VALUE 'PICK TICKET '.
           05                  PIC X(07)  VALUE 'ORDER: '.
           05 PTH-DOC-NUMBER   PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER: '.
           05 PTH-CUSTOMER     PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 PTH-NAME         PIC X(25).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'SHIP TO: '.
           05 PTH-SHIP-TO      PIC X(20).
           05                  PIC X(24)  VALUE SPACES.
       01 WS-COLUMN-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'BIN     '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'UOM'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'PICK QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE 'PICKED QTY ___'.
           05                  PIC X(48)  VALUE SPACES.
       01 WS-PICK-LINE.
           05                  PIC X      VALUE SPACES.
           05 PTL-LOCATION     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 PTL-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 PTL-DESCRIPTION  PIC X(30).
           05                  PIC X(03)  VALUE SPACES.
           05 PTL-UOM          PIC X(01).
           05                  PIC X(06)  VALUE SPACES.
           05 PTL-QTY          PIC ZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(10)  VALUE '__________'.
           05                  PIC X(50)  VALUE SPACES.
       01 WS-TICKET-FOOTING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(07)  VALUE 'LINES: '.
           05 PTF-LINE-COUNT   PIC ZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(28)
              VALUE 'PICKED BY ________________  '.
           05                  PIC X(24)
              VALUE 'DATE ________________   '.
           05                  PIC X(64)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-PCK-SUMMARY-LINE.
           05 FILLER          PIC X(09) VALUE 'TICKETS: '.
           05 SUM-TICKET-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'PICK LINES:  '.
           05 SUM-LINE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'SKIPPED: '.
           05 SUM-SKIPPED-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PCK001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-DOC-NUMBER SRT-AISLE SRT-BAY
                 SRT-LEVEL SRT-PARTNO
              INPUT PROCEDURE IS RELEASE-PICK-LINES
              OUTPUT PROCEDURE IS PRINT-TICKETS-BY-ORDER

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PCK999: All done'
           GOBACK
           .

       INITIALIZATION.
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'BINREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-BIN-DATA
           IF BIN-IO-ERROR-FOUND
              MOVE 'PCK013'            TO MSG-PCK-OPEN-CODE
              MOVE BIN-IO-ERROR-STATUS TO MSG-PCK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PCK-OPEN-MSG
           END-IF

           OPEN INPUT ALT-DATA-FILE
           IF ALT-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO PCK-ERROR-FLAG
              MOVE 'PCK009'          TO MSG-PCK-OPEN-CODE
              MOVE ALT-FILE-STATUS   TO MSG-PCK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PCK-OPEN-MSG
              MOVE 'Y' TO SW-ALT-EOF
           END-IF

           OPEN INPUT CUS-DATA-FILE
           IF CUS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CUS-FILE-OPEN
           ELSE
              MOVE 'PCK010'          TO MSG-PCK-OPEN-CODE
              MOVE CUS-FILE-STATUS   TO MSG-PCK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PCK-OPEN-MSG
           END-IF

           OPEN OUTPUT PICK-DATA-FILE
           IF PICK-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO PCK-ERROR-FLAG
              MOVE 'PCK011'          TO MSG-PCK-OPEN-CODE
              MOVE PICK-FILE-STATUS  TO MSG-PCK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PCK-OPEN-MSG
           END-IF
           .

      ***
      *** input procedure -- only reserves that carry a customer are
      *** order lines; any other reserve on the file is not ours to
      *** print.
      ***
       RELEASE-PICK-LINES.
           IF NOT ALT-AT-EOF
              READ ALT-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-ALT-EOF
              END-READ
           END-IF
           PERFORM RELEASE-ONE-PICK-LINE UNTIL ALT-AT-EOF
           .

       RELEASE-ONE-PICK-LINE.
           IF ALT-IS-RESERVE AND ALT-CUSTOMER NOT = SPACES
              AND ALT-QTY IS NUMERIC AND ALT-QTY > 0
              MOVE ALT-PARTNO TO BIN-LOOKUP-PARTNO
              CALL 'BINREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-BIN-DATA
              MOVE 0 TO RETURN-CODE
              IF BIN-FOUND
                 MOVE BIN-AISLE-OUT        TO SRT-AISLE
                 MOVE BIN-BAY-OUT          TO SRT-BAY
                 MOVE BIN-LEVEL-OUT        TO SRT-LEVEL
                 MOVE BIN-LOCATION-DISPLAY TO SRT-LOCATION
              ELSE
                 MOVE HIGH-VALUES TO SRT-AISLE
                 MOVE HIGH-VALUES TO SRT-BAY
                 MOVE HIGH-VALUES TO SRT-LEVEL
                 MOVE 'NO BIN  '  TO SRT-LOCATION
              END-IF
              MOVE ALT-DOC-NUMBER TO SRT-DOC-NUMBER
              MOVE ALT-PARTNO     TO SRT-PARTNO
              MOVE ALT-CUSTOMER   TO SRT-CUSTOMER
              MOVE ALT-QTY        TO SRT-QTY
              RELEASE SORT-RECORD
           ELSE
              ADD 1 TO SKIPPED-COUNT
           END-IF

           READ ALT-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-ALT-EOF
           END-READ
           .

       PRINT-TICKETS-BY-ORDER.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-DOC-NUMBER
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PRINT-ONE-PICK-LINE UNTIL SORT-AT-EOF
           IF TICKET-COUNT > 0
              PERFORM WRITE-TICKET-FOOTING
           END-IF
           .

       PRINT-ONE-PICK-LINE.
           IF SRT-DOC-NUMBER NOT = WS-BREAK-DOC-NUMBER
              IF TICKET-COUNT > 0
                 PERFORM WRITE-TICKET-FOOTING
              END-IF
              MOVE SRT-DOC-NUMBER TO WS-BREAK-DOC-NUMBER
              PERFORM WRITE-TICKET-HEADING
           END-IF

           MOVE SRT-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE I-DESCR    TO PTL-DESCRIPTION
              MOVE I-UOM-CODE TO PTL-UOM
           ELSE
              MOVE '** NOT ON CASEIN **' TO PTL-DESCRIPTION
              MOVE SPACE                 TO PTL-UOM
           END-IF
           MOVE SRT-LOCATION TO PTL-LOCATION
           MOVE SRT-PARTNO   TO PTL-PART-NUM
           MOVE SRT-QTY      TO PTL-QTY
           WRITE PICK-OUT-DATA FROM WS-PICK-LINE
           PERFORM CHECK-PICK-WRITE-STATUS
           ADD 1 TO TICKET-LINE-COUNT
           ADD 1 TO LINE-COUNT

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       WRITE-TICKET-HEADING.
           ADD 1 TO TICKET-COUNT
           MOVE 0 TO TICKET-LINE-COUNT
           MOVE SRT-DOC-NUMBER TO PTH-DOC-NUMBER
           MOVE SRT-CUSTOMER   TO PTH-CUSTOMER
           MOVE SPACES         TO PTH-NAME
           MOVE SPACES         TO PTH-SHIP-TO
           IF CUS-FILE-IS-OPEN
              MOVE SRT-CUSTOMER TO FD-CUS-CUSTOMER
              READ CUS-DATA-FILE INTO WS-CUS-REC
                 INVALID KEY
                    MOVE '** NOT ON CASCUST **' TO PTH-NAME
                 NOT INVALID KEY
                    MOVE CUS-NAME    TO PTH-NAME
                    MOVE CUS-SHIP-TO TO PTH-SHIP-TO
              END-READ
           END-IF
           WRITE PICK-OUT-DATA FROM WS-BLANK-LINE
           WRITE PICK-OUT-DATA FROM WS-TICKET-HEADING
           WRITE PICK-OUT-DATA FROM WS-COLUMN-HEADING
           PERFORM CHECK-PICK-WRITE-STATUS
           .

       WRITE-TICKET-FOOTING.
           MOVE TICKET-LINE-COUNT TO PTF-LINE-COUNT
           WRITE PICK-OUT-DATA FROM WS-TICKET-FOOTING
           PERFORM CHECK-PICK-WRITE-STATUS
           .

       CHECK-PICK-WRITE-STATUS.
           IF PICK-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO PCK-ERROR-FLAG
              MOVE 'PCK012'          TO MSG-PCK-OPEN-CODE
              MOVE PICK-FILE-STATUS  TO MSG-PCK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PCK-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'BINREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-BIN-DATA

           CLOSE ALT-DATA-FILE
           IF CUS-FILE-IS-OPEN
              CLOSE CUS-DATA-FILE
           END-IF
           CLOSE PICK-DATA-FILE

           IF PCK-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TICKET-COUNT  TO SUM-TICKET-COUNT
           MOVE LINE-COUNT    TO SUM-LINE-COUNT
           MOVE SKIPPED-COUNT TO SUM-SKIPPED-COUNT
           DISPLAY WS-PCK-SUMMARY-LINE
           .
