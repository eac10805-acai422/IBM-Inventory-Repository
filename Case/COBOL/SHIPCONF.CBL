       identification division.
       program-id. SHIPCONF.
      ***
      *** SHIPCONF - customer order ship confirmation. Each CASSHCF
      *** record confirms one picked order line against its CASALOC
      *** reservation. The quantity actually shipped becomes an
      *** issue movement for the STKPOST flow -- STKPOST relieves
      *** that much of the document's own reservation as the issue
      *** posts -- and a short-shipped remainder is released from
      *** the reservation through an STKALLOC release transaction
      *** and parked back on the CASBORD backorder carry-forward
      *** with the customer and original order date, so CUSTPOST
      *** re-offers it ahead of new demand. A confirmation is final
      *** for its line: nothing stays reserved for it afterward.
      *** The issue names the customer so CUSBILL can bill it from
      *** CASMHIST; the short remainder comes off the customer's
      *** CASCUST open-order value here, since CUSTPOST raises it
      *** again when the backorder is re-released.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SHC-DATA-FILE ASSIGN TO CASSHCF
              FILE STATUS IS SHC-FILE-STATUS.
           SELECT ALC-DATA-FILE ASSIGN TO CASALOC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ALC-KEY
              FILE STATUS IS ALC-FILE-STATUS.
           SELECT MOV-OUT-FILE ASSIGN TO CASSMOVE
              FILE STATUS IS MOV-OUT-STATUS.
           SELECT ALT-OUT-FILE ASSIGN TO CASSALTX
              FILE STATUS IS ALT-OUT-STATUS.
           SELECT BKO-OUT-FILE ASSIGN TO CASBORDO
              FILE STATUS IS BKO-OUT-STATUS.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CUS-CUSTOMER
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASSHCFR
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  SHC-DATA-FILE.
       01 SHC-RECORD.
           copy SHPCONF.
       FD  ALC-DATA-FILE.
       01 ALC-REC.
           05 FD-ALC-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  MOV-OUT-FILE.
       01 MOV-OUT-RECORD.
           copy MOVETXN.
       FD  ALT-OUT-FILE.
       01 ALT-OUT-RECORD.
           copy ALOCTXN.
       FD  BKO-OUT-FILE.
       01 BKO-OUT-RECORD.
           copy BKODETL.
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-CUSTOMER   PIC X(10).
           05 FILLER            PIC X(70).
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 WS-ALC-REC.
       copy ALCDETL.
       01 WS-CUS-REC.
       copy CUSTMAST.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SHC-FILE-STATUS     PIC X(02).
       01 ALC-FILE-STATUS     PIC X(02).
       01 MOV-OUT-STATUS      PIC X(02).
       01 ALT-OUT-STATUS      PIC X(02).
       01 BKO-OUT-STATUS      PIC X(02).
       01 CUS-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 SW-CUS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CUS-FILE-IS-OPEN    VALUE 'Y'.
       01 SHP-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 SHP-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-SHP-OPEN-MSG.
           05 MSG-SHP-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-SHP-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-SHP-MSG.
           05 MSG-SHP-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-SHP-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-CONF-EDIT-OK     PIC X(01) VALUE 'Y'.
           88 CONF-EDIT-OK        VALUE 'Y'.
       01 WS-SHIP-DATE        PIC 9(08).
       01 WS-SHORT-QTY        PIC 9(05).
       01 WS-SHORT-VALUE      PIC 9(09)V99.
       01 TODAY-DATE          PIC 9(08).
       01 CONF-COUNT          PIC 9(07) VALUE 0.
       01 SHIPPED-COUNT       PIC 9(07) VALUE 0.
       01 SHORT-COUNT         PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 SHIPPED-QTY-TOTAL   PIC 9(09) VALUE 0.
       01 SHORT-QTY-TOTAL     PIC 9(09) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'RESERVED'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'SHIPPED'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'SHORT'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER  '.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(58)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-DOC-NUMBER    PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-PART-NUM      PIC X(09).
           05                  PIC X(07)  VALUE SPACES.
           05 RG-RESERVED      PIC ZZZZ9.
           05                  PIC X(05)  VALUE SPACES.
           05 RG-SHIPPED       PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 RG-SHORT         PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 RG-CUSTOMER      PIC X(10).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(24).
           05                  PIC X(42)  VALUE SPACES.
       01 WS-SHP-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'CONFIRMATIONS READ: '.
           05 SUM-CONF-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'SHIPPED: '.
           05 SUM-SHIP-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'SHORT-SHIPPED: '.
           05 SUM-SHORT-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SHP001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-CONFIRMATIONS UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SHP999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN INPUT SHC-DATA-FILE
           IF SHC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP009'         TO MSG-SHP-OPEN-CODE
              MOVE SHC-FILE-STATUS  TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

           OPEN INPUT ALC-DATA-FILE
           IF ALC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP010'         TO MSG-SHP-OPEN-CODE
              MOVE ALC-FILE-STATUS  TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

           OPEN OUTPUT MOV-OUT-FILE
           IF MOV-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP011'         TO MSG-SHP-OPEN-CODE
              MOVE MOV-OUT-STATUS   TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

           OPEN OUTPUT ALT-OUT-FILE
           IF ALT-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP012'         TO MSG-SHP-OPEN-CODE
              MOVE ALT-OUT-STATUS   TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

      *    THE SHORT REMAINDER JOINS THE CARRY-FORWARD CUSTPOST
      *    WROTE THIS CYCLE, SO THE NEXT CUSTPOST RUN READS IT BACK
      *    AS CASBORDI WITH THE REST OF THE PARKED DEMAND.
           OPEN EXTEND BKO-OUT-FILE
           IF BKO-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP013'         TO MSG-SHP-OPEN-CODE
              MOVE BKO-OUT-STATUS   TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

      *    WITHOUT THE CUSTOMER MASTER THE SHIPMENTS STILL CONFIRM;
      *    ONLY THE OPEN-ORDER RELIEF IS LOST, AND THE RUN ENDS IN
      *    ERROR SO CREDIT KNOWS THE VALUES ARE OVERSTATED.
           OPEN I-O CUS-DATA-FILE
           IF CUS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CUS-FILE-OPEN
           ELSE
              MOVE 'N'              TO SW-CUS-FILE-OPEN
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP018'         TO MSG-SHP-OPEN-CODE
              MOVE CUS-FILE-STATUS  TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING
           PERFORM CHECK-REG-WRITE-STATUS

           READ SHC-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

       PROCESS-CONFIRMATIONS.
           ADD 1 TO CONF-COUNT
           PERFORM EDIT-CONFIRMATION
           IF CONF-EDIT-OK
              PERFORM CONFIRM-THE-LINE
           END-IF

           READ SHC-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

      ***
      *** the line must still be reserved, and the dock cannot ship
      *** more than was reserved for it -- an over-shipment would
      *** drive the issue into stock promised to other documents.
      ***
       EDIT-CONFIRMATION.
           MOVE 'Y'    TO SW-CONF-EDIT-OK
           MOVE SPACES TO WS-ALC-REC
           MOVE 0      TO RG-RESERVED
           MOVE 0      TO RG-SHORT

           IF SHC-DOC-NUMBER = SPACES OR SHC-PARTNO = SPACES
              MOVE 'N' TO SW-CONF-EDIT-OK
              MOVE 'REJECTED - NO ORDER/PART' TO RG-DISPOSAL
           END-IF

           IF CONF-EDIT-OK AND SHC-SHIP-QTY NOT NUMERIC
              MOVE 'N' TO SW-CONF-EDIT-OK
              MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
           END-IF

           IF CONF-EDIT-OK
              MOVE SHC-PARTNO     TO ALC-PARTNO
              MOVE SHC-DOC-NUMBER TO ALC-DOC-NUMBER
              MOVE ALC-KEY        TO FD-ALC-KEY
              READ ALC-DATA-FILE INTO WS-ALC-REC
                 INVALID KEY
                    MOVE 'N' TO SW-CONF-EDIT-OK
                    MOVE 'REJECTED - NOT RESERVED' TO RG-DISPOSAL
              END-READ
           END-IF

           IF CONF-EDIT-OK AND ALC-QTY NOT NUMERIC
              MOVE 'N' TO SW-CONF-EDIT-OK
              MOVE 'REJECTED - BAD RESERVATION' TO RG-DISPOSAL
           END-IF

           IF CONF-EDIT-OK
              MOVE ALC-QTY TO RG-RESERVED
              IF SHC-SHIP-QTY > ALC-QTY
                 MOVE 'N' TO SW-CONF-EDIT-OK
                 MOVE 'REJECTED - OVER RESERVED' TO RG-DISPOSAL
              END-IF
           END-IF

           IF NOT CONF-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'SHP002' TO MSG-SHP-CODE
              MOVE SHC-PARTNO TO MSG-SHP-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-SHP-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

       CONFIRM-THE-LINE.
           IF SHC-SHIP-DATE IS NUMERIC AND SHC-SHIP-DATE > 0
              MOVE SHC-SHIP-DATE TO WS-SHIP-DATE
           ELSE
              MOVE TODAY-DATE TO WS-SHIP-DATE
           END-IF
           COMPUTE WS-SHORT-QTY = ALC-QTY - SHC-SHIP-QTY
           MOVE WS-SHORT-QTY TO RG-SHORT

           IF SHC-SHIP-QTY > 0
              PERFORM WRITE-SHIPPED-ISSUE
           END-IF
           IF WS-SHORT-QTY > 0
              PERFORM RETURN-SHORT-TO-BACKORDER
           END-IF

           EVALUATE TRUE
              WHEN WS-SHORT-QTY = 0
                 MOVE 'SHIPPED' TO RG-DISPOSAL
              WHEN SHC-SHIP-QTY = 0
                 MOVE 'NOT SHIPPED - BACKORDER' TO RG-DISPOSAL
              WHEN OTHER
                 MOVE 'SHORT - REST BACKORDERED' TO RG-DISPOSAL
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE
           .

       WRITE-SHIPPED-ISSUE.
           ADD 1 TO SHIPPED-COUNT
           ADD SHC-SHIP-QTY TO SHIPPED-QTY-TOTAL

           MOVE SPACES          TO MOV-OUT-RECORD
           MOVE SHC-DOC-NUMBER  TO MOV-DOC-NUMBER
           MOVE SHC-PARTNO      TO MOV-PARTNO
           MOVE 'I'             TO MOV-TYPE
           MOVE SHC-SHIP-QTY    TO MOV-QTY
           MOVE SPACE           TO MOV-SIGN
           MOVE WS-SHIP-DATE    TO MOV-DATE
           MOVE SPACES          TO MOV-LOT-NUMBER
           MOVE SPACES          TO MOV-COST-CENTER
           MOVE 0               TO MOV-UNIT-COST
           MOVE ALC-CUSTOMER    TO MOV-CUSTOMER
           WRITE MOV-OUT-RECORD
           IF MOV-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP014'         TO MSG-SHP-OPEN-CODE
              MOVE MOV-OUT-STATUS   TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF
           .

      ***
      *** the short remainder leaves the reservation through an
      *** ordinary STKALLOC release and goes back on the
      *** carry-forward under its original order date, so it keeps
      *** its place ahead of newer demand for the part.
      ***
       RETURN-SHORT-TO-BACKORDER.
           ADD 1 TO SHORT-COUNT
           ADD WS-SHORT-QTY TO SHORT-QTY-TOTAL

           MOVE SPACES          TO ALT-OUT-RECORD
           MOVE SHC-DOC-NUMBER  TO ALT-DOC-NUMBER
           MOVE SHC-PARTNO      TO ALT-PARTNO
           MOVE 'L'             TO ALT-TYPE
           MOVE WS-SHORT-QTY    TO ALT-QTY
           MOVE WS-SHIP-DATE    TO ALT-DATE
           MOVE ALC-CUSTOMER    TO ALT-CUSTOMER
           IF ALC-ORDER-DATE IS NUMERIC
              MOVE ALC-ORDER-DATE TO ALT-ORDER-DATE
           ELSE
              MOVE ALC-DATE TO ALT-ORDER-DATE
           END-IF
           WRITE ALT-OUT-RECORD
           IF ALT-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP015'         TO MSG-SHP-OPEN-CODE
              MOVE ALT-OUT-STATUS   TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

           MOVE SPACES          TO BKO-OUT-RECORD
           MOVE SHC-DOC-NUMBER  TO BKO-DOC-NUMBER
           MOVE SHC-PARTNO      TO BKO-PARTNO
           MOVE WS-SHORT-QTY    TO BKO-QTY
           MOVE ALT-ORDER-DATE  TO BKO-ORDER-DATE
           MOVE ALC-CUSTOMER    TO BKO-CUSTOMER
           WRITE BKO-OUT-RECORD
           IF BKO-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP016'         TO MSG-SHP-OPEN-CODE
              MOVE BKO-OUT-STATUS   TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF

           IF CUS-FILE-IS-OPEN AND ALC-CUSTOMER NOT = SPACES
              PERFORM RELIEVE-SHORT-OPEN-VALUE
           END-IF
           .

      ***
      *** the remainder leaves the customer's open-order value at
      *** the same I-UNITPR CUSTPOST raised it by, floored at zero
      *** -- a price change since release must not drive it
      *** negative.
      ***
       RELIEVE-SHORT-OPEN-VALUE.
           MOVE SHC-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND AND I-UNITPR IS NUMERIC
              COMPUTE WS-SHORT-VALUE = WS-SHORT-QTY * I-UNITPR
           ELSE
              MOVE 0 TO WS-SHORT-VALUE
           END-IF

           MOVE ALC-CUSTOMER TO FD-CUS-CUSTOMER
           READ CUS-DATA-FILE INTO WS-CUS-REC
              INVALID KEY
                 MOVE 'SHP019' TO MSG-SHP-CODE
                 MOVE SHC-PARTNO TO MSG-SHP-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-SHP-MSG
              NOT INVALID KEY
                 IF CUS-OPEN-ORDER-VALUE IS NUMERIC
                    AND CUS-OPEN-ORDER-VALUE > WS-SHORT-VALUE
                    SUBTRACT WS-SHORT-VALUE FROM CUS-OPEN-ORDER-VALUE
                 ELSE
                    MOVE 0 TO CUS-OPEN-ORDER-VALUE
                 END-IF
                 REWRITE CUS-REC FROM WS-CUS-REC
                    INVALID KEY
                       MOVE 'SHP020' TO MSG-SHP-CODE
                       MOVE SHC-PARTNO TO MSG-SHP-PARTNO
                       CALL 'LOGGER' USING BY CONTENT 'W'
                          BY CONTENT WS-SHP-MSG
                 END-REWRITE
           END-READ
           .

       WRITE-REGISTER-LINE.
           MOVE SHC-DOC-NUMBER TO RG-DOC-NUMBER
           MOVE SHC-PARTNO     TO RG-PART-NUM
           IF SHC-SHIP-QTY IS NUMERIC
              MOVE SHC-SHIP-QTY TO RG-SHIPPED
           ELSE
              MOVE 0 TO RG-SHIPPED
           END-IF
           MOVE ALC-CUSTOMER   TO RG-CUSTOMER
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           PERFORM CHECK-REG-WRITE-STATUS
           .

       CHECK-REG-WRITE-STATUS.
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SHP-OPEN-ERROR-FLAG
              MOVE 'SHP017'         TO MSG-SHP-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-SHP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHP-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CLOSE SHC-DATA-FILE
           CLOSE ALC-DATA-FILE
           CLOSE MOV-OUT-FILE
           CLOSE ALT-OUT-FILE
           CLOSE BKO-OUT-FILE
           IF CUS-FILE-IS-OPEN
              CLOSE CUS-DATA-FILE
           END-IF
           CLOSE REG-DATA-FILE

           IF SHP-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE CONF-COUNT    TO SUM-CONF-COUNT
           MOVE SHIPPED-COUNT TO SUM-SHIP-COUNT
           MOVE SHORT-COUNT   TO SUM-SHORT-COUNT
           MOVE REJECT-COUNT  TO SUM-REJ-COUNT
           DISPLAY WS-SHP-SUMMARY-LINE
           .
