      *** CASBTXN add/change/delete transactions to the CASBINL
      *** bin-location master alongside the CASEIN flow, with the
      *** same edit-first discipline CASMAINT applies: the part
      *** must exist on CASEIN, every transaction must carry a
      *** full aisle/bay/level, and every transaction lands on the
      *** register with what happened to it. A part keeps one pick
      *** face and any number of reserve locations; a location
      *** still holding stock cannot be deleted. A move transaction
      *** shifts stock between two of the part's locations once
      *** the warehouse has done it -- I-QOH does not change.
      ***
       environment division.
       input-output section.
           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASBTXN
              FILE STATUS IS TXN-FILE-STATUS.
       file section.
       FD  BIN-DATA-FILE.
       01 BIN-REC.
           05 FD-BIN-KEY        PIC X(15).
           05 FILLER            PIC X(65).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy BINTXN.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 SW-BIN-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 BIN-BROWSE-DONE     VALUE 'Y'.
       01 WS-PICK-LOCATION    PIC X(06).
       01 WS-TXN-QTY          PIC 9(05).
       01 WS-TXN-MIN-QTY      PIC 9(05).
       01 WS-TXN-MAX-QTY      PIC 9(05).
       01 WS-KEPT-QTY         PIC 9(05).
       01 WS-TO-BIN-REC       PIC X(80).
       01 MOVE-COUNT          PIC 9(07) VALUE 0.
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 ADD-COUNT           PIC 9(07) VALUE 0.
       01 CHANGE-COUNT        PIC 9(07) VALUE 0.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'LOCATION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'TYPE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  MIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  MAX'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'TO LOC'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(56)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05 RG-PART-NUM      PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-LOCATION      PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-LOC-TYPE      PIC X(01).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-MIN-QTY       PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-MAX-QTY       PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-TO-LOCATION   PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(24).
           05                  PIC X(40)  VALUE SPACES.
       01 WS-BMT-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(09) VALUE 'DELETED: '.
           05 SUM-DEL-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'MOVED: '.
           05 SUM-MOVE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
       procedure division.
                    PERFORM CHANGE-BIN-RECORD
                 WHEN BTX-IS-DELETE
                    PERFORM DELETE-BIN-RECORD
                 WHEN BTX-IS-MOVE
                    PERFORM MOVE-BIN-STOCK
              END-EVALUATE
           END-IF


       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK
           MOVE 0   TO WS-TXN-QTY
           MOVE 0   TO WS-TXN-MIN-QTY
           MOVE 0   TO WS-TXN-MAX-QTY
           IF BTX-QTY IS NUMERIC
              MOVE BTX-QTY     TO WS-TXN-QTY
           END-IF
           IF BTX-MIN-QTY IS NUMERIC
              MOVE BTX-MIN-QTY TO WS-TXN-MIN-QTY
           END-IF
           IF BTX-MAX-QTY IS NUMERIC
              MOVE BTX-MAX-QTY TO WS-TXN-MAX-QTY
           END-IF

           IF NOT BTX-IS-ADD AND NOT BTX-IS-CHANGE
              AND NOT BTX-IS-DELETE AND NOT BTX-IS-MOVE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF
           END-IF

           IF TXN-EDIT-OK
              AND (BTX-AISLE = SPACES OR BTX-BAY = SPACES
                 OR BTX-LEVEL = SPACES)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD LOCATION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (BTX-IS-ADD OR BTX-IS-CHANGE)
              AND BTX-LOC-TYPE NOT = 'P' AND BTX-LOC-TYPE NOT = 'R'
              AND BTX-LOC-TYPE NOT = SPACE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD TYPE' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (BTX-IS-ADD OR BTX-IS-CHANGE)
              AND WS-TXN-MAX-QTY > 0
              AND WS-TXN-MAX-QTY < WS-TXN-MIN-QTY
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - MAX BELOW MIN' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND BTX-IS-MOVE
              AND (BTX-TO-AISLE = SPACES OR BTX-TO-BAY = SPACES
                 OR BTX-TO-LEVEL = SPACES
                 OR BTX-TO-LOCATION = BTX-LOCATION)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD TO LOC' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND BTX-IS-MOVE AND WS-TXN-QTY = 0
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO MOVE QTY' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              MOVE BTX-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              END-IF
           END-IF

      *    ONE PICK FACE PER PART -- A SECOND ONE MUST BE CHANGED
      *    TO RESERVE, OR THE OLD ONE DELETED, FIRST.
           IF TXN-EDIT-OK
              AND (BTX-IS-ADD OR BTX-IS-CHANGE)
              AND BTX-LOC-TYPE NOT = 'R'
              PERFORM FIND-PICK-FACE
              IF WS-PICK-LOCATION NOT = SPACES
                 AND WS-PICK-LOCATION NOT = BTX-LOCATION
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - HAS PICK FACE' TO RG-DISPOSAL
              END-IF
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'BMT002' TO MSG-BMT-CODE
           END-IF
           .

       FIND-PICK-FACE.
           MOVE SPACES     TO WS-PICK-LOCATION
           MOVE 'N'        TO SW-BIN-BROWSE-DONE
           MOVE LOW-VALUES TO WS-BIN-REC
           MOVE BTX-PARTNO TO BIN-PARTNO
           MOVE BIN-KEY    TO FD-BIN-KEY
           START BIN-DATA-FILE KEY >= FD-BIN-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-BIN-BROWSE-DONE
           END-START
           PERFORM CHECK-ONE-LOCATION UNTIL BIN-BROWSE-DONE
           .

       CHECK-ONE-LOCATION.
           READ BIN-DATA-FILE NEXT RECORD INTO WS-BIN-REC
              AT END
                 MOVE 'Y' TO SW-BIN-BROWSE-DONE
           END-READ
           IF NOT BIN-BROWSE-DONE
              IF BIN-PARTNO NOT = BTX-PARTNO
                 MOVE 'Y' TO SW-BIN-BROWSE-DONE
              ELSE
                 IF BIN-IS-PICK
                    MOVE BIN-LOCATION TO WS-PICK-LOCATION
                    MOVE 'Y' TO SW-BIN-BROWSE-DONE
                 END-IF
              END-IF
           END-IF
           .

      ***
      *** an add is the location's take-on -- the quantity found
      *** there goes on with it. adding a location already on
      *** file replaces its settings but never its quantity; from
      *** then on stock only moves by posting or by a move here.
      ***
       ADD-BIN-RECORD.
           PERFORM FETCH-KEPT-QTY
           PERFORM BUILD-BIN-RECORD
           MOVE WS-TXN-QTY TO BIN-QTY
           WRITE BIN-REC FROM WS-BIN-REC
              INVALID KEY
                 MOVE WS-KEPT-QTY TO BIN-QTY
                 REWRITE BIN-REC FROM WS-BIN-REC
                 ADD 1 TO CHANGE-COUNT
                 MOVE 'REPLACED EXISTING' TO RG-DISPOSAL
           .

       CHANGE-BIN-RECORD.
           PERFORM FETCH-KEPT-QTY
           PERFORM BUILD-BIN-RECORD
           MOVE WS-KEPT-QTY TO BIN-QTY
           MOVE BIN-KEY     TO FD-BIN-KEY
           REWRITE BIN-REC FROM WS-BIN-REC
              INVALID KEY
                 WRITE BIN-REC FROM WS-BIN-REC
           .

       DELETE-BIN-RECORD.
           MOVE SPACES     TO WS-BIN-REC
           MOVE BTX-PARTNO TO BIN-PARTNO
           MOVE BTX-AISLE  TO BIN-AISLE
           MOVE BTX-BAY    TO BIN-BAY
           MOVE BTX-LEVEL  TO BIN-LEVEL
           MOVE BIN-KEY    TO FD-BIN-KEY
           READ BIN-DATA-FILE INTO WS-BIN-REC
              INVALID KEY
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NOT ON FILE' TO RG-DISPOSAL
              NOT INVALID KEY
                 IF BIN-QTY IS NUMERIC AND BIN-QTY > 0
                    ADD 1 TO REJECT-COUNT
                    MOVE 'REJECTED - STOCK IN BIN' TO RG-DISPOSAL
                 ELSE
                    DELETE BIN-DATA-FILE RECORD
                    ADD 1 TO DELETE-COUNT
                    MOVE 'DELETED' TO RG-DISPOSAL
                 END-IF
           END-READ
           PERFORM WRITE-REGISTER-LINE
           .

      ***
      *** a move takes the quantity out of the FROM location and
      *** puts it in the TO location. both must already be on
      *** file for the part, and the FROM location must hold the
      *** stock -- a move never creates or destroys any.
      ***
       MOVE-BIN-STOCK.
           MOVE SPACES       TO WS-TO-BIN-REC
           MOVE SPACES       TO WS-BIN-REC
           MOVE BTX-PARTNO   TO BIN-PARTNO
           MOVE BTX-TO-AISLE TO BIN-AISLE
           MOVE BTX-TO-BAY   TO BIN-BAY
           MOVE BTX-TO-LEVEL TO BIN-LEVEL
           MOVE BIN-KEY      TO FD-BIN-KEY
           READ BIN-DATA-FILE INTO WS-BIN-REC
              INVALID KEY
                 MOVE 'REJECTED - NO TO BIN' TO RG-DISPOSAL
              NOT INVALID KEY
                 MOVE WS-BIN-REC TO WS-TO-BIN-REC
           END-READ

           IF WS-TO-BIN-REC NOT = SPACES
              MOVE SPACES     TO WS-BIN-REC
              MOVE BTX-PARTNO TO BIN-PARTNO
              MOVE BTX-AISLE  TO BIN-AISLE
              MOVE BTX-BAY    TO BIN-BAY
              MOVE BTX-LEVEL  TO BIN-LEVEL
              MOVE BIN-KEY    TO FD-BIN-KEY
              READ BIN-DATA-FILE INTO WS-BIN-REC
                 INVALID KEY
                    MOVE SPACES TO WS-TO-BIN-REC
                    MOVE 'REJECTED - NO FROM BIN' TO RG-DISPOSAL
              END-READ
           END-IF

           IF WS-TO-BIN-REC NOT = SPACES
              IF BIN-QTY NOT NUMERIC
                 MOVE 0 TO BIN-QTY
              END-IF
              IF WS-TXN-QTY > BIN-QTY
                 MOVE SPACES TO WS-TO-BIN-REC
                 MOVE 'REJECTED - BAD MOVE QTY' TO RG-DISPOSAL
              END-IF
           END-IF

           IF WS-TO-BIN-REC NOT = SPACES
              SUBTRACT WS-TXN-QTY FROM BIN-QTY
              ACCEPT BIN-LAST-DATE FROM DATE YYYYMMDD
              REWRITE BIN-REC FROM WS-BIN-REC
              MOVE WS-TO-BIN-REC TO WS-BIN-REC
              IF BIN-QTY NOT NUMERIC
                 MOVE 0 TO BIN-QTY
              END-IF
              IF BIN-QTY + WS-TXN-QTY > 99999
                 MOVE 99999 TO BIN-QTY
              ELSE
                 ADD WS-TXN-QTY TO BIN-QTY
              END-IF
              ACCEPT BIN-LAST-DATE FROM DATE YYYYMMDD
              MOVE BIN-KEY TO FD-BIN-KEY
              REWRITE BIN-REC FROM WS-BIN-REC
              ADD 1 TO MOVE-COUNT
              MOVE 'MOVED' TO RG-DISPOSAL
           ELSE
              ADD 1 TO REJECT-COUNT
              MOVE 'BMT002' TO MSG-BMT-CODE
              MOVE BTX-PARTNO TO MSG-BMT-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-BMT-MSG
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

       FETCH-KEPT-QTY.
           MOVE 0          TO WS-KEPT-QTY
           MOVE SPACES     TO WS-BIN-REC
           MOVE BTX-PARTNO TO BIN-PARTNO
           MOVE BTX-AISLE  TO BIN-AISLE
           MOVE BTX-BAY    TO BIN-BAY
           MOVE BTX-LEVEL  TO BIN-LEVEL
           MOVE BIN-KEY    TO FD-BIN-KEY
           READ BIN-DATA-FILE INTO WS-BIN-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF BIN-QTY IS NUMERIC
                    MOVE BIN-QTY TO WS-KEPT-QTY
                 END-IF
           END-READ
           .

       BUILD-BIN-RECORD.
           MOVE SPACES     TO WS-BIN-REC
           MOVE BTX-PARTNO TO BIN-PARTNO
           MOVE BTX-AISLE  TO BIN-AISLE
           MOVE BTX-BAY    TO BIN-BAY
           MOVE BTX-LEVEL  TO BIN-LEVEL
           IF BTX-LOC-TYPE = 'R'
              MOVE 'R'            TO BIN-LOC-TYPE
              MOVE 0              TO BIN-MIN-QTY
              MOVE 0              TO BIN-MAX-QTY
           ELSE
              MOVE 'P'            TO BIN-LOC-TYPE
              MOVE WS-TXN-MIN-QTY TO BIN-MIN-QTY
              MOVE WS-TXN-MAX-QTY TO BIN-MAX-QTY
           END-IF
           MOVE 0          TO BIN-QTY
           ACCEPT BIN-LAST-DATE FROM DATE YYYYMMDD
           .

       WRITE-REGISTER-LINE.
              DELIMITED BY SIZE
              INTO RG-LOCATION
           END-STRING
           MOVE BTX-LOC-TYPE   TO RG-LOC-TYPE
           MOVE WS-TXN-QTY     TO RG-QTY
           MOVE WS-TXN-MIN-QTY TO RG-MIN-QTY
           MOVE WS-TXN-MAX-QTY TO RG-MAX-QTY
           MOVE SPACES         TO RG-TO-LOCATION
           IF BTX-IS-MOVE
              STRING BTX-TO-AISLE '/' BTX-TO-BAY '/' BTX-TO-LEVEL
                 DELIMITED BY SIZE
                 INTO RG-TO-LOCATION
              END-STRING
           END-IF
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMT-OPEN-ERROR-FLAG
           MOVE ADD-COUNT    TO SUM-ADD-COUNT
           MOVE CHANGE-COUNT TO SUM-CHG-COUNT
           MOVE DELETE-COUNT TO SUM-DEL-COUNT
           MOVE MOVE-COUNT   TO SUM-MOVE-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-BMT-SUMMARY-LINE
           .
