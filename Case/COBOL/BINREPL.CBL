       identification division.
       program-id. BINREPL.
      ***
      *** BINREPL - forward-pick replenishment list, run overnight
      *** so the reserve-to-pick moves are waiting for the crew
      *** before first shift. Every pick face on CASBINL at or
      *** below its minimum is topped back up to its maximum (to
      *** the minimum where it keeps no maximum) from the part's
      *** reserve locations in walk order. The moves print sorted
      *** by the reserve location they are pulled from, so the
      *** list walks the building; a pick face the reserves cannot
      *** cover is flagged for the buyers. Nothing is posted here
      *** -- each move done on the floor goes back through BINMAINT
      *** as a move transaction.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASBRPRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  BIN-DATA-FILE.
       01 BIN-REC.
           05 FD-BIN-KEY        PIC X(15).
           05 FILLER            PIC X(65).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-FROM-LOCATION PIC X(06).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-TO-LOCATION   PIC X(06).
           05 SRT-MOVE-QTY      PIC 9(06).
           05 SRT-RESERVE-QTY   PIC 9(06).
           05 SRT-PICK-QTY      PIC 9(06).
           05 SRT-MIN-QTY       PIC 9(05).
           05 SRT-MAX-QTY       PIC 9(05).
           05 SRT-DESCR         PIC X(30).
           05 SRT-REMARK        PIC X(16).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 WS-BIN-REC.
       copy BINDETL.
       01 BIN-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 BRP-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 BRP-ERROR-FOUND     VALUE 'Y'.
       01 WS-BRP-OPEN-MSG.
           05 MSG-BRP-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BRP-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BRP-MSG.
           05 MSG-BRP-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BRP-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-BIN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 BIN-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-BIN-EOF          PIC X(01) VALUE 'Y'.
           88 BIN-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
      ***
      *** the part's locations in walk order
      ***
       01 WS-PART-BIN-TABLE.
           05 WS-PART-BIN-ENTRY OCCURS 20 TIMES.
              10 PBN-LOCATION    PIC X(06).
              10 PBN-LOC-TYPE    PIC X(01).
              10 PBN-QTY         PIC 9(06).
              10 PBN-MIN-QTY     PIC 9(05).
              10 PBN-MAX-QTY     PIC 9(05).
       01 PART-BIN-COUNT      PIC 9(02).
       01 PBN-SUB             PIC 9(02).
       01 PBN-PICK            PIC 9(02).
       01 WS-CURRENT-PARTNO   PIC X(09).
       01 WS-PICK-TARGET      PIC 9(05).
       01 WS-PICK-NEED        PIC 9(06).
       01 WS-MOVE-QTY         PIC 9(06).
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 LOCATION-COUNT      PIC 9(07) VALUE 0.
       01 PICK-FACE-COUNT     PIC 9(07) VALUE 0.
       01 MOVE-COUNT          PIC 9(07) VALUE 0.
       01 MOVE-QTY-TOTAL      PIC 9(09) VALUE 0.
       01 SHORT-COUNT         PIC 9(07) VALUE 0.
       01 WS-BRP-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'FROM BIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'TO BIN  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE '  MOVE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'RESRVE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE '  PICK'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  MIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  MAX'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'REMARK'.
           05                  PIC X(25)  VALUE SPACES.
       01 WS-BRP-LINE.
           05                  PIC X      VALUE SPACES.
           05 RL-FROM-LOC      PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-TO-LOC        PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 RL-MOVE-QTY      PIC ZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-RESERVE-QTY   PIC ZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-PICK-QTY      PIC ZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-MIN-QTY       PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-MAX-QTY       PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RL-REMARK        PIC X(16).
           05                  PIC X(15)  VALUE SPACES.
       01 WS-BRP-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(16)  VALUE 'MOVES LISTED:   '.
           05 RT-MOVE-COUNT    PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(12)  VALUE 'QTY TO MOVE:'.
           05 RT-MOVE-QTY      PIC ZZZ,ZZZ,ZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(18)  VALUE 'PICK FACES SHORT: '.
           05 RT-SHORT-COUNT   PIC ZZZZZZ9.
           05                  PIC X(53)  VALUE SPACES.
       01 WS-BRP-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'PARTS READ: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'PICK FACES LOW: '.
           05 SUM-PICK-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'MOVES: '.
           05 SUM-MOVE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'SHORT: '.
           05 SUM-SHORT-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BRP001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-FROM-LOCATION SRT-PARTNO
              INPUT PROCEDURE IS RELEASE-REPLENISHMENTS
              OUTPUT PROCEDURE IS WRITE-REPLENISHMENT-LIST

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BRP999: All done'
           GOBACK
           .

       INITIALIZATION.
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT BIN-DATA-FILE
           IF BIN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-BIN-FILE-OPEN
           ELSE
              MOVE 'Y'              TO BRP-ERROR-FLAG
              MOVE 'BRP009'         TO MSG-BRP-OPEN-CODE
              MOVE BIN-FILE-STATUS  TO MSG-BRP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BRP-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BRP-ERROR-FLAG
              MOVE 'BRP010'         TO MSG-BRP-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-BRP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BRP-OPEN-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-BRP-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       RELEASE-REPLENISHMENTS.
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
           PERFORM PLAN-ONE-PART UNTIL BIN-AT-EOF
           .

       READ-NEXT-BIN.
           READ BIN-DATA-FILE NEXT RECORD INTO WS-BIN-REC
              AT END
                 MOVE 'Y' TO SW-BIN-EOF
              NOT AT END
                 ADD 1 TO LOCATION-COUNT
           END-READ
           .

      ***
      *** one part -- its locations gathered in walk order, and a
      *** pick face at or below its minimum topped up from the
      *** reserves until it is full or they run dry.
      ***
       PLAN-ONE-PART.
           ADD 1 TO PART-COUNT
           MOVE BIN-PARTNO TO WS-CURRENT-PARTNO
           MOVE 0          TO PART-BIN-COUNT
           MOVE 0          TO PBN-PICK
           PERFORM LOAD-ONE-BIN
              UNTIL BIN-AT-EOF OR BIN-PARTNO NOT = WS-CURRENT-PARTNO

           IF PBN-PICK > 0
              IF PBN-MIN-QTY(PBN-PICK) > 0
                 AND PBN-QTY(PBN-PICK) <= PBN-MIN-QTY(PBN-PICK)
                 PERFORM REPLENISH-PICK-FACE
              END-IF
           END-IF
           .

       LOAD-ONE-BIN.
           IF PART-BIN-COUNT < 20
              ADD 1 TO PART-BIN-COUNT
              MOVE BIN-LOCATION TO PBN-LOCATION(PART-BIN-COUNT)
              MOVE 0            TO PBN-QTY(PART-BIN-COUNT)
              MOVE 0            TO PBN-MIN-QTY(PART-BIN-COUNT)
              MOVE 0            TO PBN-MAX-QTY(PART-BIN-COUNT)
              IF BIN-QTY IS NUMERIC
                 MOVE BIN-QTY   TO PBN-QTY(PART-BIN-COUNT)
              END-IF
              IF BIN-IS-RESERVE
                 MOVE 'R' TO PBN-LOC-TYPE(PART-BIN-COUNT)
              ELSE
                 MOVE 'P' TO PBN-LOC-TYPE(PART-BIN-COUNT)
                 IF BIN-MIN-QTY IS NUMERIC
                    MOVE BIN-MIN-QTY TO PBN-MIN-QTY(PART-BIN-COUNT)
                 END-IF
                 IF BIN-MAX-QTY IS NUMERIC
                    MOVE BIN-MAX-QTY TO PBN-MAX-QTY(PART-BIN-COUNT)
                 END-IF
                 IF PBN-PICK = 0
                    MOVE PART-BIN-COUNT TO PBN-PICK
                 END-IF
              END-IF
           ELSE
              MOVE 'BRP002'   TO MSG-BRP-CODE
              MOVE BIN-PARTNO TO MSG-BRP-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-BRP-MSG
           END-IF
           PERFORM READ-NEXT-BIN
           .

       REPLENISH-PICK-FACE.
           ADD 1 TO PICK-FACE-COUNT
           IF PBN-MAX-QTY(PBN-PICK) > PBN-MIN-QTY(PBN-PICK)
              MOVE PBN-MAX-QTY(PBN-PICK) TO WS-PICK-TARGET
           ELSE
              MOVE PBN-MIN-QTY(PBN-PICK) TO WS-PICK-TARGET
           END-IF
           IF WS-PICK-TARGET > PBN-QTY(PBN-PICK)
              COMPUTE WS-PICK-NEED =
                 WS-PICK-TARGET - PBN-QTY(PBN-PICK)
           ELSE
      *       SITTING EXACTLY ON A MINIMUM WITH NO MAXIMUM ABOVE
      *       IT -- ONE MORE PICK TAKES IT BELOW, SO FILL A MINIMUM.
              MOVE PBN-MIN-QTY(PBN-PICK) TO WS-PICK-NEED
           END-IF

           PERFORM FETCH-PART-DESCR
           PERFORM PULL-FROM-ONE-RESERVE
              VARYING PBN-SUB FROM 1 BY 1
              UNTIL PBN-SUB > PART-BIN-COUNT OR WS-PICK-NEED = 0

           IF WS-PICK-NEED > 0
              ADD 1 TO SHORT-COUNT
              MOVE SPACES                 TO SORT-RECORD
              MOVE HIGH-VALUES            TO SRT-FROM-LOCATION
              MOVE WS-CURRENT-PARTNO      TO SRT-PARTNO
              MOVE PBN-LOCATION(PBN-PICK) TO SRT-TO-LOCATION
              MOVE WS-PICK-NEED           TO SRT-MOVE-QTY
              MOVE 0                      TO SRT-RESERVE-QTY
              MOVE PBN-QTY(PBN-PICK)      TO SRT-PICK-QTY
              MOVE PBN-MIN-QTY(PBN-PICK)  TO SRT-MIN-QTY
              MOVE PBN-MAX-QTY(PBN-PICK)  TO SRT-MAX-QTY
              MOVE I-DESCR                TO SRT-DESCR
              MOVE 'RESERVE SHORT'        TO SRT-REMARK
              RELEASE SORT-RECORD
           END-IF
           .

       PULL-FROM-ONE-RESERVE.
           IF PBN-LOC-TYPE(PBN-SUB) = 'R' AND PBN-QTY(PBN-SUB) > 0
              IF PBN-QTY(PBN-SUB) < WS-PICK-NEED
                 MOVE PBN-QTY(PBN-SUB) TO WS-MOVE-QTY
              ELSE
                 MOVE WS-PICK-NEED     TO WS-MOVE-QTY
              END-IF
              MOVE SPACES                 TO SORT-RECORD
              MOVE PBN-LOCATION(PBN-SUB)  TO SRT-FROM-LOCATION
              MOVE WS-CURRENT-PARTNO      TO SRT-PARTNO
              MOVE PBN-LOCATION(PBN-PICK) TO SRT-TO-LOCATION
              MOVE WS-MOVE-QTY            TO SRT-MOVE-QTY
              MOVE PBN-QTY(PBN-SUB)       TO SRT-RESERVE-QTY
              MOVE PBN-QTY(PBN-PICK)      TO SRT-PICK-QTY
              MOVE PBN-MIN-QTY(PBN-PICK)  TO SRT-MIN-QTY
              MOVE PBN-MAX-QTY(PBN-PICK)  TO SRT-MAX-QTY
              MOVE I-DESCR                TO SRT-DESCR
              IF WS-MOVE-QTY = PBN-QTY(PBN-SUB)
                 MOVE 'EMPTIES RESERVE' TO SRT-REMARK
              END-IF
              RELEASE SORT-RECORD
              SUBTRACT WS-MOVE-QTY FROM WS-PICK-NEED
              ADD 1           TO MOVE-COUNT
              ADD WS-MOVE-QTY TO MOVE-QTY-TOTAL
           END-IF
           .

       FETCH-PART-DESCR.
           MOVE SPACES            TO IN-DATA
           MOVE WS-CURRENT-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF NOT LOOKUP-FOUND
              MOVE '*** NOT ON CASEIN ***' TO I-DESCR
           END-IF
           .

       WRITE-REPLENISHMENT-LIST.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM WRITE-ONE-MOVE UNTIL SORT-AT-EOF
           .

       WRITE-ONE-MOVE.
           MOVE SPACES TO RL-FROM-LOC
           IF SRT-FROM-LOCATION = HIGH-VALUES
              MOVE 'NONE    ' TO RL-FROM-LOC
           ELSE
              STRING SRT-FROM-LOCATION(1:2) '/'
                 SRT-FROM-LOCATION(3:2) '/'
                 SRT-FROM-LOCATION(5:2)
                 DELIMITED BY SIZE
                 INTO RL-FROM-LOC
              END-STRING
           END-IF
           MOVE SPACES TO RL-TO-LOC
           STRING SRT-TO-LOCATION(1:2) '/'
              SRT-TO-LOCATION(3:2) '/'
              SRT-TO-LOCATION(5:2)
              DELIMITED BY SIZE
              INTO RL-TO-LOC
           END-STRING
           MOVE SRT-PARTNO      TO RL-PARTNO
           MOVE SRT-DESCR       TO RL-DESCR
           MOVE SRT-MOVE-QTY    TO RL-MOVE-QTY
           MOVE SRT-RESERVE-QTY TO RL-RESERVE-QTY
           MOVE SRT-PICK-QTY    TO RL-PICK-QTY
           MOVE SRT-MIN-QTY     TO RL-MIN-QTY
           MOVE SRT-MAX-QTY     TO RL-MAX-QTY
           MOVE SRT-REMARK      TO RL-REMARK
           WRITE RPT-OUT-DATA FROM WS-BRP-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BRP-ERROR-FLAG
              MOVE 'BRP011'         TO MSG-BRP-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-BRP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BRP-OPEN-MSG
           END-IF
           .

       TERMINATION.
           MOVE MOVE-COUNT     TO RT-MOVE-COUNT
           MOVE MOVE-QTY-TOTAL TO RT-MOVE-QTY
           MOVE SHORT-COUNT    TO RT-SHORT-COUNT
           WRITE RPT-OUT-DATA FROM WS-BRP-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           IF BIN-FILE-IS-OPEN
              CLOSE BIN-DATA-FILE
           END-IF
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           IF BRP-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT      TO SUM-PART-COUNT
           MOVE PICK-FACE-COUNT TO SUM-PICK-COUNT
           MOVE MOVE-COUNT      TO SUM-MOVE-COUNT
           MOVE SHORT-COUNT     TO SUM-SHORT-COUNT
           DISPLAY WS-BRP-SUMMARY-LINE
           .
