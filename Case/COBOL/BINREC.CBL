           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
       data division.
       file section.
       FD BIN-DATA-FILE.
       01 BIN-DATA.
           05 FD-BIN-KEY.
              10 FD-BIN-PARTNO  PIC X(09).
              10 FD-BIN-AISLE   PIC X(02).
              10 FD-BIN-BAY     PIC X(02).
              10 FD-BIN-LEVEL   PIC X(02).
           05 FD-BIN-LOC-TYPE   PIC X(01).
           05 FD-BIN-QTY        PIC X(05).
           05 FILLER            PIC X(59).
       working-storage section.
       01 BIN-FILE-STATUS      PIC X(02).
       01 BIN-FILE-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88 BIN-FILE-IS-OPEN     VALUE 'Y'.
       01 SW-BIN-SCAN-DONE     PIC X(01) VALUE 'Y'.
           88 BIN-SCAN-DONE        VALUE 'Y'.
       01 WS-FIRST-BIN-DATA    PIC X(80).
      ***
      *** function '3' hands back the part's pick face -- aisle,
      *** bay, and level plus a ready-formatted AA/BB/LL display
      *** string so every caller prints the location the same
      *** way. a part with only reserve locations gets the first
      *** of them in walk order. functions '4' and '5' walk every
      *** location the part holds, first and then next, with
      *** return code 4 when there are no more.
      ***
       01 BIN-LOOKUP-PARTNO    PIC X(09) EXTERNAL.
       01 BIN-RESULT-FLAG      PIC X(01) EXTERNAL.
       01 BIN-BAY-OUT          PIC X(02) EXTERNAL.
       01 BIN-LEVEL-OUT        PIC X(02) EXTERNAL.
       01 BIN-LOCATION-DISPLAY PIC X(08) EXTERNAL.
       01 BIN-LOC-TYPE-OUT     PIC X(01) EXTERNAL.
       01 BIN-QTY-OUT          PIC 9(05) EXTERNAL.
       01 BIN-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 BIN-IO-ERROR-FOUND   VALUE 'Y'.
       01 BIN-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
      ***
      *** enriched snapshot -- while GETREC is serving a reader's
      *** pass from CASENRCH, the current detail already carries
      *** this answer for the part just read.
      ***
       01 ENR-SNAP-ACTIVE-FLAG PIC X(01) EXTERNAL.
           88 ENR-SNAP-ACTIVE      VALUE 'Y'.
       01 ENR-CURRENT-RECORD   EXTERNAL.
       copy ENRSNAP.
       linkage section.
      ***
      *** good place to define parameters
              WHEN "1"
                 PERFORM OPEN-BIN-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-PARTNO = BIN-LOOKUP-PARTNO
                    PERFORM BIN-LOCATION-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-BIN-LOCATION
                 END-IF
              WHEN "4"
                 PERFORM START-PART-LOCATIONS
              WHEN "5"
                 PERFORM NEXT-PART-LOCATION
              WHEN "9"
                 PERFORM CLOSE-BIN-FILE
              WHEN OTHER
           END-IF
           .

       BIN-LOCATION-FROM-SNAPSHOT.
           PERFORM CLEAR-BIN-RESULT
           IF ENR-BIN-FOUND = 'Y'
              MOVE 'Y'              TO BIN-RESULT-FLAG
              MOVE ENR-BIN-AISLE    TO BIN-AISLE-OUT
              MOVE ENR-BIN-BAY      TO BIN-BAY-OUT
              MOVE ENR-BIN-LEVEL    TO BIN-LEVEL-OUT
              STRING ENR-BIN-AISLE '/' ENR-BIN-BAY '/'
                 ENR-BIN-LEVEL
                 DELIMITED BY SIZE
                 INTO BIN-LOCATION-DISPLAY
              END-STRING
              MOVE ENR-BIN-LOC-TYPE TO BIN-LOC-TYPE-OUT
              MOVE ENR-BIN-QTY      TO BIN-QTY-OUT
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-BIN-LOCATION.
           PERFORM CLEAR-BIN-RESULT
           MOVE SPACES TO WS-FIRST-BIN-DATA
           IF BIN-FILE-IS-OPEN
              PERFORM POSITION-ON-PART
              PERFORM SCAN-FOR-PICK-FACE UNTIL BIN-SCAN-DONE
              IF NOT BIN-FOUND
                 IF WS-FIRST-BIN-DATA NOT = SPACES
                    MOVE WS-FIRST-BIN-DATA TO BIN-DATA
                    PERFORM RETURN-BIN-LOCATION
                 ELSE
                    MOVE 4 TO RETURN-CODE
                 END-IF
              END-IF
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       SCAN-FOR-PICK-FACE.
           READ BIN-DATA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SW-BIN-SCAN-DONE
           END-READ
           IF NOT BIN-SCAN-DONE
              IF FD-BIN-PARTNO NOT = BIN-LOOKUP-PARTNO
                 MOVE 'Y' TO SW-BIN-SCAN-DONE
              ELSE
                 IF FD-BIN-LOC-TYPE = 'P' OR FD-BIN-LOC-TYPE = SPACE
                    PERFORM RETURN-BIN-LOCATION
                    MOVE 'Y' TO SW-BIN-SCAN-DONE
                 ELSE
                    IF WS-FIRST-BIN-DATA = SPACES
                       MOVE BIN-DATA TO WS-FIRST-BIN-DATA
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       START-PART-LOCATIONS.
           PERFORM CLEAR-BIN-RESULT
           IF BIN-FILE-IS-OPEN
              PERFORM POSITION-ON-PART
              PERFORM NEXT-PART-LOCATION
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       NEXT-PART-LOCATION.
           PERFORM CLEAR-BIN-RESULT
           IF BIN-FILE-IS-OPEN AND NOT BIN-SCAN-DONE
              READ BIN-DATA-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO SW-BIN-SCAN-DONE
              END-READ
              IF NOT BIN-SCAN-DONE
                 AND FD-BIN-PARTNO NOT = BIN-LOOKUP-PARTNO
                 MOVE 'Y' TO SW-BIN-SCAN-DONE
              END-IF
           END-IF
           IF BIN-FILE-IS-OPEN AND NOT BIN-SCAN-DONE
              PERFORM RETURN-BIN-LOCATION
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       POSITION-ON-PART.
           MOVE 'N'               TO SW-BIN-SCAN-DONE
           MOVE LOW-VALUES        TO FD-BIN-KEY
           MOVE BIN-LOOKUP-PARTNO TO FD-BIN-PARTNO
           START BIN-DATA-FILE KEY >= FD-BIN-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-BIN-SCAN-DONE
           END-START
           .

       CLEAR-BIN-RESULT.
           MOVE 'N'    TO BIN-RESULT-FLAG
           MOVE SPACES TO BIN-AISLE-OUT
           MOVE SPACES TO BIN-BAY-OUT
           MOVE SPACES TO BIN-LEVEL-OUT
           MOVE SPACES TO BIN-LOCATION-DISPLAY
           MOVE SPACES TO BIN-LOC-TYPE-OUT
           MOVE 0      TO BIN-QTY-OUT
           .

       RETURN-BIN-LOCATION.
           MOVE 'Y'          TO BIN-RESULT-FLAG
           MOVE FD-BIN-AISLE TO BIN-AISLE-OUT
           MOVE FD-BIN-BAY   TO BIN-BAY-OUT
           MOVE FD-BIN-LEVEL TO BIN-LEVEL-OUT
           STRING FD-BIN-AISLE '/' FD-BIN-BAY '/'
              FD-BIN-LEVEL
              DELIMITED BY SIZE
              INTO BIN-LOCATION-DISPLAY
           END-STRING
           IF FD-BIN-LOC-TYPE = 'R'
              MOVE 'R' TO BIN-LOC-TYPE-OUT
           ELSE
              MOVE 'P' TO BIN-LOC-TYPE-OUT
           END-IF
           IF FD-BIN-QTY IS NUMERIC
              MOVE FD-BIN-QTY TO BIN-QTY-OUT
           END-IF
           MOVE BIN-DATA TO PARM-OUTREC
           .

       CLOSE-BIN-FILE.
