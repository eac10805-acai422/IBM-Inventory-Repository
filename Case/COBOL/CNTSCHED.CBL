       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    WALK-SEQUENCED SHEETS -- EVERY CASBINL LOCATION A COUNT
      *    CANDIDATE OCCUPIES, PICK FACE AND RESERVE ALIKE, IS
      *    RELEASED TO AN EXTERNAL SORT ON AISLE/BAY/LEVEL, SO THE
      *    SHEETS COME OUT ONE LINE PER BIN IN THE ORDER THE COUNTER
      *    WALKS THE BUILDING INSTEAD OF KEY ORDER. A PART WITH NO
      *    BIN ASSIGNMENT SORTS TO THE END OF THE WALK.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
       01 BIN-BAY-OUT         PIC X(02) EXTERNAL.
       01 BIN-LEVEL-OUT       PIC X(02) EXTERNAL.
       01 BIN-LOCATION-DISPLAY PIC X(08) EXTERNAL.
       01 BIN-LOC-TYPE-OUT    PIC X(01) EXTERNAL.
       01 BIN-QTY-OUT         PIC 9(05) EXTERNAL.
       01 BIN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 BIN-IO-ERROR-FOUND  VALUE 'Y'.
       01 BIN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 A-SELECTED-COUNT    PIC 9(07) VALUE 0.
       01 B-SELECTED-COUNT    PIC 9(07) VALUE 0.
       01 C-SELECTED-COUNT    PIC 9(07) VALUE 0.
       01 SHEET-LINE-COUNT    PIC 9(07) VALUE 0.
       01 WS-SHEET-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'CLASS C: '.
           05 SUM-C-COUNT     PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'SHEET LINES: '.
           05 SUM-LINE-COUNT  PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           .

       RELEASE-COUNT-CANDIDATE.
           ADD 1 TO SELECTED-COUNT
           EVALUATE WS-PART-CLASS
              WHEN 'A'
                 ADD 1 TO A-SELECTED-COUNT
              WHEN 'B'
                 ADD 1 TO B-SELECTED-COUNT
              WHEN OTHER
                 ADD 1 TO C-SELECTED-COUNT
           END-EVALUATE

           MOVE I-PARTNO TO BIN-LOOKUP-PARTNO
           CALL 'BINREC' USING
           BY CONTENT '4'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           IF BIN-FOUND
              PERFORM RELEASE-ONE-BIN-LINE UNTIL NOT BIN-FOUND
           ELSE
              MOVE HIGH-VALUES TO SRT-AISLE
              MOVE HIGH-VALUES TO SRT-BAY
              MOVE HIGH-VALUES TO SRT-LEVEL
              MOVE 'NO BIN  '  TO SRT-LOCATION
              PERFORM RELEASE-SHEET-LINE
           END-IF
           .

       RELEASE-ONE-BIN-LINE.
           MOVE BIN-AISLE-OUT        TO SRT-AISLE
           MOVE BIN-BAY-OUT          TO SRT-BAY
           MOVE BIN-LEVEL-OUT        TO SRT-LEVEL
           MOVE BIN-LOCATION-DISPLAY TO SRT-LOCATION
           PERFORM RELEASE-SHEET-LINE

           CALL 'BINREC' USING
           BY CONTENT '5'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           .

       RELEASE-SHEET-LINE.
           MOVE I-PARTNO      TO SRT-PARTNO
           MOVE I-DESCR       TO SRT-DESCR
           MOVE I-WAREHOUSE   TO SRT-WAREHOUSE
           MOVE SPACES     TO SHEET-RECORD
           MOVE SRT-PARTNO TO CNT-PARTNO
           MOVE 0          TO CNT-COUNTED-QTY
           IF SRT-AISLE NOT = HIGH-VALUES
              MOVE SRT-AISLE  TO CNT-BIN-LOCATION(1:2)
              MOVE SRT-BAY    TO CNT-BIN-LOCATION(3:2)
              MOVE SRT-LEVEL  TO CNT-BIN-LOCATION(5:2)
           END-IF
           WRITE SHEET-RECORD
           IF SHEET-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO SCH-ERROR-FLAG
           MOVE SRT-CLASS        TO SHT-CLASS
           MOVE SRT-LAST-COUNTED TO SHT-LAST-COUNTED
           WRITE RPT-OUT-DATA FROM WS-SHEET-LINE
           ADD 1 TO SHEET-LINE-COUNT

           RETURN SORT-WORK-FILE
              AT END
           MOVE A-SELECTED-COUNT TO SUM-A-COUNT
           MOVE B-SELECTED-COUNT TO SUM-B-COUNT
           MOVE C-SELECTED-COUNT TO SUM-C-COUNT
           MOVE SHEET-LINE-COUNT TO SUM-LINE-COUNT
           DISPLAY WS-SCH-SUMMARY-LINE
           .
