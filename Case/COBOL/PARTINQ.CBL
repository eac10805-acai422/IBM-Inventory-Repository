           88 TRN-IO-ERROR-FOUND  VALUE 'Y'.
       01 TRN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 ARCHIVED-COUNT      PIC 9(07) VALUE 0.
       01 WS-PNT-REC.
       copy PARTNOTE.
       01 PNT-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 PNT-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 PNT-FOUND           VALUE 'Y'.
       01 PNT-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 PNT-IO-ERROR-FOUND  VALUE 'Y'.
       01 PNT-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 NOTE-LINE-SUB       PIC 9(01).
       01 NOTE-COUNT          PIC 9(07) VALUE 0.
       01 INQ-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 INQ-ERROR-FOUND     VALUE 'Y'.
       01 WS-INQ-OPEN-MSG.
           05                  PIC X(05)  VALUE ' DOC '.
           05 INQ-S-ISS-DOC    PIC X(08).
           05                  PIC X(34)  VALUE SPACES.
       01 WS-INQ-NOTE-LINE.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'NOTE '.
           05 INQ-N-SEQUENCE   PIC 9(03).
           05                  PIC X(02)  VALUE SPACES.
           05 INQ-N-DATE       PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 INQ-N-USERID     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 INQ-N-EXPIRY     PIC X(16).
           05                  PIC X(02)  VALUE SPACES.
           05 INQ-N-CAUTION    PIC X(14).
           05                  PIC X(67)  VALUE SPACES.
       01 WS-INQ-NOTE-EXPIRY.
           05                  PIC X(08)  VALUE 'EXPIRES '.
           05 NXP-DATE         PIC 9(08).
       01 WS-INQ-NOTE-TEXT-LINE.
           05                  PIC X(09)  VALUE SPACES.
           05 INQ-N-TEXT       PIC X(60).
           05                  PIC X(64)  VALUE SPACES.
       01 WS-INQ-SUMMARY-LINE.
           05 FILLER          PIC X(17) VALUE 'REQUESTS READ:   '.
           05 SUM-REQ-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'SERIALS: '.
           05 SUM-SERIAL-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'NOTES: '.
           05 SUM-NOTE-COUNT  PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           BY CONTENT '1'
           BY REFERENCE IN-DATA

      *    NO NOTE FILE ONLY MEANS NO NOTES ON THE RESPONSES.
           CALL 'PNTREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-PNT-REC
           IF PNT-IO-ERROR-FOUND
              MOVE 'INQ011'            TO MSG-INQ-OPEN-CODE
              MOVE PNT-IO-ERROR-STATUS TO MSG-INQ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-INQ-OPEN-MSG
           END-IF

           OPEN INPUT REQ-DATA-FILE
           IF REQ-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO INQ-ERROR-FLAG
              WRITE RSP-OUT-DATA FROM WS-INQ-TITLE-LINE
              PERFORM BUILD-RESPONSE-DETAIL
              WRITE RSP-OUT-DATA FROM WS-INQ-DETAIL-LINE
              PERFORM WRITE-PART-NOTES
           ELSE
              PERFORM TRY-THE-ARCHIVE
              IF FOUND-ON-ARCHIVE
                 WRITE RSP-OUT-DATA FROM WS-INQ-TITLE-LINE
                 PERFORM BUILD-RESPONSE-DETAIL
                 WRITE RSP-OUT-DATA FROM WS-INQ-DETAIL-LINE
                 PERFORM WRITE-PART-NOTES
              ELSE
                 ADD 1 TO NOTFOUND-COUNT
                 MOVE '** NOT FOUND **' TO INQ-T-STATUS
           WRITE RSP-OUT-DATA FROM WS-INQ-SERIAL-LINE
           .

      ***
      *** the part's current notes follow its detail line -- the
      *** vendor not to buy from, the customer it is kept for --
      *** so whoever asked about the part hears about them too.
      ***
       WRITE-PART-NOTES.
           MOVE REQ-PARTNO TO PNT-LOOKUP-PARTNO
           CALL 'PNTREC' USING
           BY CONTENT '4'
           BY REFERENCE WS-PNT-REC
           PERFORM WRITE-ONE-NOTE UNTIL NOT PNT-FOUND
           MOVE 0 TO RETURN-CODE
           .

       WRITE-ONE-NOTE.
           ADD 1 TO NOTE-COUNT
           MOVE PNT-SEQUENCE TO INQ-N-SEQUENCE
           MOVE PNT-DATE     TO INQ-N-DATE
           MOVE PNT-USERID   TO INQ-N-USERID
           IF PNT-EXPIRY-DATE IS NUMERIC AND PNT-EXPIRY-DATE > 0
              MOVE PNT-EXPIRY-DATE    TO NXP-DATE
              MOVE WS-INQ-NOTE-EXPIRY TO INQ-N-EXPIRY
           ELSE
              MOVE SPACES             TO INQ-N-EXPIRY
           END-IF
           IF PNT-IS-BUY-CAUTION
              MOVE 'BUYING CAUTION' TO INQ-N-CAUTION
           ELSE
              MOVE SPACES           TO INQ-N-CAUTION
           END-IF
           WRITE RSP-OUT-DATA FROM WS-INQ-NOTE-LINE
           PERFORM WRITE-NOTE-TEXT
              VARYING NOTE-LINE-SUB FROM 1 BY 1
              UNTIL NOTE-LINE-SUB > 3

           CALL 'PNTREC' USING
           BY CONTENT '5'
           BY REFERENCE WS-PNT-REC
           .

       WRITE-NOTE-TEXT.
           IF PNT-TEXT-LINE(NOTE-LINE-SUB) NOT = SPACES
              MOVE PNT-TEXT-LINE(NOTE-LINE-SUB) TO INQ-N-TEXT
              WRITE RSP-OUT-DATA FROM WS-INQ-NOTE-TEXT-LINE
           END-IF
           .

       TRY-THE-ARCHIVE.
           MOVE 'N' TO SW-FOUND-ON-ARCHIVE
           IF ARCH-FILE-IS-OPEN
           BY CONTENT '9'
           BY REFERENCE WS-TRN-DATA

           CALL 'PNTREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-PNT-REC

           IF INQ-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE NOTFOUND-COUNT TO SUM-NOTFOUND-COUNT
           MOVE ARCHIVED-COUNT TO SUM-ARCHIVED-COUNT
           MOVE SERIAL-REQ-COUNT TO SUM-SERIAL-COUNT
           MOVE NOTE-COUNT     TO SUM-NOTE-COUNT
           DISPLAY WS-INQ-SUMMARY-LINE
           .
