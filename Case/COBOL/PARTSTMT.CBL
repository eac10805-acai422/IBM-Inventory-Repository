      *** statement. The movement rows carry a running quantity
      *** balance reconstructed from the whole history -- it
      *** should land exactly on today's I-QOH, and the closing
      *** line flags it loudly when it does not. The part's
      *** current CASNOTE notes print under the title, ahead of
      *** the activity.
      ***
       environment division.
       input-output section.
       01 WS-BALANCE-DIFF     PIC S9(08).
       01 EVENT-COUNT         PIC 9(07) VALUE 0.
       01 PRINTED-COUNT       PIC 9(07) VALUE 0.
       01 WS-PNT-REC.
       copy PARTNOTE.
       01 PNT-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 PNT-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 PNT-FOUND           VALUE 'Y'.
       01 PNT-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 PNT-IO-ERROR-FOUND  VALUE 'Y'.
       01 PNT-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 NOTE-LINE-SUB       PIC 9(01).
       01 WS-STM-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(24)  VALUE
           05                  PIC X(02)  VALUE SPACES.
           05 CLS-VERDICT      PIC X(44).
           05                  PIC X(47)  VALUE SPACES.
       01 WS-STM-NOTE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(05)  VALUE 'NOTE '.
           05 NTL-SEQUENCE     PIC 9(03).
           05                  PIC X(02)  VALUE SPACES.
           05 NTL-DATE         PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 NTL-USERID       PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 NTL-EXPIRY       PIC X(16).
           05                  PIC X(02)  VALUE SPACES.
           05 NTL-CAUTION      PIC X(14).
           05                  PIC X(70)  VALUE SPACES.
       01 WS-STM-NOTE-EXPIRY.
           05                  PIC X(08)  VALUE 'EXPIRES '.
           05 NXP-DATE         PIC 9(08).
       01 WS-STM-NOTE-TEXT-LINE.
           05                  PIC X(06)  VALUE SPACES.
           05 NTL-TEXT         PIC X(60).
           05                  PIC X(67)  VALUE SPACES.
       01 WS-DETAIL-TEXT      PIC X(40).
      ***
      *** movement detail build areas
              MOVE FROM-DATE      TO TTL-FROM-DATE
              MOVE TO-DATE        TO TTL-TO-DATE
              WRITE RPT-OUT-DATA FROM WS-STM-TITLE-LINE
              PERFORM WRITE-PART-NOTES
              WRITE RPT-OUT-DATA FROM WS-STM-HEADING
           END-IF
           .

      *
      *    NO NOTE FILE ONLY MEANS NO NOTES ON THE STATEMENT.
      *
       WRITE-PART-NOTES.
           CALL 'PNTREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-PNT-REC
           IF PNT-IO-ERROR-FOUND
              MOVE 'STM017'            TO MSG-STM-OPEN-CODE
              MOVE PNT-IO-ERROR-STATUS TO MSG-STM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STM-OPEN-MSG
           ELSE
              MOVE REQUEST-PARTNO TO PNT-LOOKUP-PARTNO
              CALL 'PNTREC' USING
              BY CONTENT '4'
              BY REFERENCE WS-PNT-REC
              PERFORM WRITE-ONE-NOTE UNTIL NOT PNT-FOUND
           END-IF
           CALL 'PNTREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-PNT-REC
           MOVE 0 TO RETURN-CODE
           .

       WRITE-ONE-NOTE.
           MOVE PNT-SEQUENCE TO NTL-SEQUENCE
           MOVE PNT-DATE     TO NTL-DATE
           MOVE PNT-USERID   TO NTL-USERID
           IF PNT-EXPIRY-DATE IS NUMERIC AND PNT-EXPIRY-DATE > 0
              MOVE PNT-EXPIRY-DATE    TO NXP-DATE
              MOVE WS-STM-NOTE-EXPIRY TO NTL-EXPIRY
           ELSE
              MOVE SPACES             TO NTL-EXPIRY
           END-IF
           IF PNT-IS-BUY-CAUTION
              MOVE 'BUYING CAUTION' TO NTL-CAUTION
           ELSE
              MOVE SPACES           TO NTL-CAUTION
           END-IF
           WRITE RPT-OUT-DATA FROM WS-STM-NOTE-LINE
           PERFORM WRITE-NOTE-TEXT
              VARYING NOTE-LINE-SUB FROM 1 BY 1
              UNTIL NOTE-LINE-SUB > 3

           CALL 'PNTREC' USING
           BY CONTENT '5'
           BY REFERENCE WS-PNT-REC
           .

       WRITE-NOTE-TEXT.
           IF PNT-TEXT-LINE(NOTE-LINE-SUB) NOT = SPACES
              MOVE PNT-TEXT-LINE(NOTE-LINE-SUB) TO NTL-TEXT
              WRITE RPT-OUT-DATA FROM WS-STM-NOTE-TEXT-LINE
           END-IF
           .

      *
      *    INPUT PROCEDURE -- EVERY FILE CONTRIBUTES ITS EVENTS
      *    FOR THE ONE PART. MOVEMENTS OUTSIDE THE PRINT WINDOW
                 MOVE 'RETURN TO VENDOR    ' TO MVT-LABEL
                 SUBTRACT SRT-MOV-QTY FROM WS-RUN-BALANCE
                 COMPUTE STL-QTY = 0 - SRT-MOV-QTY
              WHEN SRT-MOV-TYPE = 'B'
                 MOVE 'CUSTOMER RETURN     ' TO MVT-LABEL
                 ADD SRT-MOV-QTY TO WS-RUN-BALANCE
                 MOVE SRT-MOV-QTY TO STL-QTY
              WHEN SRT-MOV-TYPE = 'H'
                 MOVE 'CUST RETURN - HELD  ' TO MVT-LABEL
              WHEN SRT-MOV-TYPE = 'W'
                 MOVE 'CUST RETURN - SCRAP ' TO MVT-LABEL
              WHEN SRT-MOV-TYPE = 'E'
                 MOVE 'EXPIRED TO QUAR HOLD' TO MVT-LABEL
                 SUBTRACT SRT-MOV-QTY FROM WS-RUN-BALANCE
                 COMPUTE STL-QTY = 0 - SRT-MOV-QTY
              WHEN SRT-MOV-TYPE = 'Q' AND SRT-MOV-SIGN = '-'
                 MOVE 'QUARANTINE REJECT   ' TO MVT-LABEL
              WHEN SRT-MOV-TYPE = 'Q'
                 MOVE 'TRANSFER CONFIRMED  ' TO MVT-LABEL
              WHEN SRT-MOV-TYPE = 'C'
                 MOVE 'CONSIGNMENT RECEIPT ' TO MVT-LABEL
              WHEN SRT-MOV-TYPE = 'S'
                 MOVE 'SHIP TO CUST CONSIGN' TO MVT-LABEL
                 SUBTRACT SRT-MOV-QTY FROM WS-RUN-BALANCE
                 COMPUTE STL-QTY = 0 - SRT-MOV-QTY
              WHEN OTHER
                 MOVE 'UNKNOWN MOVEMENT    ' TO MVT-LABEL
           END-EVALUATE
