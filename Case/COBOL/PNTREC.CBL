       identification division.
       program-id. PNTREC.
      ***
      *** PNTREC - part note lookup for the batch readers. Function
      *** '1' opens the CASNOTE note file, '4' and '5' walk the
      *** current notes of the part in PNT-LOOKUP-PARTNO, first
      *** and then next, handing each back in the caller's area
      *** with return code 4 when there are no more, '6' answers
      *** whether the part carries a current buying caution (the
      *** first such note back in the caller's area), and '9'
      *** closes the file. A note is current through its expiry
      *** date; one with no expiry date always is.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT PNT-DATA-FILE ASSIGN TO CASNOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-PNT-KEY
              FILE STATUS IS PNT-FILE-STATUS.
       data division.
       file section.
       FD PNT-DATA-FILE.
       01 PNT-DATA.
           05 FD-PNT-KEY.
              10 FD-PNT-PARTNO  PIC X(09).
              10 FD-PNT-SEQUENCE PIC X(03).
           05 FILLER            PIC X(228).
       working-storage section.
       01 PNT-FILE-STATUS      PIC X(02).
       01 PNT-FILE-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88 PNT-FILE-IS-OPEN     VALUE 'Y'.
       01 SW-PNT-SCAN-DONE     PIC X(01) VALUE 'Y'.
           88 PNT-SCAN-DONE        VALUE 'Y'.
       01 WS-PNT-REC.
       copy PARTNOTE.
       01 TODAY-DATE           PIC 9(08).
       01 PNT-LOOKUP-PARTNO    PIC X(09) EXTERNAL.
       01 PNT-RESULT-FLAG      PIC X(01) EXTERNAL.
           88 PNT-FOUND            VALUE 'Y'.
       01 PNT-CAUTION-HIT-FLAG PIC X(01) EXTERNAL.
           88 PNT-CAUTION-HIT      VALUE 'Y'.
       01 PNT-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 PNT-IO-ERROR-FOUND   VALUE 'Y'.
       01 PNT-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
       linkage section.
      ***
      *** good place to define parameters
      ***
       01  PARM-REQUEST         pic x(1).
       01  PARM-OUTREC          pic x(240).

       procedure division using PARM-REQUEST PARM-OUTREC.
           MOVE 0 TO RETURN-CODE
           EVALUATE PARM-REQUEST
              WHEN "1"
                 PERFORM OPEN-PNT-FILE
              WHEN "4"
                 PERFORM START-PART-NOTES
              WHEN "5"
                 PERFORM NEXT-PART-NOTE
              WHEN "6"
                 PERFORM CHECK-BUYING-CAUTION
              WHEN "9"
                 PERFORM CLOSE-PNT-FILE
              WHEN OTHER
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT
                      Z'PNT001 BAD PARAMETER PASSED TO PNTREC'
           END-EVALUATE.

           goback
           .

       OPEN-PNT-FILE.
           OPEN INPUT PNT-DATA-FILE
           MOVE 'N' TO PNT-IO-ERROR-FLAG
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           IF PNT-FILE-STATUS = '00'
              MOVE 'Y' TO PNT-FILE-OPEN-FLAG
           ELSE
              MOVE 'N'             TO PNT-FILE-OPEN-FLAG
              MOVE 'Y'             TO PNT-IO-ERROR-FLAG
              MOVE PNT-FILE-STATUS TO PNT-IO-ERROR-STATUS
           END-IF
           .

       START-PART-NOTES.
           MOVE 'N' TO PNT-RESULT-FLAG
           IF PNT-FILE-IS-OPEN
              PERFORM POSITION-ON-PART
              PERFORM NEXT-PART-NOTE
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

      ***
      *** expired notes are stepped over, so the caller only ever
      *** sees what is still true about the part.
      ***
       NEXT-PART-NOTE.
           MOVE 'N' TO PNT-RESULT-FLAG
           IF PNT-FILE-IS-OPEN
              PERFORM READ-NEXT-NOTE
                 UNTIL PNT-SCAN-DONE OR PNT-FOUND
           END-IF
           IF PNT-FOUND
              MOVE WS-PNT-REC TO PARM-OUTREC
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       CHECK-BUYING-CAUTION.
           MOVE 'N' TO PNT-CAUTION-HIT-FLAG
           IF PNT-FILE-IS-OPEN
              PERFORM POSITION-ON-PART
              PERFORM SCAN-FOR-CAUTION
                 UNTIL PNT-SCAN-DONE OR PNT-CAUTION-HIT
           END-IF
           IF PNT-CAUTION-HIT
              MOVE WS-PNT-REC TO PARM-OUTREC
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       SCAN-FOR-CAUTION.
           MOVE 'N' TO PNT-RESULT-FLAG
           PERFORM READ-NEXT-NOTE
           IF PNT-FOUND AND PNT-IS-BUY-CAUTION
              MOVE 'Y' TO PNT-CAUTION-HIT-FLAG
           END-IF
           .

       READ-NEXT-NOTE.
           READ PNT-DATA-FILE NEXT RECORD INTO WS-PNT-REC
              AT END
                 MOVE 'Y' TO SW-PNT-SCAN-DONE
           END-READ
           IF NOT PNT-SCAN-DONE
              IF PNT-PARTNO NOT = PNT-LOOKUP-PARTNO
                 MOVE 'Y' TO SW-PNT-SCAN-DONE
              ELSE
                 IF PNT-EXPIRY-DATE NOT NUMERIC
                    OR PNT-EXPIRY-DATE = 0
                    OR PNT-EXPIRY-DATE NOT < TODAY-DATE
                    MOVE 'Y' TO PNT-RESULT-FLAG
                 END-IF
              END-IF
           END-IF
           .

       POSITION-ON-PART.
           MOVE 'N'               TO SW-PNT-SCAN-DONE
           MOVE LOW-VALUES        TO FD-PNT-KEY
           MOVE PNT-LOOKUP-PARTNO TO FD-PNT-PARTNO
           START PNT-DATA-FILE KEY >= FD-PNT-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-PNT-SCAN-DONE
           END-START
           .

       CLOSE-PNT-FILE.
           IF PNT-FILE-IS-OPEN
              CLOSE PNT-DATA-FILE
              MOVE 'N' TO PNT-FILE-OPEN-FLAG
           END-IF
           .
