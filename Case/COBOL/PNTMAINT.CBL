       identification division.
       program-id. PNTMAINT.
      ***
      *** PNTMAINT - part note maintenance. Applies the CASPTXN
      *** transactions against the CASNOTE part notes with the same
      *** edit-first discipline NCRMAINT applies. An add writes a
      *** new note under the part's next free sequence for a part
      *** on the CASEIN master; a line replaces one text line of a
      *** note; an expiry change replaces a note's expiry date and
      *** buying-caution flag; a delete removes the note. An expiry
      *** date must be a real date no earlier than today, and every
      *** transaction lands on the register with what happened to
      *** it.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT PNT-DATA-FILE ASSIGN TO CASNOTE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-PNT-KEY
              FILE STATUS IS PNT-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASPTXN
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASPNTRG
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  PNT-DATA-FILE.
       01 PNT-DATA.
           05 FD-PNT-KEY.
              10 FD-PNT-PARTNO  PIC X(09).
              10 FD-PNT-SEQUENCE PIC X(03).
           05 FILLER            PIC X(228).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy PNTTXN.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 WS-PNT-REC.
       copy PARTNOTE.
       01 PNT-FILE-STATUS     PIC X(02).
       01 TXN-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 PNM-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 PNM-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-PNM-OPEN-MSG.
           05 MSG-PNM-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PNM-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-PNM-MSG.
           05 MSG-PNM-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PNM-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 SW-NOTE-SCAN-DONE   PIC X(01).
           88 NOTE-SCAN-DONE      VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-DATE-SERIAL      PIC 9(07).
       01 WS-NOTE-SEQUENCE    PIC 9(03).
       01 WS-LAST-SEQUENCE    PIC 9(03).
      ***
      *** the note this run last added, so the line transactions
      *** keyed behind an add can find it without knowing the
      *** sequence the add was given.
      ***
       01 WS-LAST-ADD-PARTNO  PIC X(09) VALUE SPACES.
       01 WS-LAST-ADD-SEQUENCE PIC 9(03) VALUE 0.
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 ADD-COUNT           PIC 9(07) VALUE 0.
       01 LINE-COUNT          PIC 9(07) VALUE 0.
       01 EXPIRY-COUNT        PIC 9(07) VALUE 0.
       01 DELETE-COUNT        PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'ACTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'SEQ'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'USERID'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'EXPIRES'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAU'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(26)  VALUE 'DISPOSAL'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(55)  VALUE 'TEXT'.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05                  PIC X(05)  VALUE SPACES.
           05 RG-LINE-NUMBER   PIC X(01).
           05                  PIC X(01)  VALUE SPACES.
           05 RG-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-SEQUENCE      PIC 9(03).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-USERID        PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-EXPIRY-DATE   PIC 9(08)  BLANK WHEN ZERO.
           05                  PIC X(03)  VALUE SPACES.
           05 RG-CAUTION-FLAG  PIC X(01).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(26).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-TEXT          PIC X(55).
       01 WS-PNM-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'ADDED: '.
           05 SUM-ADD-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'LINES: '.
           05 SUM-LINE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'EXPIRES: '.
           05 SUM-EXPIRY-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'DELETED: '.
           05 SUM-DELETE-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PNM001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PNM999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN I-O PNT-DATA-FILE
           IF PNT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PNM-OPEN-ERROR-FLAG
              MOVE 'PNM009'         TO MSG-PNM-OPEN-CODE
              MOVE PNT-FILE-STATUS  TO MSG-PNM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PNM-OPEN-MSG
           END-IF

           OPEN INPUT TXN-DATA-FILE
           IF TXN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PNM-OPEN-ERROR-FLAG
              MOVE 'PNM010'         TO MSG-PNM-OPEN-CODE
              MOVE TXN-FILE-STATUS  TO MSG-PNM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PNM-OPEN-MSG
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING

           IF PNM-OPEN-ERROR-FOUND
              MOVE 4 TO RETURN-CODE
           ELSE
              READ TXN-DATA-FILE
                 AT END
                    MOVE 4 TO RETURN-CODE
              END-READ
           END-IF
           .

       PROCESS-TRANSACTIONS.
           ADD 1 TO TXN-COUNT
           PERFORM EDIT-TRANSACTION
           IF TXN-EDIT-OK
              EVALUATE TRUE
                 WHEN PTX-IS-ADD
                    PERFORM ADD-PART-NOTE
                 WHEN PTX-IS-LINE
                    PERFORM REPLACE-NOTE-LINE
                 WHEN PTX-IS-EXPIRY
                    PERFORM CHANGE-NOTE-EXPIRY
                 WHEN PTX-IS-DELETE
                    PERFORM DELETE-PART-NOTE
              END-EVALUATE
           END-IF

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

      ***
      *** an add needs a part on the master, a userid and some
      *** text; every other action needs the note on file. an
      *** expiry keyed on an add or an expiry change must be a
      *** real date, and not one already past.
      ***
       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK
           MOVE SPACES TO WS-PNT-REC

           IF NOT PTX-IS-ADD AND NOT PTX-IS-LINE
              AND NOT PTX-IS-EXPIRY AND NOT PTX-IS-DELETE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND PTX-IS-ADD
              PERFORM EDIT-NEW-NOTE
           END-IF

           IF TXN-EDIT-OK AND NOT PTX-IS-ADD
              PERFORM READ-THE-NOTE
           END-IF

           IF TXN-EDIT-OK AND PTX-IS-LINE
              IF PTX-LINE-NUMBER NOT NUMERIC
                 OR PTX-LINE-NUMBER < 1 OR PTX-LINE-NUMBER > 3
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - BAD LINE NUMBER' TO RG-DISPOSAL
              ELSE
                 IF PTX-LINE-NUMBER = 1 AND PTX-TEXT = SPACES
                    MOVE 'N' TO SW-TXN-EDIT-OK
                    MOVE 'REJECTED - NO NOTE TEXT' TO RG-DISPOSAL
                 END-IF
              END-IF
           END-IF

           IF TXN-EDIT-OK AND (PTX-IS-ADD OR PTX-IS-EXPIRY)
              PERFORM EDIT-EXPIRY-AND-CAUTION
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'PNM002' TO MSG-PNM-CODE
              MOVE PTX-PARTNO TO MSG-PNM-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-PNM-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

       EDIT-NEW-NOTE.
           MOVE PTX-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
              WHEN NOT LOOKUP-FOUND
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - PART NOT ON FILE' TO RG-DISPOSAL
              WHEN PTX-USERID = SPACES
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - NO USERID' TO RG-DISPOSAL
              WHEN PTX-TEXT = SPACES
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - NO NOTE TEXT' TO RG-DISPOSAL
              WHEN OTHER
                 PERFORM FIND-NEXT-SEQUENCE
           END-EVALUATE
           .

      ***
      *** the part's notes are keyed in sequence; the next note
      *** goes one past the highest on file.
      ***
       FIND-NEXT-SEQUENCE.
           MOVE 0          TO WS-LAST-SEQUENCE
           MOVE 'N'        TO SW-NOTE-SCAN-DONE
           MOVE LOW-VALUES TO FD-PNT-KEY
           MOVE PTX-PARTNO TO FD-PNT-PARTNO
           START PNT-DATA-FILE KEY >= FD-PNT-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-NOTE-SCAN-DONE
           END-START
           PERFORM SCAN-ONE-NOTE UNTIL NOTE-SCAN-DONE
           IF WS-LAST-SEQUENCE = 999
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NOTE LIMIT REACHED' TO RG-DISPOSAL
           ELSE
              COMPUTE WS-NOTE-SEQUENCE = WS-LAST-SEQUENCE + 1
           END-IF
           .

       SCAN-ONE-NOTE.
           READ PNT-DATA-FILE NEXT RECORD INTO WS-PNT-REC
              AT END
                 MOVE 'Y' TO SW-NOTE-SCAN-DONE
           END-READ
           IF NOT NOTE-SCAN-DONE
              IF PNT-PARTNO NOT = PTX-PARTNO
                 MOVE 'Y' TO SW-NOTE-SCAN-DONE
              ELSE
                 MOVE PNT-SEQUENCE TO WS-LAST-SEQUENCE
              END-IF
           END-IF
           MOVE SPACES TO WS-PNT-REC
           .

       READ-THE-NOTE.
           IF PTX-IS-LINE AND PTX-SEQUENCE = 0
              AND PTX-PARTNO = WS-LAST-ADD-PARTNO
              MOVE WS-LAST-ADD-SEQUENCE TO WS-NOTE-SEQUENCE
           ELSE
              MOVE PTX-SEQUENCE TO WS-NOTE-SEQUENCE
           END-IF
           MOVE PTX-PARTNO       TO FD-PNT-PARTNO
           MOVE WS-NOTE-SEQUENCE TO FD-PNT-SEQUENCE
           READ PNT-DATA-FILE INTO WS-PNT-REC
              INVALID KEY
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - NOTE NOT ON FILE' TO RG-DISPOSAL
           END-READ
           .

       EDIT-EXPIRY-AND-CAUTION.
           IF PTX-EXPIRY-DATE NOT NUMERIC
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD EXPIRY DATE' TO RG-DISPOSAL
           ELSE
              IF PTX-EXPIRY-DATE > 0
                 CALL 'DATECALC' USING PTX-EXPIRY-DATE WS-DATE-SERIAL
                 IF RETURN-CODE NOT = 0
                    OR PTX-EXPIRY-DATE < TODAY-DATE
                    MOVE 'N' TO SW-TXN-EDIT-OK
                    MOVE 'REJECTED - BAD EXPIRY DATE' TO RG-DISPOSAL
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF
           END-IF
           IF TXN-EDIT-OK
              AND PTX-CAUTION-FLAG NOT = 'B'
              AND PTX-CAUTION-FLAG NOT = SPACE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD CAUTION FLAG' TO RG-DISPOSAL
           END-IF
           .

       ADD-PART-NOTE.
           MOVE SPACES           TO WS-PNT-REC
           MOVE PTX-PARTNO       TO PNT-PARTNO
           MOVE WS-NOTE-SEQUENCE TO PNT-SEQUENCE
           MOVE TODAY-DATE       TO PNT-DATE
           MOVE PTX-USERID       TO PNT-USERID
           MOVE PTX-EXPIRY-DATE  TO PNT-EXPIRY-DATE
           MOVE PTX-CAUTION-FLAG TO PNT-CAUTION-FLAG
           MOVE PTX-TEXT         TO PNT-TEXT-LINE(1)
           MOVE 'ADDED'          TO RG-DISPOSAL
           WRITE PNT-DATA FROM WS-PNT-REC
              INVALID KEY
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - ALREADY ON FILE' TO RG-DISPOSAL
           END-WRITE
           IF TXN-EDIT-OK
              ADD 1 TO ADD-COUNT
              MOVE PTX-PARTNO       TO WS-LAST-ADD-PARTNO
              MOVE WS-NOTE-SEQUENCE TO WS-LAST-ADD-SEQUENCE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

       REPLACE-NOTE-LINE.
           MOVE PTX-TEXT TO PNT-TEXT-LINE(PTX-LINE-NUMBER)
           MOVE 'LINE REPLACED' TO RG-DISPOSAL
           PERFORM REWRITE-PART-NOTE
           IF TXN-EDIT-OK
              ADD 1 TO LINE-COUNT
           END-IF
           .

       CHANGE-NOTE-EXPIRY.
           MOVE PTX-EXPIRY-DATE  TO PNT-EXPIRY-DATE
           MOVE PTX-CAUTION-FLAG TO PNT-CAUTION-FLAG
           MOVE 'EXPIRY CHANGED' TO RG-DISPOSAL
           PERFORM REWRITE-PART-NOTE
           IF TXN-EDIT-OK
              ADD 1 TO EXPIRY-COUNT
           END-IF
           .

       DELETE-PART-NOTE.
           MOVE PNT-KEY TO FD-PNT-KEY
           MOVE 'DELETED' TO RG-DISPOSAL
           DELETE PNT-DATA-FILE
              INVALID KEY
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NOTE NOT ON FILE' TO RG-DISPOSAL
           END-DELETE
           IF TXN-EDIT-OK
              ADD 1 TO DELETE-COUNT
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

       REWRITE-PART-NOTE.
           MOVE PNT-KEY TO FD-PNT-KEY
           REWRITE PNT-DATA FROM WS-PNT-REC
              INVALID KEY
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NOTE NOT ON FILE' TO RG-DISPOSAL
           END-REWRITE
           PERFORM WRITE-REGISTER-LINE
           .

       WRITE-REGISTER-LINE.
           MOVE PTX-ACTION      TO RG-ACTION
           MOVE PTX-PARTNO      TO RG-PARTNO
           IF PTX-IS-LINE
              MOVE PTX-LINE-NUMBER TO RG-LINE-NUMBER
           ELSE
              MOVE SPACE           TO RG-LINE-NUMBER
           END-IF
           IF PNT-SEQUENCE IS NUMERIC
              MOVE PNT-SEQUENCE TO RG-SEQUENCE
           ELSE
              IF PTX-SEQUENCE IS NUMERIC
                 MOVE PTX-SEQUENCE TO RG-SEQUENCE
              ELSE
                 MOVE 0 TO RG-SEQUENCE
              END-IF
           END-IF
           IF PNT-USERID NOT = SPACES
              MOVE PNT-USERID TO RG-USERID
           ELSE
              MOVE PTX-USERID TO RG-USERID
           END-IF
           IF PNT-EXPIRY-DATE IS NUMERIC
              MOVE PNT-EXPIRY-DATE TO RG-EXPIRY-DATE
           ELSE
              MOVE 0 TO RG-EXPIRY-DATE
           END-IF
           MOVE PNT-CAUTION-FLAG TO RG-CAUTION-FLAG
           MOVE PTX-TEXT         TO RG-TEXT
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PNM-OPEN-ERROR-FLAG
              MOVE 'PNM011'         TO MSG-PNM-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-PNM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PNM-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE PNT-DATA-FILE
           CLOSE TXN-DATA-FILE
           CLOSE REG-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF PNM-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TXN-COUNT    TO SUM-TXN-COUNT
           MOVE ADD-COUNT    TO SUM-ADD-COUNT
           MOVE LINE-COUNT   TO SUM-LINE-COUNT
           MOVE EXPIRY-COUNT TO SUM-EXPIRY-COUNT
           MOVE DELETE-COUNT TO SUM-DELETE-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-PNM-SUMMARY-LINE
           .
