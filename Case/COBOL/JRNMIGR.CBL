       identification division.
       program-id. JRNMIGR.
      ***
      *** JRNMIGR - one-time migration of the CASJRNL maintenance
      *** journal from the 200-byte record to the 208-byte MNTJRNL
      *** layout that carries JRN-DOC-NUMBER. Copies the journal
      *** front to back into CASJRNLN, every field across as it
      *** stands with the document number left blank -- no record
      *** written before the change was issued a document. Runs
      *** once, with every CASJRNL writer stopped, before the
      *** first run of the programs compiled with the new layout;
      *** the new dataset then replaces the old. Proves itself
      *** with before and after record counts and RECHASH hash
      *** totals over the before- and after-images, the part of
      *** the record CASRECOV replays. Any imbalance ends with
      *** return code 16 and the new dataset must be discarded.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT OLD-DATA-FILE ASSIGN TO CASJRNL
              FILE STATUS IS OLD-FILE-STATUS.
           SELECT NEW-DATA-FILE ASSIGN TO CASJRNLN
              FILE STATUS IS NEW-FILE-STATUS.
       data division.
       file section.
       FD  OLD-DATA-FILE.
       01 OLD-REC.
           05 FILLER            PIC X(34).
           05 OLD-BEFORE-IMAGE  PIC X(80).
           05 OLD-AFTER-IMAGE   PIC X(80).
           05 FILLER            PIC X(06).
       FD  NEW-DATA-FILE.
       01 NEW-REC               PIC X(208).
       working-storage section.
       01 OLD-FILE-STATUS     PIC X(02).
       01 NEW-FILE-STATUS     PIC X(02).
       01 JMG-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 JMG-ERROR-FOUND     VALUE 'Y'.
       01 WS-JMG-OPEN-MSG.
           05 MSG-JMG-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-JMG-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-NEW-REC.
       copy MNTJRNL.
       01 RECORD-HASH         PIC 9(09).
       01 IN-RECORD-COUNT     PIC 9(09) VALUE 0.
       01 OUT-RECORD-COUNT    PIC 9(09) VALUE 0.
       01 IN-IMAGE-HASH       PIC 9(15) VALUE 0.
       01 OUT-IMAGE-HASH      PIC 9(15) VALUE 0.
       01 WS-JMG-COUNT-LINE.
           05 FILLER          PIC X(16) VALUE 'RECORDS IN:     '.
           05 BAL-IN-COUNT    PIC ZZZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'RECORDS OUT:    '.
           05 BAL-OUT-COUNT   PIC ZZZZZZZZ9.
       01 WS-JMG-HASH-LINE.
           05 FILLER          PIC X(18) VALUE 'IMAGE HASH IN/OUT '.
           05 BAL-IN-HASH     PIC ZZZZZZZZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE '/'.
           05 BAL-OUT-HASH    PIC ZZZZZZZZZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'JMG001: Starting program'
           PERFORM INITIALIZATION
           PERFORM CONVERT-ONE-RECORD UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'JMG999: All done'
           GOBACK
           .

       INITIALIZATION.
           OPEN INPUT OLD-DATA-FILE
           IF OLD-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO JMG-ERROR-FLAG
              MOVE 'JMG009'         TO MSG-JMG-OPEN-CODE
              MOVE OLD-FILE-STATUS  TO MSG-JMG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-JMG-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT NEW-DATA-FILE
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO JMG-ERROR-FLAG
              MOVE 'JMG010'         TO MSG-JMG-OPEN-CODE
              MOVE NEW-FILE-STATUS  TO MSG-JMG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-JMG-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE NOT = 4
              PERFORM READ-NEXT-OLD-RECORD
           END-IF
           .

       READ-NEXT-OLD-RECORD.
           READ OLD-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

      ***
      *** the old record is the new one without its last eight
      *** bytes, so it moves across whole into the front of the
      *** new layout and the document number is left blank.
      ***
       CONVERT-ONE-RECORD.
           ADD 1 TO IN-RECORD-COUNT
           CALL 'RECHASH' USING
           BY REFERENCE OLD-BEFORE-IMAGE
           BY REFERENCE RECORD-HASH
           ADD RECORD-HASH TO IN-IMAGE-HASH
           CALL 'RECHASH' USING
           BY REFERENCE OLD-AFTER-IMAGE
           BY REFERENCE RECORD-HASH
           ADD RECORD-HASH TO IN-IMAGE-HASH

           MOVE SPACES     TO WS-NEW-REC
           MOVE OLD-REC    TO WS-NEW-REC(1:200)
           MOVE SPACES     TO JRN-DOC-NUMBER

           WRITE NEW-REC FROM WS-NEW-REC
           IF NEW-FILE-STATUS = '00'
              ADD 1 TO OUT-RECORD-COUNT
              CALL 'RECHASH' USING
              BY REFERENCE JRN-BEFORE-IMAGE
              BY REFERENCE RECORD-HASH
              ADD RECORD-HASH TO OUT-IMAGE-HASH
              CALL 'RECHASH' USING
              BY REFERENCE JRN-AFTER-IMAGE
              BY REFERENCE RECORD-HASH
              ADD RECORD-HASH TO OUT-IMAGE-HASH
           ELSE
              MOVE 'Y'              TO JMG-ERROR-FLAG
              MOVE 'JMG011'         TO MSG-JMG-OPEN-CODE
              MOVE NEW-FILE-STATUS  TO MSG-JMG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-JMG-OPEN-MSG
           END-IF

           PERFORM READ-NEXT-OLD-RECORD
           .

       TERMINATION.
           CLOSE OLD-DATA-FILE
           CLOSE NEW-DATA-FILE

           MOVE IN-RECORD-COUNT  TO BAL-IN-COUNT
           MOVE OUT-RECORD-COUNT TO BAL-OUT-COUNT
           DISPLAY WS-JMG-COUNT-LINE

           MOVE IN-IMAGE-HASH    TO BAL-IN-HASH
           MOVE OUT-IMAGE-HASH   TO BAL-OUT-HASH
           DISPLAY WS-JMG-HASH-LINE

           IF IN-RECORD-COUNT NOT = OUT-RECORD-COUNT
              OR IN-IMAGE-HASH NOT = OUT-IMAGE-HASH
              MOVE 'Y' TO JMG-ERROR-FLAG
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT Z'JMG002 MIGRATION OUT OF BALANCE'
           END-IF

           IF JMG-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           .
