       identification division.
       program-id. WHBMAINT.
      ***
      *** WHBMAINT - site planning maintenance. Applies CASWTXN
      *** add/change/delete transactions to the CASWHBL
      *** part-by-warehouse balance file with the same edit-first
      *** discipline BINMAINT applies: the part must exist on
      *** CASEIN, the warehouse must be named, a maximum may not
      *** sit below the reorder point, and every transaction lands
      *** on the register with what happened to it. Only the
      *** site's reorder point and maximum are maintained here --
      *** an add for a site already holding stock keeps its
      *** quantity, and a site still holding stock cannot be
      *** deleted.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT WHB-DATA-FILE ASSIGN TO CASWHBL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-WHB-KEY
              FILE STATUS IS WHB-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASWTXN
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASWHBRG
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  WHB-DATA-FILE.
       01 WHB-REC.
           05 FD-WHB-KEY        PIC X(12).
           05 FILLER            PIC X(68).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy WHBTXN.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-WHB-REC.
       copy WHBDETL.
       01 WHB-FILE-STATUS     PIC X(02).
       01 TXN-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 WBM-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 WBM-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-WBM-OPEN-MSG.
           05 MSG-WBM-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-WBM-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-WBM-MSG.
           05 MSG-WBM-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-WBM-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-SITE-QTY         PIC 9(05).
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 ADD-COUNT           PIC 9(07) VALUE 0.
       01 CHANGE-COUNT        PIC 9(07) VALUE 0.
       01 DELETE-COUNT        PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'ACTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'WHSE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'REORDER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'MAXIMUM'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(79)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05                  PIC X(07)  VALUE SPACES.
           05 RG-PART-NUM      PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-WAREHOUSE     PIC X(03).
           05                  PIC X(05)  VALUE SPACES.
           05 RG-RDR-POINT     PIC ZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05 RG-MAX-QTY       PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(26).
           05                  PIC X(61)  VALUE SPACES.
       01 WS-WBM-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'ADDED: '.
           05 SUM-ADD-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'CHANGED: '.
           05 SUM-CHG-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'DELETED: '.
           05 SUM-DEL-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'WBM001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'WBM999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN I-O WHB-DATA-FILE
           IF WHB-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO WBM-OPEN-ERROR-FLAG
              MOVE 'WBM009'         TO MSG-WBM-OPEN-CODE
              MOVE WHB-FILE-STATUS  TO MSG-WBM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBM-OPEN-MSG
           END-IF

           OPEN INPUT TXN-DATA-FILE
           IF TXN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO WBM-OPEN-ERROR-FLAG
              MOVE 'WBM010'         TO MSG-WBM-OPEN-CODE
              MOVE TXN-FILE-STATUS  TO MSG-WBM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBM-OPEN-MSG
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

       PROCESS-TRANSACTIONS.
           ADD 1 TO TXN-COUNT
           PERFORM EDIT-TRANSACTION
           IF TXN-EDIT-OK
              EVALUATE TRUE
                 WHEN WTX-IS-ADD
                    PERFORM ADD-SITE-RECORD
                 WHEN WTX-IS-CHANGE
                    PERFORM CHANGE-SITE-RECORD
                 WHEN WTX-IS-DELETE
                    PERFORM DELETE-SITE-RECORD
              END-EVALUATE
           END-IF

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK

           IF NOT WTX-IS-ADD AND NOT WTX-IS-CHANGE
              AND NOT WTX-IS-DELETE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND WTX-PARTNO = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO PART' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND WTX-WAREHOUSE = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO WAREHOUSE' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (WTX-IS-ADD OR WTX-IS-CHANGE)
              AND (WTX-RDR-POINT NOT NUMERIC
                 OR WTX-MAX-QTY NOT NUMERIC)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (WTX-IS-ADD OR WTX-IS-CHANGE)
              AND WTX-MAX-QTY > 0
              AND WTX-MAX-QTY < WTX-RDR-POINT
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - MAX BELOW REORDER' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              MOVE WTX-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF NOT LOOKUP-FOUND
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - NOT ON CASEIN' TO RG-DISPOSAL
              END-IF
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'WBM002' TO MSG-WBM-CODE
              MOVE WTX-PARTNO TO MSG-WBM-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-WBM-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

      ***
      *** an add opens the site at zero stock; an add for a site
      *** the postings already created only sets its planning
      *** figures, the stock it holds untouched.
      ***
       ADD-SITE-RECORD.
           PERFORM FETCH-SITE-QTY
           PERFORM BUILD-SITE-RECORD
           WRITE WHB-REC FROM WS-WHB-REC
              INVALID KEY
                 REWRITE WHB-REC FROM WS-WHB-REC
                 ADD 1 TO CHANGE-COUNT
                 MOVE 'REPLACED EXISTING' TO RG-DISPOSAL
              NOT INVALID KEY
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED' TO RG-DISPOSAL
           END-WRITE
           PERFORM WRITE-REGISTER-LINE
           .

       CHANGE-SITE-RECORD.
           PERFORM FETCH-SITE-QTY
           PERFORM BUILD-SITE-RECORD
           MOVE WHB-KEY TO FD-WHB-KEY
           REWRITE WHB-REC FROM WS-WHB-REC
              INVALID KEY
                 WRITE WHB-REC FROM WS-WHB-REC
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED ON CHANGE' TO RG-DISPOSAL
              NOT INVALID KEY
                 ADD 1 TO CHANGE-COUNT
                 MOVE 'CHANGED' TO RG-DISPOSAL
           END-REWRITE
           PERFORM WRITE-REGISTER-LINE
           .

       DELETE-SITE-RECORD.
           PERFORM FETCH-SITE-QTY
           IF WS-SITE-QTY > 0
              ADD 1 TO REJECT-COUNT
              MOVE 'REJECTED - STOCK AT SITE' TO RG-DISPOSAL
           ELSE
              DELETE WHB-DATA-FILE RECORD
                 INVALID KEY
                    ADD 1 TO REJECT-COUNT
                    MOVE 'REJECTED - NOT ON FILE' TO RG-DISPOSAL
                 NOT INVALID KEY
                    ADD 1 TO DELETE-COUNT
                    MOVE 'DELETED' TO RG-DISPOSAL
              END-DELETE
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

       FETCH-SITE-QTY.
           MOVE 0             TO WS-SITE-QTY
           MOVE WTX-PARTNO    TO FD-WHB-KEY(1:9)
           MOVE WTX-WAREHOUSE TO FD-WHB-KEY(10:3)
           READ WHB-DATA-FILE INTO WS-WHB-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF WHB-QTY IS NUMERIC
                    MOVE WHB-QTY TO WS-SITE-QTY
                 END-IF
           END-READ
           .

       BUILD-SITE-RECORD.
           MOVE SPACES        TO WS-WHB-REC
           MOVE WTX-PARTNO    TO WHB-PARTNO
           MOVE WTX-WAREHOUSE TO WHB-WAREHOUSE
           MOVE WS-SITE-QTY   TO WHB-QTY
           MOVE WTX-RDR-POINT TO WHB-RDR-POINT
           MOVE WTX-MAX-QTY   TO WHB-MAX-QTY
           MOVE TODAY-DATE    TO WHB-LAST-DATE
           .

       WRITE-REGISTER-LINE.
           MOVE WTX-ACTION    TO RG-ACTION
           MOVE WTX-PARTNO    TO RG-PART-NUM
           MOVE WTX-WAREHOUSE TO RG-WAREHOUSE
           IF WTX-RDR-POINT IS NUMERIC
              MOVE WTX-RDR-POINT TO RG-RDR-POINT
           ELSE
              MOVE 0 TO RG-RDR-POINT
           END-IF
           IF WTX-MAX-QTY IS NUMERIC
              MOVE WTX-MAX-QTY TO RG-MAX-QTY
           ELSE
              MOVE 0 TO RG-MAX-QTY
           END-IF
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO WBM-OPEN-ERROR-FLAG
              MOVE 'WBM011'         TO MSG-WBM-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-WBM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBM-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE WHB-DATA-FILE
           CLOSE TXN-DATA-FILE
           CLOSE REG-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF WBM-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TXN-COUNT    TO SUM-TXN-COUNT
           MOVE ADD-COUNT    TO SUM-ADD-COUNT
           MOVE CHANGE-COUNT TO SUM-CHG-COUNT
           MOVE DELETE-COUNT TO SUM-DEL-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-WBM-SUMMARY-LINE
           .
