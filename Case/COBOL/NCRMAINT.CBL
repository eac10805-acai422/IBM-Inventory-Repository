       identification division.
       program-id. NCRMAINT.
      ***
      *** NCRMAINT - nonconformance maintenance. STKPOST raises the
      *** CASNCR reports; this run applies the CASNTXN transactions
      *** the quality desk keys against them with the same
      *** edit-first discipline WHBMAINT applies. An assign names
      *** the corrective-action owner and a valid due date on an
      *** open report; a close records the day the vendor's fix
      *** was accepted (zero closes as of today, and a close may
      *** not predate the reject); a reopen puts a closed report
      *** back on the open list. The part, vendor, quantity and
      *** defect belong to the reject and are never keyed, and
      *** every transaction lands on the register with what
      *** happened to it.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT NCR-DATA-FILE ASSIGN TO CASNCR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-NCR-NUMBER
              FILE STATUS IS NCR-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASNTXN
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASNCRRG
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  NCR-DATA-FILE.
       01 NCR-REC.
           05 FD-NCR-NUMBER     PIC X(12).
           05 FILLER            PIC X(88).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy NCRTXN.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 WS-NCR-REC.
       copy NCRDETL.
       01 NCR-FILE-STATUS     PIC X(02).
       01 TXN-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 NCM-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 NCM-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-NCM-OPEN-MSG.
           05 MSG-NCM-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-NCM-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-NCM-MSG.
           05 MSG-NCM-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-NCM-NUMBER    PIC X(12).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-CLOSE-DATE       PIC 9(08).
       01 WS-DATE-SERIAL      PIC 9(07).
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 ASSIGN-COUNT        PIC 9(07) VALUE 0.
       01 CLOSE-COUNT         PIC 9(07) VALUE 0.
       01 REOPEN-COUNT        PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'ACTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE 'NCR NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'VENDOR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CA OWNER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DUE DATE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'CLOSED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(49)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05                  PIC X(07)  VALUE SPACES.
           05 RG-NCR-NUMBER    PIC X(12).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-PART-NUM      PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-VENDOR        PIC X(04).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-CA-OWNER      PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-DUE-DATE      PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-CLOSED-DATE   PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(26).
           05                  PIC X(31)  VALUE SPACES.
       01 WS-NCM-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'ASSIGNED: '.
           05 SUM-ASSIGN-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'CLOSED: '.
           05 SUM-CLOSE-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REOPENED: '.
           05 SUM-REOPEN-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'NCM001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'NCM999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN I-O NCR-DATA-FILE
           IF NCR-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NCM-OPEN-ERROR-FLAG
              MOVE 'NCM009'         TO MSG-NCM-OPEN-CODE
              MOVE NCR-FILE-STATUS  TO MSG-NCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NCM-OPEN-MSG
           END-IF

           OPEN INPUT TXN-DATA-FILE
           IF TXN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NCM-OPEN-ERROR-FLAG
              MOVE 'NCM010'         TO MSG-NCM-OPEN-CODE
              MOVE TXN-FILE-STATUS  TO MSG-NCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NCM-OPEN-MSG
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING

           IF NCM-OPEN-ERROR-FOUND
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
                 WHEN NTX-IS-ASSIGN
                    PERFORM ASSIGN-CORRECTIVE-ACTION
                 WHEN NTX-IS-CLOSE
                    PERFORM CLOSE-NONCONFORMANCE
                 WHEN NTX-IS-REOPEN
                    PERFORM REOPEN-NONCONFORMANCE
              END-EVALUATE
           END-IF

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

      ***
      *** the report must be on file and in the right state for
      *** the action -- only an open report takes an owner or a
      *** close, only a closed one can reopen -- and every date
      *** keyed must be a real one.
      ***
       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK
           MOVE SPACES TO WS-NCR-REC

           IF NOT NTX-IS-ASSIGN AND NOT NTX-IS-CLOSE
              AND NOT NTX-IS-REOPEN
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              MOVE NTX-NCR-NUMBER TO FD-NCR-NUMBER
              READ NCR-DATA-FILE INTO WS-NCR-REC
                 INVALID KEY
                    MOVE 'N' TO SW-TXN-EDIT-OK
                    MOVE 'REJECTED - NOT ON FILE' TO RG-DISPOSAL
              END-READ
           END-IF

           IF TXN-EDIT-OK AND NOT NTX-IS-REOPEN
              AND NOT NCR-IS-OPEN
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - ALREADY CLOSED' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND NTX-IS-REOPEN
              AND NOT NCR-IS-CLOSED
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NOT CLOSED' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND NTX-IS-ASSIGN
              AND NTX-CA-OWNER = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO OWNER' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND NTX-IS-ASSIGN
              IF NTX-CA-DUE-DATE IS NUMERIC
                 CALL 'DATECALC' USING NTX-CA-DUE-DATE WS-DATE-SERIAL
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF RETURN-CODE NOT = 0
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - BAD DUE DATE' TO RG-DISPOSAL
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF

           IF TXN-EDIT-OK AND NTX-IS-CLOSE
              PERFORM EDIT-CLOSE-DATE
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'NCM002' TO MSG-NCM-CODE
              MOVE NTX-NCR-NUMBER TO MSG-NCM-NUMBER
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-NCM-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

       EDIT-CLOSE-DATE.
           IF NTX-CLOSED-DATE IS NUMERIC AND NTX-CLOSED-DATE > 0
              MOVE NTX-CLOSED-DATE TO WS-CLOSE-DATE
           ELSE
              MOVE TODAY-DATE TO WS-CLOSE-DATE
           END-IF
           CALL 'DATECALC' USING WS-CLOSE-DATE WS-DATE-SERIAL
           IF RETURN-CODE NOT = 0
              OR WS-CLOSE-DATE > TODAY-DATE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD CLOSE DATE' TO RG-DISPOSAL
           ELSE
              IF NCR-REJECT-DATE IS NUMERIC
                 AND WS-CLOSE-DATE < NCR-REJECT-DATE
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - BEFORE REJECT' TO RG-DISPOSAL
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       ASSIGN-CORRECTIVE-ACTION.
           MOVE NTX-CA-OWNER    TO NCR-CA-OWNER
           MOVE NTX-CA-DUE-DATE TO NCR-CA-DUE-DATE
           MOVE 'ASSIGNED'      TO RG-DISPOSAL
           PERFORM REWRITE-NONCONFORMANCE
           IF TXN-EDIT-OK
              ADD 1 TO ASSIGN-COUNT
           END-IF
           .

       CLOSE-NONCONFORMANCE.
           MOVE 'C'             TO NCR-STATUS
           MOVE WS-CLOSE-DATE   TO NCR-CLOSED-DATE
           MOVE 'CLOSED'        TO RG-DISPOSAL
           PERFORM REWRITE-NONCONFORMANCE
           IF TXN-EDIT-OK
              ADD 1 TO CLOSE-COUNT
           END-IF
           .

       REOPEN-NONCONFORMANCE.
           MOVE 'O'             TO NCR-STATUS
           MOVE 0               TO NCR-CLOSED-DATE
           MOVE 'REOPENED'      TO RG-DISPOSAL
           PERFORM REWRITE-NONCONFORMANCE
           IF TXN-EDIT-OK
              ADD 1 TO REOPEN-COUNT
           END-IF
           .

       REWRITE-NONCONFORMANCE.
           MOVE NCR-NUMBER TO FD-NCR-NUMBER
           REWRITE NCR-REC FROM WS-NCR-REC
              INVALID KEY
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NOT ON FILE' TO RG-DISPOSAL
           END-REWRITE
           PERFORM WRITE-REGISTER-LINE
           .

       WRITE-REGISTER-LINE.
           MOVE NTX-ACTION      TO RG-ACTION
           MOVE NTX-NCR-NUMBER  TO RG-NCR-NUMBER
           MOVE NCR-PARTNO      TO RG-PART-NUM
           MOVE NCR-VENDOR-CODE TO RG-VENDOR
           MOVE NCR-CA-OWNER    TO RG-CA-OWNER
           IF NCR-CA-DUE-DATE IS NUMERIC
              MOVE NCR-CA-DUE-DATE TO RG-DUE-DATE
           ELSE
              MOVE 0 TO RG-DUE-DATE
           END-IF
           IF NCR-CLOSED-DATE IS NUMERIC
              MOVE NCR-CLOSED-DATE TO RG-CLOSED-DATE
           ELSE
              MOVE 0 TO RG-CLOSED-DATE
           END-IF
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NCM-OPEN-ERROR-FLAG
              MOVE 'NCM011'         TO MSG-NCM-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-NCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NCM-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE NCR-DATA-FILE
           CLOSE TXN-DATA-FILE
           CLOSE REG-DATA-FILE

           IF NCM-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TXN-COUNT    TO SUM-TXN-COUNT
           MOVE ASSIGN-COUNT TO SUM-ASSIGN-COUNT
           MOVE CLOSE-COUNT  TO SUM-CLOSE-COUNT
           MOVE REOPEN-COUNT TO SUM-REOPEN-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-NCM-SUMMARY-LINE
           .
