       identification division.
       program-id. CUSMAINT.
      ***
      *** CUSMAINT - customer master maintenance. Applies CASCTXN
      *** add/change/delete transactions to the CASCUST customer
      *** master with the same edit-first discipline BINMAINT
      *** applies: an add or change must carry a name and a numeric
      *** credit limit, the hold flag may only be Y, N, or blank,
      *** and every transaction lands on the register with what
      *** happened to it. A change keeps the open-order value
      *** CUSTPOST has accumulated -- only credit's own fields are
      *** replaced.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CUS-CUSTOMER
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASCTXN
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASCUSRG
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-CUSTOMER   PIC X(10).
           05 FILLER            PIC X(70).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy CUSTTXN.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 WS-CUS-REC.
       copy CUSTMAST.
       01 CUS-FILE-STATUS     PIC X(02).
       01 TXN-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 CUM-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 CUM-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-CUM-OPEN-MSG.
           05 MSG-CUM-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-CUM-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-CUM-MSG.
           05 MSG-CUM-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-CUM-CUSTOMER  PIC X(10).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 WS-KEPT-OPEN-VALUE  PIC 9(07)V99 VALUE 0.
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 ADD-COUNT           PIC 9(07) VALUE 0.
       01 CHANGE-COUNT        PIC 9(07) VALUE 0.
       01 DELETE-COUNT        PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'ACTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(25)  VALUE 'NAME'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE 'CREDIT LIMIT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'HOLD'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'CLASS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(50)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05                  PIC X(07)  VALUE SPACES.
           05 RG-CUSTOMER      PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-NAME          PIC X(25).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-CREDIT-LIMIT  PIC Z(06)9.99.
           05                  PIC X(04)  VALUE SPACES.
           05 RG-HOLD-FLAG     PIC X(01).
           05                  PIC X(06)  VALUE SPACES.
           05 RG-PRICE-CLASS   PIC X(02).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(24).
           05                  PIC X(34)  VALUE SPACES.
       01 WS-CUM-SUMMARY-LINE.
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
                BY CONTENT Z'CUM001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'CUM999: All done'
           GOBACK
           .

       INITIALIZATION.
           OPEN I-O CUS-DATA-FILE
           IF CUS-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CUM-OPEN-ERROR-FLAG
              MOVE 'CUM009'         TO MSG-CUM-OPEN-CODE
              MOVE CUS-FILE-STATUS  TO MSG-CUM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CUM-OPEN-MSG
           END-IF

           OPEN INPUT TXN-DATA-FILE
           IF TXN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CUM-OPEN-ERROR-FLAG
              MOVE 'CUM010'         TO MSG-CUM-OPEN-CODE
              MOVE TXN-FILE-STATUS  TO MSG-CUM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CUM-OPEN-MSG
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
                 WHEN CTX-IS-ADD
                    PERFORM ADD-CUSTOMER-RECORD
                 WHEN CTX-IS-CHANGE
                    PERFORM CHANGE-CUSTOMER-RECORD
                 WHEN CTX-IS-DELETE
                    PERFORM DELETE-CUSTOMER-RECORD
              END-EVALUATE
           END-IF

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK

           IF NOT CTX-IS-ADD AND NOT CTX-IS-CHANGE
              AND NOT CTX-IS-DELETE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND CTX-CUSTOMER = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO CUSTOMER' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (CTX-IS-ADD OR CTX-IS-CHANGE)
              AND CTX-NAME = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO NAME' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (CTX-IS-ADD OR CTX-IS-CHANGE)
              AND CTX-CREDIT-LIMIT NOT NUMERIC
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD LIMIT' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (CTX-IS-ADD OR CTX-IS-CHANGE)
              AND CTX-HOLD-FLAG NOT = 'Y'
              AND CTX-HOLD-FLAG NOT = 'N'
              AND CTX-HOLD-FLAG NOT = SPACE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD HOLD FLAG' TO RG-DISPOSAL
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'CUM002' TO MSG-CUM-CODE
              MOVE CTX-CUSTOMER TO MSG-CUM-CUSTOMER
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-CUM-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

      ***
      *** the open-order value on file is kept whichever way the
      *** record lands -- an add over an existing customer or a
      *** change must not wipe out what CUSTPOST has released.
      ***
       ADD-CUSTOMER-RECORD.
           MOVE 0 TO WS-KEPT-OPEN-VALUE
           PERFORM BUILD-CUSTOMER-RECORD
           WRITE CUS-REC FROM WS-CUS-REC
              INVALID KEY
                 PERFORM FETCH-KEPT-OPEN-VALUE
                 PERFORM BUILD-CUSTOMER-RECORD
                 REWRITE CUS-REC FROM WS-CUS-REC
                 ADD 1 TO CHANGE-COUNT
                 MOVE 'REPLACED EXISTING' TO RG-DISPOSAL
              NOT INVALID KEY
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED' TO RG-DISPOSAL
           END-WRITE
           PERFORM WRITE-REGISTER-LINE
           .

       CHANGE-CUSTOMER-RECORD.
           MOVE 0 TO WS-KEPT-OPEN-VALUE
           PERFORM FETCH-KEPT-OPEN-VALUE
           PERFORM BUILD-CUSTOMER-RECORD
           MOVE CTX-CUSTOMER TO FD-CUS-CUSTOMER
           REWRITE CUS-REC FROM WS-CUS-REC
              INVALID KEY
                 WRITE CUS-REC FROM WS-CUS-REC
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED ON CHANGE' TO RG-DISPOSAL
              NOT INVALID KEY
                 ADD 1 TO CHANGE-COUNT
                 MOVE 'CHANGED' TO RG-DISPOSAL
           END-REWRITE
           PERFORM WRITE-REGISTER-LINE
           .

       DELETE-CUSTOMER-RECORD.
           MOVE CTX-CUSTOMER TO FD-CUS-CUSTOMER
           DELETE CUS-DATA-FILE RECORD
              INVALID KEY
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NOT ON FILE' TO RG-DISPOSAL
              NOT INVALID KEY
                 ADD 1 TO DELETE-COUNT
                 MOVE 'DELETED' TO RG-DISPOSAL
           END-DELETE
           PERFORM WRITE-REGISTER-LINE
           .

       FETCH-KEPT-OPEN-VALUE.
           MOVE CTX-CUSTOMER TO FD-CUS-CUSTOMER
           READ CUS-DATA-FILE INTO WS-CUS-REC
              INVALID KEY
                 MOVE 0 TO WS-KEPT-OPEN-VALUE
              NOT INVALID KEY
                 IF CUS-OPEN-ORDER-VALUE IS NUMERIC
                    MOVE CUS-OPEN-ORDER-VALUE TO WS-KEPT-OPEN-VALUE
                 ELSE
                    MOVE 0 TO WS-KEPT-OPEN-VALUE
                 END-IF
           END-READ
           .

       BUILD-CUSTOMER-RECORD.
           MOVE SPACES             TO WS-CUS-REC
           MOVE CTX-CUSTOMER       TO CUS-CUSTOMER
           MOVE CTX-NAME           TO CUS-NAME
           MOVE CTX-SHIP-TO        TO CUS-SHIP-TO
           MOVE CTX-CREDIT-LIMIT   TO CUS-CREDIT-LIMIT
           MOVE WS-KEPT-OPEN-VALUE TO CUS-OPEN-ORDER-VALUE
           IF CTX-HOLD-FLAG = 'Y'
              MOVE 'Y' TO CUS-HOLD-FLAG
           ELSE
              MOVE 'N' TO CUS-HOLD-FLAG
           END-IF
           MOVE CTX-PRICE-CLASS    TO CUS-PRICE-CLASS
           .

       WRITE-REGISTER-LINE.
           MOVE CTX-ACTION   TO RG-ACTION
           MOVE CTX-CUSTOMER TO RG-CUSTOMER
           MOVE CTX-NAME     TO RG-NAME
           IF CTX-CREDIT-LIMIT IS NUMERIC
              MOVE CTX-CREDIT-LIMIT TO RG-CREDIT-LIMIT
           ELSE
              MOVE 0 TO RG-CREDIT-LIMIT
           END-IF
           MOVE CTX-HOLD-FLAG TO RG-HOLD-FLAG
           MOVE CTX-PRICE-CLASS TO RG-PRICE-CLASS
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CUM-OPEN-ERROR-FLAG
              MOVE 'CUM011'         TO MSG-CUM-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-CUM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CUM-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE CUS-DATA-FILE
           CLOSE TXN-DATA-FILE
           CLOSE REG-DATA-FILE

           IF CUM-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TXN-COUNT    TO SUM-TXN-COUNT
           MOVE ADD-COUNT    TO SUM-ADD-COUNT
           MOVE CHANGE-COUNT TO SUM-CHG-COUNT
           MOVE DELETE-COUNT TO SUM-DEL-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-CUM-SUMMARY-LINE
           .
