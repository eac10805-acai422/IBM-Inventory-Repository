       identification division.
       program-id. POAPPR.
      ***
      *** POAPPR - purchase suggestion approvals. VENDPO holds any
      *** spot suggestion worth more than its category's APVCTL
      *** limit on CASPOHLD instead of sending it to purchasing;
      *** this program applies the approvers' CASAPTXN decisions
      *** to those held lines. An approval marks the line approved
      *** at the quantity VENDPO suggested, a change approves it
      *** at the approver's quantity instead, and a rejection
      *** removes it so it is never sent. Approved lines go out on
      *** the next VENDPO interface batch. Every decision applied
      *** is appended to the CASPOAUD audit trail with who made it
      *** and the quantity and value before and after, every
      *** transaction lands on the register with its disposal,
      *** and the register closes with the list of lines still
      *** waiting on the hold file.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT POH-DATA-FILE ASSIGN TO CASPOHLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-POH-KEY
              FILE STATUS IS POH-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASAPTXN
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT AUD-DATA-FILE ASSIGN TO CASPOAUD
              FILE STATUS IS AUD-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASAPRRG
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  POH-DATA-FILE.
       01 POH-REC.
           05 FD-POH-KEY        PIC X(13).
           05 FILLER            PIC X(67).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy APRTXN.
       FD  AUD-DATA-FILE.
       01 AUD-RECORD.
           copy APRAUD.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-POH-REC.
       copy POHOLD.
       01 POH-FILE-STATUS     PIC X(02).
       01 TXN-FILE-STATUS     PIC X(02).
       01 AUD-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 APR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 APR-ERROR-FOUND     VALUE 'Y'.
       01 SW-POH-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 POH-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-POH-BROWSE-DONE  PIC X(01) VALUE 'N'.
           88 POH-BROWSE-DONE     VALUE 'Y'.
       01 WS-APR-OPEN-MSG.
           05 MSG-APR-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-APR-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-APR-MSG.
           05 MSG-APR-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-APR-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-OLD-QTY          PIC 9(05).
       01 WS-OLD-VALUE        PIC 9(07)V99.
       01 WS-REG-QTY          PIC 9(05).
       01 WS-REG-VALUE        PIC 9(07)V99.
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 APPROVE-COUNT       PIC 9(07) VALUE 0.
       01 CHANGE-COUNT        PIC 9(07) VALUE 0.
       01 DECLINE-COUNT       PIC 9(07) VALUE 0.
       01 ERROR-COUNT         PIC 9(07) VALUE 0.
       01 WAITING-COUNT       PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'APPROVER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'ACT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'VEND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE '       VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(69)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-APPROVER      PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-VENDOR-CODE   PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-PART-NUM      PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 RG-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-VALUE         PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(28).
           05                  PIC X(49)  VALUE SPACES.
       01 WS-WAITING-TITLE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(40)  VALUE
              'SUGGESTIONS STILL WAITING ON CASPOHLD   '.
           05                  PIC X(92)  VALUE SPACES.
       01 WS-WAITING-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'BUYER   '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'VEND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'HELD ON '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE '       VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(20)  VALUE 'STATUS'.
           05                  PIC X(17)  VALUE SPACES.
       01 WS-WAITING-LINE.
           05                  PIC X      VALUE SPACES.
           05 WL-BUYER         PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 WL-VENDOR-CODE   PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 WL-PART-NUM      PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 WL-DESCRIPTION   PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 WL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 WL-HOLD-DATE     PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 WL-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 WL-VALUE         PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 WL-STATUS        PIC X(20).
           05                  PIC X(17)  VALUE SPACES.
       01 WS-APR-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'APPROVED: '.
           05 SUM-APPROVE     PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'CHANGED: '.
           05 SUM-CHANGE      PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-DECLINE     PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'TXN ERRORS: '.
           05 SUM-ERROR       PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'WAITING: '.
           05 SUM-WAITING     PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'APR001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL RETURN-CODE = 4
           MOVE 0 TO RETURN-CODE
           IF POH-FILE-IS-OPEN
              PERFORM LIST-WAITING-LINES
           END-IF
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'APR999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN I-O POH-DATA-FILE
           IF POH-FILE-STATUS = '00'
              MOVE 'Y' TO SW-POH-FILE-OPEN
           ELSE
              MOVE 'Y'              TO APR-ERROR-FLAG
              MOVE 'APR009'         TO MSG-APR-OPEN-CODE
              MOVE POH-FILE-STATUS  TO MSG-APR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-APR-OPEN-MSG
           END-IF

           OPEN INPUT TXN-DATA-FILE
           IF TXN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO APR-ERROR-FLAG
              MOVE 'APR010'         TO MSG-APR-OPEN-CODE
              MOVE TXN-FILE-STATUS  TO MSG-APR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-APR-OPEN-MSG
           END-IF

      *    NO DECISION IS APPLIED THAT CANNOT BE AUDITED.
           OPEN EXTEND AUD-DATA-FILE
           IF AUD-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO APR-ERROR-FLAG
              MOVE 'APR011'         TO MSG-APR-OPEN-CODE
              MOVE AUD-FILE-STATUS  TO MSG-APR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-APR-OPEN-MSG
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING

           IF APR-ERROR-FOUND
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
           MOVE 0 TO WS-REG-QTY
           MOVE 0 TO WS-REG-VALUE
           PERFORM EDIT-TRANSACTION
           IF TXN-EDIT-OK
              MOVE POH-APPROVED-QTY TO WS-OLD-QTY
              MOVE POH-VALUE        TO WS-OLD-VALUE
              EVALUATE TRUE
                 WHEN APT-IS-APPROVE
                    PERFORM APPROVE-HELD-LINE
                 WHEN APT-IS-CHANGE
                    PERFORM CHANGE-HELD-LINE
                 WHEN APT-IS-REJECT
                    PERFORM REJECT-HELD-LINE
              END-EVALUATE
           END-IF

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK

           IF NOT APT-IS-APPROVE AND NOT APT-IS-CHANGE
              AND NOT APT-IS-REJECT
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND APT-APPROVER = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO APPROVER' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (APT-VENDOR-CODE = SPACES OR APT-PARTNO = SPACES)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO VENDOR/PART' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND APT-IS-CHANGE
              AND (APT-QTY NOT NUMERIC OR APT-QTY = 0)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              MOVE SPACES          TO WS-POH-REC
              MOVE APT-VENDOR-CODE TO POH-VENDOR-CODE
              MOVE APT-PARTNO      TO POH-PARTNO
              MOVE POH-KEY         TO FD-POH-KEY
              READ POH-DATA-FILE INTO WS-POH-REC
                 INVALID KEY
                    MOVE 'N' TO SW-TXN-EDIT-OK
                    MOVE 'REJECTED - NOT HELD' TO RG-DISPOSAL
              END-READ
           END-IF

      *    A SECOND APPROVAL WOULD OVERWRITE THE FIRST APPROVER'S
      *    NAME; A CHANGE OR A REJECTION MAY STILL OVERRULE IT
      *    UNTIL VENDPO SENDS THE LINE.
           IF TXN-EDIT-OK AND APT-IS-APPROVE AND POH-APPROVED
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - ALREADY APPROVED' TO RG-DISPOSAL
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO ERROR-COUNT
              MOVE 'APR002' TO MSG-APR-CODE
              MOVE APT-PARTNO TO MSG-APR-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-APR-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

       APPROVE-HELD-LINE.
           MOVE 'A'           TO POH-STATUS
           MOVE APT-APPROVER  TO POH-APPROVER
           MOVE TODAY-DATE    TO POH-DECISION-DATE
           REWRITE POH-REC FROM WS-POH-REC
           IF POH-FILE-STATUS = '00'
              ADD 1 TO APPROVE-COUNT
              MOVE 'APPROVED' TO RG-DISPOSAL
              PERFORM RECORD-THE-DECISION
           ELSE
              PERFORM LOG-HOLD-UPDATE-ERROR
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

      ***
      *** a changed quantity is an approval at that quantity --
      *** the line is revalued at the price VENDPO held it at.
      ***
       CHANGE-HELD-LINE.
           MOVE 'A'           TO POH-STATUS
           MOVE APT-QTY       TO POH-APPROVED-QTY
           COMPUTE POH-VALUE = APT-QTY * POH-UNIT-PRICE
              ON SIZE ERROR
                 MOVE 9999999.99 TO POH-VALUE
           END-COMPUTE
           MOVE APT-APPROVER  TO POH-APPROVER
           MOVE TODAY-DATE    TO POH-DECISION-DATE
           REWRITE POH-REC FROM WS-POH-REC
           IF POH-FILE-STATUS = '00'
              ADD 1 TO CHANGE-COUNT
              MOVE 'APPROVED AT CHANGED QTY' TO RG-DISPOSAL
              PERFORM RECORD-THE-DECISION
           ELSE
              PERFORM LOG-HOLD-UPDATE-ERROR
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

       REJECT-HELD-LINE.
           MOVE 0             TO POH-APPROVED-QTY
           MOVE 0             TO POH-VALUE
           DELETE POH-DATA-FILE RECORD
           IF POH-FILE-STATUS = '00'
              ADD 1 TO DECLINE-COUNT
              MOVE 'LINE REJECTED - REMOVED' TO RG-DISPOSAL
              PERFORM RECORD-THE-DECISION
           ELSE
              PERFORM LOG-HOLD-UPDATE-ERROR
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

       LOG-HOLD-UPDATE-ERROR.
           MOVE 'Y'                  TO APR-ERROR-FLAG
           MOVE 'NOT APPLIED - UPDATE FAILED' TO RG-DISPOSAL
           MOVE 'APR014'             TO MSG-APR-CODE
           MOVE APT-PARTNO           TO MSG-APR-PARTNO
           CALL 'LOGGER' USING BY CONTENT 'E'
                BY CONTENT WS-APR-MSG
           .

       RECORD-THE-DECISION.
           MOVE POH-APPROVED-QTY TO WS-REG-QTY
           MOVE POH-VALUE        TO WS-REG-VALUE
           MOVE SPACES TO AUD-RECORD
           ACCEPT PAU-DATE FROM DATE YYYYMMDD
           ACCEPT PAU-TIME FROM TIME
           MOVE APT-APPROVER     TO PAU-APPROVER
           MOVE APT-ACTION       TO PAU-ACTION
           MOVE APT-VENDOR-CODE  TO PAU-VENDOR-CODE
           MOVE APT-PARTNO       TO PAU-PARTNO
           MOVE WS-OLD-QTY       TO PAU-OLD-QTY
           MOVE POH-APPROVED-QTY TO PAU-NEW-QTY
           MOVE WS-OLD-VALUE     TO PAU-OLD-VALUE
           MOVE POH-VALUE        TO PAU-NEW-VALUE
           MOVE POH-BUYER        TO PAU-BUYER
           WRITE AUD-RECORD
           IF AUD-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO APR-ERROR-FLAG
              MOVE 'APR013'         TO MSG-APR-OPEN-CODE
              MOVE AUD-FILE-STATUS  TO MSG-APR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-APR-OPEN-MSG
           END-IF
           .

       WRITE-REGISTER-LINE.
           MOVE APT-APPROVER    TO RG-APPROVER
           MOVE APT-ACTION      TO RG-ACTION
           MOVE APT-VENDOR-CODE TO RG-VENDOR-CODE
           MOVE APT-PARTNO      TO RG-PART-NUM
           MOVE WS-REG-QTY      TO RG-QTY
           MOVE WS-REG-VALUE    TO RG-VALUE
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           PERFORM CHECK-REG-WRITE-STATUS
           .

       CHECK-REG-WRITE-STATUS.
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO APR-ERROR-FLAG
              MOVE 'APR012'         TO MSG-APR-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-APR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-APR-OPEN-MSG
           END-IF
           .

      ***
      *** what is left on the hold file after today's decisions:
      *** pending lines still need an approver, approved lines
      *** go out on the next VENDPO run.
      ***
       LIST-WAITING-LINES.
           WRITE REG-OUT-DATA FROM WS-WAITING-TITLE
           PERFORM CHECK-REG-WRITE-STATUS
           WRITE REG-OUT-DATA FROM WS-WAITING-HEADING
           PERFORM CHECK-REG-WRITE-STATUS
           MOVE LOW-VALUES TO FD-POH-KEY
           START POH-DATA-FILE KEY >= FD-POH-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-POH-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-POH-BROWSE-DONE
           END-START
           PERFORM LIST-ONE-WAITING UNTIL POH-BROWSE-DONE
           .

       LIST-ONE-WAITING.
           READ POH-DATA-FILE NEXT RECORD INTO WS-POH-REC
              AT END
                 MOVE 'Y' TO SW-POH-BROWSE-DONE
           END-READ
           IF NOT POH-BROWSE-DONE
              ADD 1 TO WAITING-COUNT
              MOVE POH-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF LOOKUP-FOUND
                 MOVE I-DESCR TO WL-DESCRIPTION
              ELSE
                 MOVE '** NOT ON CASEIN **' TO WL-DESCRIPTION
              END-IF
              MOVE POH-BUYER        TO WL-BUYER
              MOVE POH-VENDOR-CODE  TO WL-VENDOR-CODE
              MOVE POH-PARTNO       TO WL-PART-NUM
              MOVE POH-ITEMCAT      TO WL-ITEMCAT
              MOVE POH-HOLD-DATE    TO WL-HOLD-DATE
              MOVE POH-APPROVED-QTY TO WL-QTY
              MOVE POH-VALUE        TO WL-VALUE
              IF POH-APPROVED
                 MOVE 'APPROVED - NEXT RUN' TO WL-STATUS
              ELSE
                 MOVE 'PENDING APPROVAL'    TO WL-STATUS
              END-IF
              WRITE REG-OUT-DATA FROM WS-WAITING-LINE
              PERFORM CHECK-REG-WRITE-STATUS
           END-IF
           .

       TERMINATION.
           IF POH-FILE-IS-OPEN
              CLOSE POH-DATA-FILE
           END-IF
           CLOSE TXN-DATA-FILE
           CLOSE AUD-DATA-FILE
           CLOSE REG-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF APR-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TXN-COUNT     TO SUM-TXN-COUNT
           MOVE APPROVE-COUNT TO SUM-APPROVE
           MOVE CHANGE-COUNT  TO SUM-CHANGE
           MOVE DECLINE-COUNT TO SUM-DECLINE
           MOVE ERROR-COUNT   TO SUM-ERROR
           MOVE WAITING-COUNT TO SUM-WAITING
           DISPLAY WS-APR-SUMMARY-LINE
           .
