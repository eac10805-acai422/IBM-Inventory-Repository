       identification division.
       program-id. BOMMAINT.
      ***
      *** BOMMAINT - kit structure engineering changes. Applies
      *** CASBTXN change transactions to CASBOM so a change takes
      *** effect on its date instead of the night someone edits
      *** the file: an add starts a link, a revision ends the link
      *** in effect and starts its successor at the new quantity
      *** and revision level on the same cut-over date, an end
      *** drops a component from that date, and a delete withdraws
      *** a change not yet in effect and reopens the link it would
      *** have ended. The old structure is never overwritten --
      *** KITAVAIL, REQPLAN, and KITBUILD each pick the links in
      *** effect on their own date. Changes are edited first the
      *** way WHBMAINT edits, may not be back-dated, and every link
      *** added, changed, or deleted is journaled to CASBJRNL with
      *** its before and after images as CASMAINT journals CASEIN.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT BOM-DATA-FILE ASSIGN TO CASBOM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BOM-KEY
              FILE STATUS IS BOM-FILE-STATUS.
           SELECT TXN-DATA-FILE ASSIGN TO CASBTXN
              FILE STATUS IS TXN-FILE-STATUS.
           SELECT JRN-DATA-FILE ASSIGN TO CASBJRNL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT REG-DATA-FILE ASSIGN TO CASBOMRG
              FILE STATUS IS REG-FILE-STATUS.
       data division.
       file section.
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  TXN-DATA-FILE.
       01 TXN-RECORD.
           copy BOMTXN.
       FD  JRN-DATA-FILE.
       01 JRN-RECORD.
           copy BOMJRNL.
       FD  REG-DATA-FILE.
       01 REG-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-BOM-REC.
       copy BOMDETL.
       01 BOM-FILE-STATUS     PIC X(02).
       01 TXN-FILE-STATUS     PIC X(02).
       01 JRN-FILE-STATUS     PIC X(02).
       01 REG-FILE-STATUS     PIC X(02).
       01 BMN-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 BMN-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-BMN-OPEN-MSG.
           05 MSG-BMN-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BMN-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BMN-MSG.
           05 MSG-BMN-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BMN-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SW-TXN-EDIT-OK      PIC X(01) VALUE 'Y'.
           88 TXN-EDIT-OK         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-EFF-DATE         PIC 9(08).
       01 WS-DATE-SERIAL      PIC 9(07).
       01 WS-JRN-ACTION       PIC X(01).
       01 WS-JRN-SOURCE       PIC X(08) VALUE 'CASBTXN '.
       01 WS-BEFORE-IMAGE     PIC X(80).
       01 WS-AFTER-IMAGE      PIC X(80).
      ***
      *** what the browse of one parent-and-component's links found
      *** relative to the change date: the link in effect on it,
      *** any link starting after it, and the link it ends.
      ***
       01 SW-LINK-SCAN-DONE   PIC X(01).
           88 LINK-SCAN-DONE      VALUE 'Y'.
       01 SW-CURRENT-FOUND    PIC X(01).
           88 CURRENT-FOUND       VALUE 'Y'.
       01 SW-LATER-FOUND      PIC X(01).
           88 LATER-FOUND         VALUE 'Y'.
       01 SW-PRIOR-FOUND      PIC X(01).
           88 PRIOR-FOUND         VALUE 'Y'.
       01 WS-CURRENT-REC      PIC X(80).
       01 WS-PRIOR-REC        PIC X(80).
       01 WS-CURRENT-FROM     PIC 9(08).
       01 WS-CARRY-TO         PIC 9(08).
       01 TXN-COUNT           PIC 9(07) VALUE 0.
       01 ADD-COUNT           PIC 9(07) VALUE 0.
       01 REVISE-COUNT        PIC 9(07) VALUE 0.
       01 END-COUNT           PIC 9(07) VALUE 0.
       01 DELETE-COUNT        PIC 9(07) VALUE 0.
       01 REJECT-COUNT        PIC 9(07) VALUE 0.
       01 WS-REGISTER-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'ACTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PARENT   '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'COMPONENT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'EFF DATE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'REV'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DISPOSAL'.
           05                  PIC X(74)  VALUE SPACES.
       01 WS-REGISTER-LINE.
           05                  PIC X      VALUE SPACES.
           05 RG-ACTION        PIC X(01).
           05                  PIC X(07)  VALUE SPACES.
           05 RG-PARENT        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-COMPONENT     PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-EFF-DATE      PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 RG-QTY-PER       PIC ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RG-REVISION      PIC X(02).
           05                  PIC X(03)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(28).
           05                  PIC X(54)  VALUE SPACES.
       01 WS-BMN-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'TRANSACTIONS READ: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'ADDED: '.
           05 SUM-ADD-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'REVISED: '.
           05 SUM-REV-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'ENDED: '.
           05 SUM-END-COUNT   PIC ZZZZZZ9.
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
                BY CONTENT Z'BMN001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROCESS-TRANSACTIONS UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BMN999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN I-O BOM-DATA-FILE
           IF BOM-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMN-OPEN-ERROR-FLAG
              MOVE 'BMN009'         TO MSG-BMN-OPEN-CODE
              MOVE BOM-FILE-STATUS  TO MSG-BMN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMN-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           OPEN INPUT TXN-DATA-FILE
           IF TXN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMN-OPEN-ERROR-FLAG
              MOVE 'BMN010'         TO MSG-BMN-OPEN-CODE
              MOVE TXN-FILE-STATUS  TO MSG-BMN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMN-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           OPEN EXTEND JRN-DATA-FILE
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMN-OPEN-ERROR-FLAG
              MOVE 'BMN011'         TO MSG-BMN-OPEN-CODE
              MOVE JRN-FILE-STATUS  TO MSG-BMN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMN-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT REG-DATA-FILE
           WRITE REG-OUT-DATA FROM WS-REGISTER-HEADING

           IF RETURN-CODE = 0
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
                 WHEN BCX-IS-ADD
                    PERFORM ADD-BOM-LINK
                 WHEN BCX-IS-REVISE
                    PERFORM REVISE-BOM-LINK
                 WHEN BCX-IS-END
                    PERFORM END-BOM-LINK
                 WHEN BCX-IS-DELETE
                    PERFORM DELETE-BOM-LINK
              END-EVALUATE
           END-IF

           READ TXN-DATA-FILE
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

       EDIT-TRANSACTION.
           MOVE 'Y' TO SW-TXN-EDIT-OK

           IF NOT BCX-IS-ADD AND NOT BCX-IS-REVISE
              AND NOT BCX-IS-END AND NOT BCX-IS-DELETE
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD ACTION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (BCX-PARENT = SPACES OR BCX-COMPONENT = SPACES)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO PART' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND BCX-PARENT = BCX-COMPONENT
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - KIT IN ITSELF' TO RG-DISPOSAL
           END-IF

      *    A CHANGE DATED IN THE PAST WOULD REWRITE A STRUCTURE THAT
      *    BUILDS AND PLANS HAVE ALREADY USED -- ONLY TODAY OR LATER.
           IF TXN-EDIT-OK
              IF BCX-EFF-DATE IS NUMERIC
                 IF BCX-EFF-DATE = 0
                    MOVE TODAY-DATE   TO WS-EFF-DATE
                 ELSE
                    MOVE BCX-EFF-DATE TO WS-EFF-DATE
                 END-IF
                 CALL 'DATECALC' USING WS-EFF-DATE WS-DATE-SERIAL
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
              IF RETURN-CODE NOT = 0
                 MOVE 0 TO RETURN-CODE
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - BAD DATE' TO RG-DISPOSAL
              ELSE
                 IF WS-EFF-DATE < TODAY-DATE
                    MOVE 'N' TO SW-TXN-EDIT-OK
                    MOVE 'REJECTED - BACK-DATED' TO RG-DISPOSAL
                 END-IF
              END-IF
           END-IF

           IF TXN-EDIT-OK
              AND (BCX-IS-ADD OR BCX-IS-REVISE)
              AND (BCX-QTY-PER NOT NUMERIC OR BCX-QTY-PER = 0)
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK
              AND (BCX-IS-ADD OR BCX-IS-REVISE)
              AND BCX-REVISION = SPACES
              MOVE 'N' TO SW-TXN-EDIT-OK
              MOVE 'REJECTED - NO REVISION' TO RG-DISPOSAL
           END-IF

           IF TXN-EDIT-OK AND (BCX-IS-ADD OR BCX-IS-REVISE)
              MOVE BCX-PARENT TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF NOT LOOKUP-FOUND
                 MOVE 'N' TO SW-TXN-EDIT-OK
                 MOVE 'REJECTED - PARENT NOT FOUND' TO RG-DISPOSAL
              ELSE
                 MOVE BCX-COMPONENT TO LOOKUP-PARTNO
                 CALL 'GETREC' USING
                 BY CONTENT '3'
                 BY REFERENCE IN-DATA
                 MOVE 0 TO RETURN-CODE
                 IF NOT LOOKUP-FOUND
                    MOVE 'N' TO SW-TXN-EDIT-OK
                    MOVE 'REJECTED - COMPT NOT FOUND' TO RG-DISPOSAL
                 END-IF
              END-IF
           END-IF

           IF NOT TXN-EDIT-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'BMN002' TO MSG-BMN-CODE
              MOVE BCX-PARENT TO MSG-BMN-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-BMN-MSG
              PERFORM WRITE-REGISTER-LINE
           END-IF
           .

      ***
      *** browse every dated link of the parent and component,
      *** noting the one in effect on the change date, whether one
      *** starts after it, and the one that ends on it.
      ***
       SCAN-LINK-HISTORY.
           MOVE 'N' TO SW-CURRENT-FOUND
           MOVE 'N' TO SW-LATER-FOUND
           MOVE 'N' TO SW-PRIOR-FOUND
           MOVE 'N' TO SW-LINK-SCAN-DONE
           MOVE SPACES        TO WS-BOM-REC
           MOVE BCX-PARENT    TO BOM-PARENT
           MOVE BCX-COMPONENT TO BOM-COMPONENT
           MOVE 0             TO BOM-EFF-FROM
           MOVE BOM-KEY       TO FD-BOM-KEY
           START BOM-DATA-FILE KEY >= FD-BOM-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-LINK-SCAN-DONE
           END-START
           PERFORM SCAN-ONE-LINK UNTIL LINK-SCAN-DONE
           .

       SCAN-ONE-LINK.
           READ BOM-DATA-FILE NEXT RECORD INTO WS-BOM-REC
              AT END
                 MOVE 'Y' TO SW-LINK-SCAN-DONE
           END-READ
           IF NOT LINK-SCAN-DONE
              IF BOM-PARENT NOT = BCX-PARENT
                 OR BOM-COMPONENT NOT = BCX-COMPONENT
                 MOVE 'Y' TO SW-LINK-SCAN-DONE
              ELSE
                 EVALUATE TRUE
                    WHEN BOM-EFF-FROM > WS-EFF-DATE
                       MOVE 'Y' TO SW-LATER-FOUND
                    WHEN BOM-EFF-TO = 0
                       OR BOM-EFF-TO > WS-EFF-DATE
                       MOVE 'Y' TO SW-CURRENT-FOUND
                       MOVE WS-BOM-REC   TO WS-CURRENT-REC
                       MOVE BOM-EFF-FROM TO WS-CURRENT-FROM
                    WHEN BOM-EFF-TO = WS-EFF-DATE
                       MOVE 'Y' TO SW-PRIOR-FOUND
                       MOVE WS-BOM-REC   TO WS-PRIOR-REC
                 END-EVALUATE
              END-IF
           END-IF
           .

      ***
      *** an add starts a link with nothing in effect on its date
      *** and nothing already queued behind it.
      ***
       ADD-BOM-LINK.
           PERFORM SCAN-LINK-HISTORY
           IF CURRENT-FOUND OR LATER-FOUND
              ADD 1 TO REJECT-COUNT
              MOVE 'REJECTED - LINK EXISTS' TO RG-DISPOSAL
           ELSE
              PERFORM BUILD-NEW-LINK
              MOVE 0 TO BOM-EFF-TO
              PERFORM WRITE-NEW-LINK
              IF BOM-FILE-STATUS = '00'
                 ADD 1 TO ADD-COUNT
                 MOVE 'ADDED' TO RG-DISPOSAL
              END-IF
           END-IF
           PERFORM WRITE-REGISTER-LINE
           .

      ***
      *** a revision ends the link in effect on the cut-over date
      *** and starts its successor there, inheriting any end date
      *** already scheduled. a revision dated the day its link
      *** started only corrects that link in place.
      ***
       REVISE-BOM-LINK.
           PERFORM SCAN-LINK-HISTORY
           EVALUATE TRUE
              WHEN NOT CURRENT-FOUND
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NO LINK IN EFFECT' TO RG-DISPOSAL
              WHEN LATER-FOUND
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - CHANGE PENDING' TO RG-DISPOSAL
              WHEN WS-CURRENT-FROM = WS-EFF-DATE
                 MOVE WS-CURRENT-REC TO WS-BOM-REC
                 MOVE WS-CURRENT-REC TO WS-BEFORE-IMAGE
                 MOVE BCX-QTY-PER    TO BOM-QTY-PER
                 MOVE BCX-REVISION   TO BOM-REVISION
                 PERFORM REWRITE-CHANGED-LINK
                 IF BOM-FILE-STATUS = '00'
                    ADD 1 TO REVISE-COUNT
                    MOVE 'REVISED IN PLACE' TO RG-DISPOSAL
                 END-IF
              WHEN OTHER
                 MOVE WS-CURRENT-REC TO WS-BOM-REC
                 MOVE WS-CURRENT-REC TO WS-BEFORE-IMAGE
                 MOVE BOM-EFF-TO     TO WS-CARRY-TO
                 MOVE WS-EFF-DATE    TO BOM-EFF-TO
                 PERFORM REWRITE-CHANGED-LINK
                 IF BOM-FILE-STATUS = '00'
                    PERFORM BUILD-NEW-LINK
                    MOVE WS-CARRY-TO TO BOM-EFF-TO
                    PERFORM WRITE-NEW-LINK
                    IF BOM-FILE-STATUS = '00'
                       ADD 1 TO REVISE-COUNT
                       MOVE 'REVISED' TO RG-DISPOSAL
                    END-IF
                 END-IF
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE
           .

      ***
      *** an end drops the component from the kit on its date. a
      *** link that only starts on that date was never in effect
      *** -- withdrawing it is a delete, not an end.
      ***
       END-BOM-LINK.
           PERFORM SCAN-LINK-HISTORY
           EVALUATE TRUE
              WHEN NOT CURRENT-FOUND
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NO LINK IN EFFECT' TO RG-DISPOSAL
              WHEN LATER-FOUND
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - CHANGE PENDING' TO RG-DISPOSAL
              WHEN WS-CURRENT-FROM = WS-EFF-DATE
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - STARTS THAT DAY' TO RG-DISPOSAL
              WHEN OTHER
                 MOVE WS-CURRENT-REC TO WS-BOM-REC
                 MOVE WS-CURRENT-REC TO WS-BEFORE-IMAGE
                 MOVE WS-EFF-DATE    TO BOM-EFF-TO
                 PERFORM REWRITE-CHANGED-LINK
                 IF BOM-FILE-STATUS = '00'
                    ADD 1 TO END-COUNT
                    MOVE 'ENDED' TO RG-DISPOSAL
                 END-IF
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE
           .

      ***
      *** a delete withdraws a link not yet in effect; the link it
      *** ended on its start date runs on to wherever the
      *** withdrawn one would have stopped.
      ***
       DELETE-BOM-LINK.
           MOVE SPACES        TO WS-BOM-REC
           MOVE BCX-PARENT    TO BOM-PARENT
           MOVE BCX-COMPONENT TO BOM-COMPONENT
           MOVE WS-EFF-DATE   TO BOM-EFF-FROM
           MOVE BOM-KEY       TO FD-BOM-KEY
           READ BOM-DATA-FILE INTO WS-BOM-REC
              INVALID KEY
                 MOVE '23' TO BOM-FILE-STATUS
           END-READ
           EVALUATE TRUE
              WHEN BOM-FILE-STATUS NOT = '00'
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NOT ON FILE' TO RG-DISPOSAL
              WHEN BOM-EFF-FROM NOT > TODAY-DATE
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - ALREADY IN EFFECT' TO RG-DISPOSAL
              WHEN OTHER
                 MOVE WS-BOM-REC TO WS-BEFORE-IMAGE
                 MOVE BOM-EFF-TO TO WS-CARRY-TO
                 DELETE BOM-DATA-FILE RECORD
                    INVALID KEY
                       CONTINUE
                 END-DELETE
                 IF BOM-FILE-STATUS NOT = '00'
                    PERFORM LOG-BOM-UPDATE-ERROR
                 ELSE
                    MOVE 'D'    TO WS-JRN-ACTION
                    MOVE SPACES TO WS-AFTER-IMAGE
                    PERFORM WRITE-JOURNAL-RECORD
                    ADD 1 TO DELETE-COUNT
                    MOVE 'DELETED' TO RG-DISPOSAL
                    PERFORM REOPEN-PRIOR-LINK
                 END-IF
           END-EVALUATE
           PERFORM WRITE-REGISTER-LINE
           .

       REOPEN-PRIOR-LINK.
           PERFORM SCAN-LINK-HISTORY
           IF PRIOR-FOUND
              MOVE WS-PRIOR-REC TO WS-BOM-REC
              MOVE WS-PRIOR-REC TO WS-BEFORE-IMAGE
              MOVE WS-CARRY-TO  TO BOM-EFF-TO
              PERFORM REWRITE-CHANGED-LINK
              IF BOM-FILE-STATUS = '00'
                 MOVE 'DELETED - PRIOR REOPENED' TO RG-DISPOSAL
              END-IF
           END-IF
           .

       BUILD-NEW-LINK.
           MOVE SPACES        TO WS-BOM-REC
           MOVE BCX-PARENT    TO BOM-PARENT
           MOVE BCX-COMPONENT TO BOM-COMPONENT
           MOVE WS-EFF-DATE   TO BOM-EFF-FROM
           MOVE BCX-QTY-PER   TO BOM-QTY-PER
           MOVE BCX-REVISION  TO BOM-REVISION
           .

       WRITE-NEW-LINK.
           WRITE BOM-REC FROM WS-BOM-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           IF BOM-FILE-STATUS NOT = '00'
              PERFORM LOG-BOM-UPDATE-ERROR
           ELSE
              MOVE 'A'        TO WS-JRN-ACTION
              MOVE SPACES     TO WS-BEFORE-IMAGE
              MOVE WS-BOM-REC TO WS-AFTER-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .

       REWRITE-CHANGED-LINK.
           MOVE BOM-KEY TO FD-BOM-KEY
           REWRITE BOM-REC FROM WS-BOM-REC
              INVALID KEY
                 CONTINUE
           END-REWRITE
           IF BOM-FILE-STATUS NOT = '00'
              PERFORM LOG-BOM-UPDATE-ERROR
           ELSE
              MOVE 'C'        TO WS-JRN-ACTION
              MOVE WS-BOM-REC TO WS-AFTER-IMAGE
              PERFORM WRITE-JOURNAL-RECORD
           END-IF
           .

       LOG-BOM-UPDATE-ERROR.
           MOVE 'Y'              TO BMN-OPEN-ERROR-FLAG
           ADD 1 TO REJECT-COUNT
           MOVE 'BMN012'         TO MSG-BMN-OPEN-CODE
           MOVE BOM-FILE-STATUS  TO MSG-BMN-OPEN-STAT
           CALL 'LOGGER' USING BY CONTENT 'E'
                BY CONTENT WS-BMN-OPEN-MSG
           MOVE 'REJECTED - CASBOM UPDATE' TO RG-DISPOSAL
           .

       WRITE-JOURNAL-RECORD.
           MOVE SPACES TO JRN-RECORD
           ACCEPT BJN-DATE FROM DATE YYYYMMDD
           ACCEPT BJN-TIME FROM TIME
           MOVE WS-JRN-SOURCE   TO BJN-SOURCE
           MOVE WS-JRN-ACTION   TO BJN-ACTION
           MOVE BOM-KEY         TO BJN-KEY
           MOVE WS-BEFORE-IMAGE TO BJN-BEFORE-IMAGE
           MOVE WS-AFTER-IMAGE  TO BJN-AFTER-IMAGE
           WRITE JRN-RECORD
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMN-OPEN-ERROR-FLAG
              MOVE 'BMN013'         TO MSG-BMN-OPEN-CODE
              MOVE JRN-FILE-STATUS  TO MSG-BMN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMN-OPEN-MSG
           END-IF
           .

       WRITE-REGISTER-LINE.
           MOVE BCX-ACTION    TO RG-ACTION
           MOVE BCX-PARENT    TO RG-PARENT
           MOVE BCX-COMPONENT TO RG-COMPONENT
           MOVE BCX-EFF-DATE  TO RG-EFF-DATE
           IF BCX-QTY-PER IS NUMERIC
              MOVE BCX-QTY-PER TO RG-QTY-PER
           ELSE
              MOVE 0 TO RG-QTY-PER
           END-IF
           MOVE BCX-REVISION  TO RG-REVISION
           WRITE REG-OUT-DATA FROM WS-REGISTER-LINE
           IF REG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMN-OPEN-ERROR-FLAG
              MOVE 'BMN014'         TO MSG-BMN-OPEN-CODE
              MOVE REG-FILE-STATUS  TO MSG-BMN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMN-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE BOM-DATA-FILE
           CLOSE TXN-DATA-FILE
           CLOSE JRN-DATA-FILE
           CLOSE REG-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF BMN-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE TXN-COUNT    TO SUM-TXN-COUNT
           MOVE ADD-COUNT    TO SUM-ADD-COUNT
           MOVE REVISE-COUNT TO SUM-REV-COUNT
           MOVE END-COUNT    TO SUM-END-COUNT
           MOVE DELETE-COUNT TO SUM-DEL-COUNT
           MOVE REJECT-COUNT TO SUM-REJ-COUNT
           DISPLAY WS-BMN-SUMMARY-LINE
           .
