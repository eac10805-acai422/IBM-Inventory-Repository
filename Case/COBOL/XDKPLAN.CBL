       identification division.
       program-id. XDKPLAN.
      ***
      *** XDKPLAN - receipt-time cross-dock. A shipment the vendor
      *** notified on CASASNST used to go to a shelf on arrival
      *** while the customer lines waiting on the CASBORD backorder
      *** carry-forward sat until the next CUSTPOST run picked the
      *** stock back off. Run after STKPOST has posted the day's
      *** CASMOVE receipts, this step takes each receipt that
      *** matches a notified shipment (part plus PO number) and
      *** offers it to the part's waiting backorders, oldest order
      *** date first, whole lines only, as CUSTPOST would. A line
      *** the shipment covers is reserved -- a reserve transaction
      *** for the STKALLOC flow, carrying the customer and order
      *** date exactly as a CUSTPOST reservation does -- and comes
      *** off the carry-forward; every other line is carried
      *** forward untouched. The cross-dock list tells the dock
      *** which receipt, by PO and shipment, to stage for outbound
      *** shipment against each document instead of putting it
      *** away. A part never cross-docks more than it has free --
      *** I-QOH less its open CASALOC reservations -- so a receipt
      *** held on CASQUAR for inspection, not yet on I-QOH, stays
      *** where it is.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT MOV-DATA-FILE ASSIGN TO CASMOVE
              FILE STATUS IS MOV-FILE-STATUS.
           SELECT AST-DATA-FILE ASSIGN TO CASASNST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-AST-KEY
              FILE STATUS IS AST-FILE-STATUS.
           SELECT BKO-IN-FILE ASSIGN TO CASBORDI
              FILE STATUS IS BKO-IN-STATUS.
           SELECT BKO-OUT-FILE ASSIGN TO CASBORDO
              FILE STATUS IS BKO-OUT-STATUS.
           SELECT ALT-OUT-FILE ASSIGN TO CASXDALT
              FILE STATUS IS ALT-OUT-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASXDKRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  MOV-DATA-FILE.
       01 MOV-RECORD.
           copy MOVETXN.
       FD  AST-DATA-FILE.
       01 AST-REC.
           05 FD-AST-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  BKO-IN-FILE.
       01 BKO-IN-RECORD.
           copy BKODETL.
       FD  BKO-OUT-FILE.
       01 BKO-OUT-RECORD        PIC X(80).
       FD  ALT-OUT-FILE.
       01 ALT-OUT-RECORD.
           copy ALOCTXN.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-ORDER-DATE    PIC 9(08).
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-QTY           PIC 9(05).
           05 SRT-CUSTOMER      PIC X(10).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-ALLOC-DATA       PIC X(80).
       01 WS-AST-REC.
       copy ASNSTAT.
       01 WS-BKO-HOLD.
       copy BKODETL REPLACING ==BKO-DOC-NUMBER== BY ==BKH-DOC-NUMBER==
                              ==BKO-PARTNO==     BY ==BKH-PARTNO==
                              ==BKO-QTY==        BY ==BKH-QTY==
                              ==BKO-ORDER-DATE== BY ==BKH-ORDER-DATE==
                              ==BKO-CUSTOMER==   BY ==BKH-CUSTOMER==.
       01 MOV-FILE-STATUS     PIC X(02).
       01 AST-FILE-STATUS     PIC X(02).
       01 BKO-IN-STATUS       PIC X(02).
       01 BKO-OUT-STATUS      PIC X(02).
       01 ALT-OUT-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 XDK-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 XDK-ERROR-FOUND     VALUE 'Y'.
       01 WS-XDK-OPEN-MSG.
           05 MSG-XDK-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-XDK-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-XDK-MSG.
           05 MSG-XDK-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-XDK-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 ALC-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 ALC-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 ALC-FOUND           VALUE 'Y'.
       01 ALC-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 ALC-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 ALC-IO-ERROR-FOUND  VALUE 'Y'.
       01 ALC-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 SW-MOV-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 MOV-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-AST-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 AST-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-BKO-IN-OPEN      PIC X(01) VALUE 'N'.
           88 BKO-IN-IS-OPEN      VALUE 'Y'.
       01 SW-MOV-EOF          PIC X(01) VALUE 'Y'.
           88 MOV-AT-EOF          VALUE 'Y'.
       01 SW-BKO-EOF          PIC X(01) VALUE 'Y'.
           88 BKO-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-TABLE-FULL-LOGGED PIC X(01) VALUE 'N'.
           88 TABLE-FULL-LOGGED   VALUE 'Y'.
      ***
      *** the day's notified receipts, in CASMOVE order -- each
      *** part's receipts are drawn down first come, first staged.
      ***
       01 WS-RECEIPT-TABLE.
           05 WS-RCV-ENTRY OCCURS 500 TIMES.
              10 RCV-PARTNO      PIC X(09).
              10 RCV-PO-NUMBER   PIC X(08).
              10 RCV-SHIPMENT-ID PIC X(10).
              10 RCV-REMAIN-QTY  PIC 9(05).
       01 RECEIPT-ENTRY-COUNT PIC 9(03) VALUE 0.
       01 RCV-SUB             PIC 9(03).
       01 SW-RCV-SEEK         PIC X(01).
           88 RCV-SEEK-DONE       VALUE 'Y'.
       01 SW-RCV-HIT          PIC X(01).
           88 RCV-HIT             VALUE 'Y'.
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-PART-XDOCK-AVAIL PIC S9(07).
       01 WS-PART-FREE-QTY    PIC S9(07).
       01 WS-LINE-TO-STAGE    PIC 9(05).
       01 WS-PIECE-QTY        PIC 9(05).
       01 TODAY-DATE          PIC 9(08).
       01 RECEIPT-COUNT       PIC 9(07) VALUE 0.
       01 NOTIFIED-COUNT      PIC 9(07) VALUE 0.
       01 CARRIED-IN-COUNT    PIC 9(07) VALUE 0.
       01 XDOCK-COUNT         PIC 9(07) VALUE 0.
       01 XDOCK-QTY-TOTAL     PIC 9(09) VALUE 0.
       01 CARRIED-OUT-COUNT   PIC 9(07) VALUE 0.
       01 WS-XDK-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'RECEIPT PO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'SHIPMENT  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'ORDER DATE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'STAGE QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'ORDER QTY'.
           05                  PIC X(41)  VALUE SPACES.
       01 WS-XDK-LINE.
           05                  PIC X      VALUE SPACES.
           05 XDL-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 XDL-PO-NUMBER    PIC X(08).
           05                  PIC X(04)  VALUE SPACES.
           05 XDL-SHIPMENT-ID  PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 XDL-DOC-NUMBER   PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 XDL-CUSTOMER     PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 XDL-ORDER-DATE   PIC 9(08).
           05                  PIC X(08)  VALUE SPACES.
           05 XDL-STAGE-QTY    PIC ZZZZ9.
           05                  PIC X(06)  VALUE SPACES.
           05 XDL-ORDER-QTY    PIC ZZZZ9.
           05                  PIC X(41)  VALUE SPACES.
       01 WS-XDK-SUMMARY-LINE.
           05 FILLER          PIC X(10) VALUE 'RECEIPTS: '.
           05 SUM-RECEIPT-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'NOTIFIED: '.
           05 SUM-NOTIFIED-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'BACKORDERS: '.
           05 SUM-CARRY-IN-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'CROSS-DOCKED: '.
           05 SUM-XDOCK-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'QTY:  '.
           05 SUM-XDOCK-QTY   PIC ZZZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'CARRIED FWD:   '.
           05 SUM-CARRY-OUT-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'XDK001: Starting program'
           PERFORM INITIALIZATION
           PERFORM LOAD-NOTIFIED-RECEIPTS

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-PARTNO SRT-ORDER-DATE
                 SRT-DOC-NUMBER
              INPUT PROCEDURE IS RELEASE-BACKORDERS
              OUTPUT PROCEDURE IS MATCH-BACKORDERS-BY-PART

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'XDK999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           CALL 'ALOCREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-ALLOC-DATA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT MOV-DATA-FILE
           IF MOV-FILE-STATUS = '00'
              MOVE 'Y' TO SW-MOV-FILE-OPEN
           ELSE
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK009'         TO MSG-XDK-OPEN-CODE
              MOVE MOV-FILE-STATUS  TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF

      *    NO SHIPMENT STATUS FILE MEANS NO RECEIPT IS KNOWN TO BE
      *    A NOTIFIED SHIPMENT -- EVERY BACKORDER CARRIES FORWARD.
           OPEN INPUT AST-DATA-FILE
           IF AST-FILE-STATUS = '00'
              MOVE 'Y' TO SW-AST-FILE-OPEN
           ELSE
              MOVE 'XDK010'         TO MSG-XDK-OPEN-CODE
              MOVE AST-FILE-STATUS  TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF

           OPEN INPUT BKO-IN-FILE
           IF BKO-IN-STATUS = '00'
              MOVE 'Y' TO SW-BKO-IN-OPEN
           ELSE
              MOVE 'N' TO SW-BKO-IN-OPEN
           END-IF

           OPEN OUTPUT BKO-OUT-FILE
           IF BKO-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK011'         TO MSG-XDK-OPEN-CODE
              MOVE BKO-OUT-STATUS   TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF

           OPEN OUTPUT ALT-OUT-FILE
           IF ALT-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK012'         TO MSG-XDK-OPEN-CODE
              MOVE ALT-OUT-STATUS   TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK013'         TO MSG-XDK-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-XDK-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** only a receipt against a notified shipment -- its part
      *** and PO number on CASASNST -- is offered to the dock; an
      *** unannounced delivery goes to the shelf as it always has.
      ***
       LOAD-NOTIFIED-RECEIPTS.
           IF MOV-FILE-IS-OPEN AND AST-FILE-IS-OPEN
              MOVE 'N' TO SW-MOV-EOF
              READ MOV-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-MOV-EOF
              END-READ
              PERFORM LOAD-ONE-RECEIPT UNTIL MOV-AT-EOF
           END-IF
           .

       LOAD-ONE-RECEIPT.
           IF MOV-IS-RECEIPT AND MOV-QTY IS NUMERIC
              AND NOT MOV-FROM-DISASSEMBLY
              IF MOV-QTY > 0
                 ADD 1 TO RECEIPT-COUNT
                 MOVE SPACES         TO WS-AST-REC
                 MOVE MOV-PARTNO     TO AST-PARTNO
                 MOVE MOV-DOC-NUMBER TO AST-PO-NUMBER
                 MOVE AST-KEY        TO FD-AST-KEY
                 READ AST-DATA-FILE INTO WS-AST-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       PERFORM ADD-NOTIFIED-RECEIPT
                 END-READ
              END-IF
           END-IF

           READ MOV-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-MOV-EOF
           END-READ
           .

       ADD-NOTIFIED-RECEIPT.
           IF RECEIPT-ENTRY-COUNT < 500
              ADD 1 TO NOTIFIED-COUNT
              ADD 1 TO RECEIPT-ENTRY-COUNT
              MOVE MOV-PARTNO      TO RCV-PARTNO(RECEIPT-ENTRY-COUNT)
              MOVE MOV-DOC-NUMBER
                 TO RCV-PO-NUMBER(RECEIPT-ENTRY-COUNT)
              MOVE AST-SHIPMENT-ID
                 TO RCV-SHIPMENT-ID(RECEIPT-ENTRY-COUNT)
              MOVE MOV-QTY
                 TO RCV-REMAIN-QTY(RECEIPT-ENTRY-COUNT)
           ELSE
              IF NOT TABLE-FULL-LOGGED
                 MOVE 'Y' TO SW-TABLE-FULL-LOGGED
                 MOVE 'XDK002' TO MSG-XDK-CODE
                 MOVE MOV-PARTNO TO MSG-XDK-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-XDK-MSG
              END-IF
           END-IF
           .

       RELEASE-BACKORDERS.
           IF BKO-IN-IS-OPEN
              MOVE 'N' TO SW-BKO-EOF
              READ BKO-IN-FILE
                 AT END
                    MOVE 'Y' TO SW-BKO-EOF
              END-READ
              PERFORM RELEASE-ONE-BACKORDER UNTIL BKO-AT-EOF
              CLOSE BKO-IN-FILE
           END-IF
           .

       RELEASE-ONE-BACKORDER.
           ADD 1 TO CARRIED-IN-COUNT
           MOVE BKO-PARTNO      TO SRT-PARTNO
           MOVE BKO-ORDER-DATE  TO SRT-ORDER-DATE
           MOVE BKO-DOC-NUMBER  TO SRT-DOC-NUMBER
           MOVE BKO-QTY         TO SRT-QTY
           MOVE BKO-CUSTOMER    TO SRT-CUSTOMER
           RELEASE SORT-RECORD

           READ BKO-IN-FILE
              AT END
                 MOVE 'Y' TO SW-BKO-EOF
           END-READ
           .

      ***
      *** output procedure -- control break per part. what the
      *** part can cross-dock is set once per part: the notified
      *** receipts still undrawn, capped at the part's free stock.
      ***
       MATCH-BACKORDERS-BY-PART.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-PARTNO
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM MATCH-ONE-BACKORDER UNTIL SORT-AT-EOF
           .

       MATCH-ONE-BACKORDER.
           IF SRT-PARTNO NOT = WS-BREAK-PARTNO
              MOVE SRT-PARTNO TO WS-BREAK-PARTNO
              PERFORM ESTABLISH-CROSS-DOCK-AVAIL
           END-IF

           IF SRT-QTY > 0 AND SRT-QTY <= WS-PART-XDOCK-AVAIL
              PERFORM CROSS-DOCK-THE-LINE
           ELSE
              PERFORM CARRY-THE-LINE-FORWARD
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       ESTABLISH-CROSS-DOCK-AVAIL.
           MOVE 0 TO WS-PART-XDOCK-AVAIL
           MOVE 0 TO RCV-SUB
           MOVE 'N' TO SW-RCV-SEEK
           PERFORM TOTAL-ONE-RECEIPT UNTIL RCV-SEEK-DONE

           IF WS-PART-XDOCK-AVAIL > 0
              MOVE 0 TO WS-PART-FREE-QTY
              MOVE WS-BREAK-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF LOOKUP-FOUND AND I-QOH IS NUMERIC
                 MOVE I-QOH TO WS-PART-FREE-QTY
                 MOVE WS-BREAK-PARTNO TO ALC-LOOKUP-PARTNO
                 CALL 'ALOCREC' USING
                 BY CONTENT '3'
                 BY REFERENCE WS-ALLOC-DATA
                 MOVE 0 TO RETURN-CODE
                 IF ALC-FOUND
                    SUBTRACT ALC-OPEN-QTY FROM WS-PART-FREE-QTY
                 END-IF
              END-IF
              IF WS-PART-FREE-QTY < WS-PART-XDOCK-AVAIL
                 MOVE WS-PART-FREE-QTY TO WS-PART-XDOCK-AVAIL
              END-IF
              IF WS-PART-XDOCK-AVAIL < 0
                 MOVE 0 TO WS-PART-XDOCK-AVAIL
              END-IF
           END-IF
           .

       TOTAL-ONE-RECEIPT.
           ADD 1 TO RCV-SUB
           IF RCV-SUB > RECEIPT-ENTRY-COUNT
              MOVE 'Y' TO SW-RCV-SEEK
           ELSE
              IF RCV-PARTNO(RCV-SUB) = WS-BREAK-PARTNO
                 ADD RCV-REMAIN-QTY(RCV-SUB) TO WS-PART-XDOCK-AVAIL
              END-IF
           END-IF
           .

       CROSS-DOCK-THE-LINE.
           SUBTRACT SRT-QTY FROM WS-PART-XDOCK-AVAIL
           ADD 1 TO XDOCK-COUNT
           ADD SRT-QTY TO XDOCK-QTY-TOTAL

           MOVE SPACES          TO ALT-OUT-RECORD
           MOVE SRT-DOC-NUMBER  TO ALT-DOC-NUMBER
           MOVE SRT-PARTNO      TO ALT-PARTNO
           MOVE 'R'             TO ALT-TYPE
           MOVE SRT-QTY         TO ALT-QTY
           MOVE TODAY-DATE      TO ALT-DATE
           MOVE SRT-CUSTOMER    TO ALT-CUSTOMER
           MOVE SRT-ORDER-DATE  TO ALT-ORDER-DATE
           WRITE ALT-OUT-RECORD
           IF ALT-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK014'         TO MSG-XDK-OPEN-CODE
              MOVE ALT-OUT-STATUS   TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF

           MOVE SRT-QTY TO WS-LINE-TO-STAGE
           PERFORM STAGE-FROM-ONE-RECEIPT
              UNTIL WS-LINE-TO-STAGE = 0
           .

      ***
      *** the line is staged from the part's receipts in arrival
      *** order; a line one receipt cannot cover alone lists a
      *** second staging line for the next one.
      ***
       STAGE-FROM-ONE-RECEIPT.
           MOVE 0   TO RCV-SUB
           MOVE 'N' TO SW-RCV-HIT
           MOVE 'N' TO SW-RCV-SEEK
           PERFORM SEEK-UNDRAWN-RECEIPT UNTIL RCV-SEEK-DONE
           IF NOT RCV-HIT
              MOVE 0 TO WS-LINE-TO-STAGE
           ELSE
              IF RCV-REMAIN-QTY(RCV-SUB) < WS-LINE-TO-STAGE
                 MOVE RCV-REMAIN-QTY(RCV-SUB) TO WS-PIECE-QTY
              ELSE
                 MOVE WS-LINE-TO-STAGE TO WS-PIECE-QTY
              END-IF
              SUBTRACT WS-PIECE-QTY FROM RCV-REMAIN-QTY(RCV-SUB)
              SUBTRACT WS-PIECE-QTY FROM WS-LINE-TO-STAGE
              MOVE SRT-PARTNO               TO XDL-PART-NUM
              MOVE RCV-PO-NUMBER(RCV-SUB)   TO XDL-PO-NUMBER
              MOVE RCV-SHIPMENT-ID(RCV-SUB) TO XDL-SHIPMENT-ID
              MOVE SRT-DOC-NUMBER           TO XDL-DOC-NUMBER
              MOVE SRT-CUSTOMER             TO XDL-CUSTOMER
              MOVE SRT-ORDER-DATE           TO XDL-ORDER-DATE
              MOVE WS-PIECE-QTY             TO XDL-STAGE-QTY
              MOVE SRT-QTY                  TO XDL-ORDER-QTY
              WRITE RPT-OUT-DATA FROM WS-XDK-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

       SEEK-UNDRAWN-RECEIPT.
           ADD 1 TO RCV-SUB
           IF RCV-SUB > RECEIPT-ENTRY-COUNT
              MOVE 'Y' TO SW-RCV-SEEK
           ELSE
              IF RCV-PARTNO(RCV-SUB) = SRT-PARTNO
                 AND RCV-REMAIN-QTY(RCV-SUB) > 0
                 MOVE 'Y' TO SW-RCV-HIT
                 MOVE 'Y' TO SW-RCV-SEEK
              END-IF
           END-IF
           .

       CARRY-THE-LINE-FORWARD.
           ADD 1 TO CARRIED-OUT-COUNT
           MOVE SPACES         TO WS-BKO-HOLD
           MOVE SRT-DOC-NUMBER TO BKH-DOC-NUMBER
           MOVE SRT-PARTNO     TO BKH-PARTNO
           MOVE SRT-QTY        TO BKH-QTY
           MOVE SRT-ORDER-DATE TO BKH-ORDER-DATE
           MOVE SRT-CUSTOMER   TO BKH-CUSTOMER
           WRITE BKO-OUT-RECORD FROM WS-BKO-HOLD
           IF BKO-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK015'         TO MSG-XDK-OPEN-CODE
              MOVE BKO-OUT-STATUS   TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO XDK-ERROR-FLAG
              MOVE 'XDK016'         TO MSG-XDK-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-XDK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XDK-OPEN-MSG
           END-IF
           .

       TERMINATION.
           IF MOV-FILE-IS-OPEN
              CLOSE MOV-DATA-FILE
           END-IF
           IF AST-FILE-IS-OPEN
              CLOSE AST-DATA-FILE
           END-IF
           CLOSE BKO-OUT-FILE
           CLOSE ALT-OUT-FILE
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'ALOCREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-ALLOC-DATA

           IF XDK-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE RECEIPT-COUNT     TO SUM-RECEIPT-COUNT
           MOVE NOTIFIED-COUNT    TO SUM-NOTIFIED-COUNT
           MOVE CARRIED-IN-COUNT  TO SUM-CARRY-IN-COUNT
           MOVE XDOCK-COUNT       TO SUM-XDOCK-COUNT
           MOVE XDOCK-QTY-TOTAL   TO SUM-XDOCK-QTY
           MOVE CARRIED-OUT-COUNT TO SUM-CARRY-OUT-COUNT
           DISPLAY WS-XDK-SUMMARY-LINE
           .
