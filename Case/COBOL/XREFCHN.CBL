      *** control-card flag on it also writes consolidation
      *** movement transactions (CASXCONS, MOVETXN layout) to move
      *** the stranded quantity onto the surviving part number.
      *** Each consolidation -- its negative and positive leg --
      *** goes out under its own MV document number, issued off
      *** the CASDOCN document authority through DOCNREC.
      ***
       environment division.
       input-output section.
       01 SW-WRITE-CONS       PIC X(01) VALUE 'N'.
           88 WRITE-CONS          VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-CONS-DOC         PIC X(08).
       01 WS-DCN-DATA         PIC X(80).
       01 DCN-REQUEST-TYPE    PIC X(02) EXTERNAL.
       01 DCN-ISSUED-NUMBER   PIC X(08) EXTERNAL.
       01 DCN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 DCN-ISSUED          VALUE 'Y'.
       01 DCN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 DCN-IO-ERROR-FOUND  VALUE 'Y'.
       01 DCN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
      ***
      *** chain walk holders -- the walk is bounded at 50 hops; a
      *** walk that runs that deep, or that arrives back at its
                      BY CONTENT WS-XCH-OPEN-MSG
              END-IF
           END-IF

           IF WRITE-CONS
              CALL 'DOCNREC' USING
              BY CONTENT '1'
              BY REFERENCE WS-DCN-DATA
              IF DCN-IO-ERROR-FOUND
                 MOVE 'Y'                 TO XCH-ERROR-FLAG
                 MOVE 'XCH013'            TO MSG-XCH-OPEN-CODE
                 MOVE DCN-IO-ERROR-STATUS TO MSG-XCH-OPEN-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-XCH-OPEN-MSG
              END-IF
           END-IF
           .

      ***
      *** consolidation -- one negative adjustment on the stranded
      *** part and one positive adjustment on the final successor,
      *** in MOVETXN layout, so the transfer posts through STKPOST
      *** with its history and lot handling, under the CASRSN
      *** supersession-consolidation reason. a document number
      *** that cannot be issued falls back to the fixed XCHNCONS
      *** document and ends the run in error.
      ***
       WRITE-CONSOLIDATION-TXNS.
           MOVE 'MV' TO DCN-REQUEST-TYPE
           CALL 'DOCNREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-DCN-DATA
           MOVE 0 TO RETURN-CODE
           IF DCN-ISSUED
              MOVE DCN-ISSUED-NUMBER TO WS-CONS-DOC
           ELSE
              MOVE 'Y'               TO XCH-ERROR-FLAG
              MOVE 'XCHNCONS'        TO WS-CONS-DOC
           END-IF

           MOVE SPACES          TO CONS-RECORD
           MOVE WS-CONS-DOC     TO MOV-DOC-NUMBER
           MOVE WS-CHAIN-START  TO MOV-PARTNO
           MOVE 'A'             TO MOV-TYPE
           MOVE WS-STRANDED-QOH TO MOV-QTY
           MOVE '-'             TO MOV-SIGN
           MOVE TODAY-DATE      TO MOV-DATE
           MOVE 'SC'            TO MOV-REASON-CODE
           WRITE CONS-RECORD
           ADD 1 TO CONS-TXN-COUNT

           MOVE SPACES           TO CONS-RECORD
           MOVE WS-CONS-DOC      TO MOV-DOC-NUMBER
           MOVE WS-CHAIN-CURRENT TO MOV-PARTNO
           MOVE 'A'              TO MOV-TYPE
           MOVE WS-STRANDED-QOH  TO MOV-QTY
           MOVE SPACE            TO MOV-SIGN
           MOVE TODAY-DATE       TO MOV-DATE
           MOVE 'SC'             TO MOV-REASON-CODE
           WRITE CONS-RECORD
           ADD 1 TO CONS-TXN-COUNT
           .
           CLOSE RPT-DATA-FILE
           IF WRITE-CONS
              CLOSE CONS-DATA-FILE
              CALL 'DOCNREC' USING
              BY CONTENT '9'
              BY REFERENCE WS-DCN-DATA
           END-IF

           IF XCH-ERROR-FOUND
