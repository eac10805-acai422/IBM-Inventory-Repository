       identification division.
       program-id. DOCNREC.
      ***
      *** DOCNREC - document-number authority for the batch
      *** generators. Function '1' opens the CASDOCN control file
      *** I-O, '3' issues the next number for the document type in
      *** DCN-REQUEST-TYPE -- prefix plus six-digit sequence, back
      *** in DCN-ISSUED-NUMBER with the updated control record in
      *** the caller's area -- and '9' closes it. A type not on
      *** file or a range with nothing left to issue returns code 4
      *** and logs why; the number is not issued. The control
      *** record is rewritten on every issue, so a run that abends
      *** part way never hands the same number out twice.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT DCN-DATA-FILE ASSIGN TO CASDOCN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-DCN-KEY
              FILE STATUS IS DCN-FILE-STATUS.
       data division.
       file section.
       FD DCN-DATA-FILE.
       01 DCN-DATA.
           05 FD-DCN-KEY        PIC X(02).
           05 FILLER            PIC X(78).
       working-storage section.
       01 DCN-FILE-STATUS      PIC X(02).
       01 DCN-FILE-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88 DCN-FILE-IS-OPEN     VALUE 'Y'.
       01 WS-DCN-REC.
       copy DOCNCTL.
       01 TODAY-DATE           PIC 9(08).
       01 WS-ISSUE-PERIOD      PIC 9(06).
       01 WS-NEXT-NUMBER       PIC 9(07).
       01 WS-ISSUED-NUMBER.
           05 WIN-PREFIX        PIC X(02).
           05 WIN-SEQUENCE      PIC 9(06).
       01 WS-DCN-MSG.
           05 MSG-DCN-CODE      PIC X(07).
           05                   PIC X(01) VALUE SPACE.
           05 MSG-DCN-TEXT      PIC X(32).
           05 MSG-DCN-TYPE      PIC X(02).
           05                   PIC X(01) VALUE X'00'.
       01 DCN-REQUEST-TYPE     PIC X(02) EXTERNAL.
       01 DCN-ISSUED-NUMBER    PIC X(08) EXTERNAL.
       01 DCN-RESULT-FLAG      PIC X(01) EXTERNAL.
           88 DCN-ISSUED           VALUE 'Y'.
       01 DCN-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 DCN-IO-ERROR-FOUND   VALUE 'Y'.
       01 DCN-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
       linkage section.
      ***
      *** good place to define parameters
      ***
       01  PARM-REQUEST         pic x(1).
       01  PARM-OUTREC          pic x(80).

       procedure division using PARM-REQUEST PARM-OUTREC.
           MOVE 0 TO RETURN-CODE
           EVALUATE PARM-REQUEST
              WHEN "1"
                 PERFORM OPEN-DCN-FILE
              WHEN "3"
                 PERFORM ISSUE-NEXT-NUMBER
              WHEN "9"
                 PERFORM CLOSE-DCN-FILE
              WHEN OTHER
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT
                      Z'DCN001 BAD PARAMETER PASSED TO DOCNREC'
           END-EVALUATE.

           goback
           .

       OPEN-DCN-FILE.
           OPEN I-O DCN-DATA-FILE
           MOVE 'N' TO DCN-IO-ERROR-FLAG
           IF DCN-FILE-STATUS = '00'
              MOVE 'Y' TO DCN-FILE-OPEN-FLAG
           ELSE
              MOVE 'N'             TO DCN-FILE-OPEN-FLAG
              MOVE 'Y'             TO DCN-IO-ERROR-FLAG
              MOVE DCN-FILE-STATUS TO DCN-IO-ERROR-STATUS
           END-IF
           .

      ***
      *** issue -- the next number is one past the last issued, or
      *** the bottom of the range on a fresh record. the first
      *** issue of a new calendar month rolls the current month's
      *** first and last numbers into the previous-month slot.
      ***
       ISSUE-NEXT-NUMBER.
           MOVE 'N'    TO DCN-RESULT-FLAG
           MOVE SPACES TO DCN-ISSUED-NUMBER
           IF NOT DCN-FILE-IS-OPEN
              MOVE 4 TO RETURN-CODE
           ELSE
              MOVE DCN-REQUEST-TYPE TO FD-DCN-KEY
              READ DCN-DATA-FILE INTO WS-DCN-REC
                 INVALID KEY
                    MOVE 4 TO RETURN-CODE
                    MOVE 'DCN002' TO MSG-DCN-CODE
                    MOVE 'NO CONTROL RECORD FOR TYPE'
                       TO MSG-DCN-TEXT
                    MOVE DCN-REQUEST-TYPE TO MSG-DCN-TYPE
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-DCN-MSG
                 NOT INVALID KEY
                    PERFORM TAKE-NEXT-NUMBER
              END-READ
           END-IF
           .

       TAKE-NEXT-NUMBER.
           IF DCN-LAST-NUMBER < DCN-LOW-NUMBER
              MOVE DCN-LOW-NUMBER TO WS-NEXT-NUMBER
           ELSE
              COMPUTE WS-NEXT-NUMBER = DCN-LAST-NUMBER + 1
           END-IF
           IF WS-NEXT-NUMBER > DCN-HIGH-NUMBER
              MOVE 4 TO RETURN-CODE
              MOVE 'DCN003' TO MSG-DCN-CODE
              MOVE 'DOCUMENT RANGE EXHAUSTED, TYPE'
                 TO MSG-DCN-TEXT
              MOVE DCN-DOC-TYPE TO MSG-DCN-TYPE
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DCN-MSG
           ELSE
              ACCEPT TODAY-DATE FROM DATE YYYYMMDD
              COMPUTE WS-ISSUE-PERIOD = TODAY-DATE / 100
              IF WS-ISSUE-PERIOD NOT = DCN-CUR-PERIOD
                 IF DCN-CUR-PERIOD NOT = 0
                    MOVE DCN-CUR-PERIOD  TO DCN-PRV-PERIOD
                    MOVE DCN-CUR-FIRST   TO DCN-PRV-FIRST
                    MOVE DCN-LAST-NUMBER TO DCN-PRV-LAST
                 END-IF
                 MOVE WS-ISSUE-PERIOD TO DCN-CUR-PERIOD
                 MOVE WS-NEXT-NUMBER  TO DCN-CUR-FIRST
              END-IF
              MOVE WS-NEXT-NUMBER TO DCN-LAST-NUMBER
              MOVE TODAY-DATE     TO DCN-LAST-DATE
              REWRITE DCN-DATA FROM WS-DCN-REC
              IF DCN-FILE-STATUS = '00'
                 MOVE DCN-PREFIX      TO WIN-PREFIX
                 MOVE WS-NEXT-NUMBER  TO WIN-SEQUENCE
                 MOVE WS-ISSUED-NUMBER TO DCN-ISSUED-NUMBER
                 MOVE 'Y'             TO DCN-RESULT-FLAG
                 MOVE WS-DCN-REC      TO PARM-OUTREC
              ELSE
                 MOVE 4               TO RETURN-CODE
                 MOVE 'Y'             TO DCN-IO-ERROR-FLAG
                 MOVE DCN-FILE-STATUS TO DCN-IO-ERROR-STATUS
              END-IF
           END-IF
           .

       CLOSE-DCN-FILE.
           IF DCN-FILE-IS-OPEN
              CLOSE DCN-DATA-FILE
              MOVE 'N' TO DCN-FILE-OPEN-FLAG
           END-IF
           .
