       identification division.
       program-id. CSGREC.
       environment division.
       input-output section.
       file-control.
           SELECT CSG-DATA-FILE ASSIGN TO CASCSGN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CSG-KEY
              FILE STATUS IS CSG-FILE-STATUS.
       data division.
       file section.
       FD CSG-DATA-FILE.
       01 CSG-DATA.
           05 FD-CSG-KEY.
              10 FD-CSG-PARTNO  PIC X(09).
              10 FD-CSG-CUSTOMER PIC X(10).
           05 FD-CSG-QTY        PIC 9(05).
           05 FILLER            PIC X(56).
       working-storage section.
       01 CSG-FILE-STATUS      PIC X(02).
       01 CSG-FILE-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88 CSG-FILE-IS-OPEN     VALUE 'Y'.
       01 SW-CSG-BROWSE-DONE   PIC X(01).
           88 CSG-BROWSE-DONE      VALUE 'Y'.
      ***
      *** function '3' hands back the part's total quantity
      *** sitting at customer consignment sites -- stock that has
      *** left I-QOH but is still ours until the customer reports
      *** using it, so it must be valued as owned stock though it
      *** can never be picked. the key is part plus customer site,
      *** so the lookup browses every site record under the part.
      ***
       01 CSG-LOOKUP-PARTNO    PIC X(09) EXTERNAL.
       01 CSG-RESULT-FLAG      PIC X(01) EXTERNAL.
           88 CSG-FOUND            VALUE 'Y'.
       01 CSG-SITE-QTY         PIC 9(07) EXTERNAL.
       01 CSG-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 CSG-IO-ERROR-FOUND   VALUE 'Y'.
       01 CSG-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
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
                 PERFORM OPEN-CSG-FILE
              WHEN "3"
                 PERFORM LOOKUP-SITE-STOCK
              WHEN "9"
                 PERFORM CLOSE-CSG-FILE
              WHEN OTHER
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT
                      Z'CSG001 BAD PARAMETER PASSED TO CSGREC'
           END-EVALUATE.

           goback
           .

       OPEN-CSG-FILE.
           OPEN INPUT CSG-DATA-FILE
           MOVE 'N' TO CSG-IO-ERROR-FLAG
           IF CSG-FILE-STATUS = '00'
              MOVE 'Y' TO CSG-FILE-OPEN-FLAG
           ELSE
              MOVE 'N'             TO CSG-FILE-OPEN-FLAG
              MOVE 'Y'             TO CSG-IO-ERROR-FLAG
              MOVE CSG-FILE-STATUS TO CSG-IO-ERROR-STATUS
           END-IF
           .

       LOOKUP-SITE-STOCK.
           MOVE 'N' TO CSG-RESULT-FLAG
           MOVE 0   TO CSG-SITE-QTY
           IF CSG-FILE-IS-OPEN
              MOVE CSG-LOOKUP-PARTNO TO FD-CSG-PARTNO
              MOVE LOW-VALUES        TO FD-CSG-CUSTOMER
              START CSG-DATA-FILE KEY >= FD-CSG-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-CSG-BROWSE-DONE
                 NOT INVALID KEY
                    MOVE 'N' TO SW-CSG-BROWSE-DONE
              END-START
              PERFORM TOTAL-ONE-SITE UNTIL CSG-BROWSE-DONE
              IF CSG-FOUND
                 MOVE CSG-DATA TO PARM-OUTREC
              ELSE
                 MOVE 4 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       TOTAL-ONE-SITE.
           READ CSG-DATA-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO SW-CSG-BROWSE-DONE
           END-READ
           IF NOT CSG-BROWSE-DONE
              IF FD-CSG-PARTNO = CSG-LOOKUP-PARTNO
                 MOVE 'Y' TO CSG-RESULT-FLAG
                 IF FD-CSG-QTY IS NUMERIC
                    ADD FD-CSG-QTY TO CSG-SITE-QTY
                 END-IF
              ELSE
                 MOVE 'Y' TO SW-CSG-BROWSE-DONE
              END-IF
           END-IF
           .

       CLOSE-CSG-FILE.
           IF CSG-FILE-IS-OPEN
              CLOSE CSG-DATA-FILE
              MOVE 'N' TO CSG-FILE-OPEN-FLAG
           END-IF
           .
