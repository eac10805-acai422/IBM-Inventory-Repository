       01 QUA-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 QUA-IO-ERROR-FOUND   VALUE 'Y'.
       01 QUA-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
      ***
      *** enriched snapshot -- while GETREC is serving a reader's
      *** pass from CASENRCH, the current detail already carries
      *** this answer for the part just read.
      ***
       01 ENR-SNAP-ACTIVE-FLAG PIC X(01) EXTERNAL.
           88 ENR-SNAP-ACTIVE      VALUE 'Y'.
       01 ENR-CURRENT-RECORD   EXTERNAL.
       copy ENRSNAP.
       linkage section.
      ***
      *** good place to define parameters
              WHEN "1"
                 PERFORM OPEN-QUA-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-PARTNO = QUA-LOOKUP-PARTNO
                    PERFORM QUARANTINE-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-QUARANTINE
                 END-IF
              WHEN "9"
                 PERFORM CLOSE-QUA-FILE
              WHEN OTHER
           END-IF
           .

       QUARANTINE-FROM-SNAPSHOT.
           MOVE ENR-QUA-FOUND    TO QUA-RESULT-FLAG
           MOVE ENR-QUA-HELD-QTY TO QUA-HELD-QTY
           IF NOT QUA-FOUND
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-QUARANTINE.
           MOVE 'N' TO QUA-RESULT-FLAG
           MOVE 0   TO QUA-HELD-QTY
