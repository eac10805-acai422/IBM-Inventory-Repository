       01 CNS-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 CNS-IO-ERROR-FOUND   VALUE 'Y'.
       01 CNS-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
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
                 PERFORM OPEN-CNS-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-PARTNO = CNS-LOOKUP-PARTNO
                    PERFORM CONSIGNMENT-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-CONSIGNMENT
                 END-IF
              WHEN "9"
                 PERFORM CLOSE-CNS-FILE
              WHEN OTHER
           END-IF
           .

       CONSIGNMENT-FROM-SNAPSHOT.
           MOVE ENR-CNS-FOUND      TO CNS-RESULT-FLAG
           MOVE ENR-CNS-ONHAND-QTY TO CNS-ONHAND-QTY
           IF NOT CNS-FOUND
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-CONSIGNMENT.
           MOVE 'N' TO CNS-RESULT-FLAG
           MOVE 0   TO CNS-ONHAND-QTY
