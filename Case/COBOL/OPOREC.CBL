       01 OPO-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 OPO-IO-ERROR-FOUND   VALUE 'Y'.
       01 OPO-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
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
                 PERFORM OPEN-OPO-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-PARTNO = OPO-LOOKUP-PARTNO
                    PERFORM OPEN-POSITION-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-OPEN-POSITION
                 END-IF
              WHEN "9"
                 PERFORM CLOSE-OPO-FILE
              WHEN OTHER
           END-IF
           .

       OPEN-POSITION-FROM-SNAPSHOT.
           MOVE ENR-OPO-FOUND        TO OPO-RESULT-FLAG
           MOVE ENR-OPO-OPEN-QTY     TO OPO-OPEN-QTY
           MOVE ENR-OPO-EARLIEST-DUE TO OPO-EARLIEST-DUE
           MOVE ENR-OPO-SHIPPED      TO OPO-SHIPPED-FLAG
           MOVE ENR-OPO-ETA-DATE     TO OPO-ETA-DATE
           IF NOT OPO-FOUND
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-OPEN-POSITION.
           MOVE 'N' TO OPO-RESULT-FLAG
           MOVE 0   TO OPO-OPEN-QTY
