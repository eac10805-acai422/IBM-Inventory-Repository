       01 ALC-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 ALC-IO-ERROR-FOUND   VALUE 'Y'.
       01 ALC-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
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
                 PERFORM OPEN-ALC-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-PARTNO = ALC-LOOKUP-PARTNO
                    PERFORM ALLOCATION-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-OPEN-ALLOCATION
                 END-IF
              WHEN "9"
                 PERFORM CLOSE-ALC-FILE
              WHEN OTHER
           END-IF
           .

       ALLOCATION-FROM-SNAPSHOT.
           MOVE ENR-ALC-FOUND    TO ALC-RESULT-FLAG
           MOVE ENR-ALC-OPEN-QTY TO ALC-OPEN-QTY
           IF NOT ALC-FOUND
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-OPEN-ALLOCATION.
           MOVE 'N' TO ALC-RESULT-FLAG
           MOVE 0   TO ALC-OPEN-QTY
