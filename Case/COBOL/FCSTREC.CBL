       01 FCS-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 FCS-IO-ERROR-FOUND   VALUE 'Y'.
       01 FCS-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
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
                 PERFORM OPEN-FCS-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-PARTNO = FCS-LOOKUP-PARTNO
                    PERFORM FORECAST-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-FORECAST
                 END-IF
              WHEN "9"
                 PERFORM CLOSE-FCS-FILE
              WHEN OTHER
           END-IF
           .

       FORECAST-FROM-SNAPSHOT.
           MOVE ENR-FCS-FOUND       TO FCS-RESULT-FLAG
           MOVE ENR-FCS-DAILY-USAGE TO FCS-DAILY-USAGE-OUT
           MOVE ENR-FCS-ERROR-PCT   TO FCS-ERROR-PCT-OUT
           IF NOT FCS-FOUND
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-FORECAST.
           MOVE 'N' TO FCS-RESULT-FLAG
           MOVE 0   TO FCS-DAILY-USAGE-OUT
