       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 WS-IO-MSG.
           05 FILLER            PIC X(23) VALUE
              'GET005 CASEIN I/O ERROR'.
      ***
       01 WS-A-CUTOFF-PCT      PIC 9(03)V9(02) VALUE 070.00.
       01 WS-B-CUTOFF-PCT      PIC 9(03)V9(02) VALUE 090.00.
       01 WS-ABC-SOURCE-LINE.
           05                   PIC X      VALUE SPACES.
           05 ABC-SOURCE-TEXT   PIC X(40).
           05                   PIC X(92)  VALUE SPACES.
       01 WS-ABC-LINE.
           05                   PIC X      VALUE SPACES.
           05 ABC-PART-NUM      PIC X(09).
           MOVE 0 TO RETURN-CODE
           MOVE 0 TO WS-TOTAL-VALUE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE, AND
      *    SAY ON THE FIRST LINE WHICH SOURCE THE RANKING CAME FROM.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE ENR-SOURCE-TEXT TO ABC-SOURCE-TEXT
           WRITE ABC-OUT-DATA FROM WS-ABC-SOURCE-LINE
           MOVE SPACES TO MSG-ABC-PARTNO
           PERFORM CHECK-WRITE-STATUS

           CALL 'GETREC' USING
           BY CONTENT '2'
