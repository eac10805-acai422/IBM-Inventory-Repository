       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 WS-IO-MSG.
           05 FILLER            PIC X(23) VALUE
              'GET005 CASEIN I/O ERROR'.
       01 WS-GRAND-TOTAL      PIC 9(11)V9(02) VALUE 0.
       01 WS-BREAK-CATEGORY   PIC X(03) VALUE SPACES.
       01 ROW-COUNT           PIC 9(05) VALUE 0.
       01 WS-XTAB-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 XTB-SOURCE-TEXT  PIC X(40).
           05                  PIC X(92)  VALUE SPACES.
       01 WS-XTAB-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(05)  VALUE 'CAT  '.
           MOVE SPACES TO SEL-WAREHOUSE
           MOVE 0 TO RETURN-CODE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE; THE
      *    HEADING NAMES WHICH SOURCE THE CROSS-TAB CAME FROM.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE ENR-SOURCE-TEXT TO XTB-SOURCE-TEXT

           CALL 'GETREC' USING
           BY CONTENT '2'
           PERFORM VARYING WH-SUB FROM 1 BY 1 UNTIL WH-SUB > 8
              MOVE WH-CODE(WH-SUB) TO HD-WH-CODE(WH-SUB)
           END-PERFORM
           WRITE XTB-OUT-DATA FROM WS-XTAB-SOURCE-LINE
           WRITE XTB-OUT-DATA FROM WS-XTAB-HEADING
           .

