       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 WS-ITEM-VALUE       PIC 9(08)V9(02).
       01 EXC-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXC-SOURCE-TEXT  PIC X(40).
           05                  PIC X(92)  VALUE SPACES.
       01 EXC-DETAIL-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXC-PART-NUM     PIC X(09).
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE, AND
      *    SAY ON THE FIRST LINE WHICH SOURCE THE LISTING CAME FROM.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN OUTPUT EXC-DATA-FILE
           MOVE ENR-SOURCE-TEXT TO EXC-SOURCE-TEXT
           WRITE EXC-OUT-DATA FROM EXC-SOURCE-LINE
           PERFORM CHECK-WRITE-STATUS

           CALL 'GETREC' USING
           BY CONTENT '2'
