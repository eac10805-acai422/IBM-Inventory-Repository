       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-HZW-FILE-OPEN    PIC X(01) VALUE 'N'.
       01 WS-BREAK-CLASS      PIC X(03) VALUE SPACES.
       01 HAZ-STOCK-COUNT     PIC 9(07) VALUE 0.
       01 VIOLATION-COUNT     PIC 9(07) VALUE 0.
       01 WS-HZR-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 HZR-SOURCE-TEXT  PIC X(40).
           05                  PIC X(92)  VALUE SPACES.
       01 WS-WH-BREAK-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(10)  VALUE 'WAREHOUSE '.
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE, AND
      *    SAY ON THE FIRST LINE WHICH SOURCE THE LISTING CAME FROM.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           MOVE ENR-SOURCE-TEXT TO HZR-SOURCE-TEXT
           WRITE RPT-OUT-DATA FROM WS-HZR-SOURCE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       RELEASE-HAZARD-STOCK.
