       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 WS-OPO-DATA         PIC X(80).
       01 OPO-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 OPO-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 OPO-IO-ERROR-FOUND  VALUE 'Y'.
       01 OPO-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 TODAY-DATE          PIC 9(08).
       01 WS-LEAD-DAYS        PIC S9(07).
       01 COVER-LIMIT-DATE    PIC 9(08).
       01 SUPPRESSED-COUNT    PIC 9(07) VALUE 0.
       01 SW-EXC-COVERED      PIC X(01) VALUE 'N'.
           88 EXC-COVERED         VALUE 'Y'.
           05 MSG-EXC-PARTNO  PIC X(09).
           05 FILLER          PIC X(09) VALUE ' status: '.
           05 MSG-EXC-STATUS  PIC X(02).
       01 EXC-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXC-SOURCE-TEXT  PIC X(40).
           05                  PIC X(92)  VALUE SPACES.
       01 EXC-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(42)  VALUE
              'OPEN-PO COVER WINDOW IN SHOP WORKING DAYS '.
           05                  PIC X(18)  VALUE '(CASWCAL CALENDAR)'.
           05                  PIC X(72)  VALUE SPACES.
       01 EXC-DETAIL-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXC-PART-NUM     PIC X(09).
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE -- THE
      *    OPEN-PO ANSWERS THEN COME OFF IT AS WELL.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           BY REFERENCE WS-OPO-DATA

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT EXC-DATA-FILE
           MOVE ENR-SOURCE-TEXT TO EXC-SOURCE-TEXT
           WRITE EXC-OUT-DATA FROM EXC-SOURCE-LINE
           PERFORM CHECK-WRITE-STATUS
           WRITE EXC-OUT-DATA FROM EXC-BASIS-LINE
           PERFORM CHECK-WRITE-STATUS

           CALL 'GETREC' USING
           BY CONTENT '2'
      *** an exception is suppressed when an open PO on CASOPO is
      *** promised inside the part's own lead-time window -- the
      *** stock will land before a fresh order could anyway, so
      *** there is nothing for the buyer to chase. the window runs
      *** I-LEAD-TIME shop working days from today, the basis
      *** LEADCALC measures it on.
      ***
       CHECK-INBOUND-COVERAGE.
           MOVE 'N' TO SW-EXC-COVERED
           MOVE 0 TO RETURN-CODE
           IF OPO-FOUND AND OPO-EARLIEST-DUE > 0
              AND I-LEAD-TIME IS NUMERIC
              MOVE I-LEAD-TIME TO WS-LEAD-DAYS
              CALL 'WORKCAL' USING BY CONTENT '2'
                   BY REFERENCE TODAY-DATE COVER-LIMIT-DATE WS-LEAD-DAYS
              IF RETURN-CODE = 0
                 IF OPO-EARLIEST-DUE <= COVER-LIMIT-DATE
                    MOVE 'Y' TO SW-EXC-COVERED
                 END-IF
              END-IF
