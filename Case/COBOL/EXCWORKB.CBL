      *** cycle so the team works the worst problems first.
      *** Severity = a base score per exception type (count
      *** variance 40, value exception 30, reorder 20,
      *** discontinued 10) plus one point per day in trouble, the
      *** days counted as shop working days off the CASWCAL
      *** calendar.
      ***
       environment division.
       input-output section.
       01 SW-SWEEP-EOF        PIC X(01) VALUE 'N'.
           88 SWEEP-AT-EOF        VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-WORKING-AGE      PIC S9(07).
       01 WS-AGE-DAYS         PIC 9(05).
       01 WS-BASE-SCORE       PIC 9(03).
       01 WS-SCORE            PIC 9(05).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'STATUS    '.
           05                  PIC X(72)  VALUE SPACES.
       01 WS-WKB-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(47)  VALUE
              'AGE DAYS COUNTED IN SHOP WORKING DAYS (CASWCAL '.
           05                  PIC X(09)  VALUE 'CALENDAR)'.
           05                  PIC X(76)  VALUE SPACES.
       01 WS-WKB-LINE.
           05                  PIC X      VALUE SPACES.
           05 WKB-PART-NUM     PIC X(09).

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN I-O EXCM-DATA-FILE
           IF EXCM-FILE-STATUS NOT = '00'
           END-IF

           OPEN OUTPUT WKB-DATA-FILE
           WRITE WKB-OUT-DATA FROM WS-WKB-BASIS-LINE
           WRITE WKB-OUT-DATA FROM WS-WKB-HEADING
           .

                 MOVE 10 TO WS-BASE-SCORE
           END-EVALUATE

           CALL 'WORKCAL' USING BY CONTENT '1'
                BY REFERENCE EXM-FIRST-SEEN TODAY-DATE WS-WORKING-AGE
           IF RETURN-CODE = 0 AND WS-WORKING-AGE > 0
              MOVE WS-WORKING-AGE TO WS-AGE-DAYS
           ELSE
              MOVE 0 TO WS-AGE-DAYS
           END-IF
