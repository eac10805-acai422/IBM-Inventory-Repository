      *** recommendations are also written as MAINTTXN CHANGE
      *** transactions so they apply through CASMAINT with its
      *** edits and journaling rather than touching the master
      *** directly. I-LEAD-TIME is in shop working days and the
      *** usage rate is per calendar day, so the lead time is
      *** first stretched over the CASWCAL calendar from today to
      *** the calendar days it actually spans.
      ***
       environment division.
       input-output section.
           88 FCS-IO-ERROR-FOUND  VALUE 'Y'.
       01 FCS-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-EFFECTIVE-USAGE  PIC 9(03).
       01 TODAY-DATE          PIC 9(08).
       01 TODAY-SERIAL        PIC 9(07).
       01 WS-LEAD-DAYS        PIC S9(07).
       01 LEAD-END-DATE       PIC 9(08).
       01 LEAD-END-SERIAL     PIC 9(07).
       01 WS-LEAD-SPAN-DAYS   PIC 9(05).
       01 SAFETY-PCT          PIC 9(03) VALUE 25.
       01 SW-WRITE-TXNS       PIC X(01) VALUE 'N'.
           88 WRITE-TXNS          VALUE 'Y'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'GAP'.
           05                  PIC X(62)  VALUE SPACES.
       01 WS-RDR-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(48)  VALUE
              'LEAD TIME IN SHOP WORKING DAYS, SPREAD OVER THE '.
           05                  PIC X(37)  VALUE
              'CASWCAL CALENDAR FOR LEAD-TIME DEMAND'.
           05                  PIC X(47)  VALUE SPACES.
       01 WS-RDR-LINE.
           05                  PIC X      VALUE SPACES.
           05 RDR-PART-NUM     PIC X(09).
              CLOSE RDR-CTL-FILE
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           CALL 'DATECALC' USING TODAY-DATE TODAY-SERIAL

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-RDR-BASIS-LINE
           WRITE RPT-OUT-DATA FROM WS-RDR-HEADING

           IF WRITE-TXNS
              IF FCS-FOUND AND FCS-DAILY-USAGE-OUT > 0
                 MOVE FCS-DAILY-USAGE-OUT TO WS-EFFECTIVE-USAGE
              END-IF
              PERFORM SPAN-LEAD-TIME
              COMPUTE WS-RECOMMENDED ROUNDED =
                 (WS-EFFECTIVE-USAGE * WS-LEAD-SPAN-DAYS
                    * (100 + SAFETY-PCT))
                 / 100
              IF WS-RECOMMENDED > 99
           BY REFERENCE IN-DATA
           .

      ***
      *** the calendar days the part's working-day lead time covers
      *** when ordered today -- weekends, holidays and the shutdown
      *** still burn stock. a date that will not convert falls back
      *** to the lead time as it stands.
      ***
       SPAN-LEAD-TIME.
           MOVE I-LEAD-TIME TO WS-LEAD-DAYS
           MOVE I-LEAD-TIME TO WS-LEAD-SPAN-DAYS
           CALL 'WORKCAL' USING BY CONTENT '2'
                BY REFERENCE TODAY-DATE LEAD-END-DATE WS-LEAD-DAYS
           IF RETURN-CODE = 0
              CALL 'DATECALC' USING LEAD-END-DATE LEAD-END-SERIAL
              IF RETURN-CODE = 0
                 COMPUTE WS-LEAD-SPAN-DAYS =
                    LEAD-END-SERIAL - TODAY-SERIAL
              END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           .

      *
      *    OUTPUT PROCEDURE -- THE GAPS COME BACK WORST FIRST.
      *
