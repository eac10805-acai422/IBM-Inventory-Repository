      *** feeds, one line per category, and the detail report comes
      *** out ranked by reserve amount so the planners can
      *** challenge the big ones before the journal posts.
      *** The total reserve is also appended, for the month of the
      *** run, to the CASKPIF headline file the KPISCORE scorecard
      *** reads.
      ***
       environment division.
       input-output section.
              FILE STATUS IS RSV-CTL-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASRSVRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT KPI-DATA-FILE ASSIGN TO CASKPIF
              FILE STATUS IS KPI-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
           copy RSVCTL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  KPI-DATA-FILE.
       01 KPI-RECORD.
           copy KPIFEED.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-KEY           PIC X(17).
       01 LOT-FILE-STATUS     PIC X(02).
       01 RSV-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 KPI-FILE-STATUS     PIC X(02).
       01 KPI-RUN-TIME        PIC 9(08).
       01 RSV-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 RSV-ERROR-FOUND     VALUE 'Y'.
       01 WS-RSV-OPEN-MSG.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 RPT-WRITE-ERROR-FLAG  PIC X(01) EXTERNAL.
           88 RPT-WRITE-ERROR-FOUND  VALUE 'Y'.
       01 RPT-WRITE-ERROR-STATUS PIC X(02) EXTERNAL.
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 RESERVED-COUNT      PIC 9(07) VALUE 0.
       01 GRAND-RESERVE       PIC 9(11)V9(02) VALUE 0.
       01 WS-RSV-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 RSV-SOURCE-TEXT  PIC X(40).
           05                  PIC X(92)  VALUE SPACES.
       01 WS-RSV-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           INITIALIZE CAT-TOTAL-TABLE

           OPEN OUTPUT RPT-DATA-FILE

           MOVE 'N' TO RPT-RESTART-FLAG
           CALL 'RPTREC' USING
           MOVE SPACES TO SEL-WAREHOUSE
           MOVE 0 TO RETURN-CODE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE; THE
      *    HEADING NAMES WHICH SOURCE THE RESERVE CAME FROM.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE ENR-SOURCE-TEXT TO RSV-SOURCE-TEXT
           WRITE RPT-OUT-DATA FROM WS-RSV-SOURCE-LINE
           WRITE RPT-OUT-DATA FROM WS-RSV-HEADING

           OPEN INPUT LSTI-DATA-FILE
           MOVE 'N' TO SW-LSTI-EOF
           BY CONTENT '9'
           BY REFERENCE GL-OUT-DATA

           PERFORM WRITE-KPI-HEADLINE

           IF RSV-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE RESERVED-COUNT TO SUM-RSV-COUNT
           DISPLAY WS-RSV-SUMMARY-LINE
           .

      ***
      *** the reserve booked, as of this run's month, for the
      *** KPISCORE scorecard.
      ***
       WRITE-KPI-HEADLINE.
           ACCEPT KPI-RUN-TIME FROM TIME
           OPEN EXTEND KPI-DATA-FILE
           IF KPI-FILE-STATUS = '00'
              MOVE SPACES        TO KPI-RECORD
              COMPUTE KPF-PERIOD = TODAY-DATE / 100
              MOVE 'RESERVE'     TO KPF-KPI-CODE
              MOVE GRAND-RESERVE TO KPF-VALUE
              MOVE 'OBSRSRV'     TO KPF-SOURCE-JOB
              MOVE TODAY-DATE    TO KPF-RUN-DATE
              MOVE KPI-RUN-TIME  TO KPF-RUN-TIME
              WRITE KPI-RECORD
              CLOSE KPI-DATA-FILE
           ELSE
              MOVE 'RSV011'         TO MSG-RSV-OPEN-CODE
              MOVE KPI-FILE-STATUS  TO MSG-RSV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-RSV-OPEN-MSG
           END-IF
           .
