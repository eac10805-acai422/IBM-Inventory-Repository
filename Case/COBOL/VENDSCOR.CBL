      *** scorecard file for downstream sourcing, and prints the
      *** report ranked worst-first so the quarterly vendor reviews
      *** open on the vendors that need the conversation.
      *** A month's run also appends the on-time percentage across
      *** all vendors to the CASKPIF headline file the KPISCORE
      *** scorecard reads.
      ***
       environment division.
       input-output section.
              FILE STATUS IS VSC-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASVSCRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT KPI-DATA-FILE ASSIGN TO CASKPIF
              FILE STATUS IS KPI-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
           copy VSCRREC.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  KPI-DATA-FILE.
       01 KPI-RECORD.
           copy KPIFEED.
      *
      *    THE SAME SORT FILE SERVES TWO PASSES: FIRST THE RECEIPT
      *    RECORDS SORT BY VENDOR SO THE STATS ACCUMULATE IN ONE
       01 SCR-CTL-STATUS      PIC X(02).
       01 VSC-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 KPI-FILE-STATUS     PIC X(02).
       01 SCR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 SCR-ERROR-FOUND     VALUE 'Y'.
       01 WS-SCR-OPEN-MSG.
       01 WS-DAYS-LATE-TOTAL  PIC 9(09).
       01 WS-ORDERED-TOTAL    PIC 9(09).
       01 WS-RECEIVED-TOTAL   PIC 9(09).
       01 WS-DAYS-LATE        PIC S9(07).
       01 RECEIPT-READ-COUNT  PIC 9(07) VALUE 0.
       01 SELECTED-COUNT      PIC 9(07) VALUE 0.
       01 VENDOR-COUNT        PIC 9(07) VALUE 0.
       01 TOTAL-RCPT-COUNT    PIC 9(09) VALUE 0.
       01 TOTAL-ONTIME-COUNT  PIC 9(09) VALUE 0.
       01 KPI-RUN-DATE        PIC 9(08).
       01 KPI-RUN-TIME        PIC 9(08).
       01 WS-SCORE-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'VENDOR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'FILL RATE %'.
           05                  PIC X(18)  VALUE SPACES.
       01 WS-SCORE-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(47)  VALUE
              'DAYS LATE COUNTED IN SHOP WORKING DAYS (CASWCAL'.
           05                  PIC X(11)  VALUE ' CALENDAR)'.
           05                  PIC X(74)  VALUE SPACES.
       01 WS-SCORE-LINE.
           05                  PIC X      VALUE SPACES.
           05 SCR-VENDOR-CODE  PIC X(04).
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-SCORE-BASIS-LINE
           WRITE RPT-OUT-DATA FROM WS-SCORE-HEADING
           .

      ***
      *** control break per vendor -- a receipt is on time when it
      *** landed on or before the promised due date; lateness is
      *** measured in shop working days through WORKCAL, so a
      *** vendor is not marked late for a weekend, a holiday, or
      *** the shutdown. each vendor's finished stats go to CASVSCR
      *** for the ranking pass and the downstream readers.
      ***
       SCORE-EACH-VENDOR.
           MOVE 'N'    TO SW-SORT-EOF

           IF WPF-DUE-DATE IS NUMERIC AND WPF-DUE-DATE > 0
              AND WPF-RCPT-DATE IS NUMERIC
              CALL 'WORKCAL' USING BY CONTENT '1'
                   BY REFERENCE WPF-DUE-DATE WPF-RCPT-DATE WS-DAYS-LATE
              IF RETURN-CODE = 0
                 IF WS-DAYS-LATE <= 0
                    ADD 1 TO WS-ONTIME-COUNT
                 ELSE

       FLUSH-VENDOR-SCORE.
           ADD 1 TO VENDOR-COUNT
           ADD WS-RCPT-COUNT   TO TOTAL-RCPT-COUNT
           ADD WS-ONTIME-COUNT TO TOTAL-ONTIME-COUNT
           MOVE SPACES           TO WS-VSC-REC
           MOVE WS-BREAK-VENDOR  TO WVS-VENDOR
           MOVE SELECT-PERIOD    TO WVS-PERIOD
           BY CONTENT '9'
           BY REFERENCE VND-IN-DATA

           IF SELECT-PERIOD NOT = 0
              PERFORM WRITE-KPI-HEADLINE
           END-IF

           IF SCR-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE VENDOR-COUNT       TO SUM-VENDOR-COUNT
           DISPLAY WS-SCR-SUMMARY-LINE
           .

      ***
      *** the month's on-time percentage over every vendor's
      *** receipts, for the KPISCORE scorecard. a whole-file run
      *** covers no one month and feeds nothing.
      ***
       WRITE-KPI-HEADLINE.
           ACCEPT KPI-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT KPI-RUN-TIME FROM TIME
           OPEN EXTEND KPI-DATA-FILE
           IF KPI-FILE-STATUS = '00'
              MOVE SPACES        TO KPI-RECORD
              MOVE SELECT-PERIOD TO KPF-PERIOD
              MOVE 'ONTIME'      TO KPF-KPI-CODE
              IF TOTAL-RCPT-COUNT > 0
                 COMPUTE KPF-VALUE ROUNDED =
                    (TOTAL-ONTIME-COUNT * 100) / TOTAL-RCPT-COUNT
              ELSE
                 MOVE 0 TO KPF-VALUE
              END-IF
              MOVE 'VENDSCOR'    TO KPF-SOURCE-JOB
              MOVE KPI-RUN-DATE  TO KPF-RUN-DATE
              MOVE KPI-RUN-TIME  TO KPF-RUN-TIME
              WRITE KPI-RECORD
              CLOSE KPI-DATA-FILE
           ELSE
              MOVE 'VSC013'         TO MSG-SCR-OPEN-CODE
              MOVE KPI-FILE-STATUS  TO MSG-SCR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-SCR-OPEN-MSG
           END-IF
           .
