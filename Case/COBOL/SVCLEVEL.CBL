      *** right now -- the same condition REOREXC prints. That last
      *** column is the answer to whether the problem is the
      *** reorder levels or the buying.
      *** A month's run also appends its overall fill rate to the
      *** CASKPIF headline file the KPISCORE scorecard reads.
      ***
       environment division.
       input-output section.
              FILE STATUS IS SVC-CTL-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASSVCRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT KPI-DATA-FILE ASSIGN TO CASKPIF
              FILE STATUS IS KPI-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
           copy SVCCTL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  KPI-DATA-FILE.
       01 KPI-RECORD.
           copy KPIFEED.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-ITEMCAT       PIC X(03).
       01 HIST-FILE-STATUS    PIC X(02).
       01 SVC-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 KPI-FILE-STATUS     PIC X(02).
       01 SVL-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 SVL-ERROR-FOUND     VALUE 'Y'.
       01 WS-SVL-OPEN-MSG.
       01 WS-PART-REFUSED     PIC 9(07).
       01 WS-FILL-RATE-PCT    PIC 9(03).
       01 WS-DEMAND-TOTAL     PIC 9(09).
       01 TOTAL-SUPPLIED      PIC 9(11) VALUE 0.
       01 TOTAL-REFUSED       PIC 9(11) VALUE 0.
       01 WS-KPI-DEMAND       PIC 9(11).
       01 KPI-RUN-DATE        PIC 9(08).
       01 KPI-RUN-TIME        PIC 9(08).
       01 INCIDENT-COUNT      PIC 9(07) VALUE 0.
       01 REPEAT-COUNT        PIC 9(07) VALUE 0.
       01 WS-CAT-LINE.
           ELSE
              MOVE 100 TO WS-FILL-RATE-PCT
           END-IF
           ADD WS-CAT-SUPPLIED TO TOTAL-SUPPLIED
           ADD WS-CAT-REFUSED  TO TOTAL-REFUSED
           MOVE WS-BREAK-CATEGORY TO SVC-CATEGORY
           MOVE WS-CAT-SUPPLIED   TO SVC-SUPPLIED
           MOVE WS-CAT-REFUSED    TO SVC-REFUSED
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF SELECT-PERIOD NOT = 0
              PERFORM WRITE-KPI-HEADLINE
           END-IF

           IF SVL-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE REPEAT-COUNT   TO SUM-RPT-COUNT
           DISPLAY WS-SVL-SUMMARY-LINE
           .

      ***
      *** the month's overall fill rate -- every category's supplied
      *** quantity over supplied plus refused -- for the KPISCORE
      *** scorecard. a whole-history run covers no one month and
      *** feeds nothing.
      ***
       WRITE-KPI-HEADLINE.
           ACCEPT KPI-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT KPI-RUN-TIME FROM TIME
           OPEN EXTEND KPI-DATA-FILE
           IF KPI-FILE-STATUS = '00'
              MOVE SPACES        TO KPI-RECORD
              MOVE SELECT-PERIOD TO KPF-PERIOD
              MOVE 'FILLRATE'    TO KPF-KPI-CODE
              COMPUTE WS-KPI-DEMAND = TOTAL-SUPPLIED + TOTAL-REFUSED
              IF WS-KPI-DEMAND > 0
                 COMPUTE KPF-VALUE ROUNDED =
                    (TOTAL-SUPPLIED * 100) / WS-KPI-DEMAND
              ELSE
                 MOVE 100 TO KPF-VALUE
              END-IF
              MOVE 'SVCLEVEL'    TO KPF-SOURCE-JOB
              MOVE KPI-RUN-DATE  TO KPF-RUN-DATE
              MOVE KPI-RUN-TIME  TO KPF-RUN-TIME
              WRITE KPI-RECORD
              CLOSE KPI-DATA-FILE
           ELSE
              MOVE 'SVL011'        TO MSG-SVL-OPEN-CODE
              MOVE KPI-FILE-STATUS TO MSG-SVL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-SVL-OPEN-MSG
           END-IF
           .
