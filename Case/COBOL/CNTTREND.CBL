      *** net variance value by month, and the parts that failed
      *** their count more than once in the period. The print is
      *** the evidence behind the cycle-count program's budget.
      *** Each month's accuracy percentage is also appended to the
      *** CASKPIF headline file the KPISCORE scorecard reads.
      ***
       environment division.
       input-output section.
              FILE STATUS IS ABX-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASCTRRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT KPI-DATA-FILE ASSIGN TO CASKPIF
              FILE STATUS IS KPI-FILE-STATUS.
       data division.
       file section.
       FD  CHIST-DATA-FILE.
           05 FILLER            PIC X(71).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  KPI-DATA-FILE.
       01 KPI-RECORD.
           copy KPIFEED.
       working-storage section.
       01 WS-ABX-REC.
       copy ABCCLAS.
       01 CHIST-FILE-STATUS   PIC X(02).
       01 ABX-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 KPI-FILE-STATUS     PIC X(02).
       01 SW-ABX-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 ABX-FILE-IS-OPEN    VALUE 'Y'.
       01 CTR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 MONTH-FOUND         VALUE 'Y'.
       01 WS-REC-PERIOD       PIC 9(06).
       01 WS-MONTH-PCT        PIC 9(03).
       01 KPI-RUN-DATE        PIC 9(08).
       01 KPI-RUN-TIME        PIC 9(08).
      ***
      *** repeat offenders -- parts that failed tolerance, with
      *** their failure counts. hard-bounded; a full table fails
       TERMINATION.
           CLOSE CHIST-DATA-FILE
           CLOSE RPT-DATA-FILE
           PERFORM WRITE-KPI-HEADLINES
           IF ABX-FILE-IS-OPEN
              CLOSE ABX-DATA-FILE
           END-IF
           MOVE REPEAT-COUNT    TO SUM-REPEAT
           DISPLAY WS-CTR-SUMMARY-LINE
           .

      ***
      *** every month in the table goes to CASKPIF with its
      *** percentage of counts inside tolerance, for the KPISCORE
      *** scorecard. the history is re-read in full each run, so a
      *** month fed again simply restates the same figure.
      ***
       WRITE-KPI-HEADLINES.
           ACCEPT KPI-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT KPI-RUN-TIME FROM TIME
           OPEN EXTEND KPI-DATA-FILE
           IF KPI-FILE-STATUS = '00'
              PERFORM WRITE-ONE-MONTH-KPI
                 VARYING MTH-SUB FROM 1 BY 1
                 UNTIL MTH-SUB > MONTH-ENTRY-COUNT
              CLOSE KPI-DATA-FILE
           ELSE
              MOVE 'CTR013'         TO MSG-CTR-OPEN-CODE
              MOVE KPI-FILE-STATUS  TO MSG-CTR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-CTR-OPEN-MSG
           END-IF
           .

       WRITE-ONE-MONTH-KPI.
           IF MTH-PERIOD(MTH-SUB) > 0 AND MTH-COUNT(MTH-SUB) > 0
              MOVE SPACES              TO KPI-RECORD
              MOVE MTH-PERIOD(MTH-SUB) TO KPF-PERIOD
              MOVE 'ACCURACY'          TO KPF-KPI-CODE
              COMPUTE KPF-VALUE ROUNDED =
                 (MTH-WITHIN(MTH-SUB) * 100) / MTH-COUNT(MTH-SUB)
              MOVE 'CNTTREND'          TO KPF-SOURCE-JOB
              MOVE KPI-RUN-DATE        TO KPF-RUN-DATE
              MOVE KPI-RUN-TIME        TO KPF-RUN-TIME
              WRITE KPI-RECORD
           END-IF
           .
