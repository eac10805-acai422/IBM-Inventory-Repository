       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-QTY           PIC S9(05).
       working-storage section.
       01 CASEIN-FILE-STATUS  PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 MONTH-END-SERIAL    PIC 9(07).
       01 RUNLOG-FILE-STATUS  PIC X(02).
       01 RUNLOG-RUN-DATE     PIC 9(08).
       01 RUNLOG-START-TIME   PIC 9(08).
       01 RUNLOG-END-TIME     PIC 9(08).
       01 USG-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 USG-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
       01 HIST-SERIAL         PIC 9(07).
       01 CUTOFF-SERIAL       PIC 9(07).
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-PART-ISSUE-TOTAL PIC S9(09) VALUE 0.
       01 WS-SUM-NET-ISSUE    PIC S9(09) VALUE 0.
       01 WS-NEW-AVG-USAGE    PIC 9(05).
       01 WS-OLD-AVG-USAGE    PIC 9(02).
       01 WS-CHANGE-PCT       PIC 9(05).
           .

       INITIALIZATION.
           ACCEPT RUNLOG-START-TIME FROM TIME

           OPEN INPUT USG-CTL-FILE
           IF USG-CTL-STATUS = '00'
              READ USG-CTL-FILE
      ***
      *** input procedure -- release issue movements; receipts and
      *** adjustments do not represent demand and stay out of the
      *** average. customer returns release negative, netting the
      *** demand that came back out of the average. issues outside
      *** the rolling window release at zero quantity so their
      *** parts still reach the recalc pass.
      ***
       RELEASE-ISSUE-HISTORY.
           PERFORM RELEASE-MONTHLY-SUMMARIES
              MOVE MSM-PARTNO TO SRT-PARTNO
              IF RETURN-CODE = 0
                 AND MONTH-END-SERIAL > CUTOFF-SERIAL
                 MOVE MSM-ISSUE-QTY TO WS-SUM-NET-ISSUE
                 IF MSM-CRTN-QTY IS NUMERIC
                    SUBTRACT MSM-CRTN-QTY FROM WS-SUM-NET-ISSUE
                 END-IF
                 IF WS-SUM-NET-ISSUE > 99999
                    MOVE 99999 TO SRT-QTY
                 ELSE
                    IF WS-SUM-NET-ISSUE < -99999
                       MOVE -99999 TO SRT-QTY
                    ELSE
                       MOVE WS-SUM-NET-ISSUE TO SRT-QTY
                    END-IF
                 END-IF
              ELSE
                 MOVE 0 TO SRT-QTY
      *    FOREVER.
      *
       RELEASE-ONE-MOVEMENT.
           IF (MH-IS-ISSUE OR MH-IS-CUST-RETURN) AND MH-QTY IS NUMERIC
              CALL 'DATECALC' USING MH-DATE HIST-SERIAL
              MOVE MH-PARTNO TO SRT-PARTNO
              IF RETURN-CODE = 0
                 AND HIST-SERIAL > CUTOFF-SERIAL
                 IF MH-IS-CUST-RETURN
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 ELSE
                    MOVE MH-QTY TO SRT-QTY
                 END-IF
              ELSE
                 MOVE 0 TO SRT-QTY
              END-IF
           .

       REFRESH-PART-USAGE.
      *    RETURNS CAN OUTRUN A QUIET WINDOW'S ISSUES -- DEMAND
      *    NETS TO NOTHING, NEVER BELOW.
           IF WS-PART-ISSUE-TOTAL < 0
              MOVE 0 TO WS-PART-ISSUE-TOTAL
           END-IF
           COMPUTE WS-NEW-AVG-USAGE ROUNDED =
              WS-PART-ISSUE-TOTAL / WINDOW-DAYS
           IF WS-NEW-AVG-USAGE > 99
      *    THE RUN-LOG ENTRY IS WHAT LETS RUNDEP PROVE THIS JOB
      *    COMPLETED TODAY BEFORE ITS SUCCESSORS RUN.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNLOG-END-TIME FROM TIME
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = '00'
              MOVE SPACES        TO RUNLOG-RECORD
              MOVE 'USAGECAL' TO RL-JOB-NAME
              MOVE RUNLOG-RUN-DATE TO RL-RUN-DATE
              MOVE RUNLOG-START-TIME TO RL-START-TIME
              MOVE RUNLOG-END-TIME TO RL-END-TIME
              MOVE RECALC-COUNT  TO RL-RECORDS-READ
              MOVE RECALC-COUNT  TO RL-RECORDS-WRITTEN
              MOVE 0             TO RL-FLAGGED-COUNT
