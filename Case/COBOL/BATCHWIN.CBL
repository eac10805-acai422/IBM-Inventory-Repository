       identification division.
       program-id. BATCHWIN.
      ***
      *** BATCHWIN - batch window review, run at the end of the
      *** nightly stream ahead of OPSDIGST. Each job's CASRUNLG
      *** history gives it a norm: the average elapsed time and
      *** records-read-per-minute of its last few good runs before
      *** tonight. Tonight's jobs are set against their norm, and
      *** one that ran well past it is an overrun, logged through
      *** LOGGER so the morning digest carries it. Jobs that
      *** normally run but have not yet are added at their norm to
      *** project when the stream will finish, against the time
      *** the online region comes up. A twelve-month table of each
      *** job's average elapsed minutes shows the window filling
      *** before it breaks.
      *** The stream crosses midnight, so a job that ends before
      *** the BWNCTL day break belongs to the previous evening's
      *** stream. Entries logged without start and end times are
      *** passed over. Return code 8 when anything overran or the
      *** stream is projected to finish after the online start.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT BWN-CTL-FILE ASSIGN TO BWNCTL
              FILE STATUS IS BWN-CTL-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO CASRUNLG
              FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASBWIN
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  BWN-CTL-FILE.
       01 BWN-CTL-RECORD.
           copy BWNCTL.
       FD  RUNLOG-FILE.
       copy RUNLOGRC.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    ONE RECORD PER TIMED RUN, IN JOB ORDER AND, WITHIN A JOB,
      *    STREAM BY STREAM SO THE NORM IS BUILT FROM THE MOST
      *    RECENT RUNS AND A RERUN TONIGHT FOLLOWS THE FIRST TRY.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-JOB-NAME      PIC X(08).
           05 SRT-STREAM-SERIAL PIC 9(07).
           05 SRT-START-POS     PIC 9(05).
           05 SRT-END-POS       PIC 9(05).
           05 SRT-ELAPSED       PIC 9(05).
           05 SRT-RUN-DATE.
              10 SRT-RUN-YYYY   PIC 9(04).
              10 SRT-RUN-MM     PIC 9(02).
              10 SRT-RUN-DD     PIC 9(02).
           05 SRT-START-TIME    PIC 9(08).
           05 SRT-END-TIME      PIC 9(08).
           05 SRT-READS         PIC 9(07).
           05 SRT-RETURN-CODE   PIC 9(02).
       working-storage section.
       01 BWN-CTL-STATUS      PIC X(02).
       01 RUNLOG-FILE-STATUS  PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 BWN-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 BWN-ERROR-FOUND     VALUE 'Y'.
       01 WS-BWN-OPEN-MSG.
           05 MSG-BWN-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BWN-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BWN-OVERRUN-MSG.
           05 FILLER            PIC X(07) VALUE 'BWN002 '.
           05 MSG-OVR-JOB       PIC X(08).
           05 FILLER            PIC X(13) VALUE ' OVERRAN, RAN'.
           05 MSG-OVR-RAN-MIN   PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE ' MIN, NORM'.
           05 MSG-OVR-NORM-MIN  PIC ZZZZ9.
           05 FILLER            PIC X(04) VALUE ' MIN'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BWN-LATE-MSG.
           05 FILLER            PIC X(31) VALUE
              'BWN003 STREAM PROJECTED TO END '.
           05 MSG-LATE-FINISH   PIC X(05).
           05 FILLER            PIC X(20) VALUE
              ', PAST ONLINE START '.
           05 MSG-LATE-ONLINE   PIC X(05).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BWN-FULL-MSG.
           05 FILLER            PIC X(46) VALUE
              'BWN016 OVER 100 JOBS ON CASRUNLG, REST SKIPPED'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-TODAY-SPLIT REDEFINES TODAY-DATE.
           05 WS-TODAY-YYYY     PIC 9(04).
           05 WS-TODAY-MM       PIC 9(02).
           05 WS-TODAY-DD       PIC 9(02).
       01 TODAY-SERIAL        PIC 9(07).
       01 NOW-TIME            PIC 9(08).
       01 STREAM-SERIAL       PIC 9(07).
       01 RUN-SERIAL          PIC 9(07).
      ***
      *** run-control settings, defaulted for the card left blank
      ***
       01 DAY-BREAK-HHMM      PIC 9(04) VALUE 1200.
       01 ONLINE-START-HHMM   PIC 9(04) VALUE 0600.
       01 NORM-RUNS           PIC 9(02) VALUE 20.
       01 OVERRUN-PCT         PIC 9(03) VALUE 50.
       01 OVERRUN-MIN         PIC 9(03) VALUE 5.
       01 EXPECT-DAYS         PIC 9(02) VALUE 3.
      ***
      *** clock arithmetic. a time of day becomes seconds since
      *** the day break -- its position in the stream -- so times
      *** either side of midnight compare and subtract plainly.
      ***
       01 WS-TIME-WORK        PIC 9(08).
       01 WS-TIME-SPLIT REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH        PIC 9(02).
           05 WS-TIME-MM        PIC 9(02).
           05 WS-TIME-SS        PIC 9(02).
           05 WS-TIME-CC        PIC 9(02).
       01 WS-HHMM-WORK        PIC 9(04).
       01 WS-HHMM-SPLIT REDEFINES WS-HHMM-WORK.
           05 WS-HHMM-HH        PIC 9(02).
           05 WS-HHMM-MM        PIC 9(02).
       01 WS-CLOCK-SECS       PIC 9(05).
       01 WS-CLOCK-WORK       PIC 9(07).
       01 WS-CLOCK-DAYS       PIC 9(02).
       01 WS-START-SECS       PIC 9(05).
       01 WS-END-SECS         PIC 9(05).
       01 WS-POSITION         PIC 9(06).
       01 BREAK-SECS          PIC 9(05).
       01 WS-CLOCK-TEXT.
           05 WS-CLOCK-HH       PIC 9(02).
           05 FILLER            PIC X(01) VALUE ':'.
           05 WS-CLOCK-MM       PIC 9(02).
       01 END-MONTH-INDEX     PIC 9(06).
       01 WS-MONTH-INDEX      PIC S9(07).
       01 WS-MONTH-YYYY       PIC 9(04).
       01 WS-MONTH-MM         PIC 9(02).
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-RUNLOG-EOF       PIC X(01) VALUE 'N'.
           88 RUNLOG-AT-EOF       VALUE 'Y'.
      ***
      *** one job's runs, gathered across its sorted records. the
      *** ring keeps the last NORM-RUNS good runs before tonight.
      ***
       01 WS-BREAK-JOB        PIC X(08) VALUE SPACES.
       01 RING-COUNT          PIC 9(02).
       01 RING-NEXT           PIC 9(02).
       01 RING-SUB            PIC 9(02).
       01 WS-RING-TABLE.
           05 WS-RING-ENTRY OCCURS 60 TIMES.
              10 RING-SECS     PIC 9(05).
              10 RING-READS    PIC 9(07).
       01 RING-SUM-SECS       PIC 9(08).
       01 RING-SUM-READS      PIC 9(10).
       01 P-LAST-PRIOR-SERIAL PIC 9(07).
       01 SW-P-TONIGHT        PIC X(01).
           88 P-RAN-TONIGHT       VALUE 'Y'.
       01 P-TONIGHT-SECS      PIC 9(05).
       01 P-TONIGHT-READS     PIC 9(07).
       01 P-START-TIME        PIC 9(08).
       01 P-END-TIME          PIC 9(08).
       01 P-END-POS           PIC 9(05).
       01 P-MONTHS.
           05 P-MONTH OCCURS 12 TIMES.
              10 P-MON-SECS    PIC 9(09).
              10 P-MON-RUNS    PIC 9(05).
       01 MON-SUB             PIC 9(02).
      ***
      *** every job met, in job order, with its norm, tonight's
      *** run, and its monthly elapsed totals
      ***
       01 JOB-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 JOB-SUB             PIC 9(03).
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 100 TIMES.
              10 JT-JOB-NAME    PIC X(08).
              10 JT-STATE       PIC X(01).
                  88 JT-IS-NORMAL   VALUE 'N'.
                  88 JT-IS-OVERRUN  VALUE 'O'.
                  88 JT-IS-NO-NORM  VALUE 'F'.
                  88 JT-IS-PENDING  VALUE 'P'.
                  88 JT-IS-IDLE     VALUE 'I'.
              10 JT-NORM-RUNS   PIC 9(02).
              10 JT-NORM-SECS   PIC 9(05).
              10 JT-NORM-RATE   PIC 9(09)V9.
              10 JT-TONIGHT-SECS PIC 9(05).
              10 JT-TONIGHT-RATE PIC 9(09)V9.
              10 JT-OVER-PCT    PIC S9(05).
              10 JT-START-TIME  PIC 9(08).
              10 JT-END-TIME    PIC 9(08).
              10 JT-END-POS     PIC 9(05).
              10 JT-MONTHS.
                 15 JT-MONTH OCCURS 12 TIMES.
                    20 JT-MON-SECS PIC 9(09).
                    20 JT-MON-RUNS PIC 9(05).
      ***
      *** the stream projection
      ***
       01 LATEST-END-POS      PIC 9(06) VALUE 0.
       01 PENDING-SECS        PIC 9(07) VALUE 0.
       01 PENDING-COUNT       PIC 9(03) VALUE 0.
       01 PROJECTED-POS       PIC 9(07) VALUE 0.
       01 ONLINE-POS          PIC 9(06) VALUE 0.
       01 WS-MARGIN-SECS      PIC S9(07).
       01 SW-STREAM-LATE      PIC X(01) VALUE 'N'.
           88 STREAM-IS-LATE      VALUE 'Y'.
       01 TONIGHT-COUNT       PIC 9(05) VALUE 0.
       01 OVERRUN-COUNT       PIC 9(05) VALUE 0.
       01 WS-FIRST-AVG        PIC 9(05)V9.
       01 WS-LAST-AVG         PIC 9(05)V9.
       01 WS-MONTH-AVG        PIC 9(05)V9.
       01 SW-FIRST-SEEN       PIC X(01).
           88 FIRST-AVG-SEEN      VALUE 'Y'.
       01 WS-BWN-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(28)  VALUE
              'BATCH WINDOW REVIEW  RUN OF '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(04)  VALUE ' AT '.
           05 TTL-RUN-TIME     PIC X(05).
           05                  PIC X(87)  VALUE SPACES.
       01 WS-SECTION-LINE.
           05                  PIC X      VALUE SPACES.
           05 SCL-TEXT         PIC X(60).
           05                  PIC X(72)  VALUE SPACES.
       01 WS-JOB-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'JOB     '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'RUNS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE '  NORM MIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'TONIGHT MIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE ' OVER%'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE 'NORM REC/MIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(15)  VALUE 'TONIGHT REC/MIN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'START   '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'END     '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'STATUS    '.
           05                  PIC X(22)  VALUE SPACES.
       01 WS-JOB-LINE.
           05                  PIC X      VALUE SPACES.
           05 JBL-JOB-NAME     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 JBL-NORM-RUNS    PIC ZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 JBL-NORM-MIN     PIC ZZZZZZ9.9.
           05                  PIC X(04)  VALUE SPACES.
           05 JBL-TONIGHT-MIN  PIC ZZZZZZ9.9 BLANK WHEN ZERO.
           05                  PIC X(02)  VALUE SPACES.
           05 JBL-OVER-PCT     PIC -ZZZZ9 BLANK WHEN ZERO.
           05                  PIC X(03)  VALUE SPACES.
           05 JBL-NORM-RATE    PIC ZZZZZZZZ9.9.
           05                  PIC X(06)  VALUE SPACES.
           05 JBL-TONIGHT-RATE PIC ZZZZZZZZ9.9 BLANK WHEN ZERO.
           05                  PIC X(02)  VALUE SPACES.
           05 JBL-START-TIME   PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 JBL-END-TIME     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 JBL-STATUS       PIC X(10).
           05                  PIC X(22)  VALUE SPACES.
       01 WS-PROJ-TIME-LINE.
           05                  PIC X      VALUE SPACES.
           05 PTL-LABEL        PIC X(40).
           05 PTL-CLOCK        PIC X(05).
           05                  PIC X(02)  VALUE SPACES.
           05 PTL-NOTE         PIC X(50).
           05                  PIC X(35)  VALUE SPACES.
       01 WS-PROJ-MIN-LINE.
           05                  PIC X      VALUE SPACES.
           05 PML-LABEL        PIC X(40).
           05 PML-MINUTES      PIC -ZZZZ9.
           05                  PIC X(08)  VALUE ' MINUTES'.
           05                  PIC X(02)  VALUE SPACES.
           05 PML-NOTE         PIC X(50).
           05                  PIC X(26)  VALUE SPACES.
       01 WS-TREND-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'JOB     '.
           05                  PIC X(02)  VALUE SPACES.
           05 TRH-MONTHS.
              10 TRH-MONTH OCCURS 12 TIMES.
                 15 TRH-SPACE  PIC X(02).
                 15 TRH-YYYYMM PIC 9(06).
           05                  PIC X(01)  VALUE SPACES.
           05                  PIC X(08)  VALUE '  CHANGE'.
           05                  PIC X(17)  VALUE SPACES.
       01 WS-TREND-LINE.
           05                  PIC X      VALUE SPACES.
           05 TRL-JOB-NAME     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 TRL-MONTHS.
              10 TRL-AVG-MIN   PIC ZZZZZ9.9 BLANK WHEN ZERO
                                  OCCURS 12 TIMES.
           05                  PIC X(01)  VALUE SPACES.
           05 TRL-CHANGE       PIC -ZZZZ9.9.
           05                  PIC X(17)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-BWN-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'JOBS TONIGHT: '.
           05 SUM-TONIGHT     PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'OVERRUNS: '.
           05 SUM-OVERRUNS    PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(17) VALUE 'PROJECTED END:   '.
           05 SUM-PROJECTED   PIC X(05).
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BWN001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-JOB-NAME SRT-STREAM-SERIAL
                               SRT-START-POS
              INPUT PROCEDURE IS RELEASE-TIMED-RUNS
              OUTPUT PROCEDURE IS BUILD-JOB-NORMS

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BWN999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT NOW-TIME FROM TIME
           MOVE 0 TO STREAM-SERIAL

           OPEN INPUT BWN-CTL-FILE
           IF BWN-CTL-STATUS = '00'
              READ BWN-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    PERFORM TAKE-CONTROL-CARD
              END-READ
              CLOSE BWN-CTL-FILE
           END-IF

           MOVE DAY-BREAK-HHMM TO WS-HHMM-WORK
           COMPUTE BREAK-SECS = WS-HHMM-HH * 3600 + WS-HHMM-MM * 60
           MOVE ONLINE-START-HHMM TO WS-HHMM-WORK
           COMPUTE WS-CLOCK-SECS = WS-HHMM-HH * 3600
                                 + WS-HHMM-MM * 60
           PERFORM CLOCK-TO-POSITION
           MOVE WS-POSITION TO ONLINE-POS

           CALL 'DATECALC' USING TODAY-DATE TODAY-SERIAL
           IF STREAM-SERIAL = 0
              MOVE TODAY-SERIAL TO STREAM-SERIAL
              MOVE NOW-TIME TO WS-TIME-WORK
              COMPUTE WS-CLOCK-SECS = WS-TIME-HH * 3600
                                    + WS-TIME-MM * 60 + WS-TIME-SS
              IF WS-CLOCK-SECS < BREAK-SECS
                 SUBTRACT 1 FROM STREAM-SERIAL
              END-IF
           END-IF
           COMPUTE END-MONTH-INDEX = WS-TODAY-YYYY * 12 + WS-TODAY-MM

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BWN-ERROR-FLAG
              MOVE 'BWN009'         TO MSG-BWN-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-BWN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BWN-OPEN-MSG
           END-IF
           MOVE TODAY-DATE TO TTL-RUN-DATE
           MOVE NOW-TIME TO WS-TIME-WORK
           MOVE WS-TIME-HH TO WS-CLOCK-HH
           MOVE WS-TIME-MM TO WS-CLOCK-MM
           MOVE WS-CLOCK-TEXT TO TTL-RUN-TIME
           WRITE RPT-OUT-DATA FROM WS-BWN-TITLE-LINE
           MOVE 0 TO RETURN-CODE
           .

       TAKE-CONTROL-CARD.
           IF BWN-STREAM-DATE IS NUMERIC AND BWN-STREAM-DATE > 0
              CALL 'DATECALC' USING BWN-STREAM-DATE STREAM-SERIAL
              IF RETURN-CODE NOT = 0
                 MOVE 0 TO STREAM-SERIAL
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF
           IF BWN-DAY-BREAK IS NUMERIC AND BWN-DAY-BREAK > 0
              AND BWN-DAY-BREAK < 2400
              MOVE BWN-DAY-BREAK TO DAY-BREAK-HHMM
           END-IF
           IF BWN-ONLINE-START IS NUMERIC AND BWN-ONLINE-START > 0
              AND BWN-ONLINE-START < 2400
              MOVE BWN-ONLINE-START TO ONLINE-START-HHMM
           END-IF
           IF BWN-NORM-RUNS IS NUMERIC AND BWN-NORM-RUNS > 0
              IF BWN-NORM-RUNS > 60
                 MOVE 60 TO NORM-RUNS
              ELSE
                 MOVE BWN-NORM-RUNS TO NORM-RUNS
              END-IF
           END-IF
           IF BWN-OVERRUN-PCT IS NUMERIC AND BWN-OVERRUN-PCT > 0
              MOVE BWN-OVERRUN-PCT TO OVERRUN-PCT
           END-IF
           IF BWN-OVERRUN-MIN IS NUMERIC AND BWN-OVERRUN-MIN > 0
              MOVE BWN-OVERRUN-MIN TO OVERRUN-MIN
           END-IF
           IF BWN-EXPECT-DAYS IS NUMERIC AND BWN-EXPECT-DAYS > 0
              MOVE BWN-EXPECT-DAYS TO EXPECT-DAYS
           END-IF
           .

      *
      *    WS-CLOCK-SECS IN, WS-POSITION OUT -- SECONDS SINCE THE
      *    DAY BREAK, ROLLING PAST MIDNIGHT.
      *
       CLOCK-TO-POSITION.
           IF WS-CLOCK-SECS < BREAK-SECS
              COMPUTE WS-POSITION = WS-CLOCK-SECS + 86400 - BREAK-SECS
           ELSE
              COMPUTE WS-POSITION = WS-CLOCK-SECS - BREAK-SECS
           END-IF
           .

      *
      *    WS-POSITION IN, WS-CLOCK-TEXT (HH:MM) OUT. A PROJECTION
      *    RUNNING A FULL DAY PAST THE BREAK STILL READS AS A CLOCK.
      *
       POSITION-TO-CLOCK.
           COMPUTE WS-CLOCK-WORK = WS-POSITION + BREAK-SECS
           DIVIDE WS-CLOCK-WORK BY 86400
              GIVING WS-CLOCK-DAYS REMAINDER WS-CLOCK-SECS
           COMPUTE WS-CLOCK-HH = WS-CLOCK-SECS / 3600
           COMPUTE WS-CLOCK-MM =
              (WS-CLOCK-SECS - WS-CLOCK-HH * 3600) / 60
           .

       RELEASE-TIMED-RUNS.
           OPEN INPUT RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = '00'
              MOVE 'N' TO SW-RUNLOG-EOF
              READ RUNLOG-FILE
                 AT END
                    MOVE 'Y' TO SW-RUNLOG-EOF
              END-READ
              PERFORM RELEASE-ONE-RUN UNTIL RUNLOG-AT-EOF
              CLOSE RUNLOG-FILE
           ELSE
              MOVE 'BWN010'           TO MSG-BWN-OPEN-CODE
              MOVE RUNLOG-FILE-STATUS TO MSG-BWN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-BWN-OPEN-MSG
           END-IF
           .

      ***
      *** a run belongs to the stream of its end date, less a day
      *** when it ended before the day break. elapsed time wraps
      *** midnight when the end reads earlier than the start.
      ***
       RELEASE-ONE-RUN.
           IF RL-RUN-DATE IS NUMERIC
              AND RL-START-TIME IS NUMERIC
              AND RL-END-TIME IS NUMERIC
              AND (RL-START-TIME > 0 OR RL-END-TIME > 0)
              CALL 'DATECALC' USING RL-RUN-DATE RUN-SERIAL
              IF RETURN-CODE = 0
                 MOVE RL-START-TIME TO WS-TIME-WORK
                 COMPUTE WS-START-SECS = WS-TIME-HH * 3600
                                       + WS-TIME-MM * 60 + WS-TIME-SS
                 MOVE RL-END-TIME TO WS-TIME-WORK
                 COMPUTE WS-END-SECS = WS-TIME-HH * 3600
                                     + WS-TIME-MM * 60 + WS-TIME-SS
                 IF WS-END-SECS < BREAK-SECS
                    SUBTRACT 1 FROM RUN-SERIAL
                 END-IF
                 MOVE RL-JOB-NAME   TO SRT-JOB-NAME
                 MOVE RUN-SERIAL    TO SRT-STREAM-SERIAL
                 MOVE WS-START-SECS TO WS-CLOCK-SECS
                 PERFORM CLOCK-TO-POSITION
                 MOVE WS-POSITION   TO SRT-START-POS
                 MOVE WS-END-SECS   TO WS-CLOCK-SECS
                 PERFORM CLOCK-TO-POSITION
                 MOVE WS-POSITION   TO SRT-END-POS
                 IF WS-END-SECS < WS-START-SECS
                    COMPUTE SRT-ELAPSED =
                       WS-END-SECS + 86400 - WS-START-SECS
                 ELSE
                    COMPUTE SRT-ELAPSED = WS-END-SECS - WS-START-SECS
                 END-IF
                 MOVE RL-RUN-DATE   TO SRT-RUN-DATE
                 MOVE RL-START-TIME TO SRT-START-TIME
                 MOVE RL-END-TIME   TO SRT-END-TIME
                 MOVE 0             TO SRT-READS
                 IF RL-RECORDS-READ IS NUMERIC
                    MOVE RL-RECORDS-READ TO SRT-READS
                 END-IF
                 MOVE 0             TO SRT-RETURN-CODE
                 IF RL-RETURN-CODE IS NUMERIC
                    MOVE RL-RETURN-CODE TO SRT-RETURN-CODE
                 END-IF
                 RELEASE SORT-RECORD
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF

           READ RUNLOG-FILE
              AT END
                 MOVE 'Y' TO SW-RUNLOG-EOF
           END-READ
           .

       BUILD-JOB-NORMS.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-JOB
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM GATHER-ONE-RUN UNTIL SORT-AT-EOF
           IF WS-BREAK-JOB NOT = SPACES
              PERFORM FINISH-ONE-JOB
           END-IF
           .

      *
      *    A RUN THAT ENDED 16 OR WORSE STOPPED SHORT, SO IT STAYS
      *    OUT OF THE NORM -- BUT IT STILL TOOK ITS TIME IN THE
      *    WINDOW, SO IT COUNTS TONIGHT AND IN THE MONTHLY TREND.
      *
       GATHER-ONE-RUN.
           IF SRT-JOB-NAME NOT = WS-BREAK-JOB
              IF WS-BREAK-JOB NOT = SPACES
                 PERFORM FINISH-ONE-JOB
              END-IF
              MOVE SRT-JOB-NAME TO WS-BREAK-JOB
              PERFORM CLEAR-JOB-RUNS
           END-IF

           EVALUATE TRUE
              WHEN SRT-STREAM-SERIAL < STREAM-SERIAL
                 MOVE SRT-STREAM-SERIAL TO P-LAST-PRIOR-SERIAL
                 IF SRT-RETURN-CODE < 16
                    PERFORM ADD-RUN-TO-RING
                 END-IF
              WHEN SRT-STREAM-SERIAL = STREAM-SERIAL
                 MOVE 'Y'            TO SW-P-TONIGHT
                 MOVE SRT-ELAPSED    TO P-TONIGHT-SECS
                 MOVE SRT-READS      TO P-TONIGHT-READS
                 MOVE SRT-START-TIME TO P-START-TIME
                 MOVE SRT-END-TIME   TO P-END-TIME
                 MOVE SRT-END-POS    TO P-END-POS
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           COMPUTE WS-MONTH-INDEX = SRT-RUN-YYYY * 12 + SRT-RUN-MM
                                  - END-MONTH-INDEX + 12
           IF WS-MONTH-INDEX > 0 AND WS-MONTH-INDEX < 13
              MOVE WS-MONTH-INDEX TO MON-SUB
              ADD SRT-ELAPSED TO P-MON-SECS(MON-SUB)
              ADD 1           TO P-MON-RUNS(MON-SUB)
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       ADD-RUN-TO-RING.
           ADD 1 TO RING-NEXT
           IF RING-NEXT > NORM-RUNS
              MOVE 1 TO RING-NEXT
           END-IF
           MOVE SRT-ELAPSED TO RING-SECS(RING-NEXT)
           MOVE SRT-READS   TO RING-READS(RING-NEXT)
           IF RING-COUNT < NORM-RUNS
              ADD 1 TO RING-COUNT
           END-IF
           .

       CLEAR-JOB-RUNS.
           MOVE 0   TO RING-COUNT
           MOVE 0   TO RING-NEXT
           MOVE 0   TO P-LAST-PRIOR-SERIAL
           MOVE 'N' TO SW-P-TONIGHT
           MOVE 0   TO P-TONIGHT-SECS
           MOVE 0   TO P-TONIGHT-READS
           MOVE 0   TO P-START-TIME
           MOVE 0   TO P-END-TIME
           MOVE 0   TO P-END-POS
           INITIALIZE P-MONTHS
           .

      ***
      *** the norm wants three good runs before it judges anything
      *** -- a job's first nights are listed but never overrun. an
      *** overrun must pass both the percentage and the minutes
      *** floor, so a two-minute job taking three is left alone.
      ***
       FINISH-ONE-JOB.
           IF JOB-ENTRY-COUNT NOT < 100
              IF JOB-ENTRY-COUNT = 100
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-BWN-FULL-MSG
                 ADD 1 TO JOB-ENTRY-COUNT
              END-IF
           ELSE
              ADD 1 TO JOB-ENTRY-COUNT
              MOVE JOB-ENTRY-COUNT TO JOB-SUB
              PERFORM STORE-JOB-ENTRY
           END-IF
           .

       STORE-JOB-ENTRY.
           MOVE WS-BREAK-JOB TO JT-JOB-NAME(JOB-SUB)
           MOVE RING-COUNT   TO JT-NORM-RUNS(JOB-SUB)
           MOVE 0 TO RING-SUM-SECS
           MOVE 0 TO RING-SUM-READS
           PERFORM SUM-ONE-RING-ENTRY
              VARYING RING-SUB FROM 1 BY 1
              UNTIL RING-SUB > RING-COUNT
           MOVE 0 TO JT-NORM-SECS(JOB-SUB)
           MOVE 0 TO JT-NORM-RATE(JOB-SUB)
           IF RING-COUNT > 0
              COMPUTE JT-NORM-SECS(JOB-SUB) ROUNDED =
                 RING-SUM-SECS / RING-COUNT
           END-IF
           IF RING-SUM-SECS > 0
              COMPUTE JT-NORM-RATE(JOB-SUB) ROUNDED =
                 RING-SUM-READS * 60 / RING-SUM-SECS
           END-IF
           MOVE P-TONIGHT-SECS TO JT-TONIGHT-SECS(JOB-SUB)
           MOVE 0 TO JT-TONIGHT-RATE(JOB-SUB)
           IF P-TONIGHT-SECS > 0
              COMPUTE JT-TONIGHT-RATE(JOB-SUB) ROUNDED =
                 P-TONIGHT-READS * 60 / P-TONIGHT-SECS
           END-IF
           MOVE 0 TO JT-OVER-PCT(JOB-SUB)
           IF P-RAN-TONIGHT AND JT-NORM-SECS(JOB-SUB) > 0
              COMPUTE JT-OVER-PCT(JOB-SUB) ROUNDED =
                 (P-TONIGHT-SECS - JT-NORM-SECS(JOB-SUB)) * 100
                 / JT-NORM-SECS(JOB-SUB)
           END-IF
           MOVE P-START-TIME TO JT-START-TIME(JOB-SUB)
           MOVE P-END-TIME   TO JT-END-TIME(JOB-SUB)
           MOVE P-END-POS    TO JT-END-POS(JOB-SUB)
           MOVE P-MONTHS     TO JT-MONTHS(JOB-SUB)

           EVALUATE TRUE
              WHEN P-RAN-TONIGHT AND RING-COUNT < 3
                 MOVE 'F' TO JT-STATE(JOB-SUB)
              WHEN P-RAN-TONIGHT
                 AND P-TONIGHT-SECS * 100 >
                     JT-NORM-SECS(JOB-SUB) * (100 + OVERRUN-PCT)
                 AND P-TONIGHT-SECS - JT-NORM-SECS(JOB-SUB)
                     NOT < OVERRUN-MIN * 60
                 MOVE 'O' TO JT-STATE(JOB-SUB)
              WHEN P-RAN-TONIGHT
                 MOVE 'N' TO JT-STATE(JOB-SUB)
              WHEN RING-COUNT > 0
                 AND P-LAST-PRIOR-SERIAL + EXPECT-DAYS
                     NOT < STREAM-SERIAL
                 MOVE 'P' TO JT-STATE(JOB-SUB)
              WHEN OTHER
                 MOVE 'I' TO JT-STATE(JOB-SUB)
           END-EVALUATE
           .

       SUM-ONE-RING-ENTRY.
           ADD RING-SECS(RING-SUB)  TO RING-SUM-SECS
           ADD RING-READS(RING-SUB) TO RING-SUM-READS
           .

       WRITE-TONIGHT-SECTION.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO SCL-TEXT
           MOVE 'TONIGHT AGAINST EACH JOB''S NORM' TO SCL-TEXT
           WRITE RPT-OUT-DATA FROM WS-SECTION-LINE
           WRITE RPT-OUT-DATA FROM WS-JOB-HEADING
           PERFORM WRITE-ONE-JOB-LINE
              VARYING JOB-SUB FROM 1 BY 1
              UNTIL JOB-SUB > JOB-ENTRY-COUNT OR JOB-SUB > 100
           .

       WRITE-ONE-JOB-LINE.
           IF NOT JT-IS-IDLE(JOB-SUB)
              MOVE JT-JOB-NAME(JOB-SUB)  TO JBL-JOB-NAME
              MOVE JT-NORM-RUNS(JOB-SUB) TO JBL-NORM-RUNS
              COMPUTE JBL-NORM-MIN ROUNDED =
                 JT-NORM-SECS(JOB-SUB) / 60
              MOVE JT-NORM-RATE(JOB-SUB) TO JBL-NORM-RATE
              EVALUATE TRUE
                 WHEN JT-IS-PENDING(JOB-SUB)
                    MOVE 0      TO JBL-TONIGHT-MIN
                    MOVE 0      TO JBL-OVER-PCT
                    MOVE 0      TO JBL-TONIGHT-RATE
                    MOVE SPACES TO JBL-START-TIME
                    MOVE SPACES TO JBL-END-TIME
                    MOVE 'NOT RUN'  TO JBL-STATUS
                    ADD 1 TO PENDING-COUNT
                    ADD JT-NORM-SECS(JOB-SUB) TO PENDING-SECS
                 WHEN OTHER
                    ADD 1 TO TONIGHT-COUNT
                    COMPUTE JBL-TONIGHT-MIN ROUNDED =
                       JT-TONIGHT-SECS(JOB-SUB) / 60
                    MOVE JT-OVER-PCT(JOB-SUB)     TO JBL-OVER-PCT
                    MOVE JT-TONIGHT-RATE(JOB-SUB) TO JBL-TONIGHT-RATE
                    MOVE JT-START-TIME(JOB-SUB)   TO JBL-START-TIME
                    MOVE JT-END-TIME(JOB-SUB)     TO JBL-END-TIME
                    IF JT-END-POS(JOB-SUB) > LATEST-END-POS
                       MOVE JT-END-POS(JOB-SUB) TO LATEST-END-POS
                    END-IF
                    EVALUATE TRUE
                       WHEN JT-IS-OVERRUN(JOB-SUB)
                          MOVE '**OVERRUN' TO JBL-STATUS
                          PERFORM LOG-ONE-OVERRUN
                       WHEN JT-IS-NO-NORM(JOB-SUB)
                          MOVE 'NO NORM'   TO JBL-STATUS
                       WHEN OTHER
                          MOVE 'NORMAL'    TO JBL-STATUS
                    END-EVALUATE
              END-EVALUATE
              WRITE RPT-OUT-DATA FROM WS-JOB-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

       LOG-ONE-OVERRUN.
           ADD 1 TO OVERRUN-COUNT
           MOVE JT-JOB-NAME(JOB-SUB) TO MSG-OVR-JOB
           COMPUTE MSG-OVR-RAN-MIN ROUNDED =
              JT-TONIGHT-SECS(JOB-SUB) / 60
           COMPUTE MSG-OVR-NORM-MIN ROUNDED =
              JT-NORM-SECS(JOB-SUB) / 60
           CALL 'LOGGER' USING BY CONTENT 'W'
                BY CONTENT WS-BWN-OVERRUN-MSG
           .

      ***
      *** the stream is projected from the last job to end
      *** tonight, with every job still expected run end to end at
      *** its norm. before anything has run, the projection
      *** starts from now.
      ***
       WRITE-PROJECTION-SECTION.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO SCL-TEXT
           MOVE 'STREAM FINISH PROJECTION' TO SCL-TEXT
           WRITE RPT-OUT-DATA FROM WS-SECTION-LINE

           MOVE SPACES TO PTL-NOTE
           IF TONIGHT-COUNT > 0
              MOVE 'LATEST JOB END TONIGHT' TO PTL-LABEL
              MOVE LATEST-END-POS TO WS-POSITION
           ELSE
              MOVE 'NO JOB HAS RUN TONIGHT -- TIME NOW' TO PTL-LABEL
              MOVE NOW-TIME TO WS-TIME-WORK
              COMPUTE WS-CLOCK-SECS = WS-TIME-HH * 3600
                                    + WS-TIME-MM * 60 + WS-TIME-SS
              PERFORM CLOCK-TO-POSITION
              MOVE WS-POSITION TO LATEST-END-POS
           END-IF
           PERFORM POSITION-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO PTL-CLOCK
           WRITE RPT-OUT-DATA FROM WS-PROJ-TIME-LINE

           MOVE 'JOBS STILL TO RUN, AT NORM' TO PML-LABEL
           COMPUTE PML-MINUTES ROUNDED = PENDING-SECS / 60
           MOVE SPACES TO PML-NOTE
           IF PENDING-COUNT > 0
              MOVE 'SEE NOT RUN JOBS ABOVE' TO PML-NOTE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PROJ-MIN-LINE

           COMPUTE PROJECTED-POS = LATEST-END-POS + PENDING-SECS
           MOVE 'PROJECTED STREAM FINISH' TO PTL-LABEL
           MOVE PROJECTED-POS TO WS-POSITION
           PERFORM POSITION-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO PTL-CLOCK
           MOVE WS-CLOCK-TEXT TO SUM-PROJECTED
           MOVE WS-CLOCK-TEXT TO MSG-LATE-FINISH
           MOVE SPACES TO PTL-NOTE
           WRITE RPT-OUT-DATA FROM WS-PROJ-TIME-LINE

           MOVE 'ONLINE REGION START' TO PTL-LABEL
           MOVE ONLINE-POS TO WS-POSITION
           PERFORM POSITION-TO-CLOCK
           MOVE WS-CLOCK-TEXT TO PTL-CLOCK
           MOVE WS-CLOCK-TEXT TO MSG-LATE-ONLINE
           WRITE RPT-OUT-DATA FROM WS-PROJ-TIME-LINE

           COMPUTE WS-MARGIN-SECS = ONLINE-POS - PROJECTED-POS
           MOVE 'MARGIN BEFORE ONLINE START' TO PML-LABEL
           COMPUTE PML-MINUTES ROUNDED = WS-MARGIN-SECS / 60
           MOVE SPACES TO PML-NOTE
           IF WS-MARGIN-SECS < 0
              MOVE 'Y' TO SW-STREAM-LATE
              MOVE '** STREAM WILL RUN INTO THE ONLINE DAY **'
                 TO PML-NOTE
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-BWN-LATE-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PROJ-MIN-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** average elapsed minutes per job for each of the last
      *** twelve months, oldest first, with the change from the
      *** first month the job ran to the latest.
      ***
       WRITE-TREND-SECTION.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO SCL-TEXT
           MOVE 'AVERAGE ELAPSED MINUTES BY MONTH' TO SCL-TEXT
           WRITE RPT-OUT-DATA FROM WS-SECTION-LINE
           PERFORM SET-ONE-MONTH-HEADING
              VARYING MON-SUB FROM 1 BY 1
              UNTIL MON-SUB > 12
           WRITE RPT-OUT-DATA FROM WS-TREND-HEADING
           PERFORM WRITE-ONE-TREND-LINE
              VARYING JOB-SUB FROM 1 BY 1
              UNTIL JOB-SUB > JOB-ENTRY-COUNT OR JOB-SUB > 100
           .

       SET-ONE-MONTH-HEADING.
           COMPUTE WS-MONTH-INDEX = END-MONTH-INDEX - 12 + MON-SUB
           COMPUTE WS-MONTH-YYYY = (WS-MONTH-INDEX - 1) / 12
           COMPUTE WS-MONTH-MM = WS-MONTH-INDEX - WS-MONTH-YYYY * 12
           MOVE SPACES TO TRH-SPACE(MON-SUB)
           COMPUTE TRH-YYYYMM(MON-SUB) =
              WS-MONTH-YYYY * 100 + WS-MONTH-MM
           .

       WRITE-ONE-TREND-LINE.
           MOVE 'N' TO SW-FIRST-SEEN
           MOVE 0   TO WS-FIRST-AVG
           MOVE 0   TO WS-LAST-AVG
           MOVE JT-JOB-NAME(JOB-SUB) TO TRL-JOB-NAME
           PERFORM SET-ONE-MONTH-AVERAGE
              VARYING MON-SUB FROM 1 BY 1
              UNTIL MON-SUB > 12
           IF FIRST-AVG-SEEN
              COMPUTE TRL-CHANGE = WS-LAST-AVG - WS-FIRST-AVG
              WRITE RPT-OUT-DATA FROM WS-TREND-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

       SET-ONE-MONTH-AVERAGE.
           MOVE 0 TO TRL-AVG-MIN(MON-SUB)
           IF JT-MON-RUNS(JOB-SUB, MON-SUB) > 0
              COMPUTE WS-MONTH-AVG ROUNDED =
                 JT-MON-SECS(JOB-SUB, MON-SUB)
                 / JT-MON-RUNS(JOB-SUB, MON-SUB) / 60
              MOVE WS-MONTH-AVG TO TRL-AVG-MIN(MON-SUB)
              IF NOT FIRST-AVG-SEEN
                 MOVE 'Y' TO SW-FIRST-SEEN
                 MOVE WS-MONTH-AVG TO WS-FIRST-AVG
              END-IF
              MOVE WS-MONTH-AVG TO WS-LAST-AVG
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BWN-ERROR-FLAG
              MOVE 'BWN017'         TO MSG-BWN-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-BWN-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BWN-OPEN-MSG
           END-IF
           .

       TERMINATION.
           PERFORM WRITE-TONIGHT-SECTION
           PERFORM WRITE-PROJECTION-SECTION
           PERFORM WRITE-TREND-SECTION
           CLOSE RPT-DATA-FILE

           EVALUATE TRUE
              WHEN BWN-ERROR-FOUND
                 MOVE 16 TO RETURN-CODE
              WHEN OVERRUN-COUNT > 0 OR STREAM-IS-LATE
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE TONIGHT-COUNT TO SUM-TONIGHT
           MOVE OVERRUN-COUNT TO SUM-OVERRUNS
           DISPLAY WS-BWN-SUMMARY-LINE
           .
