       identification division.
       program-id. KPISCORE.
      ***
      *** KPISCORE - monthly management KPI scorecard. Management
      *** gets fill rate from SVCLEVEL, record accuracy from
      *** CNTTREND, vendor on-time from VENDSCOR, the reserve from
      *** OBSRSRV, excess from OVRSTOCK and value from VALTREND,
      *** each on its own print, and wants them on one page. Each
      *** of those runs now appends its headline figure for the
      *** month to CASKPIF; the value is MAIN's closing grand total
      *** for the month off CASRUNLG, the same history VALTREND
      *** charts. Inventory turns are added here: the month's
      *** CASMSUM issues (net of customer returns) extended at
      *** I-UNITPR, annualized, over the average of MAIN's nightly
      *** grand totals that month.
      *** Every KPI prints against the prior month, the same month
      *** last year, and its KPICTL target. One that moved the
      *** wrong way by more than its KPICTL threshold against
      *** either comparison is flagged on the print and logged
      *** through LOGGER, so the morning digest carries it. The
      *** reserve is booked quarterly, so the latest OBSRSRV figure
      *** within the two months before stands for a month with no
      *** run of its own. The same figures go to the CASKPCSV
      *** comma-separated file for the finance deck.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT KPI-CTL-FILE ASSIGN TO KPICTL
              FILE STATUS IS KPI-CTL-STATUS.
           SELECT KPI-DATA-FILE ASSIGN TO CASKPIF
              FILE STATUS IS KPI-FILE-STATUS.
           SELECT RUNLOG-FILE ASSIGN TO CASRUNLG
              FILE STATUS IS RUNLOG-FILE-STATUS.
           SELECT SUM-DATA-FILE ASSIGN TO CASMSUM
              FILE STATUS IS SUM-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASKPIRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT CSV-DATA-FILE ASSIGN TO CASKPCSV
              FILE STATUS IS CSV-FILE-STATUS.
       data division.
       file section.
       FD  KPI-CTL-FILE.
       01 KPI-CTL-RECORD.
           copy KPICTL.
       FD  KPI-DATA-FILE.
       01 KPI-RECORD.
           copy KPIFEED.
       FD  RUNLOG-FILE.
       copy RUNLOGRC.
       FD  SUM-DATA-FILE.
       01 SUM-RECORD.
           copy MHSUMREC.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  CSV-DATA-FILE.
       01 CSV-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 KPI-CTL-STATUS      PIC X(02).
       01 KPI-FILE-STATUS     PIC X(02).
       01 RUNLOG-FILE-STATUS  PIC X(02).
       01 SUM-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 CSV-FILE-STATUS     PIC X(02).
       01 KPI-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 KPI-ERROR-FOUND     VALUE 'Y'.
       01 WS-KPI-OPEN-MSG.
           05 MSG-KPI-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-KPI-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-KPI-ALERT-MSG.
           05 FILLER            PIC X(07) VALUE 'KPI002 '.
           05 MSG-ALR-CODE      PIC X(08).
           05 FILLER            PIC X(08) VALUE ' PERIOD '.
           05 MSG-ALR-PERIOD    PIC 9(06).
           05 FILLER            PIC X(21)
              VALUE ' MOVED THE WRONG WAY '.
           05 MSG-ALR-WHERE     PIC X(06).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-KPI-CARD-MSG.
           05 FILLER            PIC X(27)
              VALUE 'KPI003 UNKNOWN KPI ON CARD '.
           05 MSG-CARD-CODE     PIC X(08).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 TODAY-DATE          PIC 9(08).
       01 TODAY-DATE-R REDEFINES TODAY-DATE.
           05 TODAY-YYYY       PIC 9(04).
           05 TODAY-MM         PIC 9(02).
           05 TODAY-DD         PIC 9(02).
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 WS-PERIOD-WORK      PIC 9(06).
       01 WS-PERIOD-WORK-R REDEFINES WS-PERIOD-WORK.
           05 WS-PERIOD-YYYY   PIC 9(04).
           05 WS-PERIOD-MM     PIC 9(02).
       01 WS-MONTH-INDEX      PIC 9(06).
       01 WS-MONTH-REMAINDER  PIC 9(02).
       01 WS-REC-PERIOD       PIC 9(06).
       01 WS-REC-INDEX        PIC 9(06).
       01 SW-CTL-EOF          PIC X(01) VALUE 'N'.
           88 CTL-AT-EOF          VALUE 'Y'.
       01 SW-KPI-EOF          PIC X(01) VALUE 'N'.
           88 KPI-AT-EOF          VALUE 'Y'.
       01 SW-RUNLOG-EOF       PIC X(01) VALUE 'N'.
           88 RUNLOG-AT-EOF       VALUE 'Y'.
       01 SW-SUM-EOF          PIC X(01) VALUE 'N'.
           88 SUM-AT-EOF          VALUE 'Y'.
       01 WS-FIND-CODE        PIC X(08).
       01 SW-CODE-FOUND       PIC X(01).
           88 CODE-FOUND          VALUE 'Y'.
      ***
      *** the three months every KPI is shown for: slot 1 the
      *** month scored, slot 2 the month before it, slot 3 the
      *** same month a year earlier. the run-log and movement
      *** summary totals behind value and turns build up by slot.
      ***
       01 WS-SLOT-TABLE.
           05 WS-SLOT-ENTRY OCCURS 3 TIMES.
              10 SLT-PERIOD     PIC 9(06).
              10 SLT-INDEX      PIC 9(06).
              10 SLT-VALUE-SUM  PIC 9(13)V9(02).
              10 SLT-VALUE-COUNT PIC 9(05).
              10 SLT-LAST-VALUE PIC 9(11)V9(02).
              10 SLT-ISSUE-VALUE PIC 9(13)V9(02).
              10 SLT-SUM-COUNT  PIC 9(09).
       01 SLT-SUB             PIC 9(01).
      ***
      *** the KPIs in print order. KPD-BETTER says which way is
      *** good -- H higher, L lower -- and KPD-CARRY how many
      *** months back a figure may stand in for a month with no
      *** run of its own.
      ***
       01 KPI-DEFAULTS.
           05 FILLER PIC X(34)
              VALUE 'FILLRATEFILL RATE PCT           H0'.
           05 FILLER PIC X(34)
              VALUE 'ACCURACYRECORD ACCURACY PCT     H0'.
           05 FILLER PIC X(34)
              VALUE 'ONTIME  VENDOR ON-TIME PCT      H0'.
           05 FILLER PIC X(34)
              VALUE 'RESERVE OBSOLESCENCE RESERVE    L2'.
           05 FILLER PIC X(34)
              VALUE 'EXCESS  EXCESS STOCK VALUE      L0'.
           05 FILLER PIC X(34)
              VALUE 'INVVALUEINVENTORY VALUE         L0'.
           05 FILLER PIC X(34)
              VALUE 'TURNS   INVENTORY TURNS         H0'.
       01 KPI-DEFAULT-TABLE REDEFINES KPI-DEFAULTS.
           05 KPD-ENTRY OCCURS 7 TIMES.
              10 KPD-CODE       PIC X(08).
              10 KPD-NAME       PIC X(24).
              10 KPD-BETTER     PIC X(01).
              10 KPD-CARRY      PIC 9(01).
       01 WS-KPI-TABLE.
           05 WS-KPI-ENTRY OCCURS 7 TIMES.
              10 KPT-TARGET     PIC 9(09)V9(02).
              10 KPT-TARGET-FLAG PIC X(01).
                 88 KPT-HAS-TARGET  VALUE 'Y'.
              10 KPT-THRESHOLD  PIC 9(03)V9(01).
              10 KPT-FIGURE OCCURS 3 TIMES.
                 15 KPT-VALUE   PIC S9(11)V9(02).
                 15 KPT-FROM-INDEX PIC 9(06).
                 15 KPT-FOUND-FLAG PIC X(01).
                    88 KPT-FOUND    VALUE 'Y'.
       01 KPI-SUB             PIC 9(01).
       01 KPI-COUNT           PIC 9(01) VALUE 7.
       01 WS-ISSUE-QTY        PIC S9(09).
       01 WS-AVG-VALUE        PIC 9(11)V9(02).
       01 WS-CHANGE-PCT       PIC S9(07)V9(01).
       01 WS-CHANGE-BASE      PIC S9(11)V9(02).
       01 SW-CHANGE-KNOWN     PIC X(01).
           88 CHANGE-KNOWN        VALUE 'Y'.
       01 SW-MONTH-ALERT      PIC X(01).
           88 MONTH-ALERT         VALUE 'Y'.
       01 SW-YEAR-ALERT       PIC X(01).
           88 YEAR-ALERT          VALUE 'Y'.
       01 SW-WRONG-WAY        PIC X(01).
           88 WRONG-WAY           VALUE 'Y'.
       01 WS-EDIT-VALUE       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PCT         PIC -ZZZZ9.9.
       01 WS-CSV-AMOUNT       PIC S9(11)V9(02).
       01 WS-CSV-EDIT         PIC -(12)9.99.
       01 WS-CSV-LEAD         PIC 9(02) COMP.
       01 WS-CSV-PTR          PIC 9(03) COMP.
       01 CSV-OUT-LINE        PIC X(133).
       01 FEED-READ-COUNT     PIC 9(07) VALUE 0.
       01 SUMMARY-READ-COUNT  PIC 9(09) VALUE 0.
       01 ALERT-COUNT         PIC 9(02) VALUE 0.
       01 WS-KPI-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(36)  VALUE
              'MONTHLY MANAGEMENT KPI SCORECARD    '.
           05                  PIC X(07)  VALUE 'MONTH: '.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(10)  VALUE '   PRIOR: '.
           05 TTL-PRIOR        PIC 9(06).
           05                  PIC X(14)  VALUE '   LAST YEAR: '.
           05 TTL-LAST-YEAR    PIC 9(06).
           05                  PIC X(08)  VALUE '   RUN: '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(31)  VALUE SPACES.
       01 WS-KPI-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(24)  VALUE 'KPI'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(15)  VALUE '        CURRENT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(15)  VALUE '    PRIOR MONTH'.
           05                  PIC X(01)  VALUE SPACES.
           05                  PIC X(08)  VALUE ' CHG PCT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(15)  VALUE '      LAST YEAR'.
           05                  PIC X(01)  VALUE SPACES.
           05                  PIC X(08)  VALUE ' CHG PCT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(15)  VALUE '         TARGET'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'MET'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'ALERT'.
           05                  PIC X(07)  VALUE SPACES.
       01 WS-KPI-LINE.
           05                  PIC X      VALUE SPACES.
           05 KPL-NAME         PIC X(24).
           05                  PIC X(02)  VALUE SPACES.
           05 KPL-CURRENT      PIC X(15).
           05                  PIC X(02)  VALUE SPACES.
           05 KPL-PRIOR        PIC X(15).
           05                  PIC X(01)  VALUE SPACES.
           05 KPL-PRIOR-CHG    PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 KPL-LAST-YEAR    PIC X(15).
           05                  PIC X(01)  VALUE SPACES.
           05 KPL-YEAR-CHG     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 KPL-TARGET       PIC X(15).
           05                  PIC X(02)  VALUE SPACES.
           05 KPL-MET          PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 KPL-ALERT        PIC X(08).
           05                  PIC X(07)  VALUE SPACES.
       01 WS-KPI-NOTE-LINE.
           05                  PIC X      VALUE SPACES.
           05 KPN-TEXT         PIC X(100).
           05                  PIC X(32)  VALUE SPACES.
       01 WS-KPI-SUMMARY-LINE.
           05 FILLER          PIC X(21) VALUE 'KPI FEED RECORDS:    '.
           05 SUM-FEED-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(19) VALUE 'SUMMARIES READ:    '.
           05 SUM-MSUM-COUNT  PIC ZZZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'ALERTS: '.
           05 SUM-ALERT-COUNT PIC Z9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'KPI001: Starting program'
           PERFORM INITIALIZATION
           PERFORM LOAD-KPI-FEED
           PERFORM LOAD-RUN-LOG-VALUES
           PERFORM LOAD-ISSUE-VALUES
           PERFORM SET-VALUE-AND-TURNS
              VARYING SLT-SUB FROM 1 BY 1 UNTIL SLT-SUB > 3
           PERFORM WRITE-SCORECARD
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'KPI999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-SLOT-TABLE
           INITIALIZE WS-KPI-TABLE
           PERFORM SET-KPI-DEFAULTS
              VARYING KPI-SUB FROM 1 BY 1 UNTIL KPI-SUB > KPI-COUNT

           OPEN INPUT KPI-CTL-FILE
           IF KPI-CTL-STATUS = '00'
              MOVE 'N' TO SW-CTL-EOF
              READ KPI-CTL-FILE
                 AT END
                    MOVE 'Y' TO SW-CTL-EOF
              END-READ
              PERFORM TAKE-CONTROL-CARD UNTIL CTL-AT-EOF
              CLOSE KPI-CTL-FILE
           END-IF

      *    NO PERIOD CARD SCORES THE MONTH JUST CLOSED.
           IF SELECT-PERIOD = 0
              COMPUTE WS-MONTH-INDEX = TODAY-YYYY * 12 + TODAY-MM - 2
           ELSE
              MOVE SELECT-PERIOD TO WS-PERIOD-WORK
              COMPUTE WS-MONTH-INDEX =
                 WS-PERIOD-YYYY * 12 + WS-PERIOD-MM - 1
           END-IF
           MOVE WS-MONTH-INDEX TO SLT-INDEX(1)
           COMPUTE SLT-INDEX(2) = WS-MONTH-INDEX - 1
           COMPUTE SLT-INDEX(3) = WS-MONTH-INDEX - 12
           PERFORM SET-SLOT-PERIOD
              VARYING SLT-SUB FROM 1 BY 1 UNTIL SLT-SUB > 3

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KPI-ERROR-FLAG
              MOVE 'KPI010'         TO MSG-KPI-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF

           OPEN OUTPUT CSV-DATA-FILE
           IF CSV-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KPI-ERROR-FLAG
              MOVE 'KPI011'         TO MSG-KPI-OPEN-CODE
              MOVE CSV-FILE-STATUS  TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF
           .

       SET-KPI-DEFAULTS.
           MOVE 5.0 TO KPT-THRESHOLD(KPI-SUB)
           MOVE 'N' TO KPT-TARGET-FLAG(KPI-SUB)
           .

       TAKE-CONTROL-CARD.
           EVALUATE TRUE
              WHEN KPC-IS-PERIOD
                 IF KPC-PERIOD IS NUMERIC AND KPC-PERIOD > 0
                    MOVE KPC-PERIOD TO SELECT-PERIOD
                 END-IF
              WHEN KPC-IS-TARGET
                 MOVE KPC-KPI-CODE TO WS-FIND-CODE
                 PERFORM FIND-KPI-CODE
                 IF CODE-FOUND
                    IF KPC-TARGET IS NUMERIC
                       MOVE KPC-TARGET TO KPT-TARGET(KPI-SUB)
                       MOVE 'Y' TO KPT-TARGET-FLAG(KPI-SUB)
                    END-IF
                    IF KPC-THRESHOLD-PCT IS NUMERIC
                       AND KPC-THRESHOLD-PCT > 0
                       MOVE KPC-THRESHOLD-PCT
                          TO KPT-THRESHOLD(KPI-SUB)
                    END-IF
                 ELSE
                    MOVE KPC-KPI-CODE TO MSG-CARD-CODE
                    CALL 'LOGGER' USING BY CONTENT 'W'
                         BY CONTENT WS-KPI-CARD-MSG
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           READ KPI-CTL-FILE
              AT END
                 MOVE 'Y' TO SW-CTL-EOF
           END-READ
           .

       FIND-KPI-CODE.
           MOVE 'N' TO SW-CODE-FOUND
           PERFORM TEST-KPI-CODE
              VARYING KPI-SUB FROM 1 BY 1
              UNTIL KPI-SUB > KPI-COUNT OR CODE-FOUND
           IF CODE-FOUND
              SUBTRACT 1 FROM KPI-SUB
           END-IF
           .

       TEST-KPI-CODE.
           IF KPD-CODE(KPI-SUB) = WS-FIND-CODE
              MOVE 'Y' TO SW-CODE-FOUND
           END-IF
           .

       SET-SLOT-PERIOD.
           DIVIDE SLT-INDEX(SLT-SUB) BY 12
              GIVING WS-PERIOD-YYYY REMAINDER WS-MONTH-REMAINDER
           COMPUTE WS-PERIOD-MM = WS-MONTH-REMAINDER + 1
           MOVE WS-PERIOD-WORK TO SLT-PERIOD(SLT-SUB)
           .

      ***
      *** the headline feed. records are appended as the runs
      *** happen, so a later record for the same KPI and month is
      *** a rerun and replaces the earlier one; a KPI allowed to
      *** carry takes the nearest month at or before the slot.
      ***
       LOAD-KPI-FEED.
           OPEN INPUT KPI-DATA-FILE
           IF KPI-FILE-STATUS = '00'
              MOVE 'N' TO SW-KPI-EOF
              READ KPI-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-KPI-EOF
              END-READ
              PERFORM TAKE-ONE-FEED-RECORD UNTIL KPI-AT-EOF
              CLOSE KPI-DATA-FILE
           ELSE
              MOVE 'KPI009'         TO MSG-KPI-OPEN-CODE
              MOVE KPI-FILE-STATUS  TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF
           .

       TAKE-ONE-FEED-RECORD.
           ADD 1 TO FEED-READ-COUNT
           IF KPF-PERIOD IS NUMERIC AND KPF-PERIOD > 0
              AND KPF-VALUE IS NUMERIC
              MOVE KPF-KPI-CODE TO WS-FIND-CODE
              PERFORM FIND-KPI-CODE
              IF CODE-FOUND
                 MOVE KPF-PERIOD TO WS-PERIOD-WORK
                 COMPUTE WS-REC-INDEX =
                    WS-PERIOD-YYYY * 12 + WS-PERIOD-MM - 1
                 PERFORM PLACE-FEED-FIGURE
                    VARYING SLT-SUB FROM 1 BY 1 UNTIL SLT-SUB > 3
              END-IF
           END-IF

           READ KPI-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-KPI-EOF
           END-READ
           .

       PLACE-FEED-FIGURE.
           IF WS-REC-INDEX NOT > SLT-INDEX(SLT-SUB)
              AND WS-REC-INDEX + KPD-CARRY(KPI-SUB)
                  NOT < SLT-INDEX(SLT-SUB)
              IF NOT KPT-FOUND(KPI-SUB SLT-SUB)
                 OR WS-REC-INDEX
                    NOT < KPT-FROM-INDEX(KPI-SUB SLT-SUB)
                 MOVE KPF-VALUE    TO KPT-VALUE(KPI-SUB SLT-SUB)
                 MOVE WS-REC-INDEX TO KPT-FROM-INDEX(KPI-SUB SLT-SUB)
                 MOVE 'Y'          TO KPT-FOUND-FLAG(KPI-SUB SLT-SUB)
              END-IF
           END-IF
           .

      ***
      *** MAIN's nightly grand totals: the last of the month is
      *** the month's value, the average of them all is the stock
      *** turns are measured against.
      ***
       LOAD-RUN-LOG-VALUES.
           OPEN INPUT RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = '00'
              MOVE 'N' TO SW-RUNLOG-EOF
              READ RUNLOG-FILE
                 AT END
                    MOVE 'Y' TO SW-RUNLOG-EOF
              END-READ
              PERFORM TAKE-ONE-RUN-LOG-ENTRY UNTIL RUNLOG-AT-EOF
              CLOSE RUNLOG-FILE
           ELSE
              MOVE 'KPI012'           TO MSG-KPI-OPEN-CODE
              MOVE RUNLOG-FILE-STATUS TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF
           .

       TAKE-ONE-RUN-LOG-ENTRY.
           IF RL-JOB-NAME = 'MAIN'
              AND RL-RUN-DATE IS NUMERIC
              AND RL-GRAND-TOTAL IS NUMERIC
              COMPUTE WS-REC-PERIOD = RL-RUN-DATE / 100
              PERFORM ADD-RUN-LOG-TO-SLOT
                 VARYING SLT-SUB FROM 1 BY 1 UNTIL SLT-SUB > 3
           END-IF

           READ RUNLOG-FILE
              AT END
                 MOVE 'Y' TO SW-RUNLOG-EOF
           END-READ
           .

       ADD-RUN-LOG-TO-SLOT.
           IF WS-REC-PERIOD = SLT-PERIOD(SLT-SUB)
              ADD RL-GRAND-TOTAL  TO SLT-VALUE-SUM(SLT-SUB)
              ADD 1               TO SLT-VALUE-COUNT(SLT-SUB)
              MOVE RL-GRAND-TOTAL TO SLT-LAST-VALUE(SLT-SUB)
           END-IF
           .

      ***
      *** the month's issues off the CASMSUM roll-up, net of the
      *** customer returns USAGECAL also nets out, extended at the
      *** part's current unit price.
      ***
       LOAD-ISSUE-VALUES.
           OPEN INPUT SUM-DATA-FILE
           IF SUM-FILE-STATUS = '00'
              MOVE 'N' TO SW-SUM-EOF
              READ SUM-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-SUM-EOF
              END-READ
              PERFORM TAKE-ONE-SUMMARY UNTIL SUM-AT-EOF
              CLOSE SUM-DATA-FILE
           ELSE
              MOVE 'KPI013'         TO MSG-KPI-OPEN-CODE
              MOVE SUM-FILE-STATUS  TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF
           .

       TAKE-ONE-SUMMARY.
           ADD 1 TO SUMMARY-READ-COUNT
           IF MSM-PERIOD IS NUMERIC AND MSM-ISSUE-QTY IS NUMERIC
              AND (MSM-PERIOD = SLT-PERIOD(1)
                OR MSM-PERIOD = SLT-PERIOD(2)
                OR MSM-PERIOD = SLT-PERIOD(3))
              MOVE MSM-ISSUE-QTY TO WS-ISSUE-QTY
              IF MSM-CRTN-QTY IS NUMERIC
                 SUBTRACT MSM-CRTN-QTY FROM WS-ISSUE-QTY
              END-IF
              IF WS-ISSUE-QTY < 0
                 MOVE 0 TO WS-ISSUE-QTY
              END-IF
              MOVE MSM-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              PERFORM ADD-ISSUES-TO-SLOT
                 VARYING SLT-SUB FROM 1 BY 1 UNTIL SLT-SUB > 3
           END-IF

           READ SUM-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-SUM-EOF
           END-READ
           .

       ADD-ISSUES-TO-SLOT.
           IF MSM-PERIOD = SLT-PERIOD(SLT-SUB)
              ADD 1 TO SLT-SUM-COUNT(SLT-SUB)
              IF LOOKUP-FOUND AND I-UNITPR IS NUMERIC
                 COMPUTE SLT-ISSUE-VALUE(SLT-SUB) =
                    SLT-ISSUE-VALUE(SLT-SUB)
                    + WS-ISSUE-QTY * I-UNITPR
              END-IF
           END-IF
           .

      ***
      *** value is row 6 and turns row 7 of the KPI table. turns
      *** are only shown for a month both rolled up on CASMSUM and
      *** valued by MAIN at least once.
      ***
       SET-VALUE-AND-TURNS.
           IF SLT-VALUE-COUNT(SLT-SUB) > 0
              MOVE SLT-LAST-VALUE(SLT-SUB) TO KPT-VALUE(6 SLT-SUB)
              MOVE 'Y' TO KPT-FOUND-FLAG(6 SLT-SUB)
              COMPUTE WS-AVG-VALUE ROUNDED =
                 SLT-VALUE-SUM(SLT-SUB) / SLT-VALUE-COUNT(SLT-SUB)
              IF SLT-SUM-COUNT(SLT-SUB) > 0 AND WS-AVG-VALUE > 0
                 COMPUTE KPT-VALUE(7 SLT-SUB) ROUNDED =
                    (SLT-ISSUE-VALUE(SLT-SUB) * 12) / WS-AVG-VALUE
                 MOVE 'Y' TO KPT-FOUND-FLAG(7 SLT-SUB)
              END-IF
           END-IF
           .

       WRITE-SCORECARD.
           MOVE SLT-PERIOD(1) TO TTL-PERIOD
           MOVE SLT-PERIOD(2) TO TTL-PRIOR
           MOVE SLT-PERIOD(3) TO TTL-LAST-YEAR
           MOVE TODAY-DATE    TO TTL-RUN-DATE
           WRITE RPT-OUT-DATA FROM WS-KPI-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-KPI-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'KPI,PERIOD,CURRENT,PRIOR_MONTH,LAST_YEAR,TARGET,ALERT'
              TO CSV-OUT-LINE
           WRITE CSV-OUT-DATA FROM CSV-OUT-LINE
           PERFORM CHECK-CSV-WRITE-STATUS

           PERFORM SCORE-ONE-KPI
              VARYING KPI-SUB FROM 1 BY 1 UNTIL KPI-SUB > KPI-COUNT

           MOVE SPACES TO KPN-TEXT
           WRITE RPT-OUT-DATA FROM WS-KPI-NOTE-LINE
           MOVE 'ALERT: MOVED THE WRONG WAY BY MORE THAN THE KPICTL THRE
      -         'SHOLD AGAINST THE PRIOR MONTH (MTH) OR LAST YEAR (YR)'
              TO KPN-TEXT
           WRITE RPT-OUT-DATA FROM WS-KPI-NOTE-LINE
           MOVE 'TURNS: MONTH ISSUES NET OF RETURNS AT CURRENT UNIT PRIC
      -         'E, ANNUALIZED, OVER AVERAGE NIGHTLY INVENTORY VALUE'
              TO KPN-TEXT
           WRITE RPT-OUT-DATA FROM WS-KPI-NOTE-LINE
           MOVE 'RESERVE: BOOKED QUARTERLY - THE LATEST OBSRSRV RUN WITH
      -         'IN THE TWO MONTHS BEFORE STANDS FOR A MONTH WITH NONE'
              TO KPN-TEXT
           WRITE RPT-OUT-DATA FROM WS-KPI-NOTE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       SCORE-ONE-KPI.
           MOVE SPACES TO WS-KPI-LINE
           MOVE KPD-NAME(KPI-SUB) TO KPL-NAME
           MOVE 'N' TO SW-MONTH-ALERT
           MOVE 'N' TO SW-YEAR-ALERT

           MOVE 1 TO SLT-SUB
           PERFORM EDIT-KPI-FIGURE
           MOVE WS-EDIT-VALUE TO KPL-CURRENT
           IF NOT KPT-FOUND(KPI-SUB 1)
              MOVE '            N/A' TO KPL-CURRENT
           END-IF

           MOVE 2 TO SLT-SUB
           PERFORM EDIT-KPI-FIGURE
           MOVE WS-EDIT-VALUE TO KPL-PRIOR
           IF NOT KPT-FOUND(KPI-SUB 2)
              MOVE '            N/A' TO KPL-PRIOR
           END-IF
           PERFORM COMPARE-TO-SLOT
           IF CHANGE-KNOWN
              MOVE WS-EDIT-PCT TO KPL-PRIOR-CHG
              IF WRONG-WAY
                 MOVE 'Y' TO SW-MONTH-ALERT
              END-IF
           ELSE
              MOVE '     N/A' TO KPL-PRIOR-CHG
           END-IF

           MOVE 3 TO SLT-SUB
           PERFORM EDIT-KPI-FIGURE
           MOVE WS-EDIT-VALUE TO KPL-LAST-YEAR
           IF NOT KPT-FOUND(KPI-SUB 3)
              MOVE '            N/A' TO KPL-LAST-YEAR
           END-IF
           PERFORM COMPARE-TO-SLOT
           IF CHANGE-KNOWN
              MOVE WS-EDIT-PCT TO KPL-YEAR-CHG
              IF WRONG-WAY
                 MOVE 'Y' TO SW-YEAR-ALERT
              END-IF
           ELSE
              MOVE '     N/A' TO KPL-YEAR-CHG
           END-IF

           IF KPT-HAS-TARGET(KPI-SUB)
              MOVE KPT-TARGET(KPI-SUB) TO WS-EDIT-VALUE
              MOVE WS-EDIT-VALUE TO KPL-TARGET
              EVALUATE TRUE
                 WHEN NOT KPT-FOUND(KPI-SUB 1)
                    MOVE SPACES TO KPL-MET
                 WHEN KPD-BETTER(KPI-SUB) = 'H'
                    AND KPT-VALUE(KPI-SUB 1) NOT < KPT-TARGET(KPI-SUB)
                    MOVE 'YES' TO KPL-MET
                 WHEN KPD-BETTER(KPI-SUB) = 'L'
                    AND KPT-VALUE(KPI-SUB 1) NOT > KPT-TARGET(KPI-SUB)
                    MOVE 'YES' TO KPL-MET
                 WHEN OTHER
                    MOVE 'NO ' TO KPL-MET
              END-EVALUATE
           END-IF

           EVALUATE TRUE
              WHEN MONTH-ALERT AND YEAR-ALERT
                 MOVE '**MTH+YR' TO KPL-ALERT
                 MOVE 'MTH+YR'   TO MSG-ALR-WHERE
              WHEN MONTH-ALERT
                 MOVE '**MTH'    TO KPL-ALERT
                 MOVE 'MTH'      TO MSG-ALR-WHERE
              WHEN YEAR-ALERT
                 MOVE '**YR'     TO KPL-ALERT
                 MOVE 'YR'       TO MSG-ALR-WHERE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF MONTH-ALERT OR YEAR-ALERT
              ADD 1 TO ALERT-COUNT
              MOVE KPD-CODE(KPI-SUB) TO MSG-ALR-CODE
              MOVE SLT-PERIOD(1)     TO MSG-ALR-PERIOD
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KPI-ALERT-MSG
           END-IF

           WRITE RPT-OUT-DATA FROM WS-KPI-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           PERFORM WRITE-KPI-CSV-LINE
           .

       EDIT-KPI-FIGURE.
           IF KPT-FOUND(KPI-SUB SLT-SUB)
              MOVE KPT-VALUE(KPI-SUB SLT-SUB) TO WS-EDIT-VALUE
           ELSE
              MOVE 0 TO WS-EDIT-VALUE
           END-IF
           .

      ***
      *** change of the scored month against slot SLT-SUB, as a
      *** percentage of the earlier figure. SW-WRONG-WAY is set
      *** when the change is the wrong way past the threshold.
      ***
       COMPARE-TO-SLOT.
           MOVE 'N' TO SW-CHANGE-KNOWN
           MOVE 'N' TO SW-WRONG-WAY
           IF KPT-FOUND(KPI-SUB 1) AND KPT-FOUND(KPI-SUB SLT-SUB)
              AND KPT-VALUE(KPI-SUB SLT-SUB) NOT = 0
              MOVE 'Y' TO SW-CHANGE-KNOWN
              MOVE KPT-VALUE(KPI-SUB SLT-SUB) TO WS-CHANGE-BASE
              IF WS-CHANGE-BASE < 0
                 COMPUTE WS-CHANGE-BASE = 0 - WS-CHANGE-BASE
              END-IF
              COMPUTE WS-CHANGE-PCT ROUNDED =
                 ((KPT-VALUE(KPI-SUB 1) - KPT-VALUE(KPI-SUB SLT-SUB))
                   * 100) / WS-CHANGE-BASE
                 ON SIZE ERROR
                    MOVE 99999.9 TO WS-CHANGE-PCT
              END-COMPUTE
              MOVE WS-CHANGE-PCT TO WS-EDIT-PCT
              IF KPD-BETTER(KPI-SUB) = 'H'
                 IF 0 - WS-CHANGE-PCT > KPT-THRESHOLD(KPI-SUB)
                    MOVE 'Y' TO SW-WRONG-WAY
                 END-IF
              ELSE
                 IF WS-CHANGE-PCT > KPT-THRESHOLD(KPI-SUB)
                    MOVE 'Y' TO SW-WRONG-WAY
                 END-IF
              END-IF
           END-IF
           .

      ***
      *** one CSV line per KPI -- plain numbers with no thousands
      *** separators, an empty field for a figure not available.
      ***
       WRITE-KPI-CSV-LINE.
           MOVE SPACES TO CSV-OUT-LINE
           MOVE 1 TO WS-CSV-PTR
           STRING KPD-CODE(KPI-SUB) DELIMITED BY SPACE
                  ','               DELIMITED BY SIZE
                  SLT-PERIOD(1)     DELIMITED BY SIZE
              INTO CSV-OUT-LINE
              WITH POINTER WS-CSV-PTR
           END-STRING
           PERFORM APPEND-CSV-FIGURE
              VARYING SLT-SUB FROM 1 BY 1 UNTIL SLT-SUB > 3
           STRING ',' DELIMITED BY SIZE
              INTO CSV-OUT-LINE
              WITH POINTER WS-CSV-PTR
           END-STRING
           IF KPT-HAS-TARGET(KPI-SUB)
              MOVE KPT-TARGET(KPI-SUB) TO WS-CSV-AMOUNT
              PERFORM APPEND-CSV-NUMBER
           END-IF
           STRING ','       DELIMITED BY SIZE
                  KPL-ALERT DELIMITED BY SPACE
              INTO CSV-OUT-LINE
              WITH POINTER WS-CSV-PTR
           END-STRING
           WRITE CSV-OUT-DATA FROM CSV-OUT-LINE
           PERFORM CHECK-CSV-WRITE-STATUS
           .

       APPEND-CSV-FIGURE.
           STRING ',' DELIMITED BY SIZE
              INTO CSV-OUT-LINE
              WITH POINTER WS-CSV-PTR
           END-STRING
           IF KPT-FOUND(KPI-SUB SLT-SUB)
              MOVE KPT-VALUE(KPI-SUB SLT-SUB) TO WS-CSV-AMOUNT
              PERFORM APPEND-CSV-NUMBER
           END-IF
           .

       APPEND-CSV-NUMBER.
           MOVE WS-CSV-AMOUNT TO WS-CSV-EDIT
           MOVE 0 TO WS-CSV-LEAD
           INSPECT WS-CSV-EDIT TALLYING WS-CSV-LEAD FOR LEADING SPACE
           STRING WS-CSV-EDIT(WS-CSV-LEAD + 1:) DELIMITED BY SIZE
              INTO CSV-OUT-LINE
              WITH POINTER WS-CSV-PTR
           END-STRING
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KPI-ERROR-FLAG
              MOVE 'KPI014'         TO MSG-KPI-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF
           .

       CHECK-CSV-WRITE-STATUS.
           IF CSV-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KPI-ERROR-FLAG
              MOVE 'KPI015'         TO MSG-KPI-OPEN-CODE
              MOVE CSV-FILE-STATUS  TO MSG-KPI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KPI-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           CLOSE CSV-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF KPI-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           ELSE
              MOVE 0 TO RETURN-CODE
           END-IF

           MOVE FEED-READ-COUNT    TO SUM-FEED-COUNT
           MOVE SUMMARY-READ-COUNT TO SUM-MSUM-COUNT
           MOVE ALERT-COUNT        TO SUM-ALERT-COUNT
           DISPLAY WS-KPI-SUMMARY-LINE
           .
