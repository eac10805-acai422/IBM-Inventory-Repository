       identification division.
       program-id. NCRAGE.
      ***
      *** NCRAGE - weekly open nonconformance aging. Reads the
      *** CASNCR reports STKPOST raises on every QC reject and lists
      *** the ones still open by vendor, oldest first, each aged in
      *** days from the reject. The corrective-action owner and due
      *** date NCRMAINT recorded print beside it, with '*' in the
      *** OVERDUE column once the due date has passed (or when no
      *** one has been assigned after a week). Each vendor closes
      *** with its open count and quantity in 0-30, 31-60, 61-90
      *** and over-90 day buckets -- the sheet purchasing takes to
      *** the vendor calls.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT NCR-DATA-FILE ASSIGN TO CASNCR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-NCR-NUMBER
              FILE STATUS IS NCR-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASNCRAG
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  NCR-DATA-FILE.
       01 NCR-REC.
           05 FD-NCR-NUMBER     PIC X(12).
           05 FILLER            PIC X(88).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-VENDOR        PIC X(04).
           05 SRT-REJECT-DATE   PIC 9(08).
           05 SRT-NCR-NUMBER    PIC X(12).
           05 SRT-DAYS-OPEN     PIC 9(05).
           05 SRT-OVERDUE-FLAG  PIC X(01).
           05 SRT-DATA          PIC X(100).
       working-storage section.
       01 WS-NCR-REC.
       copy NCRDETL.
       01 VND-IN-DATA         PIC X(80).
       01 VND-IN-DATA-FIELDS REDEFINES VND-IN-DATA.
       copy VENDMAST.
       01 VND-LOOKUP-CODE     PIC X(04) EXTERNAL.
       01 VND-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 VND-FOUND           VALUE 'Y'.
       01 VND-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 VND-IO-ERROR-FOUND  VALUE 'Y'.
       01 VND-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 NCR-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 NAG-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 NAG-ERROR-FOUND     VALUE 'Y'.
       01 WS-NAG-OPEN-MSG.
           05 MSG-NAG-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-NAG-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-NCR-EOF          PIC X(01) VALUE 'N'.
           88 NCR-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 TODAY-SERIAL        PIC 9(07).
       01 REJECT-SERIAL       PIC 9(07).
       01 WS-DAYS-OPEN        PIC S9(07).
       01 WS-BREAK-VENDOR     PIC X(04) VALUE SPACES.
       01 WS-BUCKET-TOTALS.
           05 WS-BUCKET OCCURS 4 TIMES.
              10 BKT-COUNT     PIC 9(05).
              10 BKT-QTY       PIC 9(07).
       01 BKT-SUB             PIC 9(01).
       01 NCR-READ-COUNT      PIC 9(07) VALUE 0.
       01 OPEN-NCR-COUNT      PIC 9(07) VALUE 0.
       01 OVERDUE-COUNT       PIC 9(07) VALUE 0.
       01 VENDOR-COUNT        PIC 9(07) VALUE 0.
       01 WS-AGING-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(12)  VALUE 'NCR NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'PO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'LOT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'DEFECT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'QUANTITY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'REJECT DATE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'DAYS OPEN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'CA OWNER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DUE DATE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'OVERDUE'.
           05                  PIC X(16)  VALUE SPACES.
       01 WS-AGING-LINE.
           05                  PIC X      VALUE SPACES.
           05 AGE-NCR-NUMBER   PIC X(12).
           05                  PIC X(02)  VALUE SPACES.
           05 AGE-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 AGE-PO-NUMBER    PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 AGE-LOT-NUMBER   PIC X(06).
           05                  PIC X(02)  VALUE SPACES.
           05 AGE-DEFECT-CODE  PIC X(04).
           05                  PIC X(07)  VALUE SPACES.
           05 AGE-QTY          PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 AGE-REJECT-DATE  PIC 9(08).
           05                  PIC X(08)  VALUE SPACES.
           05 AGE-DAYS-OPEN    PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 AGE-CA-OWNER     PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 AGE-DUE-DATE     PIC 9(08).
           05                  PIC X(05)  VALUE SPACES.
           05 AGE-OVERDUE-FLAG PIC X(01).
           05                  PIC X(19)  VALUE SPACES.
       01 WS-VENDOR-BREAK-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(07)  VALUE 'VENDOR '.
           05 VBK-VENDOR       PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 VBK-VENDOR-NAME  PIC X(30).
           05                  PIC X(89)  VALUE SPACES.
       01 WS-VENDOR-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(12)  VALUE 'OPEN  0-30: '.
           05 VTL-COUNT-1      PIC ZZZZ9.
           05                  PIC X(01)  VALUE '/'.
           05 VTL-QTY-1        PIC ZZZZZZ9.
           05                  PIC X(09)  VALUE '  31-60: '.
           05 VTL-COUNT-2      PIC ZZZZ9.
           05                  PIC X(01)  VALUE '/'.
           05 VTL-QTY-2        PIC ZZZZZZ9.
           05                  PIC X(09)  VALUE '  61-90: '.
           05 VTL-COUNT-3      PIC ZZZZ9.
           05                  PIC X(01)  VALUE '/'.
           05 VTL-QTY-3        PIC ZZZZZZ9.
           05                  PIC X(11)  VALUE '  OVER 90: '.
           05 VTL-COUNT-4      PIC ZZZZ9.
           05                  PIC X(01)  VALUE '/'.
           05 VTL-QTY-4        PIC ZZZZZZ9.
           05                  PIC X(39)  VALUE
              '  (REPORTS/QUANTITY)'.
       01 WS-NAG-SUMMARY-LINE.
           05 FILLER          PIC X(11) VALUE 'NCRS READ: '.
           05 SUM-READ-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'OPEN: '.
           05 SUM-OPEN-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'OVERDUE: '.
           05 SUM-OVERDUE-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'VENDORS: '.
           05 SUM-VENDOR-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'NAG001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-VENDOR SRT-REJECT-DATE
                 SRT-NCR-NUMBER
              INPUT PROCEDURE IS RELEASE-OPEN-REPORTS
              OUTPUT PROCEDURE IS WRITE-AGING-REPORT

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'NAG999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           CALL 'DATECALC' USING TODAY-DATE TODAY-SERIAL
           MOVE 0 TO RETURN-CODE

           CALL 'VENDREC' USING
           BY CONTENT '1'
           BY REFERENCE VND-IN-DATA

           OPEN INPUT NCR-DATA-FILE
           IF NCR-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NAG-ERROR-FLAG
              MOVE 'NAG009'         TO MSG-NAG-OPEN-CODE
              MOVE NCR-FILE-STATUS  TO MSG-NAG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NAG-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-AGING-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** input procedure -- only open reports go to the sort, each
      *** aged from its reject date and flagged overdue before the
      *** sort so the output pass is a straight print with a
      *** control break per vendor.
      ***
       RELEASE-OPEN-REPORTS.
           IF NOT NAG-ERROR-FOUND
              MOVE 'N' TO SW-NCR-EOF
              READ NCR-DATA-FILE INTO WS-NCR-REC
                 AT END
                    MOVE 'Y' TO SW-NCR-EOF
              END-READ
              PERFORM RELEASE-ONE-REPORT UNTIL NCR-AT-EOF
           END-IF
           .

       RELEASE-ONE-REPORT.
           ADD 1 TO NCR-READ-COUNT
           IF NCR-IS-OPEN
              PERFORM AGE-ONE-REPORT
              RELEASE SORT-RECORD
           END-IF

           READ NCR-DATA-FILE INTO WS-NCR-REC
              AT END
                 MOVE 'Y' TO SW-NCR-EOF
           END-READ
           .

       AGE-ONE-REPORT.
           MOVE NCR-VENDOR-CODE TO SRT-VENDOR
           MOVE NCR-NUMBER      TO SRT-NCR-NUMBER
           MOVE WS-NCR-REC      TO SRT-DATA
           IF NCR-REJECT-DATE IS NUMERIC
              MOVE NCR-REJECT-DATE TO SRT-REJECT-DATE
              CALL 'DATECALC' USING NCR-REJECT-DATE REJECT-SERIAL
           ELSE
              MOVE 0 TO SRT-REJECT-DATE
              MOVE 4 TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 0
              COMPUTE WS-DAYS-OPEN = TODAY-SERIAL - REJECT-SERIAL
              IF WS-DAYS-OPEN < 0
                 MOVE 0 TO WS-DAYS-OPEN
              END-IF
              MOVE WS-DAYS-OPEN TO SRT-DAYS-OPEN
           ELSE
              MOVE 0 TO SRT-DAYS-OPEN
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE SPACE TO SRT-OVERDUE-FLAG
           IF NCR-CA-DUE-DATE IS NUMERIC AND NCR-CA-DUE-DATE > 0
              IF NCR-CA-DUE-DATE < TODAY-DATE
                 MOVE '*' TO SRT-OVERDUE-FLAG
              END-IF
           ELSE
              IF SRT-DAYS-OPEN > 7
                 MOVE '*' TO SRT-OVERDUE-FLAG
              END-IF
           END-IF
           .

       WRITE-AGING-REPORT.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-VENDOR
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM WRITE-ONE-AGING-LINE UNTIL SORT-AT-EOF
           IF VENDOR-COUNT > 0
              PERFORM WRITE-VENDOR-TOTAL
           END-IF
           .

       WRITE-ONE-AGING-LINE.
           MOVE SRT-DATA TO WS-NCR-REC
           IF VENDOR-COUNT = 0 OR SRT-VENDOR NOT = WS-BREAK-VENDOR
              IF VENDOR-COUNT > 0
                 PERFORM WRITE-VENDOR-TOTAL
              END-IF
              PERFORM START-VENDOR-GROUP
           END-IF

           ADD 1 TO OPEN-NCR-COUNT
           IF SRT-OVERDUE-FLAG = '*'
              ADD 1 TO OVERDUE-COUNT
           END-IF
           EVALUATE TRUE
              WHEN SRT-DAYS-OPEN <= 30
                 MOVE 1 TO BKT-SUB
              WHEN SRT-DAYS-OPEN <= 60
                 MOVE 2 TO BKT-SUB
              WHEN SRT-DAYS-OPEN <= 90
                 MOVE 3 TO BKT-SUB
              WHEN OTHER
                 MOVE 4 TO BKT-SUB
           END-EVALUATE
           ADD 1 TO BKT-COUNT(BKT-SUB)
           IF NCR-QTY IS NUMERIC
              ADD NCR-QTY TO BKT-QTY(BKT-SUB)
              MOVE NCR-QTY TO AGE-QTY
           ELSE
              MOVE 0 TO AGE-QTY
           END-IF

           MOVE NCR-NUMBER       TO AGE-NCR-NUMBER
           MOVE NCR-PARTNO       TO AGE-PART-NUM
           MOVE NCR-PO-NUMBER    TO AGE-PO-NUMBER
           MOVE NCR-LOT-NUMBER   TO AGE-LOT-NUMBER
           MOVE NCR-DEFECT-CODE  TO AGE-DEFECT-CODE
           MOVE SRT-REJECT-DATE  TO AGE-REJECT-DATE
           MOVE SRT-DAYS-OPEN    TO AGE-DAYS-OPEN
           MOVE NCR-CA-OWNER     TO AGE-CA-OWNER
           IF NCR-CA-DUE-DATE IS NUMERIC
              MOVE NCR-CA-DUE-DATE TO AGE-DUE-DATE
           ELSE
              MOVE 0 TO AGE-DUE-DATE
           END-IF
           MOVE SRT-OVERDUE-FLAG TO AGE-OVERDUE-FLAG
           WRITE RPT-OUT-DATA FROM WS-AGING-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       START-VENDOR-GROUP.
           ADD 1 TO VENDOR-COUNT
           MOVE SRT-VENDOR TO WS-BREAK-VENDOR
           PERFORM CLEAR-ONE-BUCKET
              VARYING BKT-SUB FROM 1 BY 1 UNTIL BKT-SUB > 4

           MOVE SRT-VENDOR TO VND-LOOKUP-CODE
           CALL 'VENDREC' USING
           BY CONTENT '3'
           BY REFERENCE VND-IN-DATA
           MOVE 0 TO RETURN-CODE

           MOVE SRT-VENDOR TO VBK-VENDOR
           IF VND-FOUND
              MOVE VND-NAME TO VBK-VENDOR-NAME
           ELSE
              MOVE '** NOT ON VENDOR MASTER **' TO VBK-VENDOR-NAME
           END-IF
           WRITE RPT-OUT-DATA FROM WS-VENDOR-BREAK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CLEAR-ONE-BUCKET.
           MOVE 0 TO BKT-COUNT(BKT-SUB)
           MOVE 0 TO BKT-QTY(BKT-SUB)
           .

       WRITE-VENDOR-TOTAL.
           MOVE BKT-COUNT(1) TO VTL-COUNT-1
           MOVE BKT-QTY(1)   TO VTL-QTY-1
           MOVE BKT-COUNT(2) TO VTL-COUNT-2
           MOVE BKT-QTY(2)   TO VTL-QTY-2
           MOVE BKT-COUNT(3) TO VTL-COUNT-3
           MOVE BKT-QTY(3)   TO VTL-QTY-3
           MOVE BKT-COUNT(4) TO VTL-COUNT-4
           MOVE BKT-QTY(4)   TO VTL-QTY-4
           WRITE RPT-OUT-DATA FROM WS-VENDOR-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NAG-ERROR-FLAG
              MOVE 'NAG010'         TO MSG-NAG-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-NAG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NAG-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE NCR-DATA-FILE
           CLOSE RPT-DATA-FILE

           CALL 'VENDREC' USING
           BY CONTENT '9'
           BY REFERENCE VND-IN-DATA

           IF NAG-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE NCR-READ-COUNT TO SUM-READ-COUNT
           MOVE OPEN-NCR-COUNT TO SUM-OPEN-COUNT
           MOVE OVERDUE-COUNT  TO SUM-OVERDUE-COUNT
           MOVE VENDOR-COUNT   TO SUM-VENDOR-COUNT
           DISPLAY WS-NAG-SUMMARY-LINE
           .
