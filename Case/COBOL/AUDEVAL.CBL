       identification division.
       program-id. AUDEVAL.
      ***
      *** AUDEVAL - audit test-count evaluation. The counts the
      *** auditors take off the AUDSAMP sheets come back on
      *** CASAUDCT (CNTSHEET layout, one line per bin counted) and
      *** ride one sort with the CASAUDSL selections, keyed by
      *** part. Each selected part's count is set against the book
      *** quantity on CASEIN, or on the CASEFRZ snapshot when the
      *** SMPCTL card says the sample was drawn from it, and priced
      *** at the book unit price. A top-stratum part's misstatement
      *** is taken as found; any other misstatement is turned into a
      *** tainting (misstatement over book value) and projected
      *** across its sampling interval. The upper error limit is
      *** the basic precision (the 0-error reliability factor times
      *** the interval) plus each tainting, largest first, times the
      *** interval times the step in the SMPFACT factor for that
      *** error, plus the top-stratum misstatement -- worked for
      *** overstatement and understatement alike and set against
      *** the materiality on the card. This replaces the auditors'
      *** own extrapolation from a hand-picked list.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SMP-CTL-FILE ASSIGN TO SMPCTL
              FILE STATUS IS SMP-CTL-STATUS.
           SELECT SSL-DATA-FILE ASSIGN TO CASAUDSL
              FILE STATUS IS SSL-FILE-STATUS.
           SELECT ACT-DATA-FILE ASSIGN TO CASAUDCT
              FILE STATUS IS ACT-FILE-STATUS.
           SELECT FRZ-DATA-FILE ASSIGN TO CASEFRZ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-FRZ-PARTNO
              FILE STATUS IS FRZ-FILE-STATUS.
           SELECT CASEIN-FILE ASSIGN TO CASEIN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-PARTNO
              FILE STATUS IS CASEIN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASAUDEV
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  SMP-CTL-FILE.
       01 SMP-CTL-RECORD.
           copy SMPCTL.
       FD  SSL-DATA-FILE.
       01 SSL-IN-DATA           PIC X(80).
       FD  ACT-DATA-FILE.
       01 ACT-RECORD.
           copy CNTSHEET.
       FD  FRZ-DATA-FILE.
       01 FRZ-REC.
           05 FD-FRZ-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  CASEIN-FILE.
       01 CASEIN-REC.
           05 FD-PARTNO         PIC X(09).
           05 FILLER            PIC X(71).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    SELECTIONS AND COUNT LINES SORT TOGETHER BY PART, SO A
      *    PART'S BINS ARE TOTALLED AND MET BY ITS SELECTION IN ONE
      *    CONTROL BREAK, THE WAY PHYSRCON MEETS COUNTS AND MOVES.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-REC-TYPE      PIC X(01).
               88 SRT-IS-COUNT      VALUE 'C'.
               88 SRT-IS-SAMPLE     VALUE 'S'.
           05 SRT-QTY           PIC 9(07).
           05 SRT-SAMPLE-DATA   PIC X(80).
       working-storage section.
       01 WS-BOOK-REC.
       copy DEFINP.
       01 WS-SSL-REC.
       copy SMPSEL.
       01 SMP-FACTOR-AREA.
       copy SMPFACT.
       01 SMP-CTL-STATUS      PIC X(02).
       01 SSL-FILE-STATUS     PIC X(02).
       01 ACT-FILE-STATUS     PIC X(02).
       01 FRZ-FILE-STATUS     PIC X(02).
       01 CASEIN-FILE-STATUS  PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 AEV-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 AEV-ERROR-FOUND     VALUE 'Y'.
       01 WS-AEV-OPEN-MSG.
           05 MSG-AEV-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-AEV-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-AEV-MSG.
           05 MSG-AEV-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-AEV-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-AEV-FULL-MSG.
           05 FILLER            PIC X(46) VALUE
              'AEV016 OVER 500 ERRORS, REST LEFT OUT OF LIMIT'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 TODAY-DATE          PIC 9(08).
       01 SW-FROZEN-BOOK      PIC X(01) VALUE 'N'.
           88 BOOK-IS-FROZEN      VALUE 'Y'.
       01 SW-BOOK-OPEN        PIC X(01) VALUE 'N'.
           88 BOOK-FILE-IS-OPEN   VALUE 'Y'.
       01 SW-ACT-EOF          PIC X(01) VALUE 'N'.
           88 ACT-AT-EOF          VALUE 'Y'.
       01 SW-SSL-EOF          PIC X(01) VALUE 'N'.
           88 SSL-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-PART-SAMPLED     PIC X(01) VALUE 'N'.
           88 PART-WAS-SAMPLED    VALUE 'Y'.
       01 SW-PART-COUNTED     PIC X(01) VALUE 'N'.
           88 PART-WAS-COUNTED    VALUE 'Y'.
       01 SW-BOOK-ON-FILE     PIC X(01) VALUE 'N'.
           88 BOOK-ON-FILE        VALUE 'Y'.
       01 SW-RANK-DONE        PIC X(01) VALUE 'N'.
           88 RANK-DONE           VALUE 'Y'.
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-COUNTED-QTY      PIC 9(07).
      ***
      *** evaluation parameters -- interval and confidence come off
      *** the selections themselves, the materiality off the card
      *** (or back out of the interval if the card has none).
      ***
       01 WS-INTERVAL         PIC 9(09)V99 VALUE 0.
       01 WS-CONFIDENCE       PIC 9(02) VALUE 0.
       01 WS-MATERIALITY      PIC 9(09)V99 VALUE 0.
       01 WS-LEVEL-SUB        PIC 9(01) VALUE 4.
       01 WS-FACTOR-SUB       PIC 9(02).
       01 WS-BASE-FACTOR      PIC 9(02)V99.
       01 WS-FACTOR-STEP      PIC 9(02)V99.
      ***
      *** per-part figures
      ***
       01 WS-BOOK-QTY         PIC 9(05).
       01 WS-BOOK-PRICE       PIC 9(05)V99.
       01 WS-BOOK-VALUE       PIC 9(10)V99.
       01 WS-AUDIT-VALUE      PIC 9(12)V99.
       01 WS-QTY-DIFFERENCE   PIC S9(07).
       01 WS-MISSTATEMENT     PIC S9(12)V99.
       01 WS-ABS-MISSTATEMENT PIC 9(12)V99.
       01 WS-TAINTING         PIC 9(01)V9999.
       01 WS-PROJECTED        PIC 9(12)V99.
      ***
      *** the taintings found outside the top stratum, ranked
      *** largest first per direction when the limits are worked.
      ***
       01 TNT-COUNT           PIC 9(03) VALUE 0.
       01 TNT-TABLE.
           05 TNT-ENTRY OCCURS 500 TIMES INDEXED BY TX.
              10 TNT-DIRECTION  PIC X(01).
              10 TNT-TAINTING   PIC 9(01)V9999.
              10 TNT-USED       PIC X(01).
       01 WS-DIRECTION        PIC X(01).
       01 WS-BEST-SUB         PIC 9(03).
       01 WS-BEST-TAINTING    PIC 9(01)V9999.
       01 WS-RANK             PIC 9(03).
       01 WS-BASIC-PRECISION  PIC 9(11)V99.
       01 WS-RANKED-ALLOWANCE PIC 9(12)V99.
       01 WS-INCREMENTAL      PIC S9(12)V99.
       01 WS-UPPER-LIMIT      PIC 9(12)V99.
       01 PROJ-OVER           PIC 9(12)V99 VALUE 0.
       01 PROJ-UNDER          PIC 9(12)V99 VALUE 0.
       01 KNOWN-OVER          PIC 9(12)V99 VALUE 0.
       01 KNOWN-UNDER         PIC 9(12)V99 VALUE 0.
       01 UEL-OVER            PIC 9(12)V99 VALUE 0.
       01 UEL-UNDER           PIC 9(12)V99 VALUE 0.
       01 SAMPLE-COUNT        PIC 9(07) VALUE 0.
       01 COUNTED-COUNT       PIC 9(07) VALUE 0.
       01 NOT-COUNTED-COUNT   PIC 9(07) VALUE 0.
       01 NOT-SAMPLED-COUNT   PIC 9(07) VALUE 0.
       01 ERROR-COUNT         PIC 9(07) VALUE 0.
       01 WS-EDIT-AMOUNT      PIC $$$$,$$$,$$$,$$9.99.
       01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-FACTOR      PIC Z9.99.
       01 WS-AEV-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(45)  VALUE
              'AUDIT TEST COUNT EVALUATION -- MONETARY UNIT '.
           05                  PIC X(19)  VALUE 'SAMPLING  RUN DATE '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(60)  VALUE SPACES.
       01 WS-PARM-LINE.
           05                  PIC X      VALUE SPACES.
           05 PRM-LABEL        PIC X(32).
           05 PRM-VALUE        PIC X(24).
           05 PRM-NOTE         PIC X(40).
           05                  PIC X(36)  VALUE SPACES.
       01 WS-EVAL-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'BOOK QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'COUNTED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'DIFFERENCE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '    BOOK VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '  MISSTATEMENT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'TAINTING'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '     PROJECTED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE 'DISPOSITION'.
           05                  PIC X(14)  VALUE SPACES.
       01 WS-EVAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 EVL-PART-NUM     PIC X(09).
           05                  PIC X(07)  VALUE SPACES.
           05 EVL-BOOK-QTY     PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 EVL-COUNTED      PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05 EVL-DIFFERENCE   PIC -ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 EVL-BOOK-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 EVL-MISSTATEMENT PIC -ZZ,ZZZ,ZZ9.99.
           05                  PIC X(04)  VALUE SPACES.
           05 EVL-TAINTING     PIC Z.9999.
           05                  PIC X(02)  VALUE SPACES.
           05 EVL-PROJECTED    PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 EVL-DISPOSITION  PIC X(16).
           05                  PIC X(14)  VALUE SPACES.
       01 WS-CONCLUSION-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(12)  VALUE 'CONCLUSION: '.
           05 CNC-TEXT         PIC X(60).
           05                  PIC X(60)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-AEV-SUMMARY-LINE.
           05 FILLER          PIC X(08) VALUE 'SAMPLE: '.
           05 SUM-SAMPLE      PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'COUNTED: '.
           05 SUM-COUNTED     PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'NOT COUNTED: '.
           05 SUM-NOT-COUNTED PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'ERRORS: '.
           05 SUM-ERRORS      PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'AEV001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-PARTNO SRT-REC-TYPE
              INPUT PROCEDURE IS RELEASE-SAMPLE-AND-COUNTS
              OUTPUT PROCEDURE IS EVALUATE-BY-PART

           PERFORM WRITE-EVALUATION
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'AEV999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT SMP-CTL-FILE
           IF SMP-CTL-STATUS = '00'
              READ SMP-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SMP-MATERIALITY IS NUMERIC
                       MOVE SMP-MATERIALITY TO WS-MATERIALITY
                    END-IF
                    IF SMP-FROZEN-BOOK
                       MOVE 'Y' TO SW-FROZEN-BOOK
                    END-IF
              END-READ
              CLOSE SMP-CTL-FILE
           END-IF

           IF BOOK-IS-FROZEN
              OPEN INPUT FRZ-DATA-FILE
              MOVE FRZ-FILE-STATUS    TO MSG-AEV-OPEN-STAT
           ELSE
              OPEN INPUT CASEIN-FILE
              MOVE CASEIN-FILE-STATUS TO MSG-AEV-OPEN-STAT
           END-IF
           IF MSG-AEV-OPEN-STAT = '00'
              MOVE 'Y' TO SW-BOOK-OPEN
           ELSE
              MOVE 'Y'              TO AEV-ERROR-FLAG
              MOVE 'AEV009'         TO MSG-AEV-OPEN-CODE
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AEV-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO AEV-ERROR-FLAG
              MOVE 'AEV012'         TO MSG-AEV-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-AEV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AEV-OPEN-MSG
           END-IF
           MOVE TODAY-DATE TO TTL-RUN-DATE
           WRITE RPT-OUT-DATA FROM WS-AEV-TITLE-LINE
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           WRITE RPT-OUT-DATA FROM WS-EVAL-HEADING
           .

       RELEASE-SAMPLE-AND-COUNTS.
           OPEN INPUT SSL-DATA-FILE
           IF SSL-FILE-STATUS = '00'
              MOVE 'N' TO SW-SSL-EOF
              READ SSL-DATA-FILE INTO WS-SSL-REC
                 AT END
                    MOVE 'Y' TO SW-SSL-EOF
              END-READ
              PERFORM RELEASE-ONE-SELECTION UNTIL SSL-AT-EOF
              CLOSE SSL-DATA-FILE
           ELSE
              MOVE 'Y'              TO AEV-ERROR-FLAG
              MOVE 'AEV010'         TO MSG-AEV-OPEN-CODE
              MOVE SSL-FILE-STATUS  TO MSG-AEV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AEV-OPEN-MSG
           END-IF

           OPEN INPUT ACT-DATA-FILE
           IF ACT-FILE-STATUS = '00'
              MOVE 'N' TO SW-ACT-EOF
              READ ACT-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-ACT-EOF
              END-READ
              PERFORM RELEASE-ONE-COUNT UNTIL ACT-AT-EOF
              CLOSE ACT-DATA-FILE
           ELSE
              MOVE 'Y'              TO AEV-ERROR-FLAG
              MOVE 'AEV011'         TO MSG-AEV-OPEN-CODE
              MOVE ACT-FILE-STATUS  TO MSG-AEV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AEV-OPEN-MSG
           END-IF
           .

      ***
      *** the interval and confidence the sample was drawn at are
      *** picked up off the first selection.
      ***
       RELEASE-ONE-SELECTION.
           IF WS-INTERVAL = 0 AND SSL-INTERVAL IS NUMERIC
              MOVE SSL-INTERVAL TO WS-INTERVAL
              IF SSL-CONFIDENCE IS NUMERIC
                 MOVE SSL-CONFIDENCE TO WS-CONFIDENCE
              END-IF
           END-IF
           ADD 1 TO SAMPLE-COUNT
           MOVE SSL-PARTNO TO SRT-PARTNO
           MOVE 'S'        TO SRT-REC-TYPE
           MOVE 0          TO SRT-QTY
           MOVE WS-SSL-REC TO SRT-SAMPLE-DATA
           RELEASE SORT-RECORD

           READ SSL-DATA-FILE INTO WS-SSL-REC
              AT END
                 MOVE 'Y' TO SW-SSL-EOF
           END-READ
           .

       RELEASE-ONE-COUNT.
           MOVE CNT-PARTNO TO SRT-PARTNO
           MOVE 'C'        TO SRT-REC-TYPE
           IF CNT-COUNTED-QTY IS NUMERIC
              MOVE CNT-COUNTED-QTY TO SRT-QTY
           ELSE
              MOVE 0 TO SRT-QTY
           END-IF
           MOVE SPACES     TO SRT-SAMPLE-DATA
           RELEASE SORT-RECORD

           READ ACT-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-ACT-EOF
           END-READ
           .

       EVALUATE-BY-PART.
           PERFORM SET-EVALUATION-FACTORS
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-PARTNO
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM GATHER-ONE-PART-LINE UNTIL SORT-AT-EOF
           IF WS-BREAK-PARTNO NOT = SPACES
              PERFORM EVALUATE-ONE-PART
           END-IF
           .

       SET-EVALUATION-FACTORS.
           MOVE 4 TO WS-LEVEL-SUB
           PERFORM MATCH-FACTOR-LEVEL
              VARYING WS-FACTOR-SUB FROM 1 BY 1
              UNTIL WS-FACTOR-SUB > 5
           MOVE SMP-FACTOR-CONF(WS-LEVEL-SUB) TO WS-CONFIDENCE
           MOVE SMP-FACTOR(WS-LEVEL-SUB, 1)  TO WS-BASE-FACTOR
           IF WS-MATERIALITY = 0
              COMPUTE WS-MATERIALITY = WS-INTERVAL * WS-BASE-FACTOR
           END-IF
           .

       MATCH-FACTOR-LEVEL.
           IF SMP-FACTOR-CONF(WS-FACTOR-SUB) = WS-CONFIDENCE
              MOVE WS-FACTOR-SUB TO WS-LEVEL-SUB
           END-IF
           .

       GATHER-ONE-PART-LINE.
           IF SRT-PARTNO NOT = WS-BREAK-PARTNO
              IF WS-BREAK-PARTNO NOT = SPACES
                 PERFORM EVALUATE-ONE-PART
              END-IF
              MOVE SRT-PARTNO TO WS-BREAK-PARTNO
              MOVE 'N' TO SW-PART-SAMPLED
              MOVE 'N' TO SW-PART-COUNTED
              MOVE 0   TO WS-COUNTED-QTY
           END-IF

           IF SRT-IS-SAMPLE
              MOVE 'Y' TO SW-PART-SAMPLED
              MOVE SRT-SAMPLE-DATA TO WS-SSL-REC
           ELSE
              MOVE 'Y' TO SW-PART-COUNTED
              ADD SRT-QTY TO WS-COUNTED-QTY
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

      ***
      *** a count for a part that was never selected proves nothing
      *** about the sample and is only logged. a selected part with
      *** no count leaves the evaluation incomplete -- it is listed
      *** and the conclusion says so rather than guess at it.
      ***
       EVALUATE-ONE-PART.
           IF NOT PART-WAS-SAMPLED
              ADD 1 TO NOT-SAMPLED-COUNT
              MOVE 'AEV002'        TO MSG-AEV-CODE
              MOVE WS-BREAK-PARTNO TO MSG-AEV-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-AEV-MSG
           ELSE
              PERFORM FETCH-BOOK-RECORD
              MOVE SPACES          TO WS-EVAL-LINE
              MOVE WS-BREAK-PARTNO TO EVL-PART-NUM
              MOVE WS-BOOK-QTY     TO EVL-BOOK-QTY
              COMPUTE WS-BOOK-VALUE = WS-BOOK-QTY * WS-BOOK-PRICE
              MOVE WS-BOOK-VALUE   TO EVL-BOOK-VALUE
              IF PART-WAS-COUNTED
                 ADD 1 TO COUNTED-COUNT
                 PERFORM MEASURE-MISSTATEMENT
              ELSE
                 ADD 1 TO NOT-COUNTED-COUNT
                 MOVE 'NOT COUNTED' TO EVL-DISPOSITION
              END-IF
              WRITE RPT-OUT-DATA FROM WS-EVAL-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

       FETCH-BOOK-RECORD.
           MOVE 'N' TO SW-BOOK-ON-FILE
           IF BOOK-FILE-IS-OPEN
              IF BOOK-IS-FROZEN
                 MOVE WS-BREAK-PARTNO TO FD-FRZ-PARTNO
                 READ FRZ-DATA-FILE INTO WS-BOOK-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO SW-BOOK-ON-FILE
                 END-READ
              ELSE
                 MOVE WS-BREAK-PARTNO TO FD-PARTNO
                 READ CASEIN-FILE INTO WS-BOOK-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       MOVE 'Y' TO SW-BOOK-ON-FILE
                 END-READ
              END-IF
           END-IF

      *    A PART GONE FROM THE BOOK SINCE THE DRAW IS MEASURED
      *    AGAINST WHAT THE SELECTION RECORDED.
           IF BOOK-ON-FILE AND I-QOH IS NUMERIC
              AND I-UNITPR IS NUMERIC
              MOVE I-QOH    TO WS-BOOK-QTY
              MOVE I-UNITPR TO WS-BOOK-PRICE
           ELSE
              MOVE 'N'          TO SW-BOOK-ON-FILE
              MOVE SSL-BOOK-QTY TO WS-BOOK-QTY
              MOVE SSL-UNITPR   TO WS-BOOK-PRICE
           END-IF
           .

       MEASURE-MISSTATEMENT.
           COMPUTE WS-AUDIT-VALUE = WS-COUNTED-QTY * WS-BOOK-PRICE
           COMPUTE WS-QTY-DIFFERENCE = WS-COUNTED-QTY - WS-BOOK-QTY
           COMPUTE WS-MISSTATEMENT = WS-BOOK-VALUE - WS-AUDIT-VALUE
           MOVE WS-COUNTED-QTY    TO EVL-COUNTED
           MOVE WS-QTY-DIFFERENCE TO EVL-DIFFERENCE
           MOVE WS-MISSTATEMENT   TO EVL-MISSTATEMENT

           IF WS-MISSTATEMENT = 0
              IF BOOK-ON-FILE
                 MOVE 'AGREES' TO EVL-DISPOSITION
              ELSE
                 MOVE 'AGREES SEL BOOK' TO EVL-DISPOSITION
              END-IF
           ELSE
              ADD 1 TO ERROR-COUNT
              IF WS-MISSTATEMENT > 0
                 MOVE 'O' TO WS-DIRECTION
                 MOVE WS-MISSTATEMENT TO WS-ABS-MISSTATEMENT
              ELSE
                 MOVE 'U' TO WS-DIRECTION
                 COMPUTE WS-ABS-MISSTATEMENT = 0 - WS-MISSTATEMENT
              END-IF
              IF SSL-TOP-STRATUM
                 PERFORM TAKE-KNOWN-MISSTATEMENT
              ELSE
                 PERFORM PROJECT-TAINTING
              END-IF
           END-IF
           .

       TAKE-KNOWN-MISSTATEMENT.
           IF WS-DIRECTION = 'O'
              ADD WS-ABS-MISSTATEMENT TO KNOWN-OVER
           ELSE
              ADD WS-ABS-MISSTATEMENT TO KNOWN-UNDER
           END-IF
           MOVE WS-ABS-MISSTATEMENT TO EVL-PROJECTED
           MOVE 'TOP STRATUM'       TO EVL-DISPOSITION
           .

      ***
      *** the tainting is the share of the book value that is
      *** wrong. an overstatement cannot be more than the whole of
      *** it; a book value of nothing with stock found counts as a
      *** full tainting.
      ***
       PROJECT-TAINTING.
           IF WS-BOOK-VALUE > 0
              COMPUTE WS-TAINTING ROUNDED =
                 WS-ABS-MISSTATEMENT / WS-BOOK-VALUE
                 ON SIZE ERROR
                    MOVE 9.9999 TO WS-TAINTING
              END-COMPUTE
           ELSE
              MOVE 1 TO WS-TAINTING
           END-IF
           IF WS-DIRECTION = 'O' AND WS-TAINTING > 1
              MOVE 1 TO WS-TAINTING
           END-IF
           COMPUTE WS-PROJECTED ROUNDED = WS-TAINTING * WS-INTERVAL
           IF WS-DIRECTION = 'O'
              ADD WS-PROJECTED TO PROJ-OVER
              MOVE 'OVERSTATED'  TO EVL-DISPOSITION
           ELSE
              ADD WS-PROJECTED TO PROJ-UNDER
              MOVE 'UNDERSTATED' TO EVL-DISPOSITION
           END-IF
           MOVE WS-TAINTING  TO EVL-TAINTING
           MOVE WS-PROJECTED TO EVL-PROJECTED

           IF TNT-COUNT < 500
              ADD 1 TO TNT-COUNT
              SET TX TO TNT-COUNT
              MOVE WS-DIRECTION TO TNT-DIRECTION(TX)
              MOVE WS-TAINTING  TO TNT-TAINTING(TX)
              MOVE 'N'          TO TNT-USED(TX)
           ELSE
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-AEV-FULL-MSG
           END-IF
           .

      ***
      *** upper error limit for one direction. each tainting,
      *** largest first, is carried at the step in the reliability
      *** factor from one error more; past the tenth error the
      *** table's last step is used for the rest.
      ***
       WORK-UPPER-LIMIT.
           COMPUTE WS-BASIC-PRECISION ROUNDED =
              WS-BASE-FACTOR * WS-INTERVAL
           MOVE 0   TO WS-RANKED-ALLOWANCE
           MOVE 0   TO WS-RANK
           MOVE 'N' TO SW-RANK-DONE
           PERFORM RANK-NEXT-TAINTING UNTIL RANK-DONE
           .

       RANK-NEXT-TAINTING.
           MOVE 0 TO WS-BEST-SUB
           MOVE 0 TO WS-BEST-TAINTING
           PERFORM FIND-LARGEST-TAINTING
              VARYING TX FROM 1 BY 1 UNTIL TX > TNT-COUNT
           IF WS-BEST-SUB = 0
              MOVE 'Y' TO SW-RANK-DONE
           ELSE
              SET TX TO WS-BEST-SUB
              MOVE 'Y' TO TNT-USED(TX)
              ADD 1 TO WS-RANK
              IF WS-RANK < 11
                 COMPUTE WS-FACTOR-SUB = WS-RANK + 1
              ELSE
                 MOVE 11 TO WS-FACTOR-SUB
              END-IF
              COMPUTE WS-FACTOR-STEP =
                 SMP-FACTOR(WS-LEVEL-SUB, WS-FACTOR-SUB)
                 - SMP-FACTOR(WS-LEVEL-SUB, WS-FACTOR-SUB - 1)
              COMPUTE WS-RANKED-ALLOWANCE ROUNDED =
                 WS-RANKED-ALLOWANCE
                 + WS-BEST-TAINTING * WS-INTERVAL * WS-FACTOR-STEP
           END-IF
           .

       FIND-LARGEST-TAINTING.
           IF TNT-DIRECTION(TX) = WS-DIRECTION
              AND TNT-USED(TX) = 'N'
              AND (WS-BEST-SUB = 0
                   OR TNT-TAINTING(TX) > WS-BEST-TAINTING)
              SET WS-BEST-SUB TO TX
              MOVE TNT-TAINTING(TX) TO WS-BEST-TAINTING
           END-IF
           .

       WRITE-EVALUATION.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'BOOK SOURCE' TO PRM-LABEL
           IF BOOK-IS-FROZEN
              MOVE 'CASEFRZ' TO PRM-VALUE
              MOVE 'YEAR-END FROZEN SNAPSHOT' TO PRM-NOTE
           ELSE
              MOVE 'CASEIN'  TO PRM-VALUE
              MOVE 'LIVE MASTER' TO PRM-NOTE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'CONFIDENCE LEVEL PERCENT' TO PRM-LABEL
           MOVE WS-CONFIDENCE TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'SAMPLING INTERVAL' TO PRM-LABEL
           MOVE WS-INTERVAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           MOVE 'AS DRAWN BY AUDSAMP' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'MATERIALITY' TO PRM-LABEL
           MOVE WS-MATERIALITY TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'PARTS IN SAMPLE' TO PRM-LABEL
           MOVE SAMPLE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'SAMPLE PARTS NOT COUNTED' TO PRM-LABEL
           MOVE NOT-COUNTED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'COUNTS FOR PARTS NOT SELECTED' TO PRM-LABEL
           MOVE NOT-SAMPLED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           MOVE 'IGNORED' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'MISSTATEMENTS FOUND' TO PRM-LABEL
           MOVE ERROR-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE 'O' TO WS-DIRECTION
           PERFORM WORK-UPPER-LIMIT
           COMPUTE UEL-OVER = WS-BASIC-PRECISION
              + WS-RANKED-ALLOWANCE + KNOWN-OVER
           COMPUTE WS-INCREMENTAL = WS-RANKED-ALLOWANCE - PROJ-OVER
           MOVE UEL-OVER TO WS-UPPER-LIMIT
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PARM-LINE
           MOVE 'OVERSTATEMENT' TO PRM-LABEL
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE
           MOVE PROJ-OVER  TO WS-PROJECTED
           MOVE KNOWN-OVER TO WS-ABS-MISSTATEMENT
           PERFORM WRITE-LIMIT-LINES

           MOVE 'U' TO WS-DIRECTION
           PERFORM WORK-UPPER-LIMIT
           COMPUTE UEL-UNDER = WS-BASIC-PRECISION
              + WS-RANKED-ALLOWANCE + KNOWN-UNDER
           COMPUTE WS-INCREMENTAL = WS-RANKED-ALLOWANCE - PROJ-UNDER
           MOVE UEL-UNDER TO WS-UPPER-LIMIT
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO WS-PARM-LINE
           MOVE 'UNDERSTATEMENT' TO PRM-LABEL
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE
           MOVE PROJ-UNDER  TO WS-PROJECTED
           MOVE KNOWN-UNDER TO WS-ABS-MISSTATEMENT
           PERFORM WRITE-LIMIT-LINES

           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           EVALUATE TRUE
              WHEN SAMPLE-COUNT = 0
                 MOVE 'NO SAMPLE TO EVALUATE' TO CNC-TEXT
              WHEN NOT-COUNTED-COUNT > 0
                 MOVE 'INCOMPLETE -- SELECTED PARTS WERE NOT COUNTED'
                    TO CNC-TEXT
              WHEN UEL-OVER > WS-MATERIALITY
                 OR UEL-UNDER > WS-MATERIALITY
                 MOVE 'UPPER ERROR LIMIT EXCEEDS MATERIALITY'
                    TO CNC-TEXT
              WHEN OTHER
                 MOVE 'UPPER ERROR LIMIT WITHIN MATERIALITY'
                    TO CNC-TEXT
           END-EVALUATE
           WRITE RPT-OUT-DATA FROM WS-CONCLUSION-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       WRITE-LIMIT-LINES.
           MOVE SPACES TO WS-PARM-LINE
           MOVE '  PROJECTED MISSTATEMENT' TO PRM-LABEL
           MOVE WS-PROJECTED TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           MOVE 'TAINTINGS TIMES INTERVAL' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE '  BASIC PRECISION' TO PRM-LABEL
           MOVE WS-BASIC-PRECISION TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           MOVE WS-BASE-FACTOR TO WS-EDIT-FACTOR
           STRING 'FACTOR ' WS-EDIT-FACTOR ' TIMES INTERVAL'
              DELIMITED BY SIZE INTO PRM-NOTE
           END-STRING
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE '  INCREMENTAL ALLOWANCE' TO PRM-LABEL
           MOVE WS-INCREMENTAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE '  TOP STRATUM MISSTATEMENT' TO PRM-LABEL
           MOVE WS-ABS-MISSTATEMENT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           MOVE 'FOUND, NOT PROJECTED' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE '  UPPER ERROR LIMIT' TO PRM-LABEL
           MOVE WS-UPPER-LIMIT TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO AEV-ERROR-FLAG
              MOVE 'AEV013'         TO MSG-AEV-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-AEV-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-AEV-OPEN-MSG
           END-IF
           .

       TERMINATION.
           IF BOOK-FILE-IS-OPEN
              IF BOOK-IS-FROZEN
                 CLOSE FRZ-DATA-FILE
              ELSE
                 CLOSE CASEIN-FILE
              END-IF
           END-IF
           CLOSE RPT-DATA-FILE

           IF AEV-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE SAMPLE-COUNT      TO SUM-SAMPLE
           MOVE COUNTED-COUNT     TO SUM-COUNTED
           MOVE NOT-COUNTED-COUNT TO SUM-NOT-COUNTED
           MOVE ERROR-COUNT       TO SUM-ERRORS
           DISPLAY WS-AEV-SUMMARY-LINE
           .
