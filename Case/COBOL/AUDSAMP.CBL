       identification division.
       program-id. AUDSAMP.
      ***
      *** AUDSAMP - statistical audit sample selection. The external
      *** auditors used to pick their test counts by hand off a MAIN
      *** printout. This run draws them by monetary-unit sampling:
      *** every dollar of book value (I-QOH times I-UNITPR) is a
      *** sampling unit, the interval is the SMPCTL materiality over
      *** the reliability factor for the confidence asked for, and a
      *** seeded random start places the first selection inside the
      *** first interval. Walking the book in part-number order, a
      *** part is selected when its stretch of the running total
      *** takes in a selection point -- so a part worth an interval
      *** or more is certain to be picked. The selections go to
      *** CASAUDSL for AUDEVAL, count sheets are issued for them one
      *** line per CASBINL location (CNTSHEET layout on CASAUDSH and
      *** printed on CASAUDCS, with no book quantity shown), and the
      *** seed, parameters, and every selection are printed on
      *** CASAUDRP so the auditors can re-perform the draw. SMPCTL
      *** chooses between the live CASEIN master and the CASEFRZ
      *** year-end snapshot as the book.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SMP-CTL-FILE ASSIGN TO SMPCTL
              FILE STATUS IS SMP-CTL-STATUS.
           SELECT FRZ-DATA-FILE ASSIGN TO CASEFRZ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-FRZ-PARTNO
              FILE STATUS IS FRZ-FILE-STATUS.
           SELECT SSL-DATA-FILE ASSIGN TO CASAUDSL
              FILE STATUS IS SSL-FILE-STATUS.
           SELECT SHEET-DATA-FILE ASSIGN TO CASAUDSH
              FILE STATUS IS SHEET-FILE-STATUS.
           SELECT CSH-DATA-FILE ASSIGN TO CASAUDCS
              FILE STATUS IS CSH-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASAUDRP
              FILE STATUS IS RPT-FILE-STATUS.
       data division.
       file section.
       FD  SMP-CTL-FILE.
       01 SMP-CTL-RECORD.
           copy SMPCTL.
       FD  FRZ-DATA-FILE.
       01 FRZ-REC.
           05 FD-FRZ-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  SSL-DATA-FILE.
       01 SSL-RECORD.
           copy SMPSEL.
       FD  SHEET-DATA-FILE.
       01 SHEET-RECORD.
           copy CNTSHEET.
       FD  CSH-DATA-FILE.
       01 CSH-OUT-DATA          PIC X(133).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 SMP-FACTOR-AREA.
       copy SMPFACT.
       01 WS-BIN-DATA         PIC X(80).
       01 SMP-CTL-STATUS      PIC X(02).
       01 FRZ-FILE-STATUS     PIC X(02).
       01 SSL-FILE-STATUS     PIC X(02).
       01 SHEET-FILE-STATUS   PIC X(02).
       01 CSH-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 ASM-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 ASM-ERROR-FOUND     VALUE 'Y'.
       01 WS-ASM-OPEN-MSG.
           05 MSG-ASM-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-ASM-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-ASM-NOMAT-MSG.
           05 FILLER            PIC X(47) VALUE
              'ASM002 NO USABLE MATERIALITY, NO SAMPLE DRAWN'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 WS-IO-MSG.
           05 FILLER            PIC X(23) VALUE
              'GET005 CASEIN I/O ERROR'.
           05 FILLER            PIC X(08) VALUE ' STATUS '.
           05 MSG-IO-STATUS     PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 BIN-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 BIN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 BIN-FOUND           VALUE 'Y'.
       01 BIN-AISLE-OUT       PIC X(02) EXTERNAL.
       01 BIN-BAY-OUT         PIC X(02) EXTERNAL.
       01 BIN-LEVEL-OUT       PIC X(02) EXTERNAL.
       01 BIN-LOCATION-DISPLAY PIC X(08) EXTERNAL.
       01 BIN-LOC-TYPE-OUT    PIC X(01) EXTERNAL.
       01 BIN-QTY-OUT         PIC 9(05) EXTERNAL.
       01 BIN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 BIN-IO-ERROR-FOUND  VALUE 'Y'.
       01 BIN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 TODAY-DATE          PIC 9(08).
       01 WS-TIME-OF-DAY      PIC 9(08).
       01 SW-POP-EOF          PIC X(01) VALUE 'N'.
           88 POP-AT-EOF          VALUE 'Y'.
       01 SW-FROZEN-BOOK      PIC X(01) VALUE 'N'.
           88 BOOK-IS-FROZEN      VALUE 'Y'.
       01 SW-SEED-FROM-CLOCK  PIC X(01) VALUE 'N'.
           88 SEED-FROM-CLOCK     VALUE 'Y'.
      ***
      *** sampling parameters -- the card as read, the confidence
      *** level it rounds to, and what follows from them.
      ***
       01 WS-SEED             PIC 9(10) VALUE 0.
       01 WS-CONFIDENCE       PIC 9(02) VALUE 0.
       01 WS-MATERIALITY      PIC 9(09)V99 VALUE 0.
       01 WS-LEVEL-SUB        PIC 9(01) VALUE 4.
       01 WS-BASE-FACTOR      PIC 9(02)V99.
       01 WS-INTERVAL         PIC 9(09)V99 VALUE 0.
       01 WS-RANDOM-START     PIC 9(09)V99 VALUE 0.
      ***
      *** the random start is one step of the multiplicative
      *** congruential generator (16807 times the seed, modulo
      *** 2**31 - 1) taken as a fraction of the interval -- the
      *** same seed always gives the same start.
      ***
       01 WS-RAND-PRODUCT     PIC 9(15).
       01 WS-RAND-QUOT        PIC 9(10).
       01 WS-RAND-NEXT        PIC 9(10).
       01 WS-PART-VALUE       PIC 9(10)V99.
       01 WS-CUM-VALUE        PIC 9(11)V99 VALUE 0.
       01 WS-NEXT-POINT       PIC 9(11)V99 VALUE 0.
       01 WS-FIRST-POINT      PIC 9(11)V99.
       01 WS-PART-HITS        PIC 9(05).
       01 POP-ITEM-COUNT      PIC 9(07) VALUE 0.
       01 EXCLUDED-COUNT      PIC 9(07) VALUE 0.
       01 SAMPLE-COUNT        PIC 9(07) VALUE 0.
       01 TOP-STRATUM-COUNT   PIC 9(07) VALUE 0.
       01 HIT-COUNT           PIC 9(07) VALUE 0.
       01 SHEET-LINE-COUNT    PIC 9(07) VALUE 0.
       01 SAMPLE-VALUE        PIC 9(11)V99 VALUE 0.
       01 WS-EDIT-AMOUNT      PIC $$$,$$$,$$$,$$9.99.
       01 WS-EDIT-COUNT       PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-FACTOR      PIC Z9.99.
       01 WS-EDIT-SEED        PIC Z(09)9.
       01 WS-ASM-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(50)  VALUE
              'AUDIT SAMPLE SELECTION -- MONETARY UNIT SAMPLING  '.
           05                  PIC X(09)  VALUE 'RUN DATE '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(65)  VALUE SPACES.
       01 WS-PARM-LINE.
           05                  PIC X      VALUE SPACES.
           05 PRM-LABEL        PIC X(28).
           05 PRM-VALUE        PIC X(24).
           05 PRM-NOTE         PIC X(40).
           05                  PIC X(40)  VALUE SPACES.
       01 WS-SEL-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'WHS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'BOOK QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'UNIT PRICE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '    BOOK VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(17)  VALUE '      SELECTED AT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE ' HITS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'STRATUM'.
           05                  PIC X(11)  VALUE SPACES.
       01 WS-SEL-LINE.
           05                  PIC X      VALUE SPACES.
           05 SEL-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 SEL-DESCRIPTION  PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 SEL-WHS          PIC X(03).
           05                  PIC X(05)  VALUE SPACES.
           05 SEL-BOOK-QTY     PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 SEL-UNITPR       PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SEL-BOOK-VALUE   PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SEL-POINT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SEL-HITS         PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SEL-STRATUM      PIC X(07).
           05                  PIC X(11)  VALUE SPACES.
       01 WS-SHEET-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(44)  VALUE
              'AUDITOR TEST COUNT SHEET          RUN DATE  '.
           05 STL-RUN-DATE     PIC 9(08).
           05                  PIC X(80)  VALUE SPACES.
       01 WS-SHEET-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'LOC'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'BIN     '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE 'COUNTED QTY __'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE 'COUNTED BY ___'.
           05                  PIC X(42)  VALUE SPACES.
       01 WS-SHEET-LINE.
           05                  PIC X      VALUE SPACES.
           05 SHT-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 SHT-DESCRIPTION  PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 SHT-WAREHOUSE    PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 SHT-BIN-LOC      PIC X(08).
           05                  PIC X(06)  VALUE SPACES.
           05                  PIC X(10)  VALUE '__________'.
           05                  PIC X(06)  VALUE SPACES.
           05                  PIC X(10)  VALUE '__________'.
           05                  PIC X(42)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-ASM-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'POPULATION: '.
           05 SUM-POP-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'NO VALUE: '.
           05 SUM-EXCL-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'SELECTED: '.
           05 SUM-SAMPLE-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'SHEET LINES: '.
           05 SUM-LINE-COUNT  PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'ASM001: Starting program'
           PERFORM INITIALIZATION

           PERFORM SAMPLE-ONE-PART UNTIL POP-AT-EOF

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'ASM999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           OPEN INPUT SMP-CTL-FILE
           IF SMP-CTL-STATUS = '00'
              READ SMP-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SMP-SEED IS NUMERIC
                       MOVE SMP-SEED TO WS-SEED
                    END-IF
                    IF SMP-CONFIDENCE IS NUMERIC
                       MOVE SMP-CONFIDENCE TO WS-CONFIDENCE
                    END-IF
                    IF SMP-MATERIALITY IS NUMERIC
                       MOVE SMP-MATERIALITY TO WS-MATERIALITY
                    END-IF
                    IF SMP-FROZEN-BOOK
                       MOVE 'Y' TO SW-FROZEN-BOOK
                    END-IF
              END-READ
              CLOSE SMP-CTL-FILE
           END-IF
           PERFORM SET-SAMPLE-PARAMETERS

           IF BOOK-IS-FROZEN
              OPEN INPUT FRZ-DATA-FILE
              IF FRZ-FILE-STATUS NOT = '00'
                 MOVE 'Y'              TO ASM-ERROR-FLAG
                 MOVE 'Y'              TO SW-POP-EOF
                 MOVE 'ASM009'         TO MSG-ASM-OPEN-CODE
                 MOVE FRZ-FILE-STATUS  TO MSG-ASM-OPEN-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-ASM-OPEN-MSG
              END-IF
           ELSE
              CALL 'GETREC' USING
              BY CONTENT '1'
              BY REFERENCE IN-DATA
           END-IF

           CALL 'BINREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-BIN-DATA
           IF BIN-IO-ERROR-FOUND
              MOVE 'ASM015'          TO MSG-ASM-OPEN-CODE
              MOVE BIN-IO-ERROR-STATUS TO MSG-ASM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-ASM-OPEN-MSG
           END-IF

           OPEN OUTPUT SSL-DATA-FILE
           IF SSL-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO ASM-ERROR-FLAG
              MOVE 'ASM010'         TO MSG-ASM-OPEN-CODE
              MOVE SSL-FILE-STATUS  TO MSG-ASM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ASM-OPEN-MSG
           END-IF

           OPEN OUTPUT SHEET-DATA-FILE
           IF SHEET-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO ASM-ERROR-FLAG
              MOVE 'ASM011'          TO MSG-ASM-OPEN-CODE
              MOVE SHEET-FILE-STATUS TO MSG-ASM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ASM-OPEN-MSG
           END-IF

           OPEN OUTPUT CSH-DATA-FILE
           MOVE TODAY-DATE TO STL-RUN-DATE
           WRITE CSH-OUT-DATA FROM WS-SHEET-TITLE-LINE
           WRITE CSH-OUT-DATA FROM WS-SHEET-HEADING

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO ASM-ERROR-FLAG
              MOVE 'ASM012'         TO MSG-ASM-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-ASM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ASM-OPEN-MSG
           END-IF
           PERFORM WRITE-PARAMETER-BLOCK
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           WRITE RPT-OUT-DATA FROM WS-SEL-HEADING

           IF NOT POP-AT-EOF
              PERFORM GET-NEXT-POPULATION-PART
           END-IF
           .

      ***
      *** the confidence asked for rounds up to the next level the
      *** factor table carries. no materiality, or one so small
      *** the interval comes out under a cent, draws nothing --
      *** the run says so and ends 16 rather than issue a sample
      *** nobody can evaluate.
      ***
       SET-SAMPLE-PARAMETERS.
           EVALUATE TRUE
              WHEN WS-CONFIDENCE = 0
                 MOVE 4 TO WS-LEVEL-SUB
              WHEN WS-CONFIDENCE <= 80
                 MOVE 1 TO WS-LEVEL-SUB
              WHEN WS-CONFIDENCE <= 85
                 MOVE 2 TO WS-LEVEL-SUB
              WHEN WS-CONFIDENCE <= 90
                 MOVE 3 TO WS-LEVEL-SUB
              WHEN WS-CONFIDENCE <= 95
                 MOVE 4 TO WS-LEVEL-SUB
              WHEN OTHER
                 MOVE 5 TO WS-LEVEL-SUB
           END-EVALUATE
           MOVE SMP-FACTOR-CONF(WS-LEVEL-SUB) TO WS-CONFIDENCE
           MOVE SMP-FACTOR(WS-LEVEL-SUB, 1)  TO WS-BASE-FACTOR

           IF WS-SEED = 0
              ACCEPT WS-TIME-OF-DAY FROM TIME
              COMPUTE WS-SEED = WS-TIME-OF-DAY + 1
              MOVE 'Y' TO SW-SEED-FROM-CLOCK
           END-IF

           IF WS-MATERIALITY > 0
              COMPUTE WS-INTERVAL = WS-MATERIALITY / WS-BASE-FACTOR
           END-IF
           IF WS-INTERVAL = 0
              MOVE 'Y' TO ASM-ERROR-FLAG
              MOVE 'Y' TO SW-POP-EOF
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ASM-NOMAT-MSG
           ELSE
              COMPUTE WS-RAND-PRODUCT = WS-SEED * 16807
              DIVIDE WS-RAND-PRODUCT BY 2147483647
                 GIVING WS-RAND-QUOT REMAINDER WS-RAND-NEXT
              COMPUTE WS-RANDOM-START =
                 WS-RAND-NEXT * WS-INTERVAL / 2147483647
              IF WS-RANDOM-START = 0
                 MOVE .01 TO WS-RANDOM-START
              END-IF
              MOVE WS-RANDOM-START TO WS-NEXT-POINT
           END-IF
           .

       WRITE-PARAMETER-BLOCK.
           MOVE TODAY-DATE TO TTL-RUN-DATE
           WRITE RPT-OUT-DATA FROM WS-ASM-TITLE-LINE
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
           MOVE 'RANDOM SEED' TO PRM-LABEL
           MOVE WS-SEED TO WS-EDIT-SEED
           MOVE WS-EDIT-SEED TO PRM-VALUE
           IF SEED-FROM-CLOCK
              MOVE 'TAKEN FROM TIME OF DAY' TO PRM-NOTE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'CONFIDENCE LEVEL PERCENT' TO PRM-LABEL
           MOVE WS-CONFIDENCE TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'RELIABILITY FACTOR' TO PRM-LABEL
           MOVE WS-BASE-FACTOR TO WS-EDIT-FACTOR
           MOVE WS-EDIT-FACTOR TO PRM-VALUE
           MOVE 'ZERO EXPECTED ERRORS' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'MATERIALITY' TO PRM-LABEL
           MOVE WS-MATERIALITY TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'SAMPLING INTERVAL' TO PRM-LABEL
           MOVE WS-INTERVAL TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           MOVE 'MATERIALITY / RELIABILITY FACTOR' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'RANDOM START' TO PRM-LABEL
           MOVE WS-RANDOM-START TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           MOVE 'SEED * 16807 MOD 2147483647 OF INTERVAL' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE
           .

       GET-NEXT-POPULATION-PART.
           IF BOOK-IS-FROZEN
              READ FRZ-DATA-FILE NEXT RECORD INTO IN-DATA
                 AT END
                    MOVE 'Y' TO SW-POP-EOF
              END-READ
           ELSE
              CALL 'GETREC' USING
              BY CONTENT '2'
              BY REFERENCE IN-DATA
              IF RETURN-CODE = 4
                 MOVE 'Y' TO SW-POP-EOF
              END-IF
              IF IO-ERROR-FOUND
                 MOVE IO-ERROR-STATUS TO MSG-IO-STATUS
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-IO-MSG
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF
           .

      ***
      *** a part with no stock or no price has no dollars to be
      *** sampled and is only counted. the rest extend the running
      *** total; every selection point that falls inside this
      *** part's stretch of it is a hit, and the next point moves
      *** on one interval each time.
      ***
       SAMPLE-ONE-PART.
           MOVE 0 TO WS-PART-VALUE
           IF I-QOH IS NUMERIC AND I-UNITPR IS NUMERIC
              COMPUTE WS-PART-VALUE = I-QOH * I-UNITPR
           END-IF

           IF WS-PART-VALUE > 0
              ADD 1 TO POP-ITEM-COUNT
              ADD WS-PART-VALUE TO WS-CUM-VALUE
              MOVE 0 TO WS-PART-HITS
              MOVE WS-NEXT-POINT TO WS-FIRST-POINT
              PERFORM TAKE-ONE-HIT
                 UNTIL WS-NEXT-POINT > WS-CUM-VALUE
              IF WS-PART-HITS > 0
                 PERFORM WRITE-SELECTION
              END-IF
           ELSE
              ADD 1 TO EXCLUDED-COUNT
           END-IF

           PERFORM GET-NEXT-POPULATION-PART
           .

       TAKE-ONE-HIT.
           ADD 1           TO WS-PART-HITS
           ADD WS-INTERVAL TO WS-NEXT-POINT
           .

       WRITE-SELECTION.
           ADD 1             TO SAMPLE-COUNT
           ADD WS-PART-HITS  TO HIT-COUNT
           ADD WS-PART-VALUE TO SAMPLE-VALUE

           MOVE SPACES         TO SSL-RECORD
           MOVE I-PARTNO       TO SSL-PARTNO
           MOVE I-WAREHOUSE    TO SSL-WAREHOUSE
           MOVE I-QOH          TO SSL-BOOK-QTY
           MOVE I-UNITPR       TO SSL-UNITPR
           MOVE WS-PART-VALUE  TO SSL-BOOK-VALUE
           MOVE WS-PART-HITS   TO SSL-HITS
           MOVE WS-FIRST-POINT TO SSL-SEL-POINT
           MOVE WS-INTERVAL    TO SSL-INTERVAL
           MOVE WS-CONFIDENCE  TO SSL-CONFIDENCE
           IF WS-PART-VALUE NOT < WS-INTERVAL
              MOVE 'T' TO SSL-STRATUM
              ADD 1 TO TOP-STRATUM-COUNT
           ELSE
              MOVE 'S' TO SSL-STRATUM
           END-IF
           WRITE SSL-RECORD
           IF SSL-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO ASM-ERROR-FLAG
              MOVE 'ASM013'         TO MSG-ASM-OPEN-CODE
              MOVE SSL-FILE-STATUS  TO MSG-ASM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ASM-OPEN-MSG
           END-IF

           MOVE I-PARTNO       TO SEL-PART-NUM
           MOVE I-DESCR        TO SEL-DESCRIPTION
           MOVE I-WAREHOUSE    TO SEL-WHS
           MOVE I-QOH          TO SEL-BOOK-QTY
           MOVE I-UNITPR       TO SEL-UNITPR
           MOVE WS-PART-VALUE  TO SEL-BOOK-VALUE
           MOVE WS-FIRST-POINT TO SEL-POINT
           MOVE WS-PART-HITS   TO SEL-HITS
           IF SSL-TOP-STRATUM
              MOVE 'TOP'    TO SEL-STRATUM
           ELSE
              MOVE 'SAMPLED' TO SEL-STRATUM
           END-IF
           WRITE RPT-OUT-DATA FROM WS-SEL-LINE

           PERFORM WRITE-PART-SHEETS
           .

      ***
      *** the count sheets carry no book quantity -- the auditors
      *** count blind, the way the year-end sheets are issued.
      ***
       WRITE-PART-SHEETS.
           MOVE I-PARTNO TO BIN-LOOKUP-PARTNO
           CALL 'BINREC' USING
           BY CONTENT '4'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           IF BIN-FOUND
              PERFORM WRITE-ONE-BIN-SHEET UNTIL NOT BIN-FOUND
           ELSE
              MOVE SPACES    TO CNT-BIN-LOCATION
              MOVE 'NO BIN  ' TO SHT-BIN-LOC
              PERFORM WRITE-SHEET-LINE
           END-IF
           .

       WRITE-ONE-BIN-SHEET.
           MOVE BIN-AISLE-OUT        TO CNT-BIN-LOCATION(1:2)
           MOVE BIN-BAY-OUT          TO CNT-BIN-LOCATION(3:2)
           MOVE BIN-LEVEL-OUT        TO CNT-BIN-LOCATION(5:2)
           MOVE BIN-LOCATION-DISPLAY TO SHT-BIN-LOC
           PERFORM WRITE-SHEET-LINE

           CALL 'BINREC' USING
           BY CONTENT '5'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           .

       WRITE-SHEET-LINE.
           MOVE I-PARTNO TO CNT-PARTNO
           MOVE 0        TO CNT-COUNTED-QTY
           MOVE SPACES   TO SHEET-RECORD(21:60)
           WRITE SHEET-RECORD
           IF SHEET-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO ASM-ERROR-FLAG
              MOVE 'ASM014'          TO MSG-ASM-OPEN-CODE
              MOVE SHEET-FILE-STATUS TO MSG-ASM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ASM-OPEN-MSG
           END-IF

           MOVE I-PARTNO    TO SHT-PART-NUM
           MOVE I-DESCR     TO SHT-DESCRIPTION
           MOVE I-WAREHOUSE TO SHT-WAREHOUSE
           WRITE CSH-OUT-DATA FROM WS-SHEET-LINE
           ADD 1 TO SHEET-LINE-COUNT
           .

       WRITE-POPULATION-TOTALS.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'POPULATION ITEMS' TO PRM-LABEL
           MOVE POP-ITEM-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'POPULATION BOOK VALUE' TO PRM-LABEL
           MOVE WS-CUM-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'ITEMS WITH NO BOOK VALUE' TO PRM-LABEL
           MOVE EXCLUDED-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           MOVE 'NOT IN THE POPULATION' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'PARTS SELECTED' TO PRM-LABEL
           MOVE SAMPLE-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'TOP STRATUM PARTS' TO PRM-LABEL
           MOVE TOP-STRATUM-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           MOVE 'BOOK VALUE OF AN INTERVAL OR MORE' TO PRM-NOTE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'SELECTION POINTS' TO PRM-LABEL
           MOVE HIT-COUNT TO WS-EDIT-COUNT
           MOVE WS-EDIT-COUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE

           MOVE SPACES TO WS-PARM-LINE
           MOVE 'SAMPLE BOOK VALUE' TO PRM-LABEL
           MOVE SAMPLE-VALUE TO WS-EDIT-AMOUNT
           MOVE WS-EDIT-AMOUNT TO PRM-VALUE
           WRITE RPT-OUT-DATA FROM WS-PARM-LINE
           .

       TERMINATION.
           PERFORM WRITE-POPULATION-TOTALS

           IF BOOK-IS-FROZEN
              CLOSE FRZ-DATA-FILE
           ELSE
              CALL 'GETREC' USING
              BY CONTENT '9'
              BY REFERENCE IN-DATA
           END-IF

           CALL 'BINREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-BIN-DATA

           CLOSE SSL-DATA-FILE
           CLOSE SHEET-DATA-FILE
           CLOSE CSH-DATA-FILE
           CLOSE RPT-DATA-FILE

           IF ASM-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE POP-ITEM-COUNT   TO SUM-POP-COUNT
           MOVE EXCLUDED-COUNT   TO SUM-EXCL-COUNT
           MOVE SAMPLE-COUNT     TO SUM-SAMPLE-COUNT
           MOVE SHEET-LINE-COUNT TO SUM-LINE-COUNT
           DISPLAY WS-ASM-SUMMARY-LINE
           .
