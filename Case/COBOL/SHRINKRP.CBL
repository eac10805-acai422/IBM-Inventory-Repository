       identification division.
       program-id. SHRINKRP.
      ***
      *** SHRINKRP - monthly shrinkage analysis. Every type 'A'
      *** adjustment STKPOST posted in the month is pulled off
      *** CASMHIST with the CASRSN reason it carried, valued at the
      *** part's I-UNITPR, and totalled by reason within category
      *** and warehouse: how much went out, how much came back,
      *** and the net. Under each reason the parts with the
      *** largest loss print, so loss prevention and finance get
      *** the breakdown they have been asking for every quarter.
      *** Adjustments posted before reasons were required carry
      *** spaces and print as NO REASON GIVEN. A quarantine
      *** disposal written off under a reason (an expired lot QC
      *** would not release) is a loss like any other and is
      *** pulled with the adjustments.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SHR-CTL-FILE ASSIGN TO SHRCTL
              FILE STATUS IS SHR-CTL-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT RSN-DATA-FILE ASSIGN TO CASRSN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-RSN-CODE
              FILE STATUS IS RSN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASSHRRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  SHR-CTL-FILE.
       01 SHR-CTL-RECORD.
           copy SHRCTL.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  RSN-DATA-FILE.
       01 RSN-REC.
           05 FD-RSN-CODE       PIC X(02).
           05 FILLER            PIC X(78).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-WAREHOUSE     PIC X(03).
           05 SRT-REASON        PIC X(02).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-DESCR         PIC X(30).
           05 SRT-QTY-OUT       PIC 9(05).
           05 SRT-QTY-IN        PIC 9(05).
           05 SRT-VALUE-OUT     PIC 9(09)V99.
           05 SRT-VALUE-IN      PIC 9(09)V99.
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-RSN-REC.
       copy RSNMAST.
       01 SHR-CTL-STATUS      PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 RSN-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 SHR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 SHR-ERROR-FOUND     VALUE 'Y'.
       01 WS-SHR-OPEN-MSG.
           05 MSG-SHR-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-SHR-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SW-RSN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 RSN-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-SLOT-FOUND       PIC X(01) VALUE 'N'.
           88 SLOT-FOUND          VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 SELECT-PERIOD-PARTS REDEFINES SELECT-PERIOD.
           05 SELECT-YEAR      PIC 9(04).
           05 SELECT-MONTH     PIC 9(02).
       01 WS-REC-PERIOD       PIC 9(06).
       01 WS-UNIT-PRICE       PIC 9(05)V99.
       01 TOP-LIMIT           PIC 9(02) VALUE 5.
      *
      *    THE LARGEST-LOSS PARTS UNDER THE CURRENT REASON, KEPT IN
      *    DESCENDING VALUE-OUT ORDER AS EACH PART'S TOTAL CLOSES.
      *
       01 TOP-COUNT           PIC 9(02) VALUE 0.
       01 TOP-SUB             PIC 9(02).
       01 TOP-PREV            PIC 9(02).
       01 TOP-PART-TABLE.
           05 TOP-ENTRY        OCCURS 10 TIMES.
              10 TOP-PARTNO    PIC X(09).
              10 TOP-DESCR     PIC X(30).
              10 TOP-QTY-OUT   PIC 9(07).
              10 TOP-VALUE-OUT PIC 9(09)V99.
       01 WS-BREAK-GROUP.
           05 WS-BREAK-ITEMCAT   PIC X(03) VALUE SPACES.
           05 WS-BREAK-WAREHOUSE PIC X(03) VALUE SPACES.
       01 WS-BREAK-REASON     PIC X(02) VALUE SPACES.
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 SW-FIRST-RECORD     PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD        VALUE 'Y'.
       01 WS-PART-DESCR       PIC X(30).
       01 WS-PART-QTY-OUT     PIC 9(07).
       01 WS-PART-VALUE-OUT   PIC 9(09)V99.
       01 WS-RSN-ADJS         PIC 9(07).
       01 WS-RSN-QTY-OUT      PIC 9(07).
       01 WS-RSN-QTY-IN       PIC 9(07).
       01 WS-RSN-VALUE-OUT    PIC 9(09)V99.
       01 WS-RSN-VALUE-IN     PIC 9(09)V99.
       01 WS-GRP-ADJS         PIC 9(07).
       01 WS-GRP-QTY-OUT      PIC 9(07).
       01 WS-GRP-QTY-IN       PIC 9(07).
       01 WS-GRP-VALUE-OUT    PIC 9(09)V99.
       01 WS-GRP-VALUE-IN     PIC 9(09)V99.
       01 WS-GRD-ADJS         PIC 9(07) VALUE 0.
       01 WS-GRD-QTY-OUT      PIC 9(07) VALUE 0.
       01 WS-GRD-QTY-IN       PIC 9(07) VALUE 0.
       01 WS-GRD-VALUE-OUT    PIC 9(09)V99 VALUE 0.
       01 WS-GRD-VALUE-IN     PIC 9(09)V99 VALUE 0.
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 NO-REASON-COUNT     PIC 9(07) VALUE 0.
       01 WS-SHR-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(36)
                  VALUE 'INVENTORY SHRINKAGE ANALYSIS - MONTH'.
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(89)  VALUE SPACES.
       01 WS-SHR-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'WHS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(02)  VALUE 'RS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'REASON'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '   ADJS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'QTY OUT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE ' QTY IN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE ' NET QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '       VALUE OUT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '        VALUE IN'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(17)  VALUE '        NET VALUE'.
           05                  PIC X(02)  VALUE SPACES.
       01 WS-SHR-LINE.
           05                  PIC X      VALUE SPACES.
           05 SL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-WAREHOUSE     PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-REASON        PIC X(02).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-DESCR         PIC X(24).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-ADJS          PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-QTY-OUT       PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-QTY-IN        PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-NET-QTY       PIC -ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-VALUE-OUT     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-VALUE-IN      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-NET-VALUE     PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
       01 WS-TOP-PART-LINE.
           05                  PIC X(15)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'TOP '.
           05 TP-RANK          PIC Z9.
           05                  PIC X(02)  VALUE SPACES.
           05 TP-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 TP-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'QTY OUT: '.
           05 TP-QTY-OUT       PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'VALUE OUT: '.
           05 TP-VALUE-OUT     PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(22)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-SHR-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'HISTORY READ: '.
           05 SUM-HIST-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'ADJUSTMENTS: '.
           05 SUM-ADJ-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'NO REASON: '.
           05 SUM-NORSN-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'NET VALUE: '.
           05 SUM-NET-VALUE   PIC -Z,ZZZ,ZZZ,ZZ9.99.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SHR001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-ITEMCAT SRT-WAREHOUSE
                 SRT-REASON SRT-PARTNO
              INPUT PROCEDURE IS RELEASE-ADJUSTMENTS
              OUTPUT PROCEDURE IS REPORT-SHRINKAGE

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SHR999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT SHR-CTL-FILE
           IF SHR-CTL-STATUS = '00'
              READ SHR-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SHR-PERIOD IS NUMERIC
                       MOVE SHR-PERIOD TO SELECT-PERIOD
                    END-IF
                    IF SHR-TOP-COUNT IS NUMERIC
                       AND SHR-TOP-COUNT > 0
                       MOVE SHR-TOP-COUNT TO TOP-LIMIT
                    END-IF
              END-READ
              CLOSE SHR-CTL-FILE
           END-IF
           IF TOP-LIMIT > 10
              MOVE 10 TO TOP-LIMIT
           END-IF

      *    THE MONTH-END RUN REPORTS THE MONTH JUST CLOSED.
           IF SELECT-PERIOD = 0
              COMPUTE SELECT-PERIOD = TODAY-DATE / 100
              IF SELECT-MONTH = 1
                 SUBTRACT 1 FROM SELECT-YEAR
                 MOVE 12 TO SELECT-MONTH
              ELSE
                 SUBTRACT 1 FROM SELECT-MONTH
              END-IF
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

      *    WITHOUT THE REASON TABLE THE CODES STILL PRINT, ONLY
      *    THEIR DESCRIPTIONS GO BLANK.
           OPEN INPUT RSN-DATA-FILE
           IF RSN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-RSN-FILE-OPEN
           ELSE
              MOVE 'SHR002'         TO MSG-SHR-OPEN-CODE
              MOVE RSN-FILE-STATUS  TO MSG-SHR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-SHR-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SHR-ERROR-FLAG
              MOVE 'SHR009'         TO MSG-SHR-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-SHR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHR-OPEN-MSG
           END-IF
           MOVE SELECT-PERIOD TO TTL-PERIOD
           WRITE RPT-OUT-DATA FROM WS-SHR-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-SHR-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       RELEASE-ADJUSTMENTS.
           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM RELEASE-ONE-ADJUSTMENT UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           ELSE
              MOVE 'Y'              TO SHR-ERROR-FLAG
              MOVE 'SHR011'         TO MSG-SHR-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-SHR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHR-OPEN-MSG
           END-IF
           .

      ***
      *** each adjustment is valued and placed at release time, so
      *** the sort carries the part's category, warehouse and
      *** description and the output side never goes back to
      *** the master. a part gone from CASEIN sorts last under
      *** ZZZ with no value.
      ***
       RELEASE-ONE-ADJUSTMENT.
           ADD 1 TO HIST-READ-COUNT
           IF (MH-IS-ADJUSTMENT
               OR (MH-TYPE = 'Q' AND MH-ADJ-NEGATIVE
                   AND MH-REASON-CODE NOT = SPACES))
              AND MH-QTY IS NUMERIC AND MH-DATE IS NUMERIC
              COMPUTE WS-REC-PERIOD = MH-DATE / 100
              IF WS-REC-PERIOD = SELECT-PERIOD
                 PERFORM TAG-WITH-PART-DATA
                 MOVE MH-REASON-CODE TO SRT-REASON
                 MOVE MH-PARTNO      TO SRT-PARTNO
                 IF MH-ADJ-NEGATIVE
                    MOVE MH-QTY TO SRT-QTY-OUT
                    MOVE 0      TO SRT-QTY-IN
                    COMPUTE SRT-VALUE-OUT = MH-QTY * WS-UNIT-PRICE
                    MOVE 0      TO SRT-VALUE-IN
                 ELSE
                    MOVE 0      TO SRT-QTY-OUT
                    MOVE MH-QTY TO SRT-QTY-IN
                    MOVE 0      TO SRT-VALUE-OUT
                    COMPUTE SRT-VALUE-IN = MH-QTY * WS-UNIT-PRICE
                 END-IF
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       TAG-WITH-PART-DATA.
           MOVE 'ZZZ'  TO SRT-ITEMCAT
           MOVE 'ZZZ'  TO SRT-WAREHOUSE
           MOVE SPACES TO SRT-DESCR
           MOVE 0      TO WS-UNIT-PRICE
           MOVE MH-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE I-ITEMCAT   TO SRT-ITEMCAT
              MOVE I-WAREHOUSE TO SRT-WAREHOUSE
              MOVE I-DESCR     TO SRT-DESCR
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-UNIT-PRICE
              END-IF
           END-IF
           .

       REPORT-SHRINKAGE.
           MOVE 'N' TO SW-SORT-EOF
           MOVE 'Y' TO SW-FIRST-RECORD
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM TALLY-ONE-ADJUSTMENT UNTIL SORT-AT-EOF
           IF NOT FIRST-RECORD
              PERFORM FLUSH-PART-TALLY
              PERFORM FLUSH-REASON-TALLY
              PERFORM FLUSH-GROUP-TALLY
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           .

       TALLY-ONE-ADJUSTMENT.
           IF FIRST-RECORD
              MOVE 'N' TO SW-FIRST-RECORD
              PERFORM START-GROUP
              PERFORM START-REASON
              PERFORM START-PART
           ELSE
              IF SRT-ITEMCAT NOT = WS-BREAK-ITEMCAT
                 OR SRT-WAREHOUSE NOT = WS-BREAK-WAREHOUSE
                 PERFORM FLUSH-PART-TALLY
                 PERFORM FLUSH-REASON-TALLY
                 PERFORM FLUSH-GROUP-TALLY
                 PERFORM START-GROUP
                 PERFORM START-REASON
                 PERFORM START-PART
              ELSE
                 IF SRT-REASON NOT = WS-BREAK-REASON
                    PERFORM FLUSH-PART-TALLY
                    PERFORM FLUSH-REASON-TALLY
                    PERFORM START-REASON
                    PERFORM START-PART
                 ELSE
                    IF SRT-PARTNO NOT = WS-BREAK-PARTNO
                       PERFORM FLUSH-PART-TALLY
                       PERFORM START-PART
                    END-IF
                 END-IF
              END-IF
           END-IF

           IF SRT-REASON = SPACES
              ADD 1 TO NO-REASON-COUNT
           END-IF
           ADD 1 TO WS-RSN-ADJS WS-GRP-ADJS WS-GRD-ADJS
           ADD SRT-QTY-OUT TO WS-PART-QTY-OUT
              WS-RSN-QTY-OUT WS-GRP-QTY-OUT WS-GRD-QTY-OUT
           ADD SRT-QTY-IN TO
              WS-RSN-QTY-IN WS-GRP-QTY-IN WS-GRD-QTY-IN
           ADD SRT-VALUE-OUT TO WS-PART-VALUE-OUT
              WS-RSN-VALUE-OUT WS-GRP-VALUE-OUT WS-GRD-VALUE-OUT
           ADD SRT-VALUE-IN TO
              WS-RSN-VALUE-IN WS-GRP-VALUE-IN WS-GRD-VALUE-IN

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       START-GROUP.
           MOVE SRT-ITEMCAT   TO WS-BREAK-ITEMCAT
           MOVE SRT-WAREHOUSE TO WS-BREAK-WAREHOUSE
           MOVE 0 TO WS-GRP-ADJS
           MOVE 0 TO WS-GRP-QTY-OUT
           MOVE 0 TO WS-GRP-QTY-IN
           MOVE 0 TO WS-GRP-VALUE-OUT
           MOVE 0 TO WS-GRP-VALUE-IN
           .

       START-REASON.
           MOVE SRT-REASON TO WS-BREAK-REASON
           MOVE 0 TO WS-RSN-ADJS
           MOVE 0 TO WS-RSN-QTY-OUT
           MOVE 0 TO WS-RSN-QTY-IN
           MOVE 0 TO WS-RSN-VALUE-OUT
           MOVE 0 TO WS-RSN-VALUE-IN
           MOVE 0 TO TOP-COUNT
           .

       START-PART.
           MOVE SRT-PARTNO TO WS-BREAK-PARTNO
           MOVE SRT-DESCR  TO WS-PART-DESCR
           MOVE 0 TO WS-PART-QTY-OUT
           MOVE 0 TO WS-PART-VALUE-OUT
           .

      ***
      *** a part that lost stock under the reason is offered to the
      *** top-parts table: it slides up past every smaller loss,
      *** and drops off the bottom when the table is full and it
      *** is no bigger than the last entry.
      ***
       FLUSH-PART-TALLY.
           IF WS-PART-VALUE-OUT > 0
              OR (WS-PART-QTY-OUT > 0 AND TOP-COUNT < TOP-LIMIT)
              IF TOP-COUNT < TOP-LIMIT
                 ADD 1 TO TOP-COUNT
                 MOVE TOP-COUNT TO TOP-SUB
                 PERFORM PLACE-TOP-PART
              ELSE
                 IF WS-PART-VALUE-OUT > TOP-VALUE-OUT(TOP-LIMIT)
                    MOVE TOP-LIMIT TO TOP-SUB
                    PERFORM PLACE-TOP-PART
                 END-IF
              END-IF
           END-IF
           .

       PLACE-TOP-PART.
           MOVE 'N' TO SW-SLOT-FOUND
           PERFORM SHIFT-TOP-ENTRY UNTIL SLOT-FOUND
           MOVE WS-BREAK-PARTNO   TO TOP-PARTNO(TOP-SUB)
           MOVE WS-PART-DESCR     TO TOP-DESCR(TOP-SUB)
           MOVE WS-PART-QTY-OUT   TO TOP-QTY-OUT(TOP-SUB)
           MOVE WS-PART-VALUE-OUT TO TOP-VALUE-OUT(TOP-SUB)
           .

       SHIFT-TOP-ENTRY.
           IF TOP-SUB = 1
              MOVE 'Y' TO SW-SLOT-FOUND
           ELSE
              COMPUTE TOP-PREV = TOP-SUB - 1
              IF WS-PART-VALUE-OUT > TOP-VALUE-OUT(TOP-PREV)
                 MOVE TOP-ENTRY(TOP-PREV) TO TOP-ENTRY(TOP-SUB)
                 MOVE TOP-PREV TO TOP-SUB
              ELSE
                 MOVE 'Y' TO SW-SLOT-FOUND
              END-IF
           END-IF
           .

       FLUSH-REASON-TALLY.
           MOVE SPACES TO WS-SHR-LINE
           MOVE WS-BREAK-ITEMCAT   TO SL-ITEMCAT
           MOVE WS-BREAK-WAREHOUSE TO SL-WAREHOUSE
           MOVE WS-BREAK-REASON    TO SL-REASON
           PERFORM LOOK-UP-REASON
           MOVE WS-RSN-ADJS        TO SL-ADJS
           MOVE WS-RSN-QTY-OUT     TO SL-QTY-OUT
           MOVE WS-RSN-QTY-IN      TO SL-QTY-IN
           COMPUTE SL-NET-QTY = WS-RSN-QTY-IN - WS-RSN-QTY-OUT
           MOVE WS-RSN-VALUE-OUT   TO SL-VALUE-OUT
           MOVE WS-RSN-VALUE-IN    TO SL-VALUE-IN
           COMPUTE SL-NET-VALUE = WS-RSN-VALUE-IN - WS-RSN-VALUE-OUT
           WRITE RPT-OUT-DATA FROM WS-SHR-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           PERFORM WRITE-TOP-PART-LINE
              VARYING TOP-SUB FROM 1 BY 1 UNTIL TOP-SUB > TOP-COUNT
           .

       LOOK-UP-REASON.
           MOVE SPACES TO SL-DESCR
           IF WS-BREAK-REASON = SPACES
              MOVE 'NO REASON GIVEN' TO SL-DESCR
           ELSE
              IF RSN-FILE-IS-OPEN
                 MOVE WS-BREAK-REASON TO FD-RSN-CODE
                 READ RSN-DATA-FILE INTO WS-RSN-REC
                    INVALID KEY
                       MOVE 'NOT ON REASON TABLE' TO SL-DESCR
                    NOT INVALID KEY
                       MOVE RSN-DESCR TO SL-DESCR
                 END-READ
              END-IF
           END-IF
           .

       WRITE-TOP-PART-LINE.
           MOVE TOP-SUB                TO TP-RANK
           MOVE TOP-PARTNO(TOP-SUB)    TO TP-PARTNO
           MOVE TOP-DESCR(TOP-SUB)     TO TP-DESCR
           MOVE TOP-QTY-OUT(TOP-SUB)   TO TP-QTY-OUT
           MOVE TOP-VALUE-OUT(TOP-SUB) TO TP-VALUE-OUT
           WRITE RPT-OUT-DATA FROM WS-TOP-PART-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       FLUSH-GROUP-TALLY.
           MOVE SPACES TO WS-SHR-LINE
           MOVE WS-BREAK-ITEMCAT   TO SL-ITEMCAT
           MOVE WS-BREAK-WAREHOUSE TO SL-WAREHOUSE
           MOVE '** CAT/WHS TOTAL'  TO SL-DESCR
           MOVE WS-GRP-ADJS        TO SL-ADJS
           MOVE WS-GRP-QTY-OUT     TO SL-QTY-OUT
           MOVE WS-GRP-QTY-IN      TO SL-QTY-IN
           COMPUTE SL-NET-QTY = WS-GRP-QTY-IN - WS-GRP-QTY-OUT
           MOVE WS-GRP-VALUE-OUT   TO SL-VALUE-OUT
           MOVE WS-GRP-VALUE-IN    TO SL-VALUE-IN
           COMPUTE SL-NET-VALUE = WS-GRP-VALUE-IN - WS-GRP-VALUE-OUT
           WRITE RPT-OUT-DATA FROM WS-SHR-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       WRITE-GRAND-TOTAL.
           MOVE SPACES TO WS-SHR-LINE
           MOVE '*** GRAND TOTAL'  TO SL-DESCR
           MOVE WS-GRD-ADJS        TO SL-ADJS
           MOVE WS-GRD-QTY-OUT     TO SL-QTY-OUT
           MOVE WS-GRD-QTY-IN      TO SL-QTY-IN
           COMPUTE SL-NET-QTY = WS-GRD-QTY-IN - WS-GRD-QTY-OUT
           MOVE WS-GRD-VALUE-OUT   TO SL-VALUE-OUT
           MOVE WS-GRD-VALUE-IN    TO SL-VALUE-IN
           COMPUTE SL-NET-VALUE = WS-GRD-VALUE-IN - WS-GRD-VALUE-OUT
           WRITE RPT-OUT-DATA FROM WS-SHR-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SHR-ERROR-FLAG
              MOVE 'SHR010'         TO MSG-SHR-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-SHR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SHR-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           IF RSN-FILE-IS-OPEN
              CLOSE RSN-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF SHR-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE HIST-READ-COUNT TO SUM-HIST-COUNT
           MOVE WS-GRD-ADJS     TO SUM-ADJ-COUNT
           MOVE NO-REASON-COUNT TO SUM-NORSN-COUNT
           COMPUTE SUM-NET-VALUE = WS-GRD-VALUE-IN - WS-GRD-VALUE-OUT
           DISPLAY WS-SHR-SUMMARY-LINE
           .
