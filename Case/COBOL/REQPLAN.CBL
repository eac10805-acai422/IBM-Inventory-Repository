      *** shortfalls as buy suggestions in the same vendor-
      *** sequenced flow VENDPO prints. The requirement work list
      *** doubles as the visited guard, so a circular structure
      *** ends the walk instead of looping it. A shortfall on a
      *** kit link engineering has approved substitutes for
      *** (CASBSUB) nets against the substitutes' promisable stock
      *** in priority order, converted through each one's ratio,
      *** before anything is bought; every draw prints in the
      *** component's vendor group so the planner sees which
      *** builds now depend on a substitute. Each build explodes
      *** through the links in effect on its need date, so a
      *** build scheduled past an engineering change's cut-over
      *** plans the new revision's components.
      ***
       environment division.
       input-output section.
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-BOM-KEY
              FILE STATUS IS BOM-FILE-STATUS.
           SELECT SUB-DATA-FILE ASSIGN TO CASBSUB
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-SUB-KEY
              FILE STATUS IS SUB-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASREQPL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
           copy BLDSCHED.
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  SUB-DATA-FILE.
       01 SUB-REC.
           05 FD-SUB-KEY        PIC X(20).
           05 FILLER            PIC X(60).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
           05 SRT-GROSS-REQ     PIC 9(07).
           05 SRT-NET-SHORT     PIC 9(07).
           05 SRT-NEED-DATE     PIC 9(08).
           05 SRT-KIND          PIC X(01).
               88 SRT-IS-BUY        VALUE 'B'.
               88 SRT-IS-SUBST      VALUE 'S'.
           05 SRT-SUBST         PIC X(09).
           05 SRT-KIT           PIC X(09).
           05 SRT-SUB-QTY       PIC 9(07).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       01 WS-ALLOC-DATA       PIC X(80).
       01 WS-OPO-DATA         PIC X(80).
       01 BLD-FILE-STATUS     PIC X(02).
       01 WS-SUB-REC.
       copy BOMSUBS.
       01 BOM-FILE-STATUS     PIC X(02).
       01 SUB-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 REQ-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 REQ-ERROR-FOUND     VALUE 'Y'.
              10 BT-PARENT     PIC X(09).
              10 BT-COMPONENT  PIC X(09).
              10 BT-QTY-PER    PIC 9(03).
              10 BT-EFF-FROM   PIC 9(08).
              10 BT-EFF-TO     PIC 9(08).
       01 ROW-SUB             PIC 9(05).
      ***
      *** the approved substitutes in CASBSUB key order, and this
      *** build's draws against them so two shortfalls in one
      *** explosion never count the same substitute stock twice.
      ***
       01 SUB-ROW-COUNT       PIC 9(05) VALUE 0.
       01 SUB-ROW-LIMIT       PIC 9(05) VALUE 2000.
       01 WS-SUB-TABLE.
           05 SUB-ROW OCCURS 2000 TIMES.
              10 SB-PARENT     PIC X(09).
              10 SB-COMPONENT  PIC X(09).
              10 SB-SUBSTITUTE PIC X(09).
              10 SB-RATIO      PIC 9(03)V9(03).
       01 SUB-SUB             PIC 9(05).
       01 SDR-COUNT           PIC 9(03) VALUE 0.
       01 SDR-LIMIT           PIC 9(03) VALUE 200.
       01 WS-SUB-DRAW-TABLE.
           05 SDR-ENTRY OCCURS 200 TIMES.
              10 SDR-PARTNO    PIC X(09).
              10 SDR-DRAWN     PIC 9(08).
       01 SDR-SUB             PIC 9(03).
       01 SDR-HIT             PIC 9(03).
       01 WS-SUB-AVAIL        PIC S9(08).
       01 WS-SUB-COVER        PIC 9(08).
       01 WS-SUB-UNITS        PIC 9(09)V9(03).
       01 WS-SUB-DRAW         PIC 9(08).
      ***
      *** requirements work list -- one entry per part touched by
      *** the explosion, with its accumulated gross requirement.
      *** entries past WRQ-NEXT are still waiting to be netted and
              10 WRQ-PARTNO    PIC X(09).
              10 WRQ-GROSS     PIC 9(07).
              10 WRQ-NEED-DATE PIC 9(08).
              10 WRQ-PARENT    PIC X(09).
       01 WRQ-NEXT            PIC 9(04).
       01 WRQ-SEEK            PIC 9(04).
       01 WRQ-HIT             PIC 9(04).
       01 BUILD-COUNT         PIC 9(07) VALUE 0.
       01 SHORTFALL-COUNT     PIC 9(07) VALUE 0.
       01 COVERED-COUNT       PIC 9(07) VALUE 0.
       01 SUB-DRAW-COUNT      PIC 9(07) VALUE 0.
       01 WS-REQ-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'VENDOR'.
           05                  PIC X(03)  VALUE SPACES.
           05 REQ-NEED-DATE    PIC 9(08).
           05                  PIC X(48)  VALUE SPACES.
       01 WS-SUB-NOTE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'SUBSTITUTE '.
           05 SNL-SUBST        PIC X(09).
           05                  PIC X(08)  VALUE ' COVERS '.
           05 SNL-COVER-QTY    PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE ' OF '.
           05 SNL-COMPONENT    PIC X(09).
           05                  PIC X(09)  VALUE ' FOR KIT '.
           05 SNL-KIT          PIC X(09).
           05                  PIC X(07)  VALUE ' USING '.
           05 SNL-SUB-QTY      PIC ZZZZZZ9.
           05                  PIC X(44)  VALUE SPACES.
       01 WS-VENDOR-HEADER-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(07)  VALUE 'VENDOR '.
           05 FILLER          PIC X(19) VALUE 'COVERED FROM STOCK:'.
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SUM-COVER-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(19) VALUE 'SUBSTITUTE DRAWS:  '.
           05 SUM-SUBDRAW-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-VENDOR SRT-PARTNO SRT-KIND
              INPUT PROCEDURE IS EXPLODE-THE-SCHEDULE
              OUTPUT PROCEDURE IS WRITE-GROUPED-SUGGESTIONS

              PERFORM LOAD-BOM-STRUCTURE
           END-IF

      *    THE SUBSTITUTE FILE IS OPTIONAL -- WITHOUT IT EVERY
      *    SHORTFALL IS BOUGHT, AS IT ALWAYS HAS BEEN.
           OPEN INPUT SUB-DATA-FILE
           IF SUB-FILE-STATUS NOT = '00'
              MOVE 'REQ012'         TO MSG-REQ-OPEN-CODE
              MOVE SUB-FILE-STATUS  TO MSG-REQ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-REQ-OPEN-MSG
           ELSE
              PERFORM LOAD-ONE-SUBSTITUTE UNTIL RETURN-CODE = 4
              MOVE 0 TO RETURN-CODE
              CLOSE SUB-DATA-FILE
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-REQ-HEADING
           .
                 ELSE
                    MOVE 0 TO BT-QTY-PER(BOM-ROW-COUNT)
                 END-IF
                 MOVE BOM-EFF-FROM  TO BT-EFF-FROM(BOM-ROW-COUNT)
                 MOVE BOM-EFF-TO    TO BT-EFF-TO(BOM-ROW-COUNT)
              END-IF
           END-IF
           .

       LOAD-ONE-SUBSTITUTE.
           READ SUB-DATA-FILE INTO WS-SUB-REC
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           IF RETURN-CODE NOT = 4
              IF SUB-ROW-COUNT >= SUB-ROW-LIMIT
                 MOVE 'Y' TO REQ-ERROR-FLAG
                 MOVE 'REQ013' TO MSG-REQ-CODE
                 MOVE BSB-PARENT TO MSG-REQ-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-REQ-MSG
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO SUB-ROW-COUNT
                 MOVE BSB-PARENT     TO SB-PARENT(SUB-ROW-COUNT)
                 MOVE BSB-COMPONENT  TO SB-COMPONENT(SUB-ROW-COUNT)
                 MOVE BSB-SUBSTITUTE TO SB-SUBSTITUTE(SUB-ROW-COUNT)
                 IF BSB-RATIO IS NUMERIC
                    MOVE BSB-RATIO TO SB-RATIO(SUB-ROW-COUNT)
                 ELSE
                    MOVE 0 TO SB-RATIO(SUB-ROW-COUNT)
                 END-IF
              END-IF
           END-IF
           .
              MOVE BLD-PARENT TO WRQ-PARTNO(1)
              MOVE BLD-QTY    TO WRQ-GROSS(1)
              MOVE BLD-NEED-DATE TO WRQ-NEED-DATE(1)
              MOVE SPACES     TO WRQ-PARENT(1)
              MOVE 0 TO SDR-COUNT
              MOVE 1 TO WRQ-NEXT
              PERFORM NET-AND-EXPLODE-ONE-ENTRY
                 UNTIL WRQ-NEXT > WRQ-COUNT
              MOVE WRQ-GROSS(1) TO WS-NET-SHORT
           ELSE
              PERFORM NET-AGAINST-SUPPLY
              IF WS-NET-SHORT > 0 AND SUB-ROW-COUNT > 0
                 PERFORM NET-AGAINST-SUBSTITUTES
              END-IF
           END-IF

           IF WS-NET-SHORT = 0
           END-IF
           .

      ***
      *** substitutes approved for the link that queued this part,
      *** in priority order: each covers the whole component units
      *** its promisable stock (less what this build already drew
      *** from it, and less its own demand if the build needs it
      *** as a component) allows at its ratio.
      ***
       NET-AGAINST-SUBSTITUTES.
           PERFORM NET-ONE-SUBSTITUTE
              VARYING SUB-SUB FROM 1 BY 1
              UNTIL SUB-SUB > SUB-ROW-COUNT OR WS-NET-SHORT = 0
           .

       NET-ONE-SUBSTITUTE.
           IF SB-PARENT(SUB-SUB) = WRQ-PARENT(WRQ-NEXT)
              AND SB-COMPONENT(SUB-SUB) = WRQ-PARTNO(WRQ-NEXT)
              AND SB-RATIO(SUB-SUB) > 0
              PERFORM RATE-SUBSTITUTE-STOCK
              IF WS-SUB-AVAIL >= SB-RATIO(SUB-SUB)
                 PERFORM DRAW-SUBSTITUTE-STOCK
              END-IF
           END-IF
           .

       RATE-SUBSTITUTE-STOCK.
           MOVE 0 TO WS-SUB-AVAIL
           MOVE SB-SUBSTITUTE(SUB-SUB) TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND AND I-QOH IS NUMERIC
              MOVE I-QOH TO WS-SUB-AVAIL
           END-IF

           MOVE SB-SUBSTITUTE(SUB-SUB) TO ALC-LOOKUP-PARTNO
           CALL 'ALOCREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-ALLOC-DATA
           MOVE 0 TO RETURN-CODE
           IF ALC-FOUND
              SUBTRACT ALC-OPEN-QTY FROM WS-SUB-AVAIL
           END-IF

           MOVE 0 TO SDR-HIT
           PERFORM SEEK-SUBSTITUTE-DRAW
              VARYING SDR-SUB FROM 1 BY 1
              UNTIL SDR-SUB > SDR-COUNT OR SDR-HIT > 0
           IF SDR-HIT > 0
              SUBTRACT SDR-DRAWN(SDR-HIT) FROM WS-SUB-AVAIL
           END-IF

           MOVE 0 TO WRQ-HIT
           PERFORM SEEK-SUBSTITUTE-DEMAND
              VARYING WRQ-SEEK FROM 1 BY 1
              UNTIL WRQ-SEEK > WRQ-COUNT OR WRQ-HIT > 0
           IF WRQ-HIT > 0
              SUBTRACT WRQ-GROSS(WRQ-HIT) FROM WS-SUB-AVAIL
           END-IF
           IF WS-SUB-AVAIL < 0
              MOVE 0 TO WS-SUB-AVAIL
           END-IF
           .

       SEEK-SUBSTITUTE-DRAW.
           IF SDR-PARTNO(SDR-SUB) = SB-SUBSTITUTE(SUB-SUB)
              MOVE SDR-SUB TO SDR-HIT
           END-IF
           .

       SEEK-SUBSTITUTE-DEMAND.
           IF WRQ-PARTNO(WRQ-SEEK) = SB-SUBSTITUTE(SUB-SUB)
              MOVE WRQ-SEEK TO WRQ-HIT
           END-IF
           .

      ***
      *** the draw is whole component units; the substitute
      *** quantity it takes rounds up, so a fractional ratio never
      *** promises stock the shelf does not have.
      ***
       DRAW-SUBSTITUTE-STOCK.
           COMPUTE WS-SUB-COVER = WS-SUB-AVAIL / SB-RATIO(SUB-SUB)
           IF WS-SUB-COVER > WS-NET-SHORT
              MOVE WS-NET-SHORT TO WS-SUB-COVER
           END-IF
           COMPUTE WS-SUB-UNITS = WS-SUB-COVER * SB-RATIO(SUB-SUB)
           MOVE WS-SUB-UNITS TO WS-SUB-DRAW
           IF WS-SUB-DRAW < WS-SUB-UNITS
              ADD 1 TO WS-SUB-DRAW
           END-IF

           IF SDR-HIT > 0
              ADD WS-SUB-DRAW TO SDR-DRAWN(SDR-HIT)
           ELSE
              IF SDR-COUNT < SDR-LIMIT
                 ADD 1 TO SDR-COUNT
                 MOVE SB-SUBSTITUTE(SUB-SUB) TO SDR-PARTNO(SDR-COUNT)
                 MOVE WS-SUB-DRAW TO SDR-DRAWN(SDR-COUNT)
              END-IF
           END-IF
           SUBTRACT WS-SUB-COVER FROM WS-NET-SHORT
           ADD 1 TO SUB-DRAW-COUNT

           MOVE SPACES TO SRT-VENDOR
           MOVE SPACES TO SRT-DESCR
           MOVE WRQ-PARTNO(WRQ-NEXT) TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE I-VENDOR-CODE TO SRT-VENDOR
              MOVE I-DESCR       TO SRT-DESCR
           END-IF
           MOVE WRQ-PARTNO(WRQ-NEXT)    TO SRT-PARTNO
           MOVE WRQ-GROSS(WRQ-NEXT)     TO SRT-GROSS-REQ
           MOVE WS-SUB-COVER            TO SRT-NET-SHORT
           MOVE WRQ-NEED-DATE(WRQ-NEXT) TO SRT-NEED-DATE
           MOVE 'S'                     TO SRT-KIND
           MOVE SB-SUBSTITUTE(SUB-SUB)  TO SRT-SUBST
           MOVE WRQ-PARENT(WRQ-NEXT)    TO SRT-KIT
           MOVE WS-SUB-DRAW             TO SRT-SUB-QTY
           RELEASE SORT-RECORD
           .

       CHECK-PART-IS-KIT.
           MOVE 'N' TO SW-PART-IS-KIT
           PERFORM VARYING ROW-SUB FROM 1 BY 1
              UNTIL ROW-SUB > BOM-ROW-COUNT OR PART-IS-KIT
              IF BT-PARENT(ROW-SUB) = WRQ-PARTNO(WRQ-NEXT)
                 AND BT-EFF-FROM(ROW-SUB)
                    NOT > WRQ-NEED-DATE(WRQ-NEXT)
                 AND (BT-EFF-TO(ROW-SUB) = 0
                    OR BT-EFF-TO(ROW-SUB) > WRQ-NEED-DATE(WRQ-NEXT))
                 MOVE 'Y' TO SW-PART-IS-KIT
              END-IF
           END-PERFORM
           PERFORM VARYING ROW-SUB FROM 1 BY 1
              UNTIL ROW-SUB > BOM-ROW-COUNT
              IF BT-PARENT(ROW-SUB) = WRQ-PARTNO(WRQ-NEXT)
                 AND BT-EFF-FROM(ROW-SUB)
                    NOT > WRQ-NEED-DATE(WRQ-NEXT)
                 AND (BT-EFF-TO(ROW-SUB) = 0
                    OR BT-EFF-TO(ROW-SUB) > WRQ-NEED-DATE(WRQ-NEXT))
                 PERFORM ADD-CHILD-REQUIREMENT
              END-IF
           END-PERFORM
                 MOVE WS-CHILD-GROSS TO WRQ-GROSS(WRQ-COUNT)
                 MOVE WRQ-NEED-DATE(WRQ-NEXT)
                    TO WRQ-NEED-DATE(WRQ-COUNT)
                 MOVE BT-PARENT(ROW-SUB) TO WRQ-PARENT(WRQ-COUNT)
              END-IF
           END-IF
           .
           MOVE WS-CHILD-GROSS          TO SRT-GROSS-REQ
           MOVE WS-CHILD-GROSS          TO SRT-NET-SHORT
           MOVE WRQ-NEED-DATE(WRQ-NEXT) TO SRT-NEED-DATE
           MOVE 'B'                     TO SRT-KIND
           MOVE SPACES                  TO SRT-SUBST
           MOVE SPACES                  TO SRT-KIT
           MOVE 0                       TO SRT-SUB-QTY
           RELEASE SORT-RECORD
           .

           MOVE WRQ-GROSS(WRQ-NEXT)  TO SRT-GROSS-REQ
           MOVE WS-NET-SHORT         TO SRT-NET-SHORT
           MOVE WRQ-NEED-DATE(WRQ-NEXT) TO SRT-NEED-DATE
           MOVE 'B'                  TO SRT-KIND
           MOVE SPACES               TO SRT-SUBST
           MOVE SPACES               TO SRT-KIT
           MOVE 0                    TO SRT-SUB-QTY
           RELEASE SORT-RECORD
           .

              PERFORM WRITE-VENDOR-HEADER
           END-IF

      *    A SUBSTITUTE DRAW IS NOT A BUY -- IT PRINTS UNDER THE
      *    COMPONENT IT COVERS BUT STAYS OUT OF THE VENDOR TOTALS.
           IF SRT-IS-SUBST
              MOVE SRT-SUBST     TO SNL-SUBST
              MOVE SRT-NET-SHORT TO SNL-COVER-QTY
              MOVE SRT-PARTNO    TO SNL-COMPONENT
              MOVE SRT-KIT       TO SNL-KIT
              MOVE SRT-SUB-QTY   TO SNL-SUB-QTY
              WRITE RPT-OUT-DATA FROM WS-SUB-NOTE-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           ELSE
              MOVE SRT-VENDOR    TO REQ-VENDOR
              MOVE SRT-PARTNO    TO REQ-PART-NUM
              MOVE SRT-DESCR     TO REQ-DESCR
              MOVE SRT-GROSS-REQ TO REQ-GROSS
              MOVE SRT-NET-SHORT TO REQ-SHORT
              MOVE SRT-NEED-DATE TO REQ-NEED-DATE
              WRITE RPT-OUT-DATA FROM WS-REQ-LINE
              PERFORM CHECK-RPT-WRITE-STATUS

              ADD 1 TO VENDOR-ITEM-COUNT
              ADD SRT-NET-SHORT TO VENDOR-SHORT-TOTAL
           END-IF

           RETURN SORT-WORK-FILE
              AT END
           MOVE BUILD-COUNT     TO SUM-BUILD-COUNT
           MOVE SHORTFALL-COUNT TO SUM-SHORT-COUNT
           MOVE COVERED-COUNT   TO SUM-COVER-COUNT
           MOVE SUB-DRAW-COUNT  TO SUM-SUBDRAW-COUNT
           DISPLAY WS-REQ-SUMMARY-LINE
           .
