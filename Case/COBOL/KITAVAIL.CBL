      *** XREFCHN's hop cap) and reports as such with buildable
      *** zero. The limiting component is traced through any
      *** sub-kits to the bottom-level part actually choking
      *** production. Engineering's approved substitutes (CASBSUB)
      *** stand in for a component in priority order before it is
      *** called limiting: each substitute's promisable stock,
      *** converted through its ratio, adds to the component's
      *** own, and a kit whose buildable only holds up on
      *** substitute stock shows the substitute it depends on.
      *** Only the links in effect on the run date load, so an
      *** engineering change cuts in on its BOM-EFF-FROM date.
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
           SELECT KIT-DATA-FILE ASSIGN TO CASKITAV
              FILE STATUS IS KIT-FILE-STATUS.
       data division.
       file section.
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  SUB-DATA-FILE.
       01 SUB-REC.
           05 FD-SUB-KEY        PIC X(20).
           05 FILLER            PIC X(60).
       FD  KIT-DATA-FILE.
       01 KIT-OUT-DATA          PIC X(133).
       working-storage section.
       copy DEFINP.
       01 WS-BOM-REC.
       copy BOMDETL.
       01 WS-SUB-REC.
       copy BOMSUBS.
       01 BOM-FILE-STATUS     PIC X(02).
       01 SUB-FILE-STATUS     PIC X(02).
       01 KIT-FILE-STATUS     PIC X(02).
       01 TODAY-DATE          PIC 9(08).
       01 KIT-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 KIT-ERROR-FOUND     VALUE 'Y'.
       01 WS-KIT-OPEN-MSG.
              10 BT-COMP-AVAIL PIC 9(07).
              10 BT-COMP-PARIX PIC 9(04).
              10 BT-BAD-LINK   PIC X(01).
              10 BT-SUB-FIRST  PIC 9(05).
              10 BT-SUB-COUNT  PIC 9(03).
       01 PAR-COUNT           PIC 9(04) VALUE 0.
       01 PAR-LIMIT           PIC 9(04) VALUE 1000.
       01 WS-PARENT-TABLE.
              10 PT-ON-MASTER  PIC X(01).
              10 PT-HAS-ERROR  PIC X(01).
              10 PT-CIRCULAR   PIC X(01).
              10 PT-SUB-PART   PIC X(09).
      ***
      *** the approved substitutes, in CASBSUB key order so each
      *** kit link's rows sit together in priority order, each
      *** with its own promisable stock cached at load.
      ***
       01 SUB-ROW-COUNT       PIC 9(05) VALUE 0.
       01 SUB-ROW-LIMIT       PIC 9(05) VALUE 2000.
       01 WS-SUB-TABLE.
           05 SUB-ROW OCCURS 2000 TIMES.
              10 SB-PARENT     PIC X(09).
              10 SB-COMPONENT  PIC X(09).
              10 SB-SUBSTITUTE PIC X(09).
              10 SB-RATIO      PIC 9(03)V9(03).
              10 SB-AVAIL      PIC 9(07).
       01 SUB-SUB             PIC 9(05).
       01 WS-SUB-EQUIV        PIC 9(08).
       01 WS-SUB-FIRST-USED   PIC X(09).
       01 WS-OWN-BUILDS       PIC 9(07).
       01 WS-BEST-OWN-BUILDS  PIC 9(07).
       01 WS-BEST-OWN-SUB     PIC X(09).
       01 ROW-SUB             PIC 9(05).
       01 PAR-SUB             PIC 9(04).
       01 SEEK-SUB            PIC 9(04).
       01 COMPONENT-COUNT     PIC 9(07) VALUE 0.
       01 BAD-LINK-COUNT      PIC 9(07) VALUE 0.
       01 CIRCULAR-COUNT      PIC 9(07) VALUE 0.
       01 SUB-DEPENDENT-COUNT PIC 9(07) VALUE 0.
       01 WS-KIT-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(10)  VALUE 'KIT PART  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(17)  VALUE 'LIMITING COMPONT '.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'SUBSTITUTE'.
           05                  PIC X(49)  VALUE SPACES.
       01 WS-KIT-LINE.
           05                  PIC X      VALUE SPACES.
           05 KIT-PARENT       PIC X(09).
           05 KIT-LIMIT-PART   PIC X(09).
           05                  PIC X(08)  VALUE SPACES.
           05 KIT-LIMIT-DESCR  PIC X(30).
           05                  PIC X(01)  VALUE SPACES.
           05 KIT-SUB-PART     PIC X(09).
           05                  PIC X(50)  VALUE SPACES.
       01 WS-KIT-ERROR-LINE.
           05                  PIC X      VALUE SPACES.
           05 KERR-PARENT      PIC X(09).
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'CIRCULAR: '.
           05 SUM-CIRC-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'ON SUBSTITUTE: '.
           05 SUM-SUBDEP-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           PERFORM INITIALIZATION
           IF RETURN-CODE NOT = 4
              PERFORM LOAD-BOM-STRUCTURE
              PERFORM LOAD-SUBSTITUTES
              PERFORM RESOLVE-COMPONENT-LINKS
              PERFORM SETTLE-BUILDABLE-LEVELS
              PERFORM REPORT-EVERY-KIT
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
      *    ONLY THE STRUCTURE IN EFFECT TODAY -- A LINK ENDED BY AN
      *    ENGINEERING CHANGE, OR ONE NOT YET CUT IN, IS PASSED BY.
           IF RETURN-CODE NOT = 4
              AND BOM-EFF-FROM NOT > TODAY-DATE
              AND (BOM-EFF-TO = 0 OR BOM-EFF-TO > TODAY-DATE)
              ADD 1 TO COMPONENT-COUNT
              IF BOM-ROW-COUNT >= BOM-ROW-LIMIT
                 MOVE 'Y' TO KIT-ERROR-FLAG
                 END-IF
                 MOVE 0   TO BT-COMP-PARIX(BOM-ROW-COUNT)
                 MOVE 'N' TO BT-BAD-LINK(BOM-ROW-COUNT)
                 MOVE 0   TO BT-SUB-FIRST(BOM-ROW-COUNT)
                 MOVE 0   TO BT-SUB-COUNT(BOM-ROW-COUNT)
                 PERFORM REGISTER-THE-PARENT
                 PERFORM CACHE-COMPONENT-AVAIL
              END-IF
                 MOVE SPACES     TO PT-LIMIT-COMP(PAR-COUNT)
                 MOVE 'N'        TO PT-HAS-ERROR(PAR-COUNT)
                 MOVE 'N'        TO PT-CIRCULAR(PAR-COUNT)
                 MOVE SPACES     TO PT-SUB-PART(PAR-COUNT)
                 MOVE BOM-PARENT TO LOOKUP-PARTNO
                 CALL 'GETREC' USING
                 BY CONTENT '3'
           END-IF
           .

      ***
      *** the substitute file is optional -- without it every kit
      *** rates off its own components, as it always has.
      ***
       LOAD-SUBSTITUTES.
           OPEN INPUT SUB-DATA-FILE
           IF SUB-FILE-STATUS NOT = '00'
              MOVE 'KIT013'         TO MSG-KIT-OPEN-CODE
              MOVE SUB-FILE-STATUS  TO MSG-KIT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KIT-OPEN-MSG
           ELSE
              PERFORM LOAD-ONE-SUBSTITUTE UNTIL RETURN-CODE = 4
              MOVE 0 TO RETURN-CODE
              CLOSE SUB-DATA-FILE
           END-IF
           .

       LOAD-ONE-SUBSTITUTE.
           READ SUB-DATA-FILE INTO WS-SUB-REC
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           IF RETURN-CODE NOT = 4
              IF SUB-ROW-COUNT >= SUB-ROW-LIMIT
                 MOVE 'Y' TO KIT-ERROR-FLAG
                 MOVE 'KIT014' TO MSG-KIT-CODE
                 MOVE BSB-PARENT TO MSG-KIT-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-KIT-MSG
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
                 PERFORM CACHE-SUBSTITUTE-AVAIL
              END-IF
           END-IF
           .

       CACHE-SUBSTITUTE-AVAIL.
           MOVE 0 TO SB-AVAIL(SUB-ROW-COUNT)
           MOVE BSB-SUBSTITUTE TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF NOT LOOKUP-FOUND
              MOVE BSB-PARENT     TO KERR-PARENT
              MOVE BSB-SUBSTITUTE TO KERR-COMPONENT
              MOVE 'SUBSTITUTE NOT ON CASEIN' TO KERR-REMARK
              WRITE KIT-OUT-DATA FROM WS-KIT-ERROR-LINE
           ELSE
              IF I-QOH IS NUMERIC
                 MOVE I-QOH TO SB-AVAIL(SUB-ROW-COUNT)
                 MOVE BSB-SUBSTITUTE TO ALC-LOOKUP-PARTNO
                 CALL 'ALOCREC' USING
                 BY CONTENT '3'
                 BY REFERENCE WS-ALLOC-DATA
                 MOVE 0 TO RETURN-CODE
                 IF ALC-FOUND
                    IF ALC-OPEN-QTY < I-QOH
                       COMPUTE SB-AVAIL(SUB-ROW-COUNT) =
                          I-QOH - ALC-OPEN-QTY
                    ELSE
                       MOVE 0 TO SB-AVAIL(SUB-ROW-COUNT)
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       RESOLVE-COMPONENT-LINKS.
           PERFORM RESOLVE-ONE-LINK
              VARYING ROW-SUB FROM 1 BY 1
           MOVE BT-COMPONENT(ROW-SUB) TO WS-SEEK-PARENT
           PERFORM SEEK-PARENT-SLOT
           MOVE WS-SEEK-RESULT TO BT-COMP-PARIX(ROW-SUB)
           PERFORM RESOLVE-ONE-SUBSTITUTE
              VARYING SUB-SUB FROM 1 BY 1
              UNTIL SUB-SUB > SUB-ROW-COUNT
           .

       RESOLVE-ONE-SUBSTITUTE.
           IF SB-PARENT(SUB-SUB) = BT-PARENT(ROW-SUB)
              AND SB-COMPONENT(SUB-SUB) = BT-COMPONENT(ROW-SUB)
              IF BT-SUB-COUNT(ROW-SUB) = 0
                 MOVE SUB-SUB TO BT-SUB-FIRST(ROW-SUB)
              END-IF
              ADD 1 TO BT-SUB-COUNT(ROW-SUB)
           END-IF
           .

      ***
       RATE-ONE-PARENT.
           MOVE 9999999 TO WS-BEST-BUILDS
           MOVE SPACES  TO WS-BEST-COMP
           MOVE 9999999 TO WS-BEST-OWN-BUILDS
           MOVE SPACES  TO WS-BEST-OWN-SUB
           MOVE 'N'     TO PT-HAS-ERROR(PAR-SUB)
           PERFORM RATE-ONE-LINK
              VARYING ROW-SUB FROM 1 BY 1
              MOVE 0 TO WS-BEST-BUILDS
           END-IF
           MOVE WS-BEST-COMP TO PT-LIMIT-COMP(PAR-SUB)
      *    A KIT THAT RATES HIGHER THAN ITS COMPONENTS' OWN STOCK
      *    ALONE WOULD ALLOW IS LEANING ON A SUBSTITUTE.
           IF WS-BEST-BUILDS > WS-BEST-OWN-BUILDS
              MOVE WS-BEST-OWN-SUB TO PT-SUB-PART(PAR-SUB)
           ELSE
              MOVE SPACES TO PT-SUB-PART(PAR-SUB)
           END-IF
           IF WS-BEST-BUILDS NOT = PT-PRIOR(PAR-SUB)
              MOVE 'Y' TO SW-VALUES-MOVED
           END-IF
                       TO WS-COMP-AVAIL
                 END-IF
                 IF BT-QTY-PER(ROW-SUB) > 0
                    COMPUTE WS-OWN-BUILDS =
                       WS-COMP-AVAIL / BT-QTY-PER(ROW-SUB)
                 ELSE
                    MOVE 0 TO WS-OWN-BUILDS
                 END-IF
                 MOVE WS-OWN-BUILDS TO WS-COMPONENT-BUILDS
                 IF BT-SUB-COUNT(ROW-SUB) > 0
                    AND BT-QTY-PER(ROW-SUB) > 0
                    PERFORM DRAW-LINK-SUBSTITUTES
                 END-IF
                 IF WS-OWN-BUILDS < WS-BEST-OWN-BUILDS
                    MOVE WS-OWN-BUILDS     TO WS-BEST-OWN-BUILDS
                    MOVE WS-SUB-FIRST-USED TO WS-BEST-OWN-SUB
                 END-IF
                 IF WS-COMPONENT-BUILDS < WS-BEST-BUILDS
                    MOVE WS-COMPONENT-BUILDS TO WS-BEST-BUILDS
           END-IF
           .

      ***
      *** the link's substitutes, in priority order, each adding
      *** the whole component units its promisable stock covers
      *** at its ratio. the first one with stock to give is the
      *** one the report names if the kit comes to depend on it.
      ***
       DRAW-LINK-SUBSTITUTES.
           MOVE 0      TO WS-SUB-EQUIV
           MOVE SPACES TO WS-SUB-FIRST-USED
           PERFORM DRAW-ONE-SUBSTITUTE
              VARYING SUB-SUB FROM BT-SUB-FIRST(ROW-SUB) BY 1
              UNTIL SUB-SUB >=
                 BT-SUB-FIRST(ROW-SUB) + BT-SUB-COUNT(ROW-SUB)
           IF WS-SUB-EQUIV > 0
              COMPUTE WS-COMPONENT-BUILDS =
                 (WS-COMP-AVAIL + WS-SUB-EQUIV)
                 / BT-QTY-PER(ROW-SUB)
                 ON SIZE ERROR
                    MOVE 9999999 TO WS-COMPONENT-BUILDS
              END-COMPUTE
           END-IF
           .

       DRAW-ONE-SUBSTITUTE.
           IF SB-RATIO(SUB-SUB) > 0
              AND SB-AVAIL(SUB-SUB) >= SB-RATIO(SUB-SUB)
              COMPUTE WS-SUB-EQUIV = WS-SUB-EQUIV
                 + (SB-AVAIL(SUB-SUB) / SB-RATIO(SUB-SUB))
                 ON SIZE ERROR
                    MOVE 9999999 TO WS-SUB-EQUIV
              END-COMPUTE
              IF WS-SUB-FIRST-USED = SPACES
                 MOVE SB-SUBSTITUTE(SUB-SUB) TO WS-SUB-FIRST-USED
              END-IF
           END-IF
           .

       FLAG-CIRCULAR-PARENTS.
           PERFORM FLAG-ONE-CIRCULAR
              VARYING PAR-SUB FROM 1 BY 1
           IF PT-BUILDABLE(PAR-SUB) NOT = PT-PRIOR(PAR-SUB)
              MOVE 'Y' TO PT-CIRCULAR(PAR-SUB)
              MOVE 0   TO PT-BUILDABLE(PAR-SUB)
              MOVE SPACES TO PT-SUB-PART(PAR-SUB)
              ADD 1 TO CIRCULAR-COUNT
              MOVE PT-PARENT(PAR-SUB) TO KERR-PARENT
              MOVE SPACES             TO KERR-COMPONENT
           MOVE PT-PARENT(PAR-SUB)    TO KIT-PARENT
           MOVE PT-BUILDABLE(PAR-SUB) TO KIT-BUILDABLE
           MOVE WS-TRACE-COMP         TO KIT-LIMIT-PART
           MOVE PT-SUB-PART(PAR-SUB)  TO KIT-SUB-PART
           IF PT-SUB-PART(PAR-SUB) NOT = SPACES
              ADD 1 TO SUB-DEPENDENT-COUNT
           END-IF
           MOVE SPACES                TO KIT-LIMIT-DESCR
           IF WS-TRACE-COMP NOT = SPACES
              MOVE WS-TRACE-COMP TO LOOKUP-PARTNO
           MOVE COMPONENT-COUNT TO SUM-COMP-COUNT
           MOVE BAD-LINK-COUNT  TO SUM-BADLINK-COUNT
           MOVE CIRCULAR-COUNT  TO SUM-CIRC-COUNT
           MOVE SUB-DEPENDENT-COUNT TO SUM-SUBDEP-COUNT
           DISPLAY WS-KIT-SUMMARY-LINE
           .
