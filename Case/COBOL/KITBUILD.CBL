      *** the cost-layer file prices the kit at what it actually
      *** took to build. An order whose components cannot cover
      *** the build is reported short and generates nothing -- no
      *** half-issued builds. A component short on its own stock
      *** draws on engineering's approved substitutes (CASBSUB) in
      *** priority order, and the deck issues the substitute
      *** actually used at its ratio, priced into the kit at the
      *** substitute's own cost. A disassembly order (WO-TYPE 'D')
      *** runs the deck the other way: one issue of the parent and
      *** one receipt per component at BOM-QTY-PER times the
      *** quantity broken down, each receipt priced at its share
      *** of the parent's I-UNITPR so the cost that leaves the
      *** parent's CASCLYR layers lands whole in the components'.
      *** A discontinued component's receipt is marked so STKPOST
      *** holds it on CASQUAR rather than in usable stock, and a
      *** breakdown of more kits than are on hand and unreserved
      *** is reported short and generates nothing. Either way the
      *** order explodes through the links in effect on its build
      *** date. A released order keyed with no document number is
      *** issued the next WO work-order number off the CASDOCN
      *** document authority through DOCNREC, and its deck and
      *** report line carry that number.
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
           SELECT MOV-OUT-FILE ASSIGN TO CASWOMOV
              FILE STATUS IS MOV-OUT-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASWORPT
           copy WORDREC.
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  SUB-DATA-FILE.
       01 SUB-REC.
           05 FD-SUB-KEY        PIC X(20).
           05 FILLER            PIC X(60).
       FD  MOV-OUT-FILE.
       01 MOV-RECORD.
           copy MOVETXN.
       01 WS-BOM-REC.
       copy BOMDETL.
       01 WO-FILE-STATUS      PIC X(02).
       01 WS-SUB-REC.
       copy BOMSUBS.
       01 BOM-FILE-STATUS     PIC X(02).
       01 SUB-FILE-STATUS     PIC X(02).
       01 MOV-OUT-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 KIT-ERROR-FLAG      PIC X(01) VALUE 'N'.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 WS-ALLOC-DATA       PIC X(80).
       01 WS-DCN-DATA         PIC X(80).
       01 DCN-REQUEST-TYPE    PIC X(02) EXTERNAL.
       01 DCN-ISSUED-NUMBER   PIC X(08) EXTERNAL.
       01 DCN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 DCN-ISSUED          VALUE 'Y'.
       01 DCN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 DCN-IO-ERROR-FOUND  VALUE 'Y'.
       01 DCN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 ALC-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 ALC-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 ALC-FOUND           VALUE 'Y'.
       01 ALC-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 WS-AVAIL-QTY        PIC S9(08).
       01 TODAY-DATE          PIC 9(08).
       01 WS-EFFECT-DATE      PIC 9(08).
      ***
      *** the whole CASBOM structure loads into storage once, the
      *** way REQPLAN and KITAVAIL hold it -- hard-bounded, the
              10 BT-PARENT     PIC X(09).
              10 BT-COMPONENT  PIC X(09).
              10 BT-QTY-PER    PIC 9(03).
              10 BT-EFF-FROM   PIC 9(08).
              10 BT-EFF-TO     PIC 9(08).
       01 ROW-SUB             PIC 9(05).
      ***
      *** the approved substitutes, in CASBSUB key order so each
      *** kit link's rows sit together in priority order.
      ***
       01 SUB-ROW-LIMIT       PIC 9(05) VALUE 2000.
       01 SUB-ROW-COUNT       PIC 9(05) VALUE 0.
       01 WS-SUB-TABLE.
           05 SUB-ROW OCCURS 2000 TIMES.
              10 SB-PARENT     PIC X(09).
              10 SB-COMPONENT  PIC X(09).
              10 SB-SUBSTITUTE PIC X(09).
              10 SB-RATIO      PIC 9(03)V9(03).
       01 SUB-SUB             PIC 9(05).
      ***
      *** one work order's component list -- needs, availability,
      *** and cost gathered in the check pass so the write pass
      *** only runs when every component covers.
              10 CMP-PARTNO    PIC X(09).
              10 CMP-NEED-QTY  PIC 9(07).
              10 CMP-SHORT-FLAG PIC X(01).
              10 CMP-QTY-PER   PIC 9(03).
              10 CMP-UNIT-PRICE PIC 9(05)V99.
              10 CMP-SPREAD-COST PIC 9(05)V99.
              10 CMP-DISC-FLAG PIC X(01).
              10 CMP-OWN-QTY   PIC 9(07).
       01 CMP-SUB             PIC 9(03).
      ***
      *** one work order's substitute issues -- the component each
      *** stands in for, the component units it covers, and the
      *** substitute quantity that covers them.
      ***
       01 SBU-LIMIT           PIC 9(03) VALUE 100.
       01 SBU-COUNT           PIC 9(03) VALUE 0.
       01 WS-SBU-TABLE.
           05 SBU-ENTRY OCCURS 100 TIMES.
              10 SBU-COMPONENT PIC X(09).
              10 SBU-PARTNO    PIC X(09).
              10 SBU-COVER-QTY PIC 9(07).
              10 SBU-QTY       PIC 9(07).
              10 SBU-UNIT-PRICE PIC 9(05)V99.
       01 SBU-SUB             PIC 9(03).
       01 CMP-SEEK            PIC 9(03).
       01 WS-SUB-SHORT        PIC 9(08).
       01 WS-SUB-AVAIL        PIC S9(08).
       01 WS-SUB-COVER        PIC 9(08).
       01 WS-SUB-UNITS        PIC 9(09)V9(03).
       01 WS-SUB-DRAW         PIC 9(08).
       01 WS-SUB-PRICE        PIC 9(05)V99.
       01 WS-COST-ADJUST      PIC S9(09)V99.
       01 SW-ORDER-BUILDABLE  PIC X(01).
           88 ORDER-BUILDABLE     VALUE 'Y'.
       01 WS-NEED-QTY         PIC 9(08).
       01 WS-ROLLED-COST      PIC 9(07)V99.
       01 WS-PARENT-COST      PIC 9(05)V99.
       01 WS-PARENT-AVAIL     PIC S9(08).
       01 WS-QTY-PER-TOTAL    PIC 9(07).
       01 WS-SPREAD-REMAIN    PIC S9(07)V99.
       01 WS-SPREAD-COST      PIC S9(07)V99.
       01 DISASSEMBLED-COUNT  PIC 9(07) VALUE 0.
       01 HELD-COMPONENT-COUNT PIC 9(07) VALUE 0.
       01 WO-COUNT            PIC 9(07) VALUE 0.
       01 RELEASED-COUNT      PIC 9(07) VALUE 0.
       01 SHORT-COUNT         PIC 9(07) VALUE 0.
           05                  PIC X(01)  VALUE SPACE.
           05 SHL-ON-HAND      PIC ZZZZ9.
           05                  PIC X(82)  VALUE SPACES.
       01 WS-SUBST-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE '  SUBST -- '.
           05 SBL-SUBST        PIC X(09).
           05                  PIC X(07)  VALUE '  FOR  '.
           05 SBL-COMPONENT    PIC X(09).
           05                  PIC X(08)  VALUE '  QTY   '.
           05 SBL-QTY          PIC ZZZZZZ9.
           05                  PIC X(81)  VALUE SPACES.
       01 WS-HELD-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE '  HOLD  -- '.
           05 HDL-COMPONENT    PIC X(09).
           05                  PIC X(08)  VALUE '  QTY   '.
           05 HDL-QTY          PIC ZZZZZZ9.
           05                  PIC X(30)
                               VALUE '  DISCONTINUED - TO QUARANTINE'.
           05                  PIC X(67)  VALUE SPACES.
       01 WS-KIT-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'WORK ORDERS READ:   '.
           05 SUM-WO-COUNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJ-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'DISASSEMBLED: '.
           05 SUM-DIS-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           BY CONTENT '1'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'DOCNREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-DCN-DATA
           IF DCN-IO-ERROR-FOUND
              MOVE 'Y'                 TO KIT-ERROR-FLAG
              MOVE 'KBD017'            TO MSG-KIT-OPEN-CODE
              MOVE DCN-IO-ERROR-STATUS TO MSG-KIT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KIT-OPEN-MSG
           END-IF

           OPEN INPUT BOM-DATA-FILE
           IF BOM-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KIT-ERROR-FLAG
              PERFORM LOAD-BOM-STRUCTURE
           END-IF

      *    THE SUBSTITUTE FILE IS OPTIONAL -- WITHOUT IT A SHORT
      *    COMPONENT HOLDS THE ORDER, AS IT ALWAYS HAS.
           OPEN INPUT SUB-DATA-FILE
           IF SUB-FILE-STATUS NOT = '00'
              MOVE 'KBD014'         TO MSG-KIT-OPEN-CODE
              MOVE SUB-FILE-STATUS  TO MSG-KIT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KIT-OPEN-MSG
           ELSE
              PERFORM LOAD-ONE-SUBSTITUTE UNTIL RETURN-CODE = 4
              MOVE 0 TO RETURN-CODE
              CLOSE SUB-DATA-FILE
           END-IF

           OPEN INPUT WO-DATA-FILE
           IF WO-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KIT-ERROR-FLAG
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
                 MOVE 'Y' TO KIT-ERROR-FLAG
                 MOVE 'KBD015' TO MSG-KIT-CODE
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
              END-IF
           END-IF
           .
              WRITE RPT-OUT-DATA FROM WS-KIT-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           ELSE
      *       THE STRUCTURE IN EFFECT ON THE BUILD DATE; AN ORDER
      *       CARRYING NO DATE BUILDS TO TODAY'S.
              IF WO-BUILD-DATE IS NUMERIC AND WO-BUILD-DATE > 0
                 MOVE WO-BUILD-DATE TO WS-EFFECT-DATE
              ELSE
                 MOVE TODAY-DATE    TO WS-EFFECT-DATE
              END-IF
              EVALUATE TRUE
                 WHEN WO-IS-ASSEMBLY
                    PERFORM BUILD-ONE-ORDER
                 WHEN WO-IS-DISASSEMBLY
                    PERFORM BREAK-DOWN-ONE-ORDER
                 WHEN OTHER
                    ADD 1 TO REJECT-COUNT
                    MOVE 0 TO CMP-COUNT
                    MOVE 0 TO WS-PARENT-COST
                    PERFORM WRITE-ORDER-LINE-START
                    MOVE 'REJECTED - BAD TYPE' TO KTL-DISPOSITION
                    WRITE RPT-OUT-DATA FROM WS-KIT-LINE
                    PERFORM CHECK-RPT-WRITE-STATUS
              END-EVALUATE
           END-IF

           READ WO-DATA-FILE
                 PERFORM REPORT-ORDER-SHORTAGES
              WHEN OTHER
                 ADD 1 TO RELEASED-COUNT
                 PERFORM NUMBER-RELEASED-ORDER
                 MOVE 'RELEASED                ' TO KTL-DISPOSITION
                 WRITE RPT-OUT-DATA FROM WS-KIT-LINE
                 PERFORM CHECK-RPT-WRITE-STATUS
                 PERFORM REPORT-ORDER-SUBSTITUTES
                    VARYING SBU-SUB FROM 1 BY 1
                    UNTIL SBU-SUB > SBU-COUNT
                 PERFORM WRITE-ORDER-MOVEMENTS
           END-EVALUATE
           .

       GATHER-ORDER-COMPONENTS.
           MOVE 0   TO CMP-COUNT
           MOVE 0   TO SBU-COUNT
           MOVE 0   TO WS-ROLLED-COST
           MOVE 'Y' TO SW-ORDER-BUILDABLE
           PERFORM VARYING ROW-SUB FROM 1 BY 1
              UNTIL ROW-SUB > BOM-ROW-COUNT
              IF BT-PARENT(ROW-SUB) = WO-PARENT
                 AND BT-EFF-FROM(ROW-SUB) NOT > WS-EFFECT-DATE
                 AND (BT-EFF-TO(ROW-SUB) = 0
                    OR BT-EFF-TO(ROW-SUB) > WS-EFFECT-DATE)
                 PERFORM GATHER-ONE-COMPONENT
              END-IF
           END-PERFORM
      *    SUBSTITUTES ARE DRAWN ONLY ONCE EVERY COMPONENT HAS
      *    CLAIMED ITS OWN STOCK, SO A SUBSTITUTE THAT IS ALSO A
      *    COMPONENT OF THIS KIT IS NEVER PROMISED TWICE.
           IF SUB-ROW-COUNT > 0
              PERFORM COVER-FROM-SUBSTITUTES
                 VARYING CMP-SUB FROM 1 BY 1
                 UNTIL CMP-SUB > CMP-COUNT
           END-IF
           PERFORM CHECK-COMPONENT-COVERED
              VARYING CMP-SUB FROM 1 BY 1
              UNTIL CMP-SUB > CMP-COUNT
           IF WS-ROLLED-COST > 99999.99
              MOVE 99999.99 TO WS-PARENT-COST
           ELSE
                 MOVE 99999 TO WS-NEED-QTY
              END-IF
              MOVE WS-NEED-QTY TO CMP-NEED-QTY(CMP-COUNT)
              MOVE WS-NEED-QTY TO CMP-OWN-QTY(CMP-COUNT)
              MOVE SPACE       TO CMP-SHORT-FLAG(CMP-COUNT)
              MOVE 0           TO CMP-UNIT-PRICE(CMP-COUNT)

              MOVE CMP-PARTNO(CMP-COUNT) TO LOOKUP-PARTNO
              CALL 'GETREC' USING
                 IF WS-AVAIL-QTY < 0
                    MOVE 0 TO WS-AVAIL-QTY
                 END-IF
      *          A SHORT COMPONENT ISSUES WHAT IT HAS; THE SUBSTITUTE
      *          PASS MAY YET COVER THE REST.
                 IF WS-AVAIL-QTY < CMP-NEED-QTY(CMP-COUNT)
                    MOVE WS-AVAIL-QTY TO CMP-OWN-QTY(CMP-COUNT)
                    MOVE 'S' TO CMP-SHORT-FLAG(CMP-COUNT)
                 END-IF
                 IF I-UNITPR IS NUMERIC
                    MOVE I-UNITPR TO CMP-UNIT-PRICE(CMP-COUNT)
                    COMPUTE WS-ROLLED-COST =
                       WS-ROLLED-COST
                       + (BT-QTY-PER(ROW-SUB) * I-UNITPR)
           END-IF
           .

      ***
      *** a short component's substitutes, in priority order --
      *** each covers the whole component units its promisable
      *** stock allows at its ratio (net of whatever this order
      *** already issues of that part), rounding the substitute
      *** quantity up. the kit's cost trades the component's
      *** price for the substitute's on the units it covers.
      ***
       COVER-FROM-SUBSTITUTES.
           IF CMP-SHORT-FLAG(CMP-SUB) = 'S'
              COMPUTE WS-SUB-SHORT =
                 CMP-NEED-QTY(CMP-SUB) - CMP-OWN-QTY(CMP-SUB)
              PERFORM COVER-FROM-ONE-SUBSTITUTE
                 VARYING SUB-SUB FROM 1 BY 1
                 UNTIL SUB-SUB > SUB-ROW-COUNT OR WS-SUB-SHORT = 0
              IF WS-SUB-SHORT = 0
                 MOVE 'U' TO CMP-SHORT-FLAG(CMP-SUB)
              END-IF
           END-IF
           .

       COVER-FROM-ONE-SUBSTITUTE.
           IF SB-PARENT(SUB-SUB) = WO-PARENT
              AND SB-COMPONENT(SUB-SUB) = CMP-PARTNO(CMP-SUB)
              AND SB-RATIO(SUB-SUB) > 0
              PERFORM RATE-SUBSTITUTE-STOCK
              IF WS-SUB-AVAIL >= SB-RATIO(SUB-SUB)
                 PERFORM DRAW-SUBSTITUTE-STOCK
              END-IF
           END-IF
           .

       RATE-SUBSTITUTE-STOCK.
           MOVE 0 TO WS-SUB-AVAIL
           MOVE 0 TO WS-SUB-PRICE
           MOVE SB-SUBSTITUTE(SUB-SUB) TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND AND I-QOH IS NUMERIC
              MOVE I-QOH TO WS-SUB-AVAIL
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-SUB-PRICE
              END-IF
              MOVE SB-SUBSTITUTE(SUB-SUB) TO ALC-LOOKUP-PARTNO
              CALL 'ALOCREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-ALLOC-DATA
              MOVE 0 TO RETURN-CODE
              IF ALC-FOUND
                 SUBTRACT ALC-OPEN-QTY FROM WS-SUB-AVAIL
              END-IF
              PERFORM NET-ONE-COMPONENT-ISSUE
                 VARYING CMP-SEEK FROM 1 BY 1
                 UNTIL CMP-SEEK > CMP-COUNT
              PERFORM NET-ONE-SUBSTITUTE-ISSUE
                 VARYING SBU-SUB FROM 1 BY 1
                 UNTIL SBU-SUB > SBU-COUNT
           END-IF
           IF WS-SUB-AVAIL < 0
              MOVE 0 TO WS-SUB-AVAIL
           END-IF
           .

       NET-ONE-COMPONENT-ISSUE.
           IF CMP-PARTNO(CMP-SEEK) = SB-SUBSTITUTE(SUB-SUB)
              SUBTRACT CMP-OWN-QTY(CMP-SEEK) FROM WS-SUB-AVAIL
           END-IF
           .

       NET-ONE-SUBSTITUTE-ISSUE.
           IF SBU-PARTNO(SBU-SUB) = SB-SUBSTITUTE(SUB-SUB)
              SUBTRACT SBU-QTY(SBU-SUB) FROM WS-SUB-AVAIL
           END-IF
           .

       DRAW-SUBSTITUTE-STOCK.
           IF SBU-COUNT >= SBU-LIMIT
              MOVE 'Y' TO KIT-ERROR-FLAG
              MOVE 'KBD016' TO MSG-KIT-CODE
              MOVE WO-PARENT TO MSG-KIT-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KIT-MSG
              MOVE 0 TO WS-SUB-AVAIL
           ELSE
              COMPUTE WS-SUB-COVER =
                 WS-SUB-AVAIL / SB-RATIO(SUB-SUB)
              IF WS-SUB-COVER > WS-SUB-SHORT
                 MOVE WS-SUB-SHORT TO WS-SUB-COVER
              END-IF
              COMPUTE WS-SUB-UNITS =
                 WS-SUB-COVER * SB-RATIO(SUB-SUB)
              MOVE WS-SUB-UNITS TO WS-SUB-DRAW
              IF WS-SUB-DRAW < WS-SUB-UNITS
                 ADD 1 TO WS-SUB-DRAW
              END-IF
              IF WS-SUB-DRAW > 99999
      *          PAST THE MOVETXN QUANTITY FIELD -- THE ORDER HOLDS.
                 MOVE 'N' TO SW-ORDER-BUILDABLE
                 MOVE 99999 TO WS-SUB-DRAW
              END-IF
              ADD 1 TO SBU-COUNT
              MOVE CMP-PARTNO(CMP-SUB) TO SBU-COMPONENT(SBU-COUNT)
              MOVE SB-SUBSTITUTE(SUB-SUB) TO SBU-PARTNO(SBU-COUNT)
              MOVE WS-SUB-COVER  TO SBU-COVER-QTY(SBU-COUNT)
              MOVE WS-SUB-DRAW   TO SBU-QTY(SBU-COUNT)
              MOVE WS-SUB-PRICE  TO SBU-UNIT-PRICE(SBU-COUNT)
              SUBTRACT WS-SUB-COVER FROM WS-SUB-SHORT

              COMPUTE WS-COST-ADJUST ROUNDED =
                 ((WS-SUB-DRAW * WS-SUB-PRICE)
                 - (WS-SUB-COVER * CMP-UNIT-PRICE(CMP-SUB)))
                 / WO-BUILD-QTY
              IF WS-ROLLED-COST + WS-COST-ADJUST < 0
                 MOVE 0 TO WS-ROLLED-COST
              ELSE
                 COMPUTE WS-ROLLED-COST =
                    WS-ROLLED-COST + WS-COST-ADJUST
                    ON SIZE ERROR
                       MOVE 9999999.99 TO WS-ROLLED-COST
                 END-COMPUTE
              END-IF
           END-IF
           .

       CHECK-COMPONENT-COVERED.
           IF CMP-SHORT-FLAG(CMP-SUB) = 'S'
              MOVE 'N' TO SW-ORDER-BUILDABLE
           END-IF
           .

       REPORT-ORDER-SUBSTITUTES.
           MOVE SBU-PARTNO(SBU-SUB)    TO SBL-SUBST
           MOVE SBU-COMPONENT(SBU-SUB) TO SBL-COMPONENT
           MOVE SBU-QTY(SBU-SUB)       TO SBL-QTY
           WRITE RPT-OUT-DATA FROM WS-SUBST-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** only a released order takes a number -- a short or
      *** rejected one generates nothing and would leave a gap.
      *** a number that cannot be issued releases the order
      *** unnumbered, as before, and ends the run in error.
      ***
       NUMBER-RELEASED-ORDER.
           IF WO-DOC-NUMBER = SPACES
              MOVE 'WO' TO DCN-REQUEST-TYPE
              CALL 'DOCNREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-DCN-DATA
              MOVE 0 TO RETURN-CODE
              IF DCN-ISSUED
                 MOVE DCN-ISSUED-NUMBER TO WO-DOC-NUMBER
                 MOVE WO-DOC-NUMBER     TO KTL-DOC-NUMBER
              ELSE
                 MOVE 'Y' TO KIT-ERROR-FLAG
              END-IF
           END-IF
           .

       WRITE-ORDER-LINE-START.
           MOVE WO-DOC-NUMBER TO KTL-DOC-NUMBER
           MOVE WO-PARENT     TO KTL-PARENT
              MOVE WO-DOC-NUMBER         TO MOV-DOC-NUMBER
              MOVE CMP-PARTNO(CMP-SUB)   TO MOV-PARTNO
              MOVE 'I'                   TO MOV-TYPE
              MOVE CMP-OWN-QTY(CMP-SUB)  TO MOV-QTY
              MOVE SPACE                 TO MOV-SIGN
              MOVE WO-BUILD-DATE         TO MOV-DATE
              MOVE SPACES                TO MOV-COST-CENTER
              MOVE 0                     TO MOV-UNIT-COST
              IF CMP-OWN-QTY(CMP-SUB) > 0
                 WRITE MOV-RECORD
                 PERFORM CHECK-MOV-WRITE-STATUS
                 ADD 1 TO TXN-COUNT
              END-IF
           END-PERFORM
           PERFORM WRITE-ONE-SUBSTITUTE-ISSUE
              VARYING SBU-SUB FROM 1 BY 1
              UNTIL SBU-SUB > SBU-COUNT

           MOVE SPACES         TO MOV-RECORD
           MOVE WO-DOC-NUMBER  TO MOV-DOC-NUMBER
           MOVE WO-BUILD-DATE  TO MOV-DATE
           MOVE 0              TO MOV-EXPIRY-DATE
           MOVE WS-PARENT-COST TO MOV-UNIT-COST
           MOVE 'K'            TO MOV-RECEIPT-SOURCE
           WRITE MOV-RECORD
           PERFORM CHECK-MOV-WRITE-STATUS
           ADD 1 TO TXN-COUNT
           .

      ***
      *** disassembly -- the same two passes. the check pass lists
      *** the components and their prices and proves the kits to
      *** break down are on hand net of their reservations; the
      *** write pass issues the parent and receives each
      *** component under the work-order document.
      ***
       BREAK-DOWN-ONE-ORDER.
           PERFORM GATHER-BREAKDOWN-COMPONENTS
           PERFORM WRITE-ORDER-LINE-START
           EVALUATE TRUE
              WHEN CMP-COUNT = 0
                 ADD 1 TO REJECT-COUNT
                 MOVE 'REJECTED - NO BOM       ' TO KTL-DISPOSITION
                 WRITE RPT-OUT-DATA FROM WS-KIT-LINE
                 PERFORM CHECK-RPT-WRITE-STATUS
              WHEN NOT ORDER-BUILDABLE
                 ADD 1 TO SHORT-COUNT
                 MOVE 'SHORT - KITS NOT ON HAND' TO KTL-DISPOSITION
                 WRITE RPT-OUT-DATA FROM WS-KIT-LINE
                 PERFORM CHECK-RPT-WRITE-STATUS
              WHEN OTHER
                 ADD 1 TO DISASSEMBLED-COUNT
                 PERFORM NUMBER-RELEASED-ORDER
                 MOVE 'DISASSEMBLY RELEASED    ' TO KTL-DISPOSITION
                 WRITE RPT-OUT-DATA FROM WS-KIT-LINE
                 PERFORM CHECK-RPT-WRITE-STATUS
                 PERFORM SPREAD-PARENT-COST
                 PERFORM WRITE-BREAKDOWN-MOVEMENTS
           END-EVALUATE
           .

       GATHER-BREAKDOWN-COMPONENTS.
           MOVE 0   TO CMP-COUNT
           MOVE 0   TO WS-ROLLED-COST
           MOVE 0   TO WS-QTY-PER-TOTAL
           MOVE 'Y' TO SW-ORDER-BUILDABLE
           PERFORM GATHER-ONE-BREAKDOWN-LINK
              VARYING ROW-SUB FROM 1 BY 1
              UNTIL ROW-SUB > BOM-ROW-COUNT

           MOVE WO-PARENT TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND AND I-QOH IS NUMERIC
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-PARENT-COST
              ELSE
                 MOVE 0 TO WS-PARENT-COST
              END-IF
              MOVE I-QOH TO WS-PARENT-AVAIL
              MOVE WO-PARENT TO ALC-LOOKUP-PARTNO
              CALL 'ALOCREC' USING
              BY CONTENT '3'
              BY REFERENCE WS-ALLOC-DATA
              MOVE 0 TO RETURN-CODE
              IF ALC-FOUND
                 SUBTRACT ALC-OPEN-QTY FROM WS-PARENT-AVAIL
              END-IF
              IF WS-PARENT-AVAIL < WO-BUILD-QTY
                 MOVE 'N' TO SW-ORDER-BUILDABLE
              END-IF
           ELSE
              MOVE 0   TO WS-PARENT-COST
              MOVE 'N' TO SW-ORDER-BUILDABLE
           END-IF
           .

       GATHER-ONE-BREAKDOWN-LINK.
           IF BT-PARENT(ROW-SUB) = WO-PARENT
              AND BT-EFF-FROM(ROW-SUB) NOT > WS-EFFECT-DATE
              AND (BT-EFF-TO(ROW-SUB) = 0
                 OR BT-EFF-TO(ROW-SUB) > WS-EFFECT-DATE)
              IF CMP-COUNT >= CMP-LIMIT
                 MOVE 'Y' TO KIT-ERROR-FLAG
                 MOVE 'N' TO SW-ORDER-BUILDABLE
                 MOVE 'KBD003' TO MSG-KIT-CODE
                 MOVE WO-PARENT TO MSG-KIT-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-KIT-MSG
              ELSE
                 PERFORM GATHER-ONE-BREAKDOWN-COMPONENT
              END-IF
           END-IF
           .

       GATHER-ONE-BREAKDOWN-COMPONENT.
           ADD 1 TO CMP-COUNT
           MOVE BT-COMPONENT(ROW-SUB) TO CMP-PARTNO(CMP-COUNT)
           MOVE BT-QTY-PER(ROW-SUB)   TO CMP-QTY-PER(CMP-COUNT)
           ADD BT-QTY-PER(ROW-SUB)    TO WS-QTY-PER-TOTAL
           COMPUTE WS-NEED-QTY = BT-QTY-PER(ROW-SUB) * WO-BUILD-QTY
           IF WS-NEED-QTY > 99999
      *       A RETURN PAST THE MOVETXN QUANTITY FIELD CANNOT POST
      *       AS ONE TRANSACTION -- THE ORDER HOLDS.
              MOVE 'N' TO SW-ORDER-BUILDABLE
              MOVE 99999 TO WS-NEED-QTY
           END-IF
           MOVE WS-NEED-QTY TO CMP-NEED-QTY(CMP-COUNT)
           MOVE SPACE       TO CMP-SHORT-FLAG(CMP-COUNT)
           MOVE SPACE       TO CMP-DISC-FLAG(CMP-COUNT)
           MOVE 0           TO CMP-UNIT-PRICE(CMP-COUNT)
           MOVE 0           TO CMP-SPREAD-COST(CMP-COUNT)

           MOVE CMP-PARTNO(CMP-COUNT) TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO CMP-UNIT-PRICE(CMP-COUNT)
                 COMPUTE WS-ROLLED-COST =
                    WS-ROLLED-COST
                    + (BT-QTY-PER(ROW-SUB) * I-UNITPR)
                    ON SIZE ERROR
                       MOVE 9999999.99 TO WS-ROLLED-COST
                 END-COMPUTE
              END-IF
              IF I-DISCONTINUED
                 MOVE 'D' TO CMP-DISC-FLAG(CMP-COUNT)
              END-IF
           ELSE
      *       A COMPONENT NOT ON CASEIN HAS NOWHERE TO BE RECEIVED.
              MOVE 'N' TO SW-ORDER-BUILDABLE
           END-IF
           .

      ***
      *** each component's receipt carries its share of the
      *** parent's cost in proportion to what it contributes at
      *** its own I-UNITPR (evenly per unit when none of them has
      *** a price). the last component takes whatever rounding
      *** left over, so one kit's components add back to one
      *** kit's cost.
      ***
       SPREAD-PARENT-COST.
           MOVE WS-PARENT-COST TO WS-SPREAD-REMAIN
           PERFORM SPREAD-ONE-COMPONENT
              VARYING CMP-SUB FROM 1 BY 1
              UNTIL CMP-SUB > CMP-COUNT
           .

       SPREAD-ONE-COMPONENT.
           EVALUATE TRUE
              WHEN CMP-QTY-PER(CMP-SUB) = 0
                 MOVE 0 TO WS-SPREAD-COST
              WHEN CMP-SUB = CMP-COUNT
                 COMPUTE WS-SPREAD-COST ROUNDED =
                    WS-SPREAD-REMAIN / CMP-QTY-PER(CMP-SUB)
              WHEN WS-ROLLED-COST > 0
                 COMPUTE WS-SPREAD-COST ROUNDED =
                    WS-PARENT-COST * CMP-UNIT-PRICE(CMP-SUB)
                    / WS-ROLLED-COST
              WHEN OTHER
                 COMPUTE WS-SPREAD-COST ROUNDED =
                    WS-PARENT-COST / WS-QTY-PER-TOTAL
           END-EVALUATE
           IF WS-SPREAD-COST < 0
              MOVE 0 TO WS-SPREAD-COST
           END-IF
           IF WS-SPREAD-COST > 99999.99
              MOVE 99999.99 TO WS-SPREAD-COST
           END-IF
           MOVE WS-SPREAD-COST TO CMP-SPREAD-COST(CMP-SUB)
           COMPUTE WS-SPREAD-REMAIN = WS-SPREAD-REMAIN
                 - (CMP-QTY-PER(CMP-SUB) * WS-SPREAD-COST)
           .

      ***
      *** the disassembly deck -- the parent issue first, then one
      *** receipt per component, every card under the work-order
      *** document number. a discontinued component's receipt is
      *** marked for STKPOST to hold it on CASQUAR.
      ***
       WRITE-BREAKDOWN-MOVEMENTS.
           MOVE SPACES         TO MOV-RECORD
           MOVE WO-DOC-NUMBER  TO MOV-DOC-NUMBER
           MOVE WO-PARENT      TO MOV-PARTNO
           MOVE 'I'            TO MOV-TYPE
           MOVE WO-BUILD-QTY   TO MOV-QTY
           MOVE SPACE          TO MOV-SIGN
           MOVE WO-BUILD-DATE  TO MOV-DATE
           MOVE SPACES         TO MOV-COST-CENTER
           MOVE 0              TO MOV-UNIT-COST
           WRITE MOV-RECORD
           PERFORM CHECK-MOV-WRITE-STATUS
           ADD 1 TO TXN-COUNT

           PERFORM WRITE-ONE-COMPONENT-RECEIPT
              VARYING CMP-SUB FROM 1 BY 1
              UNTIL CMP-SUB > CMP-COUNT
           .

       WRITE-ONE-COMPONENT-RECEIPT.
           IF CMP-NEED-QTY(CMP-SUB) > 0
              MOVE SPACES                  TO MOV-RECORD
              MOVE WO-DOC-NUMBER           TO MOV-DOC-NUMBER
              MOVE CMP-PARTNO(CMP-SUB)     TO MOV-PARTNO
              MOVE 'R'                     TO MOV-TYPE
              MOVE CMP-NEED-QTY(CMP-SUB)   TO MOV-QTY
              MOVE SPACE                   TO MOV-SIGN
              MOVE WO-BUILD-DATE           TO MOV-DATE
              MOVE 0                       TO MOV-EXPIRY-DATE
              MOVE CMP-SPREAD-COST(CMP-SUB) TO MOV-UNIT-COST
              MOVE 'D'                     TO MOV-RECEIPT-SOURCE
              WRITE MOV-RECORD
              PERFORM CHECK-MOV-WRITE-STATUS
              ADD 1 TO TXN-COUNT
              IF CMP-DISC-FLAG(CMP-SUB) = 'D'
                 ADD 1 TO HELD-COMPONENT-COUNT
                 MOVE CMP-PARTNO(CMP-SUB)   TO HDL-COMPONENT
                 MOVE CMP-NEED-QTY(CMP-SUB) TO HDL-QTY
                 WRITE RPT-OUT-DATA FROM WS-HELD-LINE
                 PERFORM CHECK-RPT-WRITE-STATUS
              END-IF
           END-IF
           .

       WRITE-ONE-SUBSTITUTE-ISSUE.
           MOVE SPACES              TO MOV-RECORD
           MOVE WO-DOC-NUMBER       TO MOV-DOC-NUMBER
           MOVE SBU-PARTNO(SBU-SUB) TO MOV-PARTNO
           MOVE 'I'                 TO MOV-TYPE
           MOVE SBU-QTY(SBU-SUB)    TO MOV-QTY
           MOVE SPACE               TO MOV-SIGN
           MOVE WO-BUILD-DATE       TO MOV-DATE
           MOVE SPACES              TO MOV-COST-CENTER
           MOVE 0                   TO MOV-UNIT-COST
           WRITE MOV-RECORD
           PERFORM CHECK-MOV-WRITE-STATUS
           ADD 1 TO TXN-COUNT
           BY CONTENT '9'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'DOCNREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-DCN-DATA

           IF KIT-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE RELEASED-COUNT TO SUM-REL-COUNT
           MOVE SHORT-COUNT    TO SUM-SHORT-COUNT
           MOVE REJECT-COUNT   TO SUM-REJ-COUNT
           MOVE DISASSEMBLED-COUNT TO SUM-DIS-COUNT
           DISPLAY WS-KIT-SUMMARY-LINE
           .
