       identification division.
       program-id. KITCOST.
      ***
      *** KITCOST - standard cost roll-up for kits. A kit parent's
      *** I-UNITPR is hand-keyed and drifts from what the kit is
      *** built from, while KITBUILD prices every build off its
      *** components -- so the book price and the build cost
      *** disagree. The whole CASBOM structure loads into storage
      *** and each parent's cost settles by repeated passes the
      *** way KITAVAIL settles buildable quantities: components
      *** cost their I-UNITPR times BOM-QTY-PER, a component that
      *** is itself a kit costs its own rolled figure, and the
      *** kit's CASKRATE labor/overhead rate, when it has one, is
      *** added on top. A structure still moving after the pass
      *** limit is circular (KITAVAIL's guard) and does not roll.
      *** The report sets each rolled cost against the current
      *** I-UNITPR; with KCS-WRITE-TXN-FLAG on, the differing
      *** kits are also written as MAINTTXN CHANGE transactions,
      *** the RDRCALC precedent, so the new prices apply through
      *** CASMAINT with its CASPRCHS price history and journal.
      *** The roll uses the links in effect on the run date.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT KCS-CTL-FILE ASSIGN TO KCSCTL
              FILE STATUS IS KCS-CTL-STATUS.
           SELECT BOM-DATA-FILE ASSIGN TO CASBOM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-BOM-KEY
              FILE STATUS IS BOM-FILE-STATUS.
           SELECT KRT-DATA-FILE ASSIGN TO CASKRATE
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-KRT-PARENT
              FILE STATUS IS KRT-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASKCSRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT TXN-OUT-FILE ASSIGN TO CASKCSTX
              FILE STATUS IS TXN-OUT-STATUS.
       data division.
       file section.
       FD  KCS-CTL-FILE.
       01 KCS-CTL-RECORD.
           copy KCSCTL.
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  KRT-DATA-FILE.
       01 KRT-REC.
           05 FD-KRT-PARENT     PIC X(09).
           05 FILLER            PIC X(71).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  TXN-OUT-FILE.
       01 TXN-OUT-RECORD.
           copy MAINTTXN.
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-BOM-REC.
       copy BOMDETL.
       01 WS-KRT-REC.
       copy KITRATE.
       01 KCS-CTL-STATUS      PIC X(02).
       01 BOM-FILE-STATUS     PIC X(02).
       01 KRT-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 TXN-OUT-STATUS      PIC X(02).
       01 TODAY-DATE          PIC 9(08).
       01 KCS-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 KCS-ERROR-FOUND     VALUE 'Y'.
       01 WS-KCS-OPEN-MSG.
           05 MSG-KCS-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-KCS-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-KCS-MSG.
           05 MSG-KCS-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-KCS-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 SW-WRITE-TXNS       PIC X(01) VALUE 'N'.
           88 WRITE-TXNS          VALUE 'Y'.
       01 SW-KRT-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 KRT-FILE-IS-OPEN    VALUE 'Y'.
      ***
      *** the loaded structure -- one row per CASBOM link with the
      *** component's I-UNITPR cached at load, and one slot per
      *** distinct parent carrying the master fields its CHANGE
      *** transaction must repeat, its labor rate, and its settled
      *** rolled cost. the limits are hard, as in KITAVAIL.
      ***
       01 BOM-ROW-COUNT       PIC 9(05) VALUE 0.
       01 BOM-ROW-LIMIT       PIC 9(05) VALUE 5000.
       01 WS-BOM-TABLE.
           05 BOM-ROW OCCURS 5000 TIMES.
              10 BT-PARENT     PIC X(09).
              10 BT-COMPONENT  PIC X(09).
              10 BT-QTY-PER    PIC 9(03).
              10 BT-COMP-COST  PIC 9(05)V99.
              10 BT-COMP-PARIX PIC 9(04).
              10 BT-BAD-LINK   PIC X(01).
       01 PAR-COUNT           PIC 9(04) VALUE 0.
       01 PAR-LIMIT           PIC 9(04) VALUE 1000.
       01 WS-PARENT-TABLE.
           05 PAR-ENTRY OCCURS 1000 TIMES.
              10 PT-PARENT     PIC X(09).
              10 PT-DESCR      PIC X(30).
              10 PT-CURR-PRICE PIC 9(05)V99.
              10 PT-RDRLVL     PIC 9(02).
              10 PT-ITEMCAT    PIC X(03).
              10 PT-VENDOR-CODE PIC X(04).
              10 PT-LABOR-RATE PIC 9(05)V99.
              10 PT-COMP-COST  PIC 9(07)V99.
              10 PT-COST       PIC 9(07)V99.
              10 PT-PRIOR      PIC 9(07)V99.
              10 PT-ON-MASTER  PIC X(01).
              10 PT-HAS-ERROR  PIC X(01).
              10 PT-CIRCULAR   PIC X(01).
       01 ROW-SUB             PIC 9(05).
       01 PAR-SUB             PIC 9(04).
       01 SEEK-SUB            PIC 9(04).
       01 WS-SEEK-PARENT      PIC X(09).
       01 WS-SEEK-RESULT      PIC 9(04).
       01 PASS-COUNT          PIC 9(03) VALUE 0.
       01 PASS-LIMIT          PIC 9(03) VALUE 25.
       01 SW-VALUES-MOVED     PIC X(01).
           88 VALUES-MOVED        VALUE 'Y'.
       01 WS-COST-CEILING     PIC 9(07)V99 VALUE 9999999.99.
       01 WS-COMP-TOTAL       PIC 9(07)V99.
       01 WS-LINK-COST        PIC 9(07)V99.
       01 WS-DIFFERENCE       PIC S9(07)V99.
       01 KIT-COUNT           PIC 9(07) VALUE 0.
       01 COMPONENT-COUNT     PIC 9(07) VALUE 0.
       01 BAD-LINK-COUNT      PIC 9(07) VALUE 0.
       01 CIRCULAR-COUNT      PIC 9(07) VALUE 0.
       01 DIFFER-COUNT        PIC 9(07) VALUE 0.
       01 TXN-WRITTEN-COUNT   PIC 9(07) VALUE 0.
       01 WS-KCS-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'KIT PART'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE '  COMPONENTS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'LABOR/OVH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE ' ROLLED COST'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE ' I-UNITPR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '   DIFFERENCE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'REMARK'.
       01 WS-KCS-LINE.
           05                  PIC X      VALUE SPACES.
           05 KCL-PARENT       PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-DESCR        PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-COMP-COST    PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-LABOR-RATE   PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-ROLLED-COST  PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-CURR-PRICE   PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-DIFFERENCE   PIC -Z,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 KCL-REMARK       PIC X(24).
       01 WS-KCS-ERROR-LINE.
           05                  PIC X      VALUE SPACES.
           05 KERR-PARENT      PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 KERR-COMPONENT   PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 KERR-REMARK      PIC X(30).
           05                  PIC X(76)  VALUE SPACES.
       01 WS-KCS-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'KITS ROLLED:  '.
           05 SUM-KIT-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'PRICE DIFF: '.
           05 SUM-DIFF-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'BROKEN LINKS: '.
           05 SUM-BADLINK-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'CIRCULAR: '.
           05 SUM-CIRC-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(21) VALUE 'CHANGE TXNS WRITTEN: '.
           05 SUM-TXN-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'KCS001: Starting program'
           PERFORM INITIALIZATION
           IF RETURN-CODE NOT = 4
              PERFORM LOAD-BOM-STRUCTURE
              PERFORM RESOLVE-COMPONENT-LINKS
              PERFORM SETTLE-ROLLED-COSTS
              PERFORM REPORT-EVERY-KIT
           END-IF
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'KCS999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT KCS-CTL-FILE
           IF KCS-CTL-STATUS = '00'
              READ KCS-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF KCS-WRITE-TXNS
                       MOVE 'Y' TO SW-WRITE-TXNS
                    END-IF
              END-READ
              CLOSE KCS-CTL-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

      *    WITHOUT THE RATE TABLE EVERY KIT ROLLS AT COMPONENT
      *    COST ALONE.
           OPEN INPUT KRT-DATA-FILE
           IF KRT-FILE-STATUS = '00'
              MOVE 'Y' TO SW-KRT-FILE-OPEN
           ELSE
              MOVE 'KCS002'         TO MSG-KCS-OPEN-CODE
              MOVE KRT-FILE-STATUS  TO MSG-KCS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KCS-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-KCS-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           IF WRITE-TXNS
              OPEN OUTPUT TXN-OUT-FILE
              IF TXN-OUT-STATUS NOT = '00'
                 MOVE 'N'             TO SW-WRITE-TXNS
                 MOVE 'Y'             TO KCS-ERROR-FLAG
                 MOVE 'KCS013'        TO MSG-KCS-OPEN-CODE
                 MOVE TXN-OUT-STATUS  TO MSG-KCS-OPEN-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-KCS-OPEN-MSG
              END-IF
           END-IF

           OPEN INPUT BOM-DATA-FILE
           IF BOM-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KCS-ERROR-FLAG
              MOVE 'KCS009'         TO MSG-KCS-OPEN-CODE
              MOVE BOM-FILE-STATUS  TO MSG-KCS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KCS-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOAD-BOM-STRUCTURE.
           PERFORM LOAD-ONE-BOM-LINK UNTIL RETURN-CODE = 4
           MOVE 0 TO RETURN-CODE
           CLOSE BOM-DATA-FILE
           .

       LOAD-ONE-BOM-LINK.
           READ BOM-DATA-FILE INTO WS-BOM-REC
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
                 MOVE 'Y' TO KCS-ERROR-FLAG
                 MOVE 'KCS011' TO MSG-KCS-CODE
                 MOVE BOM-PARENT TO MSG-KCS-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-KCS-MSG
                 MOVE 4 TO RETURN-CODE
              ELSE
                 ADD 1 TO BOM-ROW-COUNT
                 MOVE BOM-PARENT    TO BT-PARENT(BOM-ROW-COUNT)
                 MOVE BOM-COMPONENT TO BT-COMPONENT(BOM-ROW-COUNT)
                 IF BOM-QTY-PER IS NUMERIC
                    MOVE BOM-QTY-PER TO BT-QTY-PER(BOM-ROW-COUNT)
                 ELSE
                    MOVE 0 TO BT-QTY-PER(BOM-ROW-COUNT)
                 END-IF
                 MOVE 0   TO BT-COMP-PARIX(BOM-ROW-COUNT)
                 MOVE 'N' TO BT-BAD-LINK(BOM-ROW-COUNT)
                 PERFORM REGISTER-THE-PARENT
                 PERFORM CACHE-COMPONENT-COST
              END-IF
           END-IF
           .

      ***
      *** a new parent keeps the master fields its CHANGE card
      *** must carry back unchanged, and picks up its labor rate.
      ***
       REGISTER-THE-PARENT.
           MOVE BOM-PARENT TO WS-SEEK-PARENT
           PERFORM SEEK-PARENT-SLOT
           IF WS-SEEK-RESULT = 0
              IF PAR-COUNT >= PAR-LIMIT
                 MOVE 'Y' TO KCS-ERROR-FLAG
                 MOVE 'KCS012' TO MSG-KCS-CODE
                 MOVE BOM-PARENT TO MSG-KCS-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-KCS-MSG
              ELSE
                 ADD 1 TO PAR-COUNT
                 MOVE BOM-PARENT TO PT-PARENT(PAR-COUNT)
                 MOVE SPACES     TO PT-DESCR(PAR-COUNT)
                 MOVE 0          TO PT-CURR-PRICE(PAR-COUNT)
                 MOVE 0          TO PT-RDRLVL(PAR-COUNT)
                 MOVE SPACES     TO PT-ITEMCAT(PAR-COUNT)
                 MOVE SPACES     TO PT-VENDOR-CODE(PAR-COUNT)
                 MOVE 0          TO PT-COMP-COST(PAR-COUNT)
                 MOVE 0          TO PT-COST(PAR-COUNT)
                 MOVE 0          TO PT-PRIOR(PAR-COUNT)
                 MOVE 'N'        TO PT-HAS-ERROR(PAR-COUNT)
                 MOVE 'N'        TO PT-CIRCULAR(PAR-COUNT)
                 PERFORM LOOK-UP-LABOR-RATE
                 MOVE BOM-PARENT TO LOOKUP-PARTNO
                 CALL 'GETREC' USING
                 BY CONTENT '3'
                 BY REFERENCE IN-DATA
                 MOVE 0 TO RETURN-CODE
                 IF LOOKUP-FOUND
                    MOVE 'Y' TO PT-ON-MASTER(PAR-COUNT)
                    MOVE I-DESCR       TO PT-DESCR(PAR-COUNT)
                    IF I-UNITPR IS NUMERIC
                       MOVE I-UNITPR   TO PT-CURR-PRICE(PAR-COUNT)
                    END-IF
                    MOVE I-RDRLVL      TO PT-RDRLVL(PAR-COUNT)
                    MOVE I-ITEMCAT     TO PT-ITEMCAT(PAR-COUNT)
                    MOVE I-VENDOR-CODE TO PT-VENDOR-CODE(PAR-COUNT)
                 ELSE
                    MOVE 'N' TO PT-ON-MASTER(PAR-COUNT)
                    ADD 1 TO BAD-LINK-COUNT
                    MOVE BOM-PARENT TO KERR-PARENT
                    MOVE SPACES     TO KERR-COMPONENT
                    MOVE 'KIT PARENT NOT ON CASEIN' TO KERR-REMARK
                    WRITE RPT-OUT-DATA FROM WS-KCS-ERROR-LINE
                    PERFORM CHECK-RPT-WRITE-STATUS
                    MOVE 'KCS005' TO MSG-KCS-CODE
                    MOVE BOM-PARENT TO MSG-KCS-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                         BY CONTENT WS-KCS-MSG
                 END-IF
              END-IF
           END-IF
           .

       LOOK-UP-LABOR-RATE.
           MOVE 0 TO PT-LABOR-RATE(PAR-COUNT)
           IF KRT-FILE-IS-OPEN
              MOVE BOM-PARENT TO FD-KRT-PARENT
              READ KRT-DATA-FILE INTO WS-KRT-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF KRT-LABOR-RATE IS NUMERIC
                       MOVE KRT-LABOR-RATE
                          TO PT-LABOR-RATE(PAR-COUNT)
                    END-IF
              END-READ
           END-IF
           .

       SEEK-PARENT-SLOT.
           MOVE 0 TO WS-SEEK-RESULT
           PERFORM SEEK-ONE-SLOT
              VARYING SEEK-SUB FROM 1 BY 1
              UNTIL SEEK-SUB > PAR-COUNT OR WS-SEEK-RESULT > 0
           .

       SEEK-ONE-SLOT.
           IF PT-PARENT(SEEK-SUB) = WS-SEEK-PARENT
              MOVE SEEK-SUB TO WS-SEEK-RESULT
           END-IF
           .

       CACHE-COMPONENT-COST.
           MOVE 0 TO BT-COMP-COST(BOM-ROW-COUNT)
           MOVE BOM-COMPONENT TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF NOT LOOKUP-FOUND
              MOVE 'Y' TO BT-BAD-LINK(BOM-ROW-COUNT)
              ADD 1 TO BAD-LINK-COUNT
              MOVE BOM-PARENT    TO KERR-PARENT
              MOVE BOM-COMPONENT TO KERR-COMPONENT
              MOVE 'COMPONENT NOT ON CASEIN' TO KERR-REMARK
              WRITE RPT-OUT-DATA FROM WS-KCS-ERROR-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              MOVE 'KCS003' TO MSG-KCS-CODE
              MOVE BOM-COMPONENT TO MSG-KCS-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KCS-MSG
           ELSE
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO BT-COMP-COST(BOM-ROW-COUNT)
              END-IF
           END-IF
           .

       RESOLVE-COMPONENT-LINKS.
           PERFORM RESOLVE-ONE-LINK
              VARYING ROW-SUB FROM 1 BY 1
              UNTIL ROW-SUB > BOM-ROW-COUNT
           .

       RESOLVE-ONE-LINK.
           MOVE BT-COMPONENT(ROW-SUB) TO WS-SEEK-PARENT
           PERFORM SEEK-PARENT-SLOT
           MOVE WS-SEEK-RESULT TO BT-COMP-PARIX(ROW-SUB)
           .

      ***
      *** the settling passes -- each pass costs every kit off its
      *** components' prices plus its sub-kits' rolled costs from
      *** the prior pass, so cost climbs the structure one level
      *** per pass. a healthy structure stops moving within its
      *** depth; one still moving at the pass limit contains a
      *** cycle, and every parent that moved on the last pass is
      *** reported circular and left unrolled. a cycle that runs
      *** a cost off the top of its field counts as still moving.
      ***
       SETTLE-ROLLED-COSTS.
           MOVE 0 TO PASS-COUNT
           MOVE 'Y' TO SW-VALUES-MOVED
           PERFORM SETTLE-ONE-PASS
              UNTIL PASS-COUNT >= PASS-LIMIT
              OR NOT VALUES-MOVED
           IF VALUES-MOVED
              PERFORM FLAG-CIRCULAR-PARENTS
           END-IF
           .

       SETTLE-ONE-PASS.
           ADD 1 TO PASS-COUNT
           MOVE 'N' TO SW-VALUES-MOVED
           PERFORM SNAPSHOT-ONE-PARENT
              VARYING PAR-SUB FROM 1 BY 1
              UNTIL PAR-SUB > PAR-COUNT
           PERFORM COST-ONE-PARENT
              VARYING PAR-SUB FROM 1 BY 1
              UNTIL PAR-SUB > PAR-COUNT
           .

       SNAPSHOT-ONE-PARENT.
           MOVE PT-COST(PAR-SUB) TO PT-PRIOR(PAR-SUB)
           .

       COST-ONE-PARENT.
           MOVE 0   TO WS-COMP-TOTAL
           MOVE 'N' TO PT-HAS-ERROR(PAR-SUB)
           PERFORM COST-ONE-LINK
              VARYING ROW-SUB FROM 1 BY 1
              UNTIL ROW-SUB > BOM-ROW-COUNT
           MOVE WS-COMP-TOTAL TO PT-COMP-COST(PAR-SUB)
           COMPUTE PT-COST(PAR-SUB) =
              WS-COMP-TOTAL + PT-LABOR-RATE(PAR-SUB)
              ON SIZE ERROR
                 MOVE WS-COST-CEILING TO PT-COST(PAR-SUB)
           END-COMPUTE
           IF PT-COST(PAR-SUB) NOT = PT-PRIOR(PAR-SUB)
              OR PT-COST(PAR-SUB) = WS-COST-CEILING
              MOVE 'Y' TO SW-VALUES-MOVED
           END-IF
           .

       COST-ONE-LINK.
           IF BT-PARENT(ROW-SUB) = PT-PARENT(PAR-SUB)
              IF BT-BAD-LINK(ROW-SUB) = 'Y'
                 MOVE 'Y' TO PT-HAS-ERROR(PAR-SUB)
              ELSE
                 IF BT-COMP-PARIX(ROW-SUB) > 0
                    IF PT-HAS-ERROR(BT-COMP-PARIX(ROW-SUB)) = 'Y'
                       OR PT-ON-MASTER(BT-COMP-PARIX(ROW-SUB)) = 'N'
                       MOVE 'Y' TO PT-HAS-ERROR(PAR-SUB)
                    END-IF
                    COMPUTE WS-LINK-COST =
                       PT-PRIOR(BT-COMP-PARIX(ROW-SUB))
                       * BT-QTY-PER(ROW-SUB)
                       ON SIZE ERROR
                          MOVE WS-COST-CEILING TO WS-LINK-COST
                    END-COMPUTE
                 ELSE
                    COMPUTE WS-LINK-COST =
                       BT-COMP-COST(ROW-SUB) * BT-QTY-PER(ROW-SUB)
                 END-IF
                 ADD WS-LINK-COST TO WS-COMP-TOTAL
                    ON SIZE ERROR
                       MOVE WS-COST-CEILING TO WS-COMP-TOTAL
                 END-ADD
              END-IF
           END-IF
           .

       FLAG-CIRCULAR-PARENTS.
           PERFORM FLAG-ONE-CIRCULAR
              VARYING PAR-SUB FROM 1 BY 1
              UNTIL PAR-SUB > PAR-COUNT
           .

       FLAG-ONE-CIRCULAR.
           IF PT-COST(PAR-SUB) NOT = PT-PRIOR(PAR-SUB)
              OR PT-COST(PAR-SUB) = WS-COST-CEILING
              MOVE 'Y' TO PT-CIRCULAR(PAR-SUB)
              ADD 1 TO CIRCULAR-COUNT
              MOVE PT-PARENT(PAR-SUB) TO KERR-PARENT
              MOVE SPACES             TO KERR-COMPONENT
              MOVE 'CIRCULAR KIT STRUCTURE' TO KERR-REMARK
              WRITE RPT-OUT-DATA FROM WS-KCS-ERROR-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              MOVE 'KCS004' TO MSG-KCS-CODE
              MOVE PT-PARENT(PAR-SUB) TO MSG-KCS-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-KCS-MSG
           END-IF
           .

       REPORT-EVERY-KIT.
           PERFORM REPORT-ONE-KIT
              VARYING PAR-SUB FROM 1 BY 1
              UNTIL PAR-SUB > PAR-COUNT
           .

      ***
      *** a kit rolls only when the whole structure beneath it is
      *** on CASEIN and acyclic; anything else reports its remark
      *** and keeps its current price.
      ***
       REPORT-ONE-KIT.
           ADD 1 TO KIT-COUNT
           MOVE SPACES                 TO WS-KCS-LINE
           MOVE PT-PARENT(PAR-SUB)     TO KCL-PARENT
           MOVE PT-DESCR(PAR-SUB)      TO KCL-DESCR
           MOVE PT-LABOR-RATE(PAR-SUB) TO KCL-LABOR-RATE
           MOVE PT-CURR-PRICE(PAR-SUB) TO KCL-CURR-PRICE
           EVALUATE TRUE
              WHEN PT-ON-MASTER(PAR-SUB) = 'N'
                 MOVE 'KIT NOT ON CASEIN'      TO KCL-REMARK
              WHEN PT-CIRCULAR(PAR-SUB) = 'Y'
                 MOVE 'CIRCULAR - NOT ROLLED'  TO KCL-REMARK
              WHEN PT-HAS-ERROR(PAR-SUB) = 'Y'
                 MOVE 'BROKEN BOM - NOT ROLLED' TO KCL-REMARK
              WHEN OTHER
                 PERFORM COMPARE-ROLLED-COST
           END-EVALUATE
           WRITE RPT-OUT-DATA FROM WS-KCS-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       COMPARE-ROLLED-COST.
           MOVE PT-COMP-COST(PAR-SUB) TO KCL-COMP-COST
           MOVE PT-COST(PAR-SUB)      TO KCL-ROLLED-COST
           COMPUTE WS-DIFFERENCE =
              PT-COST(PAR-SUB) - PT-CURR-PRICE(PAR-SUB)
           MOVE WS-DIFFERENCE TO KCL-DIFFERENCE
           IF WS-DIFFERENCE = 0
              MOVE 'AT ROLLED COST'       TO KCL-REMARK
           ELSE
              ADD 1 TO DIFFER-COUNT
              MOVE 'PRICE DIFFERS'        TO KCL-REMARK
              IF WRITE-TXNS
                 PERFORM WRITE-CHANGE-TXN
              END-IF
           END-IF
           .

      ***
      *** the CHANGE transaction carries the kit's current
      *** description, reorder level, category, and vendor so the
      *** CASMAINT apply only moves the price. a cost too large for
      *** the four-digit TXN-UNITPR, or one of zero that CASMAINT
      *** would reject, is reported but no transaction is written.
      ***
       WRITE-CHANGE-TXN.
           EVALUATE TRUE
              WHEN PT-COST(PAR-SUB) > 9999.99
                 MOVE 'TOO LARGE FOR CHANGE TXN' TO KCL-REMARK
                 MOVE 'KCS006' TO MSG-KCS-CODE
                 MOVE PT-PARENT(PAR-SUB) TO MSG-KCS-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-KCS-MSG
              WHEN PT-COST(PAR-SUB) = 0
                 MOVE 'NO COST - NO CHANGE TXN' TO KCL-REMARK
              WHEN OTHER
                 MOVE SPACES                 TO TXN-OUT-RECORD
                 MOVE 'C'                    TO TXN-ACTION
                 MOVE PT-PARENT(PAR-SUB)     TO TXN-PARTNO
                 MOVE PT-DESCR(PAR-SUB)      TO TXN-DESCR
                 MOVE PT-COST(PAR-SUB)       TO TXN-UNITPR
                 MOVE PT-RDRLVL(PAR-SUB)     TO TXN-RDRLVL
                 MOVE PT-ITEMCAT(PAR-SUB)    TO TXN-ITEMCAT
                 MOVE PT-VENDOR-CODE(PAR-SUB) TO TXN-VENDOR-CODE
                 MOVE 0                      TO TXN-EFF-DATE
                 WRITE TXN-OUT-RECORD
                 IF TXN-OUT-STATUS NOT = '00'
                    MOVE 'Y'            TO KCS-ERROR-FLAG
                    MOVE 'KCS014'       TO MSG-KCS-OPEN-CODE
                    MOVE TXN-OUT-STATUS TO MSG-KCS-OPEN-STAT
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-KCS-OPEN-MSG
                 ELSE
                    ADD 1 TO TXN-WRITTEN-COUNT
                    MOVE 'CHANGE TXN WRITTEN'   TO KCL-REMARK
                 END-IF
           END-EVALUATE
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO KCS-ERROR-FLAG
              MOVE 'KCS010'         TO MSG-KCS-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-KCS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-KCS-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           IF WRITE-TXNS
              CLOSE TXN-OUT-FILE
           END-IF
           IF KRT-FILE-IS-OPEN
              CLOSE KRT-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF KCS-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE KIT-COUNT         TO SUM-KIT-COUNT
           MOVE DIFFER-COUNT      TO SUM-DIFF-COUNT
           MOVE BAD-LINK-COUNT    TO SUM-BADLINK-COUNT
           MOVE CIRCULAR-COUNT    TO SUM-CIRC-COUNT
           MOVE TXN-WRITTEN-COUNT TO SUM-TXN-COUNT
           DISPLAY WS-KCS-SUMMARY-LINE
           .
