       identification division.
       program-id. PROJINV.
      ***
      *** PROJINV - time-phased projected inventory. REOREXC says
      *** what is below its reorder level today and OPOREC hands
      *** back the earliest due-in, but neither shows a part
      *** running dry in week 3 while its PO lands in week 5. This
      *** run projects every active part forward in weekly buckets
      *** over the PRJCTL horizon, starting from I-QOH less its
      *** open CASALOC reservations (stock in CASQUAR quarantine
      *** is already outside I-QOH; it is shown, never counted).
      *** Each open CASOPO order is received in the week it is due,
      *** or the week of the CASASNST arrival when a shipment
      *** notice gives one; each week consumes the FCSTREC forecast
      *** (the flat I-AVG-USAGE where no forecast exists), and the
      *** open CASBORD backorders come out of the first week. The
      *** first week the projection goes negative is the stockout.
      *** Every open order then gets its action message: EXPEDITE
      *** an order landing after the stockout, to the stockout
      *** week; CANCEL an order the projection never drops below
      *** the reorder level without; DEFER an order arriving at
      *** least PRJ-DEFER-WEEKS before the stock runs down to the
      *** reorder level without it, to the week it is needed.
      *** Orders are weighed latest first, so the cancels and
      *** defers together never leave the part short.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT PRJ-CTL-FILE ASSIGN TO PRJCTL
              FILE STATUS IS PRJ-CTL-STATUS.
           SELECT OPO-DATA-FILE ASSIGN TO CASOPO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-OPO-KEY
              FILE STATUS IS OPO-FILE-STATUS.
           SELECT AST-DATA-FILE ASSIGN TO CASASNST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-AST-KEY
              FILE STATUS IS AST-FILE-STATUS.
           SELECT BKO-DATA-FILE ASSIGN TO CASBORD
              FILE STATUS IS BKO-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASPRJRP
              FILE STATUS IS RPT-FILE-STATUS.
       data division.
       file section.
       FD  PRJ-CTL-FILE.
       01 PRJ-CTL-RECORD.
           copy PRJCTL.
       FD  OPO-DATA-FILE.
       01 OPO-REC.
           05 FD-OPO-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  AST-DATA-FILE.
       01 AST-REC.
           05 FD-AST-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  BKO-DATA-FILE.
       01 BKO-RECORD.
           copy BKODETL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-OPO-REC.
       copy OPODETL.
       01 WS-AST-REC.
       copy ASNSTAT.
       01 PRJ-CTL-STATUS      PIC X(02).
       01 OPO-FILE-STATUS     PIC X(02).
       01 AST-FILE-STATUS     PIC X(02).
       01 BKO-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 PRJ-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 PRJ-ERROR-FOUND     VALUE 'Y'.
       01 WS-PRJ-OPEN-MSG.
           05 MSG-PRJ-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PRJ-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-PRJ-MSG.
           05 MSG-PRJ-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-PRJ-PARTNO    PIC X(09).
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
       01 WS-FCS-DATA         PIC X(80).
       01 FCS-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 FCS-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 FCS-FOUND           VALUE 'Y'.
       01 FCS-DAILY-USAGE-OUT PIC 9(03) EXTERNAL.
       01 FCS-ERROR-PCT-OUT   PIC 9(03) EXTERNAL.
       01 FCS-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 FCS-IO-ERROR-FOUND  VALUE 'Y'.
       01 FCS-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-ALLOC-DATA       PIC X(80).
       01 ALC-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 ALC-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 ALC-FOUND           VALUE 'Y'.
       01 ALC-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 ALC-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 ALC-IO-ERROR-FOUND  VALUE 'Y'.
       01 ALC-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-QUA-DATA         PIC X(80).
       01 QUA-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 QUA-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 QUA-FOUND           VALUE 'Y'.
       01 QUA-HELD-QTY        PIC 9(05) EXTERNAL.
       01 QUA-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 QUA-IO-ERROR-FOUND  VALUE 'Y'.
       01 QUA-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 SW-OPO-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 OPO-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-AST-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 AST-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-OPO-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 OPO-BROWSE-DONE     VALUE 'Y'.
       01 SW-BKO-EOF          PIC X(01) VALUE 'N'.
           88 BKO-AT-EOF          VALUE 'Y'.
       01 HORIZON-WEEKS       PIC 9(02) VALUE 8.
       01 DEFER-WEEKS         PIC 9(02) VALUE 2.
       01 TODAY-DATE          PIC 9(08).
       01 TODAY-SERIAL        PIC 9(07).
       01 ARRIVE-SERIAL       PIC 9(07).
       01 WS-DAYS-OUT         PIC 9(07).
       01 WS-WEEKS-OUT        PIC 9(05).
      ***
      *** open backorder quantity by part, totalled from CASBORD
      *** once at start
      ***
       01 WS-BACKORDER-TABLE.
           05 WS-BACKORDER-ENTRY OCCURS 2000 TIMES.
              10 BO-PARTNO       PIC X(09).
              10 BO-QTY          PIC 9(07).
       01 BO-COUNT            PIC 9(04) VALUE 0.
       01 BO-SUB              PIC 9(04).
       01 BO-HIT              PIC 9(04).
      ***
      *** the part's open orders, and what each should do
      ***
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ENTRY OCCURS 50 TIMES.
              10 PO-NUMBER       PIC X(08).
              10 PO-QTY          PIC 9(05).
              10 PO-DUE-DATE     PIC 9(08).
              10 PO-ARRIVE-DATE  PIC 9(08).
              10 PO-ASN-FLAG     PIC X(01).
                  88 PO-ON-ASN       VALUE 'Y'.
              10 PO-WEEK         PIC 9(02).
              10 PO-ACTION       PIC X(01).
                  88 PO-EXPEDITE     VALUE 'E'.
                  88 PO-DEFER        VALUE 'D'.
                  88 PO-CANCEL       VALUE 'C'.
                  88 PO-NO-ACTION    VALUE SPACE.
              10 PO-TO-WEEK      PIC 9(02).
       01 PO-COUNT            PIC 9(02) VALUE 0.
       01 PO-SUB              PIC 9(02).
      ***
      *** the weekly buckets -- WK-BALANCE is the projection as
      *** the orders stand; WK-PLAN-BALANCE is reworked as each
      *** cancel or defer is decided.
      ***
       01 WS-WEEK-TABLE.
           05 WS-WEEK-ENTRY OCCURS 13 TIMES.
              10 WK-RECEIPTS     PIC 9(07).
              10 WK-DEMAND       PIC 9(07).
              10 WK-BALANCE      PIC S9(07).
              10 WK-PLAN-BALANCE PIC S9(07).
       01 WK-SUB              PIC 9(02).
       01 WK-SCAN             PIC 9(02).
       01 WK-NEED             PIC 9(02).
       01 STOCKOUT-WEEK       PIC 9(02).
       01 WS-EFFECTIVE-USAGE  PIC 9(03).
       01 WS-WEEK-DEMAND      PIC 9(05).
       01 WS-RESERVED-QTY     PIC 9(07).
       01 WS-HELD-QTY         PIC 9(05).
       01 WS-BACKORDER-QTY    PIC 9(07).
       01 WS-START-BALANCE    PIC S9(07).
       01 WS-RUNNING-BALANCE  PIC S9(07).
       01 WS-LOW-BALANCE      PIC S9(07).
       01 WS-FLOOR-QTY        PIC 9(05).
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 PROJECTED-COUNT     PIC 9(07) VALUE 0.
       01 STOCKOUT-COUNT      PIC 9(07) VALUE 0.
       01 EXPEDITE-COUNT      PIC 9(07) VALUE 0.
       01 DEFER-COUNT         PIC 9(07) VALUE 0.
       01 CANCEL-COUNT        PIC 9(07) VALUE 0.
       01 WS-PRJ-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'ON HAND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'RESERVD'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'IN QUAR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'BACKORD'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'WK DMND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '  START'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'STOCKOUT'.
           05                  PIC X(27)  VALUE SPACES.
      *    THE BUCKETS STAY CALENDAR WEEKS -- DEMAND IS A DAILY RATE
      *    THAT RUNS THROUGH WEEKENDS AND THE SHUTDOWN ALIKE, AND A
      *    DUE DATE LANDS IN THE WEEK IT FALLS IN WHATEVER THE SHOP
      *    CALENDAR SAYS.
       01 WS-PRJ-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(47)  VALUE
              'WEEKS ARE CALENDAR WEEKS FROM TODAY (7 CALENDAR'.
           05                  PIC X(13)  VALUE ' DAYS A WEEK)'.
           05                  PIC X(72)  VALUE SPACES.
       01 WS-PRJ-WEEK-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(12)  VALUE SPACES.
           05 WS-WEEK-LABELS.
              10               PIC X(08)  VALUE ' WEEK  1'.
              10               PIC X(08)  VALUE ' WEEK  2'.
              10               PIC X(08)  VALUE ' WEEK  3'.
              10               PIC X(08)  VALUE ' WEEK  4'.
              10               PIC X(08)  VALUE ' WEEK  5'.
              10               PIC X(08)  VALUE ' WEEK  6'.
              10               PIC X(08)  VALUE ' WEEK  7'.
              10               PIC X(08)  VALUE ' WEEK  8'.
              10               PIC X(08)  VALUE ' WEEK  9'.
              10               PIC X(08)  VALUE ' WEEK 10'.
              10               PIC X(08)  VALUE ' WEEK 11'.
              10               PIC X(08)  VALUE ' WEEK 12'.
              10               PIC X(08)  VALUE ' WEEK 13'.
           05 WS-WEEK-LABEL REDEFINES WS-WEEK-LABELS
                               PIC X(08)  OCCURS 13 TIMES.
           05                  PIC X(16)  VALUE SPACES.
       01 WS-PRJ-PART-LINE.
           05                  PIC X      VALUE SPACES.
           05 PL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 PL-ON-HAND       PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-RESERVED      PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-HELD          PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-BACKORDER     PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-WEEK-DEMAND   PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-START         PIC ------9.
           05                  PIC X(02)  VALUE SPACES.
           05 PL-STOCKOUT.
              10               PIC X(05)  VALUE 'WEEK '.
              10 PL-STOCKOUT-WEEK PIC Z9.
              10               PIC X(01)  VALUE SPACES.
           05 PL-STOCKOUT-NONE REDEFINES PL-STOCKOUT PIC X(08).
           05                  PIC X(27)  VALUE SPACES.
       01 WS-PRJ-WEEK-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(12)  VALUE '   PROJECTED'.
           05 PW-WEEK OCCURS 13 TIMES.
              10               PIC X(01)  VALUE SPACES.
              10 PW-BALANCE    PIC ------9.
              10 PW-BLANK REDEFINES PW-BALANCE PIC X(07).
           05                  PIC X(16)  VALUE SPACES.
       01 WS-PRJ-ORDER-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(05)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'PO '.
           05 PA-PO-NUMBER     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'QTY '.
           05 PA-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'DUE '.
           05 PA-DUE-DATE      PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'ARRIVES '.
           05 PA-ARRIVE-DATE   PIC X(08).
           05                  PIC X(01)  VALUE SPACES.
           05 PA-ASN-NOTE      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 PA-WEEK.
              10               PIC X(05)  VALUE 'WEEK '.
              10 PA-WEEK-NUM   PIC Z9.
           05 PA-WEEK-LATER REDEFINES PA-WEEK PIC X(07).
           05                  PIC X(02)  VALUE SPACES.
           05 PA-ACTION        PIC X(12).
           05 PA-TO-WEEK.
              10               PIC X(05)  VALUE 'WEEK '.
              10 PA-TO-WEEK-NUM PIC Z9.
           05 PA-TO-NONE REDEFINES PA-TO-WEEK PIC X(07).
           05                  PIC X(39)  VALUE SPACES.
       01 WS-PRJ-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'PARTS READ: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'PROJECTED: '.
           05 SUM-PROJ-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'STOCKOUTS: '.
           05 SUM-OUT-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'EXPEDITE: '.
           05 SUM-EXP-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'DEFER: '.
           05 SUM-DEF-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'CANCEL: '.
           05 SUM-CAN-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PRJ001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PROJECT-ONE-PART UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'PRJ999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           CALL 'DATECALC' USING TODAY-DATE TODAY-SERIAL

           OPEN INPUT PRJ-CTL-FILE
           IF PRJ-CTL-STATUS = '00'
              READ PRJ-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF PRJ-HORIZON-WEEKS IS NUMERIC
                       AND PRJ-HORIZON-WEEKS > 0
                       AND PRJ-HORIZON-WEEKS NOT > 13
                       MOVE PRJ-HORIZON-WEEKS TO HORIZON-WEEKS
                    END-IF
                    IF PRJ-DEFER-WEEKS IS NUMERIC
                       AND PRJ-DEFER-WEEKS > 0
                       MOVE PRJ-DEFER-WEEKS TO DEFER-WEEKS
                    END-IF
              END-READ
              CLOSE PRJ-CTL-FILE
           END-IF

      *    WITHOUT CASOPO THERE IS NOTHING TO EXPEDITE OR DEFER --
      *    THE PROJECTION WOULD ONLY MISLEAD.
           OPEN INPUT OPO-DATA-FILE
           IF OPO-FILE-STATUS = '00'
              MOVE 'Y' TO SW-OPO-FILE-OPEN
           ELSE
              MOVE 'Y'              TO PRJ-ERROR-FLAG
              MOVE 'PRJ009'         TO MSG-PRJ-OPEN-CODE
              MOVE OPO-FILE-STATUS  TO MSG-PRJ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PRJ-OPEN-MSG
           END-IF

      *    WITHOUT CASASNST EVERY ORDER IS PLACED ON ITS DUE DATE.
           OPEN INPUT AST-DATA-FILE
           IF AST-FILE-STATUS = '00'
              MOVE 'Y' TO SW-AST-FILE-OPEN
           ELSE
              MOVE 'PRJ010'         TO MSG-PRJ-OPEN-CODE
              MOVE AST-FILE-STATUS  TO MSG-PRJ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PRJ-OPEN-MSG
           END-IF

           OPEN INPUT BKO-DATA-FILE
           IF BKO-FILE-STATUS = '00'
              MOVE 'N' TO SW-BKO-EOF
              PERFORM LOAD-ONE-BACKORDER UNTIL BKO-AT-EOF
              CLOSE BKO-DATA-FILE
           ELSE
              MOVE 'PRJ011'         TO MSG-PRJ-OPEN-CODE
              MOVE BKO-FILE-STATUS  TO MSG-PRJ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PRJ-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PRJ-ERROR-FLAG
              MOVE 'PRJ012'         TO MSG-PRJ-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-PRJ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PRJ-OPEN-MSG
           END-IF
           PERFORM BLANK-ONE-WEEK-LABEL
              VARYING WK-SUB FROM HORIZON-WEEKS BY 1
              UNTIL WK-SUB = 13
           WRITE RPT-OUT-DATA FROM WS-PRJ-BASIS-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-PRJ-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-PRJ-WEEK-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE
           MOVE 0 TO RETURN-CODE

           CALL 'FCSTREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-FCS-DATA

           CALL 'ALOCREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'QUAREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-QUA-DATA

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           IF IO-ERROR-FOUND
              MOVE IO-ERROR-STATUS TO MSG-IO-STATUS
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-IO-MSG
           END-IF
           .

       BLANK-ONE-WEEK-LABEL.
           MOVE SPACES TO WS-WEEK-LABEL(WK-SUB + 1)
           .

       LOAD-ONE-BACKORDER.
           READ BKO-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-BKO-EOF
           END-READ
           IF NOT BKO-AT-EOF AND BKO-QTY IS NUMERIC
              MOVE 0 TO BO-HIT
              PERFORM SEEK-BACKORDER-PART
                 VARYING BO-SUB FROM 1 BY 1
                 UNTIL BO-SUB > BO-COUNT OR BO-HIT > 0
              IF BO-HIT = 0
                 IF BO-COUNT < 2000
                    ADD 1 TO BO-COUNT
                    MOVE BO-COUNT   TO BO-HIT
                    MOVE BKO-PARTNO TO BO-PARTNO(BO-HIT)
                    MOVE 0          TO BO-QTY(BO-HIT)
                 ELSE
                    MOVE 'PRJ002'   TO MSG-PRJ-CODE
                    MOVE BKO-PARTNO TO MSG-PRJ-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                       BY CONTENT WS-PRJ-MSG
                 END-IF
              END-IF
              IF BO-HIT > 0
                 ADD BKO-QTY TO BO-QTY(BO-HIT)
              END-IF
           END-IF
           .

       SEEK-BACKORDER-PART.
           IF BO-PARTNO(BO-SUB) = BKO-PARTNO
              MOVE BO-SUB TO BO-HIT
           END-IF
           .

      ***
      *** one part -- its starting position, its open orders
      *** bucketed by arrival week, the projection, and the action
      *** each order calls for. parts with no demand, no orders,
      *** and no backorders have nothing to project.
      ***
       PROJECT-ONE-PART.
           ADD 1 TO PART-COUNT

           MOVE 0 TO WS-EFFECTIVE-USAGE
           IF I-AVG-USAGE IS NUMERIC
              MOVE I-AVG-USAGE TO WS-EFFECTIVE-USAGE
           END-IF
           MOVE I-PARTNO TO FCS-LOOKUP-PARTNO
           CALL 'FCSTREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-FCS-DATA
           MOVE 0 TO RETURN-CODE
           IF FCS-FOUND AND FCS-DAILY-USAGE-OUT > 0
              MOVE FCS-DAILY-USAGE-OUT TO WS-EFFECTIVE-USAGE
           END-IF
           COMPUTE WS-WEEK-DEMAND = WS-EFFECTIVE-USAGE * 7

           MOVE 0 TO WS-BACKORDER-QTY
           MOVE 0 TO BO-HIT
           PERFORM SEEK-BACKORDER-PART
              VARYING BO-SUB FROM 1 BY 1
              UNTIL BO-SUB > BO-COUNT OR BO-HIT > 0
           IF BO-HIT > 0
              MOVE BO-QTY(BO-HIT) TO WS-BACKORDER-QTY
           END-IF

           MOVE 0 TO PO-COUNT
           IF OPO-FILE-IS-OPEN
              PERFORM GATHER-OPEN-ORDERS
           END-IF

           IF WS-WEEK-DEMAND > 0 OR WS-BACKORDER-QTY > 0
              OR PO-COUNT > 0
              ADD 1 TO PROJECTED-COUNT
              PERFORM RATE-START-POSITION
              PERFORM PROJECT-WEEKS
              PERFORM FLAG-LATE-ORDERS
              PERFORM WEIGH-ORDERS-IN-WEEK
                 VARYING WK-SCAN FROM HORIZON-WEEKS BY -1
                 UNTIL WK-SCAN = 0
              PERFORM WRITE-PART-PROJECTION
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       GATHER-OPEN-ORDERS.
           MOVE SPACES     TO WS-OPO-REC
           MOVE I-PARTNO   TO OPO-PARTNO
           MOVE LOW-VALUES TO OPO-PO-NUMBER
           MOVE OPO-KEY    TO FD-OPO-KEY
           START OPO-DATA-FILE KEY >= FD-OPO-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-OPO-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-OPO-BROWSE-DONE
           END-START
           PERFORM GATHER-ONE-ORDER UNTIL OPO-BROWSE-DONE
           .

       GATHER-ONE-ORDER.
           READ OPO-DATA-FILE NEXT RECORD INTO WS-OPO-REC
              AT END
                 MOVE 'Y' TO SW-OPO-BROWSE-DONE
           END-READ
           IF NOT OPO-BROWSE-DONE
              IF OPO-PARTNO NOT = I-PARTNO
                 MOVE 'Y' TO SW-OPO-BROWSE-DONE
              ELSE
                 IF OPO-QTY IS NUMERIC AND OPO-QTY > 0
                    PERFORM ADD-ONE-ORDER
                 END-IF
              END-IF
           END-IF
           .

      ***
      *** a shipment notice's ETA beats the promised due date. an
      *** order already late, or with no usable date, is counted
      *** on in the first week; one landing past the horizon is
      *** kept (week zero) only so it can still be expedited.
      ***
       ADD-ONE-ORDER.
           IF PO-COUNT < 50
              ADD 1 TO PO-COUNT
              MOVE OPO-PO-NUMBER TO PO-NUMBER(PO-COUNT)
              MOVE OPO-QTY       TO PO-QTY(PO-COUNT)
              MOVE OPO-DUE-DATE  TO PO-DUE-DATE(PO-COUNT)
              MOVE OPO-DUE-DATE  TO PO-ARRIVE-DATE(PO-COUNT)
              MOVE 'N'           TO PO-ASN-FLAG(PO-COUNT)
              MOVE SPACE         TO PO-ACTION(PO-COUNT)
              MOVE 0             TO PO-TO-WEEK(PO-COUNT)
              IF AST-FILE-IS-OPEN
                 MOVE OPO-KEY TO FD-AST-KEY
                 READ AST-DATA-FILE INTO WS-AST-REC
                    INVALID KEY
                       CONTINUE
                    NOT INVALID KEY
                       IF AST-ETA-DATE IS NUMERIC
                          AND AST-ETA-DATE > 0
                          MOVE AST-ETA-DATE TO PO-ARRIVE-DATE(PO-COUNT)
                          MOVE 'Y'          TO PO-ASN-FLAG(PO-COUNT)
                       END-IF
                 END-READ
              END-IF
              MOVE 1 TO PO-WEEK(PO-COUNT)
              IF PO-ARRIVE-DATE(PO-COUNT) IS NUMERIC
                 AND PO-ARRIVE-DATE(PO-COUNT) > TODAY-DATE
                 CALL 'DATECALC' USING PO-ARRIVE-DATE(PO-COUNT)
                                       ARRIVE-SERIAL
                 IF RETURN-CODE = 0
                    COMPUTE WS-DAYS-OUT = ARRIVE-SERIAL - TODAY-SERIAL
                    DIVIDE WS-DAYS-OUT BY 7 GIVING WS-WEEKS-OUT
                    ADD 1 TO WS-WEEKS-OUT
                    IF WS-WEEKS-OUT > HORIZON-WEEKS
                       MOVE 0 TO PO-WEEK(PO-COUNT)
                    ELSE
                       MOVE WS-WEEKS-OUT TO PO-WEEK(PO-COUNT)
                    END-IF
                 END-IF
                 MOVE 0 TO RETURN-CODE
              END-IF
           ELSE
              MOVE 'PRJ003' TO MSG-PRJ-CODE
              MOVE I-PARTNO TO MSG-PRJ-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-PRJ-MSG
           END-IF
           .

      ***
      *** promisable stock is I-QOH less open reservations. stock
      *** in quarantine never reached I-QOH, so it is fetched for
      *** the report only.
      ***
       RATE-START-POSITION.
           MOVE 0 TO WS-RESERVED-QTY
           MOVE I-PARTNO TO ALC-LOOKUP-PARTNO
           CALL 'ALOCREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-ALLOC-DATA
           MOVE 0 TO RETURN-CODE
           IF ALC-FOUND
              MOVE ALC-OPEN-QTY TO WS-RESERVED-QTY
           END-IF

           MOVE 0 TO WS-HELD-QTY
           MOVE I-PARTNO TO QUA-LOOKUP-PARTNO
           CALL 'QUAREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-QUA-DATA
           MOVE 0 TO RETURN-CODE
           IF QUA-FOUND
              MOVE QUA-HELD-QTY TO WS-HELD-QTY
           END-IF

           MOVE 0 TO WS-START-BALANCE
           IF I-QOH IS NUMERIC
              MOVE I-QOH TO WS-START-BALANCE
           END-IF
           SUBTRACT WS-RESERVED-QTY FROM WS-START-BALANCE

           MOVE 0 TO WS-FLOOR-QTY
           IF I-RDRLVL IS NUMERIC
              MOVE I-RDRLVL TO WS-FLOOR-QTY
           END-IF
           .

       PROJECT-WEEKS.
           PERFORM CLEAR-ONE-WEEK
              VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 13
           ADD WS-BACKORDER-QTY TO WK-DEMAND(1)
           PERFORM BUCKET-ONE-ORDER
              VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > PO-COUNT

           MOVE 0 TO STOCKOUT-WEEK
           MOVE WS-START-BALANCE TO WS-RUNNING-BALANCE
           PERFORM PROJECT-ONE-WEEK
              VARYING WK-SUB FROM 1 BY 1
              UNTIL WK-SUB > HORIZON-WEEKS
           IF STOCKOUT-WEEK > 0
              ADD 1 TO STOCKOUT-COUNT
           END-IF
           .

       CLEAR-ONE-WEEK.
           MOVE 0              TO WK-RECEIPTS(WK-SUB)
           MOVE WS-WEEK-DEMAND TO WK-DEMAND(WK-SUB)
           MOVE 0              TO WK-BALANCE(WK-SUB)
           MOVE 0              TO WK-PLAN-BALANCE(WK-SUB)
           .

       BUCKET-ONE-ORDER.
           IF PO-WEEK(PO-SUB) > 0
              MOVE PO-WEEK(PO-SUB) TO WK-SUB
              ADD PO-QTY(PO-SUB) TO WK-RECEIPTS(WK-SUB)
           END-IF
           .

       PROJECT-ONE-WEEK.
           ADD WK-RECEIPTS(WK-SUB)      TO WS-RUNNING-BALANCE
           SUBTRACT WK-DEMAND(WK-SUB) FROM WS-RUNNING-BALANCE
           MOVE WS-RUNNING-BALANCE TO WK-BALANCE(WK-SUB)
           MOVE WS-RUNNING-BALANCE TO WK-PLAN-BALANCE(WK-SUB)
           IF WS-RUNNING-BALANCE < 0 AND STOCKOUT-WEEK = 0
              MOVE WK-SUB TO STOCKOUT-WEEK
           END-IF
           .

      ***
      *** an order landing after the stockout -- or beyond the
      *** horizon while the part runs out inside it -- is needed
      *** by the stockout week.
      ***
       FLAG-LATE-ORDERS.
           IF STOCKOUT-WEEK > 0
              PERFORM FLAG-ONE-LATE-ORDER
                 VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > PO-COUNT
           END-IF
           .

       FLAG-ONE-LATE-ORDER.
           IF PO-WEEK(PO-SUB) = 0
              OR PO-WEEK(PO-SUB) > STOCKOUT-WEEK
              MOVE 'E'           TO PO-ACTION(PO-SUB)
              MOVE STOCKOUT-WEEK TO PO-TO-WEEK(PO-SUB)
              ADD 1 TO EXPEDITE-COUNT
           END-IF
           .

       WEIGH-ORDERS-IN-WEEK.
           PERFORM WEIGH-ONE-ORDER
              VARYING PO-SUB FROM PO-COUNT BY -1 UNTIL PO-SUB = 0
           .

      ***
      *** without this order, does the plan ever fall under the
      *** reorder level from its week on? never -- cancel it, and
      *** take it out of the plan before the earlier orders are
      *** weighed. only later -- defer it to the first week it is
      *** needed, when that is far enough off to be worth the
      *** call.
      ***
       WEIGH-ONE-ORDER.
           IF PO-WEEK(PO-SUB) = WK-SCAN AND PO-NO-ACTION(PO-SUB)
              MOVE WK-PLAN-BALANCE(WK-SCAN) TO WS-LOW-BALANCE
              PERFORM FIND-LOW-BALANCE
                 VARYING WK-SUB FROM WK-SCAN BY 1
                 UNTIL WK-SUB > HORIZON-WEEKS
              IF WS-LOW-BALANCE - PO-QTY(PO-SUB) NOT < WS-FLOOR-QTY
                 MOVE 'C' TO PO-ACTION(PO-SUB)
                 ADD 1 TO CANCEL-COUNT
                 MOVE HORIZON-WEEKS TO WK-NEED
                 ADD 1 TO WK-NEED
                 PERFORM REMOVE-ORDER-RECEIPT
                    VARYING WK-SUB FROM WK-SCAN BY 1
                    UNTIL WK-SUB = WK-NEED
              ELSE
                 MOVE 0 TO WK-NEED
                 PERFORM SEEK-NEED-WEEK
                    VARYING WK-SUB FROM WK-SCAN BY 1
                    UNTIL WK-SUB > HORIZON-WEEKS OR WK-NEED > 0
                 IF WK-NEED - WK-SCAN NOT < DEFER-WEEKS
                    MOVE 'D'     TO PO-ACTION(PO-SUB)
                    MOVE WK-NEED TO PO-TO-WEEK(PO-SUB)
                    ADD 1 TO DEFER-COUNT
                    PERFORM REMOVE-ORDER-RECEIPT
                       VARYING WK-SUB FROM WK-SCAN BY 1
                       UNTIL WK-SUB = WK-NEED
                 END-IF
              END-IF
           END-IF
           .

       FIND-LOW-BALANCE.
           IF WK-PLAN-BALANCE(WK-SUB) < WS-LOW-BALANCE
              MOVE WK-PLAN-BALANCE(WK-SUB) TO WS-LOW-BALANCE
           END-IF
           .

       SEEK-NEED-WEEK.
           IF WK-PLAN-BALANCE(WK-SUB) - PO-QTY(PO-SUB) < WS-FLOOR-QTY
              MOVE WK-SUB TO WK-NEED
           END-IF
           .

       REMOVE-ORDER-RECEIPT.
           SUBTRACT PO-QTY(PO-SUB) FROM WK-PLAN-BALANCE(WK-SUB)
           .

       WRITE-PART-PROJECTION.
           MOVE I-PARTNO         TO PL-PARTNO
           MOVE I-DESCR          TO PL-DESCR
           MOVE 0                TO PL-ON-HAND
           IF I-QOH IS NUMERIC
              MOVE I-QOH         TO PL-ON-HAND
           END-IF
           MOVE WS-RESERVED-QTY  TO PL-RESERVED
           MOVE WS-HELD-QTY      TO PL-HELD
           MOVE WS-BACKORDER-QTY TO PL-BACKORDER
           MOVE WS-WEEK-DEMAND   TO PL-WEEK-DEMAND
           MOVE WS-START-BALANCE TO PL-START
           IF STOCKOUT-WEEK > 0
              MOVE 'WEEK '       TO PL-STOCKOUT-NONE
              MOVE STOCKOUT-WEEK TO PL-STOCKOUT-WEEK
           ELSE
              MOVE 'NONE'        TO PL-STOCKOUT-NONE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-PRJ-PART-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           PERFORM FORMAT-ONE-WEEK
              VARYING WK-SUB FROM 1 BY 1 UNTIL WK-SUB > 13
           WRITE RPT-OUT-DATA FROM WS-PRJ-WEEK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           PERFORM WRITE-ONE-ORDER-LINE
              VARYING PO-SUB FROM 1 BY 1 UNTIL PO-SUB > PO-COUNT
           .

       FORMAT-ONE-WEEK.
           IF WK-SUB > HORIZON-WEEKS
              MOVE SPACES              TO PW-BLANK(WK-SUB)
           ELSE
              MOVE WK-BALANCE(WK-SUB)  TO PW-BALANCE(WK-SUB)
           END-IF
           .

       WRITE-ONE-ORDER-LINE.
           MOVE PO-NUMBER(PO-SUB)      TO PA-PO-NUMBER
           MOVE PO-QTY(PO-SUB)         TO PA-QTY
           MOVE PO-DUE-DATE(PO-SUB)    TO PA-DUE-DATE
           MOVE PO-ARRIVE-DATE(PO-SUB) TO PA-ARRIVE-DATE
           IF PO-ON-ASN(PO-SUB)
              MOVE 'ASN'               TO PA-ASN-NOTE
           ELSE
              MOVE SPACES              TO PA-ASN-NOTE
           END-IF
           IF PO-WEEK(PO-SUB) > 0
              MOVE 'WEEK '             TO PA-WEEK-LATER
              MOVE PO-WEEK(PO-SUB)     TO PA-WEEK-NUM
           ELSE
              MOVE 'LATER'             TO PA-WEEK-LATER
           END-IF
           MOVE 'WEEK '                TO PA-TO-NONE
           MOVE PO-TO-WEEK(PO-SUB)     TO PA-TO-WEEK-NUM
           EVALUATE TRUE
              WHEN PO-EXPEDITE(PO-SUB)
                 MOVE 'EXPEDITE TO ' TO PA-ACTION
              WHEN PO-DEFER(PO-SUB)
                 MOVE 'DEFER TO    ' TO PA-ACTION
              WHEN PO-CANCEL(PO-SUB)
                 MOVE 'CANCEL'       TO PA-ACTION
                 MOVE SPACES         TO PA-TO-NONE
              WHEN OTHER
                 MOVE SPACES         TO PA-ACTION
                 MOVE SPACES         TO PA-TO-NONE
           END-EVALUATE
           WRITE RPT-OUT-DATA FROM WS-PRJ-ORDER-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO PRJ-ERROR-FLAG
              MOVE 'PRJ013'         TO MSG-PRJ-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-PRJ-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PRJ-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'FCSTREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-FCS-DATA

           CALL 'ALOCREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'QUAREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-QUA-DATA
           MOVE 0 TO RETURN-CODE

           IF OPO-FILE-IS-OPEN
              CLOSE OPO-DATA-FILE
           END-IF
           IF AST-FILE-IS-OPEN
              CLOSE AST-DATA-FILE
           END-IF
           CLOSE RPT-DATA-FILE

           IF PRJ-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT      TO SUM-PART-COUNT
           MOVE PROJECTED-COUNT TO SUM-PROJ-COUNT
           MOVE STOCKOUT-COUNT  TO SUM-OUT-COUNT
           MOVE EXPEDITE-COUNT  TO SUM-EXP-COUNT
           MOVE DEFER-COUNT     TO SUM-DEF-COUNT
           MOVE CANCEL-COUNT    TO SUM-CAN-COUNT
           DISPLAY WS-PRJ-SUMMARY-LINE
           .
