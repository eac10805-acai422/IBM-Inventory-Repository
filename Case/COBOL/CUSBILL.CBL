       identification division.
       program-id. CUSBILL.
      ***
      *** CUSBILL - customer billing from shipped orders. Reads the
      *** shipped customer issues off CASMHIST -- the issues
      *** SHIPCONF wrote name the customer -- for the ship dates on
      *** the BILCTL card (default: today), prices each line from
      *** the CASSPRC sales price file at the customer's price
      *** class, and writes the CASARIF header/detail/trailer
      *** interface for accounts receivable. A line with no price
      *** on file for the class or at list goes on the CASBILEX
      *** exception listing instead, unbilled, for pricing to
      *** resolve and a catch-up run to pick up. Each billed line
      *** comes off the customer's CASCUST open-order value at the
      *** I-UNITPR CUSTPOST raised it by, except a customer's
      *** consumption of consignment-site stock, which was never
      *** an open order. The CASRMCR credits
      *** CUSTRMA wrote for accepted customer returns go out on
      *** the same batch as credit lines, priced as the goods were
      *** billed -- at the price in force on the original ship
      *** date -- whatever the return date on the card.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT BIL-CTL-FILE ASSIGN TO BILCTL
              FILE STATUS IS BIL-CTL-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT SPR-DATA-FILE ASSIGN TO CASSPRC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-SPR-KEY
              FILE STATUS IS SPR-FILE-STATUS.
           SELECT CRD-DATA-FILE ASSIGN TO CASRMCR
              FILE STATUS IS CRD-FILE-STATUS.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CUS-CUSTOMER
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT ARI-DATA-FILE ASSIGN TO CASARIF
              FILE STATUS IS ARI-FILE-STATUS.
           SELECT EXC-DATA-FILE ASSIGN TO CASBILEX
              FILE STATUS IS EXC-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  BIL-CTL-FILE.
       01 BIL-CTL-RECORD.
           copy BILCTL.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  CRD-DATA-FILE.
       01 CRD-RECORD.
           copy RMACRED.
       FD  SPR-DATA-FILE.
       01 SPR-REC.
           05 FD-SPR-KEY.
              10 FD-SPR-PARTNO  PIC X(09).
              10 FD-SPR-CLASS   PIC X(02).
              10 FD-SPR-DATE    PIC X(08).
           05 FILLER            PIC X(61).
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-CUSTOMER   PIC X(10).
           05 FILLER            PIC X(70).
       FD  ARI-DATA-FILE.
       01 ARI-RECORD.
           copy ARIFREC.
       FD  EXC-DATA-FILE.
       01 EXC-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-CUSTOMER      PIC X(10).
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-SHIP-DATE     PIC 9(08).
           05 SRT-ENTRY-TYPE    PIC X(01).
               88 SRT-IS-INVOICE      VALUE 'I'.
               88 SRT-IS-CREDIT       VALUE 'C'.
           05 SRT-QTY           PIC 9(05).
           05 SRT-RMA-NUMBER    PIC X(08).
           05 SRT-ISSUE-SOURCE  PIC X(01).
               88 SRT-FROM-SITE-USE   VALUE 'U'.
       working-storage section.
       01 WS-SPR-REC.
       copy SPRCDETL.
       01 WS-CUS-REC.
       copy CUSTMAST.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 BIL-CTL-STATUS      PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 SPR-FILE-STATUS     PIC X(02).
       01 CRD-FILE-STATUS     PIC X(02).
       01 CUS-FILE-STATUS     PIC X(02).
       01 ARI-FILE-STATUS     PIC X(02).
       01 EXC-FILE-STATUS     PIC X(02).
       01 BIL-OPEN-ERROR-FLAG PIC X(01) VALUE 'N'.
           88 BIL-OPEN-ERROR-FOUND VALUE 'Y'.
       01 WS-BIL-OPEN-MSG.
           05 MSG-BIL-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BIL-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-BIL-MSG.
           05 MSG-BIL-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BIL-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-CRD-EOF          PIC X(01) VALUE 'N'.
           88 CRD-AT-EOF          VALUE 'Y'.
       01 SW-CRD-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CRD-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HIST-FILE-OPEN   PIC X(01) VALUE 'N'.
           88 HIST-FILE-IS-OPEN   VALUE 'Y'.
       01 SW-SPR-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 SPR-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-CUS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CUS-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-CUS-ON-FILE      PIC X(01) VALUE 'N'.
           88 CUS-ON-FILE         VALUE 'Y'.
       01 SW-PRICE-FOUND      PIC X(01) VALUE 'N'.
           88 PRICE-FOUND         VALUE 'Y'.
       01 SW-SPR-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 SPR-BROWSE-DONE     VALUE 'Y'.
       01 WS-PRICE-CLASS      PIC X(02).
       01 WS-LOOKUP-CLASS     PIC X(02).
       01 WS-UNIT-PRICE       PIC 9(05)V99.
       01 WS-LINE-VALUE       PIC 9(07)V99.
       01 WS-BOOK-VALUE       PIC 9(09)V99.
       01 FROM-DATE           PIC 9(08).
       01 TO-DATE             PIC 9(08).
       01 TODAY-DATE          PIC 9(08).
       01 WS-ARI-BATCH-NUMBER.
           05 ARI-BATCH-DATE-PART PIC 9(08).
           05 ARI-BATCH-SEQ-PART  PIC X(02) VALUE '01'.
       01 ARI-DETAIL-COUNT    PIC 9(07) VALUE 0.
       01 ARI-VALUE-TOTAL     PIC 9(09)V99 VALUE 0.
       01 ARI-CREDIT-TOTAL    PIC 9(09)V99 VALUE 0.
       01 CREDIT-COUNT        PIC 9(07) VALUE 0.
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 SELECTED-COUNT      PIC 9(07) VALUE 0.
       01 EXCEPTION-COUNT     PIC 9(07) VALUE 0.
       01 WS-EXC-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(34)
                  VALUE 'CUSTOMER BILLING EXCEPTIONS - SHIP'.
           05                  PIC X(07)  VALUE ' DATES '.
           05 EXT-FROM-DATE    PIC 9(08).
           05                  PIC X(04)  VALUE ' TO '.
           05 EXT-TO-DATE      PIC 9(08).
           05                  PIC X(71)  VALUE SPACES.
       01 WS-EXC-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER  '.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'SHIP DATE'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'QUANTITY'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'CLASS'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'REASON'.
           05                  PIC X(57)  VALUE SPACES.
       01 WS-EXC-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXL-CUSTOMER     PIC X(10).
           05                  PIC X(03)  VALUE SPACES.
           05 EXL-DOC-NUMBER   PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 EXL-PARTNO       PIC X(09).
           05                  PIC X(05)  VALUE SPACES.
           05 EXL-SHIP-DATE    PIC 9(08).
           05                  PIC X(07)  VALUE SPACES.
           05 EXL-QTY          PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 EXL-PRICE-CLASS  PIC X(02).
           05                  PIC X(06)  VALUE SPACES.
           05 EXL-REASON       PIC X(30).
           05                  PIC X(33)  VALUE SPACES.
       01 WS-BIL-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'HISTORY READ: '.
           05 SUM-HIST-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'SELECTED: '.
           05 SUM-SEL-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'BILLED: '.
           05 SUM-BILL-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'VALUE: '.
           05 SUM-BILL-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'EXCEPTIONS: '.
           05 SUM-EXC-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'CREDITS: '.
           05 SUM-CRD-COUNT   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BIL001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-CUSTOMER SRT-DOC-NUMBER
                 SRT-PARTNO SRT-SHIP-DATE
                 SRT-ENTRY-TYPE
              INPUT PROCEDURE IS SELECT-SHIPPED-ISSUES
              OUTPUT PROCEDURE IS BILL-SHIPPED-ISSUES

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BIL999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO FROM-DATE
           MOVE TODAY-DATE TO TO-DATE

           OPEN INPUT BIL-CTL-FILE
           IF BIL-CTL-STATUS = '00'
              READ BIL-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF BIL-FROM-DATE IS NUMERIC
                       AND BIL-FROM-DATE > 0
                       MOVE BIL-FROM-DATE TO FROM-DATE
                    END-IF
                    IF BIL-TO-DATE IS NUMERIC
                       AND BIL-TO-DATE > 0
                       MOVE BIL-TO-DATE TO TO-DATE
                    END-IF
              END-READ
              CLOSE BIL-CTL-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'Y' TO SW-HIST-FILE-OPEN
           ELSE
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL009'         TO MSG-BIL-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF

      *    WITHOUT THE PRICE FILE EVERY LINE FALLS TO THE EXCEPTION
      *    LISTING AND NOTHING IS BILLED, SO A CATCH-UP RUN FOR THE
      *    SAME DATES BILLS THEM ONCE THE FILE IS BACK.
           OPEN INPUT SPR-DATA-FILE
           IF SPR-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SPR-FILE-OPEN
           ELSE
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL010'         TO MSG-BIL-OPEN-CODE
              MOVE SPR-FILE-STATUS  TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF

      *    NO CREDIT FILE SIMPLY MEANS NO RETURNS TO CREDIT TODAY.
           OPEN INPUT CRD-DATA-FILE
           IF CRD-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CRD-FILE-OPEN
           END-IF

           OPEN I-O CUS-DATA-FILE
           IF CUS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CUS-FILE-OPEN
           ELSE
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL011'         TO MSG-BIL-OPEN-CODE
              MOVE CUS-FILE-STATUS  TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF

           OPEN OUTPUT ARI-DATA-FILE
           IF ARI-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL012'         TO MSG-BIL-OPEN-CODE
              MOVE ARI-FILE-STATUS  TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF
           MOVE TODAY-DATE TO ARI-BATCH-DATE-PART
           PERFORM WRITE-BILLING-HEADER

           OPEN OUTPUT EXC-DATA-FILE
           IF EXC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL013'         TO MSG-BIL-OPEN-CODE
              MOVE EXC-FILE-STATUS  TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF
           MOVE FROM-DATE TO EXT-FROM-DATE
           MOVE TO-DATE   TO EXT-TO-DATE
           WRITE EXC-OUT-DATA FROM WS-EXC-TITLE-LINE
           PERFORM CHECK-EXC-WRITE-STATUS
           WRITE EXC-OUT-DATA FROM WS-EXC-HEADING
           PERFORM CHECK-EXC-WRITE-STATUS
           .

      ***
      *** only issues that name a customer are shipped order lines;
      *** internal issues, receipts and adjustments carry spaces.
      ***
       SELECT-SHIPPED-ISSUES.
           IF HIST-FILE-IS-OPEN
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM SELECT-ONE-HISTORY UNTIL HIST-AT-EOF
           END-IF

           IF CRD-FILE-IS-OPEN
              MOVE 'N' TO SW-CRD-EOF
              READ CRD-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-CRD-EOF
              END-READ
              PERFORM SELECT-ONE-CREDIT UNTIL CRD-AT-EOF
           END-IF
           .

       SELECT-ONE-HISTORY.
           ADD 1 TO HIST-READ-COUNT
           IF MH-IS-ISSUE
              AND MH-CUSTOMER NOT = SPACES
              AND MH-DATE IS NUMERIC
              AND MH-DATE NOT < FROM-DATE
              AND MH-DATE NOT > TO-DATE
              AND MH-QTY IS NUMERIC
              AND MH-QTY > 0
              ADD 1 TO SELECTED-COUNT
              MOVE MH-CUSTOMER   TO SRT-CUSTOMER
              MOVE MH-DOC-NUMBER TO SRT-DOC-NUMBER
              MOVE MH-PARTNO     TO SRT-PARTNO
              MOVE MH-DATE       TO SRT-SHIP-DATE
              MOVE 'I'           TO SRT-ENTRY-TYPE
              MOVE MH-QTY        TO SRT-QTY
              MOVE SPACES        TO SRT-RMA-NUMBER
              MOVE MH-ISSUE-SOURCE TO SRT-ISSUE-SOURCE
              RELEASE SORT-RECORD
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       SELECT-ONE-CREDIT.
           IF RMC-CUSTOMER NOT = SPACES
              AND RMC-QTY IS NUMERIC
              AND RMC-QTY > 0
              MOVE RMC-CUSTOMER   TO SRT-CUSTOMER
              MOVE RMC-DOC-NUMBER TO SRT-DOC-NUMBER
              MOVE RMC-PARTNO     TO SRT-PARTNO
              IF RMC-SHIP-DATE IS NUMERIC AND RMC-SHIP-DATE > 0
                 MOVE RMC-SHIP-DATE TO SRT-SHIP-DATE
              ELSE
                 MOVE TODAY-DATE TO SRT-SHIP-DATE
              END-IF
              MOVE 'C'            TO SRT-ENTRY-TYPE
              MOVE RMC-QTY        TO SRT-QTY
              MOVE RMC-RMA-NUMBER TO SRT-RMA-NUMBER
              MOVE SPACE          TO SRT-ISSUE-SOURCE
              RELEASE SORT-RECORD
           END-IF

           READ CRD-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-CRD-EOF
           END-READ
           .

       BILL-SHIPPED-ISSUES.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM BILL-ONE-LINE UNTIL SORT-AT-EOF
           .

       BILL-ONE-LINE.
           PERFORM READ-CUSTOMER
           PERFORM FIND-SALES-PRICE

           IF PRICE-FOUND
              COMPUTE WS-LINE-VALUE = SRT-QTY * WS-UNIT-PRICE
                 ON SIZE ERROR
                    MOVE 9999999.99 TO WS-LINE-VALUE
              END-COMPUTE
              PERFORM WRITE-BILLING-DETAIL
              IF CUS-ON-FILE AND SRT-IS-INVOICE
                 AND NOT SRT-FROM-SITE-USE
                 PERFORM RELIEVE-OPEN-ORDER-VALUE
              END-IF
           ELSE
              IF SRT-IS-CREDIT
                 MOVE 'NO PRICE FOR RETURN CREDIT' TO EXL-REASON
              ELSE
                 MOVE 'NO PRICE ON FILE' TO EXL-REASON
              END-IF
              PERFORM WRITE-EXCEPTION-LINE
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

      ***
      *** a customer no longer on file still bills -- the goods
      *** left the building -- at list, since there is no class
      *** to look up.
      ***
       READ-CUSTOMER.
           MOVE 'N'    TO SW-CUS-ON-FILE
           MOVE SPACES TO WS-PRICE-CLASS
           IF CUS-FILE-IS-OPEN
              MOVE SRT-CUSTOMER TO FD-CUS-CUSTOMER
              READ CUS-DATA-FILE INTO WS-CUS-REC
                 INVALID KEY
                    MOVE 'BIL002' TO MSG-BIL-CODE
                    MOVE SRT-PARTNO TO MSG-BIL-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                       BY CONTENT WS-BIL-MSG
                 NOT INVALID KEY
                    MOVE 'Y' TO SW-CUS-ON-FILE
                    MOVE CUS-PRICE-CLASS TO WS-PRICE-CLASS
              END-READ
           END-IF
           .

      ***
      *** the customer's own class first, then list (blank class).
      ***
       FIND-SALES-PRICE.
           MOVE 'N' TO SW-PRICE-FOUND
           MOVE 0   TO WS-UNIT-PRICE
           IF SPR-FILE-IS-OPEN
              IF WS-PRICE-CLASS NOT = SPACES
                 MOVE WS-PRICE-CLASS TO WS-LOOKUP-CLASS
                 PERFORM BROWSE-PRICE-CLASS
              END-IF
              IF NOT PRICE-FOUND
                 MOVE SPACES TO WS-LOOKUP-CLASS
                 PERFORM BROWSE-PRICE-CLASS
              END-IF
           END-IF
           .

      ***
      *** effective dates ascend under the part and class, so the
      *** last one not after the ship date is the price in force.
      ***
       BROWSE-PRICE-CLASS.
           MOVE SRT-PARTNO      TO FD-SPR-PARTNO
           MOVE WS-LOOKUP-CLASS TO FD-SPR-CLASS
           MOVE LOW-VALUES      TO FD-SPR-DATE
           START SPR-DATA-FILE KEY >= FD-SPR-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-SPR-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-SPR-BROWSE-DONE
           END-START
           PERFORM READ-NEXT-PRICE UNTIL SPR-BROWSE-DONE
           .

       READ-NEXT-PRICE.
           READ SPR-DATA-FILE NEXT RECORD INTO WS-SPR-REC
              AT END
                 MOVE 'Y' TO SW-SPR-BROWSE-DONE
           END-READ
           IF NOT SPR-BROWSE-DONE
              IF SPR-PARTNO = SRT-PARTNO
                 AND SPR-PRICE-CLASS = WS-LOOKUP-CLASS
                 AND SPR-EFF-DATE IS NUMERIC
                 AND SPR-EFF-DATE NOT > SRT-SHIP-DATE
                 IF SPR-UNIT-PRICE IS NUMERIC
                    MOVE 'Y'            TO SW-PRICE-FOUND
                    MOVE SPR-UNIT-PRICE TO WS-UNIT-PRICE
                 END-IF
              ELSE
                 MOVE 'Y' TO SW-SPR-BROWSE-DONE
              END-IF
           END-IF
           .

      ***
      *** the billed line leaves open-order value at the I-UNITPR
      *** CUSTPOST raised it by, not the selling price, floored at
      *** zero.
      ***
       RELIEVE-OPEN-ORDER-VALUE.
           MOVE SRT-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND AND I-UNITPR IS NUMERIC
              COMPUTE WS-BOOK-VALUE = SRT-QTY * I-UNITPR
           ELSE
              MOVE 0 TO WS-BOOK-VALUE
           END-IF

           IF CUS-OPEN-ORDER-VALUE IS NUMERIC
              AND CUS-OPEN-ORDER-VALUE > WS-BOOK-VALUE
              SUBTRACT WS-BOOK-VALUE FROM CUS-OPEN-ORDER-VALUE
           ELSE
              MOVE 0 TO CUS-OPEN-ORDER-VALUE
           END-IF
           REWRITE CUS-REC FROM WS-CUS-REC
              INVALID KEY
                 MOVE 'BIL003' TO MSG-BIL-CODE
                 MOVE SRT-PARTNO TO MSG-BIL-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-BIL-MSG
           END-REWRITE
           .

      ***
      *** accounts receivable interface -- one detail per priced
      *** shipped line or return credit, balanced by the trailer's
      *** count and its invoice and credit values.
      ***
       WRITE-BILLING-HEADER.
           MOVE SPACES              TO ARI-RECORD
           MOVE 'H'                 TO ARI-RECORD-TYPE
           MOVE WS-ARI-BATCH-NUMBER TO ARI-BATCH-NUMBER
           MOVE TODAY-DATE          TO ARI-BATCH-DATE
           WRITE ARI-RECORD
           PERFORM CHECK-ARI-WRITE-STATUS
           .

       WRITE-BILLING-DETAIL.
           MOVE SPACES              TO ARI-RECORD
           MOVE 'D'                 TO ARI-RECORD-TYPE
           MOVE WS-ARI-BATCH-NUMBER TO ARI-BATCH-NUMBER
           MOVE SRT-CUSTOMER        TO ARI-CUSTOMER
           MOVE SRT-DOC-NUMBER      TO ARI-DOC-NUMBER
           MOVE SRT-PARTNO          TO ARI-PARTNO
           MOVE SRT-SHIP-DATE       TO ARI-SHIP-DATE
           MOVE SRT-QTY             TO ARI-QTY
           MOVE WS-UNIT-PRICE       TO ARI-UNIT-PRICE
           MOVE WS-LINE-VALUE       TO ARI-LINE-VALUE
           MOVE WS-LOOKUP-CLASS     TO ARI-PRICE-CLASS
           MOVE SRT-ENTRY-TYPE      TO ARI-ENTRY-TYPE
           MOVE SRT-RMA-NUMBER      TO ARI-RMA-NUMBER
           WRITE ARI-RECORD
           PERFORM CHECK-ARI-WRITE-STATUS
           ADD 1 TO ARI-DETAIL-COUNT
           IF SRT-IS-CREDIT
              ADD 1 TO CREDIT-COUNT
              ADD WS-LINE-VALUE TO ARI-CREDIT-TOTAL
           ELSE
              ADD WS-LINE-VALUE TO ARI-VALUE-TOTAL
           END-IF
           .

       WRITE-BILLING-TRAILER.
           MOVE SPACES              TO ARI-RECORD
           MOVE 'T'                 TO ARI-RECORD-TYPE
           MOVE WS-ARI-BATCH-NUMBER TO ARI-BATCH-NUMBER
           MOVE ARI-DETAIL-COUNT    TO ARI-RECORD-COUNT
           MOVE ARI-VALUE-TOTAL     TO ARI-TOTAL-VALUE
           MOVE CREDIT-COUNT        TO ARI-CREDIT-COUNT
           MOVE ARI-CREDIT-TOTAL    TO ARI-CREDIT-VALUE
           WRITE ARI-RECORD
           PERFORM CHECK-ARI-WRITE-STATUS
           .

       CHECK-ARI-WRITE-STATUS.
           IF ARI-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL014'         TO MSG-BIL-OPEN-CODE
              MOVE ARI-FILE-STATUS  TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           ADD 1 TO EXCEPTION-COUNT
           MOVE 'BIL004' TO MSG-BIL-CODE
           MOVE SRT-PARTNO TO MSG-BIL-PARTNO
           CALL 'LOGGER' USING BY CONTENT 'W'
              BY CONTENT WS-BIL-MSG

           MOVE SRT-CUSTOMER   TO EXL-CUSTOMER
           MOVE SRT-DOC-NUMBER TO EXL-DOC-NUMBER
           MOVE SRT-PARTNO     TO EXL-PARTNO
           MOVE SRT-SHIP-DATE  TO EXL-SHIP-DATE
           MOVE SRT-QTY        TO EXL-QTY
           MOVE WS-PRICE-CLASS TO EXL-PRICE-CLASS
           WRITE EXC-OUT-DATA FROM WS-EXC-LINE
           PERFORM CHECK-EXC-WRITE-STATUS
           .

       CHECK-EXC-WRITE-STATUS.
           IF EXC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BIL-OPEN-ERROR-FLAG
              MOVE 'BIL015'         TO MSG-BIL-OPEN-CODE
              MOVE EXC-FILE-STATUS  TO MSG-BIL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BIL-OPEN-MSG
           END-IF
           .

       TERMINATION.
           PERFORM WRITE-BILLING-TRAILER

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF HIST-FILE-IS-OPEN
              CLOSE HIST-DATA-FILE
           END-IF
           IF SPR-FILE-IS-OPEN
              CLOSE SPR-DATA-FILE
           END-IF
           IF CRD-FILE-IS-OPEN
              CLOSE CRD-DATA-FILE
           END-IF
           IF CUS-FILE-IS-OPEN
              CLOSE CUS-DATA-FILE
           END-IF
           CLOSE ARI-DATA-FILE
           CLOSE EXC-DATA-FILE

           IF BIL-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE HIST-READ-COUNT  TO SUM-HIST-COUNT
           MOVE SELECTED-COUNT   TO SUM-SEL-COUNT
           COMPUTE SUM-BILL-COUNT = ARI-DETAIL-COUNT - CREDIT-COUNT
           MOVE ARI-VALUE-TOTAL  TO SUM-BILL-VALUE
           MOVE EXCEPTION-COUNT  TO SUM-EXC-COUNT
           MOVE CREDIT-COUNT     TO SUM-CRD-COUNT
           DISPLAY WS-BIL-SUMMARY-LINE
           .
