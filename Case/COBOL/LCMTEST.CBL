       identification division.
       program-id. LCMTEST.
      ***
      *** LCMTEST - year-end lower-of-cost-or-market test. The
      *** auditors want evidence that no stock is carried above
      *** what it could be replaced or sold for. Every part on hand
      *** is valued at its book I-UNITPR and at market -- the
      *** lowest price any live CASVCAT source will sell it to us
      *** for, or the CASSPRC list price in force on the as-of date
      *** if that is lower. Every part whose market is below book
      *** is listed with the write-down extended by I-QOH, totalled
      *** by category. The write-down goes to the CASGL interface
      *** RPTREC already feeds as its own reserve -- each category's
      *** inventory credited to the LCMRSRV account, the total
      *** charged to LCMEXP -- so it is never netted with the
      *** OBSRSRV obsolescence reserve. A part with neither a live
      *** source nor a list price has no market to test against and
      *** is only counted.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT LCM-CTL-FILE ASSIGN TO LCMCTL
              FILE STATUS IS LCM-CTL-STATUS.
           SELECT VCT-DATA-FILE ASSIGN TO CASVCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-VCT-KEY
              FILE STATUS IS VCT-FILE-STATUS.
           SELECT SPR-DATA-FILE ASSIGN TO CASSPRC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-SPR-KEY
              FILE STATUS IS SPR-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASLCMRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  LCM-CTL-FILE.
       01 LCM-CTL-RECORD.
           copy LCMCTL.
       FD  VCT-DATA-FILE.
       01 VCT-REC.
           05 FD-VCT-KEY        PIC X(13).
           05 FILLER            PIC X(67).
       FD  SPR-DATA-FILE.
       01 SPR-REC.
           05 FD-SPR-KEY.
              10 FD-SPR-PARTNO  PIC X(09).
              10 FD-SPR-CLASS   PIC X(02).
              10 FD-SPR-DATE    PIC X(08).
           05 FILLER            PIC X(61).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-DESCR         PIC X(30).
           05 SRT-QOH           PIC 9(05).
           05 SRT-BOOK-PRICE    PIC 9(05)V99.
           05 SRT-VENDOR-PRICE  PIC 9(05)V99.
           05 SRT-LIST-PRICE    PIC 9(05)V99.
           05 SRT-MARKET-PRICE  PIC 9(05)V99.
           05 SRT-MARKET-BASIS  PIC X(06).
           05 SRT-BOOK-VALUE    PIC 9(09)V99.
           05 SRT-WRITE-DOWN    PIC 9(09)V99.
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-VCT-REC.
       copy VCATDETL.
       01 WS-SPR-REC.
       copy SPRCDETL.
       01 LCM-CTL-STATUS      PIC X(02).
       01 VCT-FILE-STATUS     PIC X(02).
       01 SPR-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 LCM-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 LCM-ERROR-FOUND     VALUE 'Y'.
       01 WS-LCM-OPEN-MSG.
           05 MSG-LCM-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-LCM-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 RPT-WRITE-ERROR-FLAG  PIC X(01) EXTERNAL.
           88 RPT-WRITE-ERROR-FOUND  VALUE 'Y'.
       01 RPT-WRITE-ERROR-STATUS PIC X(02) EXTERNAL.
       01 RPT-RESTART-FLAG    PIC X(01) EXTERNAL.
           88 RPT-IS-RESTART      VALUE 'Y'.
       01 GL-OUT-DATA         PIC X(133).
      *
      *    THE WRITE-DOWN ENTRIES: EACH CATEGORY'S INVENTORY LINE
      *    IS CREDITED (NEGATIVE) TO THE LCMRSRV RESERVE ACCOUNT,
      *    AND ONE DEBIT LINE, CATEGORY BLANK, CHARGES THE TOTAL TO
      *    LCMEXP -- BOTH IN CCTRCHG'S ACCOUNT POSITION.
      *
       01 GL-OUT-FIELDS REDEFINES GL-OUT-DATA.
           05 GL-CATEGORY      PIC X(03).
           05 GL-AMOUNT        PIC S9(09)V9(02)
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GL-COST-CENTER   PIC X(06).
           05 GL-ACCOUNT       PIC X(10).
           05 FILLER           PIC X(102).
       01 SW-VCT-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 VCT-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-SPR-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 SPR-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-VCT-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 VCT-BROWSE-DONE     VALUE 'Y'.
       01 SW-SPR-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 SPR-BROWSE-DONE     VALUE 'Y'.
       01 SW-VENDOR-FOUND     PIC X(01) VALUE 'N'.
           88 VENDOR-FOUND        VALUE 'Y'.
       01 SW-LIST-FOUND       PIC X(01) VALUE 'N'.
           88 LIST-FOUND          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-FIRST-RECORD     PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD        VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 AS-OF-DATE          PIC 9(08) VALUE 0.
       01 WS-VENDOR-PRICE     PIC 9(05)V99.
       01 WS-LIST-PRICE       PIC 9(05)V99.
       01 WS-MARKET-PRICE     PIC 9(05)V99.
       01 WS-MARKET-BASIS     PIC X(06).
       01 WS-PREV-ITEMCAT     PIC X(03).
       01 WS-CAT-BOOK         PIC 9(11)V99.
       01 WS-CAT-WRITE-DOWN   PIC 9(11)V99.
       01 WS-CAT-PARTS        PIC 9(07).
       01 WS-GRD-BOOK         PIC 9(11)V99 VALUE 0.
       01 WS-GRD-WRITE-DOWN   PIC 9(11)V99 VALUE 0.
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 TESTED-COUNT        PIC 9(07) VALUE 0.
       01 NO-MARKET-COUNT     PIC 9(07) VALUE 0.
       01 WRITE-DOWN-COUNT    PIC 9(07) VALUE 0.
       01 GL-ENTRY-COUNT      PIC 9(05) VALUE 0.
       01 WS-LCM-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(36)
                  VALUE 'LOWER OF COST OR MARKET - AS OF'.
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-AS-OF-DATE   PIC 9(08).
           05                  PIC X(87)  VALUE SPACES.
       01 WS-LCM-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QOH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE '     BOOK'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE '   VENDOR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE '     LIST'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE '   MARKET'.
           05                  PIC X(01)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'BASIS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '   WRITE-DOWN'.
           05                  PIC X(13)  VALUE SPACES.
       01 WS-LCM-LINE.
           05                  PIC X      VALUE SPACES.
           05 LL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-QOH           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-BOOK-PRICE    PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 LL-VENDOR-PRICE  PIC ZZ,ZZ9.99.
           05 LL-VENDOR-NONE REDEFINES LL-VENDOR-PRICE PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-LIST-PRICE    PIC ZZ,ZZ9.99.
           05 LL-LIST-NONE REDEFINES LL-LIST-PRICE PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-MARKET-PRICE  PIC ZZ,ZZ9.99.
           05                  PIC X(01)  VALUE SPACES.
           05 LL-MARKET-BASIS  PIC X(06).
           05                  PIC X(02)  VALUE SPACES.
           05 LL-WRITE-DOWN    PIC ZZ,ZZZ,ZZ9.99.
           05                  PIC X(13)  VALUE SPACES.
       01 WS-LCM-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 TL-LABEL         PIC X(24).
           05 TL-PARTS         PIC ZZZZZZ9.
           05                  PIC X(07)  VALUE ' PARTS '.
           05                  PIC X(12)  VALUE 'BOOK VALUE: '.
           05 TL-BOOK-VALUE    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(35)  VALUE SPACES.
           05 TL-WRITE-DOWN    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(13)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-LCM-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'PARTS READ: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'TESTED: '.
           05 SUM-TEST-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'NO MARKET: '.
           05 SUM-NOMKT-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'WRITE-DOWN: '.
           05 SUM-WD-COUNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'AMOUNT: '.
           05 SUM-WD-AMOUNT   PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'LCM001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-ITEMCAT SRT-PARTNO
              INPUT PROCEDURE IS RELEASE-WRITE-DOWNS
              OUTPUT PROCEDURE IS PRINT-WRITE-DOWNS

           PERFORM WRITE-GL-OFFSET
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'LCM999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT LCM-CTL-FILE
           IF LCM-CTL-STATUS = '00'
              READ LCM-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF LCM-AS-OF-DATE IS NUMERIC
                       MOVE LCM-AS-OF-DATE TO AS-OF-DATE
                    END-IF
              END-READ
              CLOSE LCM-CTL-FILE
           END-IF
           IF AS-OF-DATE = 0
              MOVE TODAY-DATE TO AS-OF-DATE
           END-IF

      *    EITHER MARKET REFERENCE MAY BE MISSING; A PART IS
      *    TESTED AGAINST WHATEVER IS THERE.
           OPEN INPUT VCT-DATA-FILE
           IF VCT-FILE-STATUS = '00'
              MOVE 'Y' TO SW-VCT-FILE-OPEN
           ELSE
              MOVE 'LCM002'         TO MSG-LCM-OPEN-CODE
              MOVE VCT-FILE-STATUS  TO MSG-LCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-LCM-OPEN-MSG
           END-IF

           OPEN INPUT SPR-DATA-FILE
           IF SPR-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SPR-FILE-OPEN
           ELSE
              MOVE 'LCM003'         TO MSG-LCM-OPEN-CODE
              MOVE SPR-FILE-STATUS  TO MSG-LCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-LCM-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO LCM-ERROR-FLAG
              MOVE 'LCM009'         TO MSG-LCM-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-LCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LCM-OPEN-MSG
           END-IF
           MOVE AS-OF-DATE TO TTL-AS-OF-DATE
           WRITE RPT-OUT-DATA FROM WS-LCM-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-LCM-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'N' TO RPT-RESTART-FLAG
           CALL 'RPTREC' USING
           BY CONTENT '1'
           BY REFERENCE GL-OUT-DATA
           .

      ***
      *** one sweep over CASEIN -- every part with stock and a book
      *** price is valued at market, and those below book are
      *** released for the category listing.
      ***
       RELEASE-WRITE-DOWNS.
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE
           MOVE 0 TO RETURN-CODE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           PERFORM TEST-ONE-PART UNTIL RETURN-CODE = 4

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           .

       TEST-ONE-PART.
           ADD 1 TO PART-COUNT
           IF I-QOH IS NUMERIC AND I-QOH > 0
              AND I-UNITPR IS NUMERIC AND I-UNITPR > 0
              PERFORM FIND-MARKET-PRICE
              IF VENDOR-FOUND OR LIST-FOUND
                 ADD 1 TO TESTED-COUNT
                 IF WS-MARKET-PRICE < I-UNITPR
                    PERFORM RELEASE-ONE-WRITE-DOWN
                 END-IF
              ELSE
                 ADD 1 TO NO-MARKET-COUNT
              END-IF
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

      ***
      *** market is the lower of the two references the part has:
      *** the cheapest live catalog source (replacement cost) and
      *** the list price -- the blank price class -- in force on
      *** the as-of date (what it would sell for).
      ***
       FIND-MARKET-PRICE.
           MOVE 'N' TO SW-VENDOR-FOUND
           MOVE 'N' TO SW-LIST-FOUND
           MOVE 0   TO WS-VENDOR-PRICE
           MOVE 0   TO WS-LIST-PRICE
           IF VCT-FILE-IS-OPEN
              PERFORM BROWSE-VENDOR-CATALOG
           END-IF
           IF SPR-FILE-IS-OPEN
              PERFORM BROWSE-LIST-PRICE
           END-IF

           EVALUATE TRUE
              WHEN VENDOR-FOUND AND LIST-FOUND
                 IF WS-LIST-PRICE < WS-VENDOR-PRICE
                    MOVE WS-LIST-PRICE   TO WS-MARKET-PRICE
                    MOVE 'LIST'          TO WS-MARKET-BASIS
                 ELSE
                    MOVE WS-VENDOR-PRICE TO WS-MARKET-PRICE
                    MOVE 'VENDOR'        TO WS-MARKET-BASIS
                 END-IF
              WHEN VENDOR-FOUND
                 MOVE WS-VENDOR-PRICE TO WS-MARKET-PRICE
                 MOVE 'VENDOR'        TO WS-MARKET-BASIS
              WHEN LIST-FOUND
                 MOVE WS-LIST-PRICE   TO WS-MARKET-PRICE
                 MOVE 'LIST'          TO WS-MARKET-BASIS
           END-EVALUATE
           .

       BROWSE-VENDOR-CATALOG.
           MOVE SPACES     TO WS-VCT-REC
           MOVE I-PARTNO   TO VCT-PARTNO
           MOVE LOW-VALUES TO VCT-VENDOR-CODE
           MOVE VCT-KEY    TO FD-VCT-KEY
           START VCT-DATA-FILE KEY >= FD-VCT-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-VCT-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-VCT-BROWSE-DONE
           END-START
           PERFORM READ-NEXT-SOURCE UNTIL VCT-BROWSE-DONE
           .

       READ-NEXT-SOURCE.
           READ VCT-DATA-FILE NEXT RECORD INTO WS-VCT-REC
              AT END
                 MOVE 'Y' TO SW-VCT-BROWSE-DONE
           END-READ
           IF NOT VCT-BROWSE-DONE
              IF VCT-PARTNO NOT = I-PARTNO
                 MOVE 'Y' TO SW-VCT-BROWSE-DONE
              ELSE
                 IF VCT-SOURCE-LIVE
                    AND VCT-UNIT-PRICE IS NUMERIC
                    AND VCT-UNIT-PRICE > 0
                    IF NOT VENDOR-FOUND
                       OR VCT-UNIT-PRICE < WS-VENDOR-PRICE
                       MOVE 'Y'            TO SW-VENDOR-FOUND
                       MOVE VCT-UNIT-PRICE TO WS-VENDOR-PRICE
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

      *    THE EFFECTIVE DATES ASCEND WITHIN THE CLASS, SO THE LAST
      *    ONE NOT AFTER THE AS-OF DATE IS THE PRICE IN FORCE.
       BROWSE-LIST-PRICE.
           MOVE I-PARTNO   TO FD-SPR-PARTNO
           MOVE SPACES     TO FD-SPR-CLASS
           MOVE LOW-VALUES TO FD-SPR-DATE
           START SPR-DATA-FILE KEY >= FD-SPR-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-SPR-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-SPR-BROWSE-DONE
           END-START
           PERFORM READ-NEXT-LIST-PRICE UNTIL SPR-BROWSE-DONE
           .

       READ-NEXT-LIST-PRICE.
           READ SPR-DATA-FILE NEXT RECORD INTO WS-SPR-REC
              AT END
                 MOVE 'Y' TO SW-SPR-BROWSE-DONE
           END-READ
           IF NOT SPR-BROWSE-DONE
              IF SPR-PARTNO = I-PARTNO
                 AND SPR-PRICE-CLASS = SPACES
                 AND SPR-EFF-DATE IS NUMERIC
                 AND SPR-EFF-DATE NOT > AS-OF-DATE
                 IF SPR-UNIT-PRICE IS NUMERIC
                    AND SPR-UNIT-PRICE > 0
                    MOVE 'Y'            TO SW-LIST-FOUND
                    MOVE SPR-UNIT-PRICE TO WS-LIST-PRICE
                 END-IF
              ELSE
                 MOVE 'Y' TO SW-SPR-BROWSE-DONE
              END-IF
           END-IF
           .

       RELEASE-ONE-WRITE-DOWN.
           ADD 1 TO WRITE-DOWN-COUNT
           MOVE SPACES          TO SORT-RECORD
           MOVE I-ITEMCAT       TO SRT-ITEMCAT
           MOVE I-PARTNO        TO SRT-PARTNO
           MOVE I-DESCR         TO SRT-DESCR
           MOVE I-QOH           TO SRT-QOH
           MOVE I-UNITPR        TO SRT-BOOK-PRICE
           MOVE WS-VENDOR-PRICE TO SRT-VENDOR-PRICE
           MOVE WS-LIST-PRICE   TO SRT-LIST-PRICE
           MOVE WS-MARKET-PRICE TO SRT-MARKET-PRICE
           MOVE WS-MARKET-BASIS TO SRT-MARKET-BASIS
           COMPUTE SRT-BOOK-VALUE = I-QOH * I-UNITPR
           COMPUTE SRT-WRITE-DOWN =
              I-QOH * (I-UNITPR - WS-MARKET-PRICE)
           RELEASE SORT-RECORD
           .

      ***
      *** the listing -- by category and part, a subtotal and its
      *** reserve entry at each category break.
      ***
       PRINT-WRITE-DOWNS.
           MOVE 'N' TO SW-SORT-EOF
           MOVE 'Y' TO SW-FIRST-RECORD
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PRINT-ONE-WRITE-DOWN UNTIL SORT-AT-EOF
           IF NOT FIRST-RECORD
              PERFORM FLUSH-CATEGORY-TOTAL
           END-IF

           MOVE '*** ALL CATEGORIES'  TO TL-LABEL
           MOVE WRITE-DOWN-COUNT      TO TL-PARTS
           MOVE WS-GRD-BOOK           TO TL-BOOK-VALUE
           MOVE WS-GRD-WRITE-DOWN     TO TL-WRITE-DOWN
           WRITE RPT-OUT-DATA FROM WS-LCM-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       PRINT-ONE-WRITE-DOWN.
           IF FIRST-RECORD
              MOVE 'N' TO SW-FIRST-RECORD
              PERFORM START-CATEGORY-TOTAL
           ELSE
              IF SRT-ITEMCAT NOT = WS-PREV-ITEMCAT
                 PERFORM FLUSH-CATEGORY-TOTAL
                 PERFORM START-CATEGORY-TOTAL
              END-IF
           END-IF

           MOVE SPACES           TO WS-LCM-LINE
           MOVE SRT-ITEMCAT      TO LL-ITEMCAT
           MOVE SRT-PARTNO       TO LL-PARTNO
           MOVE SRT-DESCR        TO LL-DESCR
           MOVE SRT-QOH          TO LL-QOH
           MOVE SRT-BOOK-PRICE   TO LL-BOOK-PRICE
           IF SRT-VENDOR-PRICE > 0
              MOVE SRT-VENDOR-PRICE TO LL-VENDOR-PRICE
           ELSE
              MOVE '     NONE'      TO LL-VENDOR-NONE
           END-IF
           IF SRT-LIST-PRICE > 0
              MOVE SRT-LIST-PRICE   TO LL-LIST-PRICE
           ELSE
              MOVE '     NONE'      TO LL-LIST-NONE
           END-IF
           MOVE SRT-MARKET-PRICE TO LL-MARKET-PRICE
           MOVE SRT-MARKET-BASIS TO LL-MARKET-BASIS
           MOVE SRT-WRITE-DOWN   TO LL-WRITE-DOWN
           WRITE RPT-OUT-DATA FROM WS-LCM-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD 1              TO WS-CAT-PARTS
           ADD SRT-BOOK-VALUE TO WS-CAT-BOOK
           ADD SRT-WRITE-DOWN TO WS-CAT-WRITE-DOWN

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       START-CATEGORY-TOTAL.
           MOVE SRT-ITEMCAT TO WS-PREV-ITEMCAT
           MOVE 0 TO WS-CAT-PARTS
           MOVE 0 TO WS-CAT-BOOK
           MOVE 0 TO WS-CAT-WRITE-DOWN
           .

       FLUSH-CATEGORY-TOTAL.
           MOVE '* CATEGORY TOTAL' TO TL-LABEL
           MOVE WS-PREV-ITEMCAT    TO TL-LABEL(18:3)
           MOVE WS-CAT-PARTS       TO TL-PARTS
           MOVE WS-CAT-BOOK        TO TL-BOOK-VALUE
           MOVE WS-CAT-WRITE-DOWN  TO TL-WRITE-DOWN
           WRITE RPT-OUT-DATA FROM WS-LCM-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD WS-CAT-BOOK       TO WS-GRD-BOOK
           ADD WS-CAT-WRITE-DOWN TO WS-GRD-WRITE-DOWN

           IF WS-CAT-WRITE-DOWN > 0
              MOVE SPACES          TO GL-OUT-DATA
              MOVE WS-PREV-ITEMCAT TO GL-CATEGORY
              COMPUTE GL-AMOUNT = 0 - WS-CAT-WRITE-DOWN
                 ON SIZE ERROR
                    MOVE -999999999.99 TO GL-AMOUNT
              END-COMPUTE
              MOVE 'LCMRSRV'       TO GL-ACCOUNT
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

      ***
      *** the other side of the reserve -- the year's write-down
      *** charged in one line to the LCMEXP expense account.
      ***
       WRITE-GL-OFFSET.
           IF WS-GRD-WRITE-DOWN > 0
              MOVE SPACES TO GL-OUT-DATA
              COMPUTE GL-AMOUNT = WS-GRD-WRITE-DOWN
                 ON SIZE ERROR
                    MOVE 999999999.99 TO GL-AMOUNT
              END-COMPUTE
              MOVE 'LCMEXP' TO GL-ACCOUNT
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-GL-ENTRY.
           CALL 'RPTREC' USING
           BY CONTENT '6'
           BY REFERENCE GL-OUT-DATA
           IF RPT-WRITE-ERROR-FOUND
              MOVE 'Y' TO LCM-ERROR-FLAG
           ELSE
              ADD 1 TO GL-ENTRY-COUNT
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO LCM-ERROR-FLAG
              MOVE 'LCM010'         TO MSG-LCM-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-LCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LCM-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           IF VCT-FILE-IS-OPEN
              CLOSE VCT-DATA-FILE
           END-IF
           IF SPR-FILE-IS-OPEN
              CLOSE SPR-DATA-FILE
           END-IF

           CALL 'RPTREC' USING
           BY CONTENT '9'
           BY REFERENCE GL-OUT-DATA

           IF LCM-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT        TO SUM-PART-COUNT
           MOVE TESTED-COUNT      TO SUM-TEST-COUNT
           MOVE NO-MARKET-COUNT   TO SUM-NOMKT-COUNT
           MOVE WRITE-DOWN-COUNT  TO SUM-WD-COUNT
           MOVE WS-GRD-WRITE-DOWN TO SUM-WD-AMOUNT
           DISPLAY WS-LCM-SUMMARY-LINE
           .
