       identification division.
       program-id. VALROLL.
      ***
      *** VALROLL - daily inventory value roll-forward proof. When
      *** MAIN's grand total moved nobody could say why without
      *** hours of digging. This run proves, part by part and in
      *** total by category, that the opening value plus the day's
      *** receipts, less its issues, plus or minus adjustments,
      *** price revaluations, and parts added or deleted, comes to
      *** the closing CASEIN value. The opening is the previous
      *** night's CASVBAL balance, or the CASPSNAP snapshot of the
      *** RFWCTL period when there is no balance to open from.
      *** Movements come from CASMHIST, rated by their I-QOH effect
      *** the way PARTSTMT rolls its balance and valued at the
      *** closing I-UNITPR; price changes from CASPRCHS revalue
      *** the opening quantity from the first old price to the
      *** last new one; CASJRNL adds and deletes bring a part's
      *** value in or take it out. Any part whose closing value
      *** the roll does not explain is listed, and the step ends
      *** return code 8. The closing position goes to CASVBNEW,
      *** which the job catalogs over CASVBAL for tomorrow.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT RFW-CTL-FILE ASSIGN TO RFWCTL
              FILE STATUS IS RFW-CTL-STATUS.
           SELECT VBL-DATA-FILE ASSIGN TO CASVBAL
              FILE STATUS IS VBL-FILE-STATUS.
           SELECT VBO-DATA-FILE ASSIGN TO CASVBNEW
              FILE STATUS IS VBO-FILE-STATUS.
           SELECT SNP-DATA-FILE ASSIGN TO CASPSNAP
              FILE STATUS IS SNP-FILE-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT PRC-DATA-FILE ASSIGN TO CASPRCHS
              FILE STATUS IS PRC-FILE-STATUS.
           SELECT JRN-DATA-FILE ASSIGN TO CASJRNL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASVROLL
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  RFW-CTL-FILE.
       01 RFW-CTL-RECORD.
           copy RFWCTL.
       FD  VBL-DATA-FILE.
       01 VBL-IN-DATA           PIC X(80).
       FD  VBO-DATA-FILE.
       01 VBO-OUT-DATA          PIC X(80).
       FD  SNP-DATA-FILE.
       01 SNP-RECORD.
           copy SNPDETL.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  PRC-DATA-FILE.
       01 PRC-RECORD.
           copy PRCHIST.
       FD  JRN-DATA-FILE.
       01 JRN-RECORD.
           copy MNTJRNL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    EVERY SOURCE RIDES ONE SORT KEYED BY PART, SO EACH PART'S
      *    OPENING, MOVEMENTS, PRICE CHANGES, MAINTENANCE, AND
      *    CLOSING ARRIVE TOGETHER FOR ONE CONTROL BREAK. THE
      *    RELEASE SEQUENCE KEEPS A PART'S PRICE CHANGES IN THE
      *    ORDER CASPRCHS RECORDED THEM.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-REC-TYPE      PIC X(01).
               88 SRT-IS-OPENING    VALUE 'A'.
               88 SRT-IS-CLOSING    VALUE 'C'.
               88 SRT-IS-JOURNAL    VALUE 'J'.
               88 SRT-IS-MOVEMENT   VALUE 'M'.
               88 SRT-IS-PRICE      VALUE 'P'.
           05 SRT-SEQ           PIC 9(07).
           05 SRT-QTY           PIC S9(07).
           05 SRT-PRICE-1       PIC 9(05)V99.
           05 SRT-PRICE-2       PIC 9(05)V99.
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-CLASS         PIC X(01).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-VBL-REC.
       copy VALBAL.
       01 RFW-CTL-STATUS      PIC X(02).
       01 VBL-FILE-STATUS     PIC X(02).
       01 VBO-FILE-STATUS     PIC X(02).
       01 SNP-FILE-STATUS     PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 PRC-FILE-STATUS     PIC X(02).
       01 JRN-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 VRL-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 VRL-ERROR-FOUND     VALUE 'Y'.
       01 WS-VRL-OPEN-MSG.
           05 MSG-VRL-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-VRL-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-VRL-NOOPEN-MSG.
           05 FILLER            PIC X(48) VALUE
              'VRL009 NO CASVBAL OR CASPSNAP OPENING, ZERO USED'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-VRL-FULL-MSG.
           05 FILLER            PIC X(45) VALUE
              'VRL016 OVER 200 CATEGORIES, REST SHOWN AS ***'.
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
       01 TODAY-DATE          PIC 9(08).
       01 BUSINESS-DATE       PIC 9(08) VALUE 0.
       01 WS-BUSINESS-SPLIT REDEFINES BUSINESS-DATE.
           05 WS-BUSINESS-YYYY  PIC 9(04).
           05 WS-BUSINESS-MM    PIC 9(02).
           05 WS-BUSINESS-DD    PIC 9(02).
       01 SNAP-PERIOD         PIC 9(06) VALUE 0.
       01 WS-SNAP-SPLIT REDEFINES SNAP-PERIOD.
           05 WS-SNAP-YYYY      PIC 9(04).
           05 WS-SNAP-MM        PIC 9(02).
       01 OPEN-AS-OF-DATE     PIC 9(08) VALUE 0.
       01 SW-OPEN-SOURCE      PIC X(01) VALUE 'N'.
           88 OPEN-FROM-BALANCE   VALUE 'B'.
           88 OPEN-FROM-SNAPSHOT  VALUE 'S'.
           88 OPEN-FROM-NOTHING   VALUE 'N'.
       01 SW-VBL-EOF          PIC X(01) VALUE 'N'.
           88 VBL-AT-EOF          VALUE 'Y'.
       01 SW-SNP-EOF          PIC X(01) VALUE 'N'.
           88 SNP-AT-EOF          VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-PRC-EOF          PIC X(01) VALUE 'N'.
           88 PRC-AT-EOF          VALUE 'Y'.
       01 SW-JRN-EOF          PIC X(01) VALUE 'N'.
           88 JRN-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-VBO-OPEN         PIC X(01) VALUE 'N'.
           88 VBO-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-RELEASE-SEQ      PIC 9(07) VALUE 0.
       01 WS-HELD-QTY         PIC 9(05).
       01 WS-QOH-EFFECT-QTY   PIC 9(05).
      ***
      *** one part's roll, gathered across its sorted records
      ***
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 P-ITEMCAT           PIC X(03).
       01 P-OPEN-QTY          PIC 9(05).
       01 P-OPEN-PRICE        PIC 9(05)V99.
       01 P-RECEIPT-QTY       PIC S9(07).
       01 P-ISSUE-QTY         PIC S9(07).
       01 P-ADJUST-QTY        PIC S9(07).
       01 P-FIRST-OLD-PRICE   PIC 9(05)V99.
       01 P-LAST-NEW-PRICE    PIC 9(05)V99.
       01 P-ADD-QTY           PIC 9(05).
       01 P-ADD-PRICE         PIC 9(05)V99.
       01 P-DEL-QTY           PIC 9(05).
       01 P-DEL-PRICE         PIC 9(05)V99.
       01 P-CLOSE-QTY         PIC 9(05).
       01 P-CLOSE-PRICE       PIC 9(05)V99.
       01 P-VALUE-PRICE       PIC 9(05)V99.
       01 SW-PART-OPENED      PIC X(01).
           88 PART-WAS-OPENED     VALUE 'Y'.
       01 SW-PRICE-CHANGED    PIC X(01).
           88 PRICE-WAS-CHANGED   VALUE 'Y'.
       01 SW-PART-ADDED       PIC X(01).
           88 PART-WAS-ADDED      VALUE 'Y'.
       01 SW-PART-DELETED     PIC X(01).
           88 PART-WAS-DELETED    VALUE 'Y'.
       01 SW-ON-CASEIN        PIC X(01).
           88 PART-ON-CASEIN      VALUE 'Y'.
       01 V-OPEN              PIC S9(10)V99.
       01 V-RECEIPTS          PIC S9(10)V99.
       01 V-ISSUES            PIC S9(10)V99.
       01 V-ADJUST            PIC S9(10)V99.
       01 V-PRICE             PIC S9(10)V99.
       01 V-ADDS              PIC S9(10)V99.
       01 V-EXPECTED          PIC S9(10)V99.
       01 V-CLOSE             PIC S9(10)V99.
       01 V-DIFF              PIC S9(10)V99.
       01 WS-EXPECTED-QTY     PIC S9(07).
      ***
      *** category totals, in the order the categories turn up,
      *** the way the PERCLOSE register keeps them
      ***
       01 CAT-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 CAT-SUB             PIC 9(03).
       01 SW-CAT-FOUND        PIC X(01).
           88 CAT-FOUND           VALUE 'Y'.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES.
              10 CT-ITEMCAT    PIC X(03).
              10 CT-OPEN       PIC S9(11)V99.
              10 CT-RECEIPTS   PIC S9(11)V99.
              10 CT-ISSUES     PIC S9(11)V99.
              10 CT-ADJUST     PIC S9(11)V99.
              10 CT-PRICE      PIC S9(11)V99.
              10 CT-ADDS       PIC S9(11)V99.
              10 CT-EXPECTED   PIC S9(11)V99.
              10 CT-CLOSE      PIC S9(11)V99.
              10 CT-DIFF       PIC S9(11)V99.
       01 GT-OPEN             PIC S9(11)V99 VALUE 0.
       01 GT-RECEIPTS         PIC S9(11)V99 VALUE 0.
       01 GT-ISSUES           PIC S9(11)V99 VALUE 0.
       01 GT-ADJUST           PIC S9(11)V99 VALUE 0.
       01 GT-PRICE            PIC S9(11)V99 VALUE 0.
       01 GT-ADDS             PIC S9(11)V99 VALUE 0.
       01 GT-EXPECTED         PIC S9(11)V99 VALUE 0.
       01 GT-CLOSE            PIC S9(11)V99 VALUE 0.
       01 GT-DIFF             PIC S9(11)V99 VALUE 0.
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 UNEXPLAINED-COUNT   PIC 9(07) VALUE 0.
       01 BALANCE-COUNT       PIC 9(07) VALUE 0.
       01 WS-VRL-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(50)  VALUE
              'DAILY INVENTORY VALUE ROLL-FORWARD  BUSINESS DATE '.
           05 TTL-BUSINESS-DATE PIC 9(08).
           05                  PIC X(74)  VALUE SPACES.
       01 WS-OPEN-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 OSL-TEXT         PIC X(48).
           05 OSL-DATE         PIC Z(07)9.
           05                  PIC X(76)  VALUE SPACES.
       01 WS-SECTION-LINE.
           05                  PIC X      VALUE SPACES.
           05 SCL-TEXT         PIC X(60).
           05                  PIC X(72)  VALUE SPACES.
       01 WS-EXC-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'OPEN QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'CLOSE QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'OPEN PRICE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'CLOSE PRICE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE 'EXPECTED VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '  CASEIN VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '    DIFFERENCE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(20)  VALUE 'REASON'.
       01 WS-EXC-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXC-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 EXC-ITEMCAT      PIC X(03).
           05                  PIC X(05)  VALUE SPACES.
           05 EXC-OPEN-QTY     PIC ZZZZ9.
           05                  PIC X(06)  VALUE SPACES.
           05 EXC-CLOSE-QTY    PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 EXC-OPEN-PRICE   PIC ZZ,ZZ9.99.
           05                  PIC X(04)  VALUE SPACES.
           05 EXC-CLOSE-PRICE  PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-EXPECTED     PIC -ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-CLOSE-VALUE  PIC -ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-DIFFERENCE   PIC -ZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-REASON       PIC X(20).
       01 WS-CAT-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(14)  VALUE '       OPENING'.
           05                  PIC X(14)  VALUE '      RECEIPTS'.
           05                  PIC X(14)  VALUE '        ISSUES'.
           05                  PIC X(14)  VALUE '   ADJUSTMENTS'.
           05                  PIC X(14)  VALUE ' PRICE CHANGES'.
           05                  PIC X(14)  VALUE '  ADDS/DELETES'.
           05                  PIC X(14)  VALUE '  EXPECTED CLS'.
           05                  PIC X(14)  VALUE '    CASEIN CLS'.
           05                  PIC X(14)  VALUE '    DIFFERENCE'.
           05                  PIC X(03)  VALUE SPACES.
       01 WS-CAT-LINE.
           05                  PIC X      VALUE SPACES.
           05 CTL-ITEMCAT      PIC X(03).
           05                  PIC X      VALUE SPACES.
           05 CTL-OPEN         PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-RECEIPTS     PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-ISSUES       PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-ADJUST       PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-PRICE        PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-ADDS         PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-EXPECTED     PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-CLOSE        PIC -ZZZZZZZZ9.99.
           05                  PIC X      VALUE SPACES.
           05 CTL-DIFF         PIC -ZZZZZZZZ9.99.
           05                  PIC X(03)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-VRL-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'PARTS ROLLED: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'UNEXPLAINED: '.
           05 SUM-UNEXPLAINED PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(18) VALUE 'BALANCES WRITTEN: '.
           05 SUM-BALANCES    PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'VRL001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-PARTNO SRT-REC-TYPE SRT-SEQ
              INPUT PROCEDURE IS RELEASE-ROLL-SOURCES
              OUTPUT PROCEDURE IS PROVE-BY-PART

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'VRL999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           OPEN INPUT RFW-CTL-FILE
           IF RFW-CTL-STATUS = '00'
              READ RFW-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF RFW-BUSINESS-DATE IS NUMERIC
                       MOVE RFW-BUSINESS-DATE TO BUSINESS-DATE
                    END-IF
                    IF RFW-SNAP-PERIOD IS NUMERIC
                       MOVE RFW-SNAP-PERIOD TO SNAP-PERIOD
                    END-IF
              END-READ
              CLOSE RFW-CTL-FILE
           END-IF
           IF BUSINESS-DATE = 0
              MOVE TODAY-DATE TO BUSINESS-DATE
           END-IF
           IF SNAP-PERIOD = 0
              IF WS-BUSINESS-MM = 1
                 COMPUTE WS-SNAP-YYYY = WS-BUSINESS-YYYY - 1
                 MOVE 12 TO WS-SNAP-MM
              ELSE
                 MOVE WS-BUSINESS-YYYY TO WS-SNAP-YYYY
                 COMPUTE WS-SNAP-MM = WS-BUSINESS-MM - 1
              END-IF
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN OUTPUT VBO-DATA-FILE
           IF VBO-FILE-STATUS = '00'
              MOVE 'Y' TO SW-VBO-OPEN
           ELSE
              MOVE 'Y'              TO VRL-ERROR-FLAG
              MOVE 'VRL014'         TO MSG-VRL-OPEN-CODE
              MOVE VBO-FILE-STATUS  TO MSG-VRL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VRL-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO VRL-ERROR-FLAG
              MOVE 'VRL013'         TO MSG-VRL-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-VRL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VRL-OPEN-MSG
           END-IF
           MOVE BUSINESS-DATE TO TTL-BUSINESS-DATE
           WRITE RPT-OUT-DATA FROM WS-VRL-TITLE-LINE
           MOVE 0 TO RETURN-CODE
           .

      ***
      *** the opening is read first -- whichever source it comes
      *** from sets the date after which the rest of the day's
      *** activity counts. a snapshot stands as of the last day
      *** of its period.
      ***
       RELEASE-ROLL-SOURCES.
           PERFORM RELEASE-OPENING-BALANCE
           IF OPEN-FROM-NOTHING
              PERFORM RELEASE-OPENING-SNAPSHOT
           END-IF
           IF OPEN-FROM-NOTHING
              COMPUTE OPEN-AS-OF-DATE = SNAP-PERIOD * 100 + 31
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-VRL-NOOPEN-MSG
           END-IF
           PERFORM WRITE-OPEN-SOURCE-LINE

           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM RELEASE-ONE-MOVEMENT UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           ELSE
              MOVE 'VRL010'         TO MSG-VRL-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-VRL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-VRL-OPEN-MSG
           END-IF

           OPEN INPUT PRC-DATA-FILE
           IF PRC-FILE-STATUS = '00'
              MOVE 'N' TO SW-PRC-EOF
              READ PRC-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-PRC-EOF
              END-READ
              PERFORM RELEASE-ONE-PRICE-CHANGE UNTIL PRC-AT-EOF
              CLOSE PRC-DATA-FILE
           ELSE
              MOVE 'VRL011'         TO MSG-VRL-OPEN-CODE
              MOVE PRC-FILE-STATUS  TO MSG-VRL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-VRL-OPEN-MSG
           END-IF

           OPEN INPUT JRN-DATA-FILE
           IF JRN-FILE-STATUS = '00'
              MOVE 'N' TO SW-JRN-EOF
              READ JRN-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-JRN-EOF
              END-READ
              PERFORM RELEASE-ONE-JOURNAL UNTIL JRN-AT-EOF
              CLOSE JRN-DATA-FILE
           ELSE
              MOVE 'VRL012'         TO MSG-VRL-OPEN-CODE
              MOVE JRN-FILE-STATUS  TO MSG-VRL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-VRL-OPEN-MSG
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           IF IO-ERROR-FOUND
              MOVE 'Y' TO VRL-ERROR-FLAG
              MOVE IO-ERROR-STATUS TO MSG-IO-STATUS
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-IO-MSG
           END-IF
           PERFORM RELEASE-ONE-CLOSING UNTIL RETURN-CODE = 4
           MOVE 0 TO RETURN-CODE
           .

       RELEASE-OPENING-BALANCE.
           OPEN INPUT VBL-DATA-FILE
           IF VBL-FILE-STATUS = '00'
              MOVE 'N' TO SW-VBL-EOF
              READ VBL-DATA-FILE INTO WS-VBL-REC
                 AT END
                    MOVE 'Y' TO SW-VBL-EOF
              END-READ
              IF NOT VBL-AT-EOF
                 MOVE 'B' TO SW-OPEN-SOURCE
                 IF VBL-AS-OF-DATE IS NUMERIC
                    MOVE VBL-AS-OF-DATE TO OPEN-AS-OF-DATE
                 END-IF
              END-IF
              PERFORM RELEASE-ONE-BALANCE UNTIL VBL-AT-EOF
              CLOSE VBL-DATA-FILE
           END-IF
           .

       RELEASE-ONE-BALANCE.
           MOVE VBL-PARTNO  TO SRT-PARTNO
           MOVE 'A'         TO SRT-REC-TYPE
           MOVE VBL-ITEMCAT TO SRT-ITEMCAT
           MOVE SPACE       TO SRT-CLASS
           MOVE 0           TO SRT-QTY
           MOVE 0           TO SRT-PRICE-1
           MOVE 0           TO SRT-PRICE-2
           IF VBL-QOH IS NUMERIC
              MOVE VBL-QOH TO SRT-QTY
           END-IF
           IF VBL-UNITPR IS NUMERIC
              MOVE VBL-UNITPR TO SRT-PRICE-1
           END-IF
           PERFORM RELEASE-ROLL-RECORD

           READ VBL-DATA-FILE INTO WS-VBL-REC
              AT END
                 MOVE 'Y' TO SW-VBL-EOF
           END-READ
           .

      *
      *    THE SNAPSHOT VALUE ALSO CARRIES STOCK AT CUSTOMER
      *    CONSIGNMENT SITES, WHICH I-QOH DOES NOT -- THE ROLL OPENS
      *    FROM THE ON-HAND QUANTITY AT THE SNAPSHOT PRICE SO IT
      *    PROVES AGAINST WHAT CASEIN CARRIES.
      *
       RELEASE-OPENING-SNAPSHOT.
           OPEN INPUT SNP-DATA-FILE
           IF SNP-FILE-STATUS = '00'
              MOVE 'N' TO SW-SNP-EOF
              READ SNP-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-SNP-EOF
              END-READ
              PERFORM RELEASE-ONE-SNAPSHOT UNTIL SNP-AT-EOF
              CLOSE SNP-DATA-FILE
           END-IF
           .

       RELEASE-ONE-SNAPSHOT.
           IF SNP-PERIOD IS NUMERIC AND SNP-PERIOD = SNAP-PERIOD
              IF OPEN-FROM-NOTHING
                 MOVE 'S' TO SW-OPEN-SOURCE
                 COMPUTE OPEN-AS-OF-DATE = SNAP-PERIOD * 100 + 31
              END-IF
              MOVE SNP-PARTNO  TO SRT-PARTNO
              MOVE 'A'         TO SRT-REC-TYPE
              MOVE SNP-ITEMCAT TO SRT-ITEMCAT
              MOVE SPACE       TO SRT-CLASS
              MOVE 0           TO SRT-QTY
              MOVE 0           TO SRT-PRICE-1
              MOVE 0           TO SRT-PRICE-2
              IF SNP-QOH IS NUMERIC
                 MOVE SNP-QOH TO SRT-QTY
              END-IF
              IF SNP-UNITPR IS NUMERIC
                 MOVE SNP-UNITPR TO SRT-PRICE-1
              END-IF
              PERFORM RELEASE-ROLL-RECORD
           END-IF

           READ SNP-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-SNP-EOF
           END-READ
           .

       WRITE-OPEN-SOURCE-LINE.
           EVALUATE TRUE
              WHEN OPEN-FROM-BALANCE
                 MOVE 'OPENING FROM CASVBAL SAVED BALANCE AS OF'
                    TO OSL-TEXT
                 MOVE OPEN-AS-OF-DATE TO OSL-DATE
              WHEN OPEN-FROM-SNAPSHOT
                 MOVE 'OPENING FROM CASPSNAP SNAPSHOT FOR PERIOD'
                    TO OSL-TEXT
                 MOVE SNAP-PERIOD TO OSL-DATE
              WHEN OTHER
                 MOVE 'NO OPENING FOUND -- ZERO OPENING, PERIOD'
                    TO OSL-TEXT
                 MOVE SNAP-PERIOD TO OSL-DATE
           END-EVALUATE
           WRITE RPT-OUT-DATA FROM WS-OPEN-SOURCE-LINE
           .

      ***
      *** a movement's value is its I-QOH effect, reckoned the way
      *** PARTSTMT rolls its balance: the held portion of a receipt
      *** or issue never touched on-hand, returns to the customer
      *** hold or scrap, quarantine rejects, transfers, and
      *** consignment receipts move nothing. receipts are stock
      *** arriving (receipts, customer returns to stock, quarantine
      *** releases), issues stock leaving (issues, vendor returns,
      *** shipments to customer consignment), adjustments the rest
      *** (count adjustments and expiry holds).
      ***
       RELEASE-ONE-MOVEMENT.
           IF MH-DATE IS NUMERIC AND MH-DATE > OPEN-AS-OF-DATE
              AND MH-DATE NOT > BUSINESS-DATE
              AND MH-QTY IS NUMERIC
              MOVE 0 TO WS-HELD-QTY
              IF MH-HELD-QTY IS NUMERIC
                 MOVE MH-HELD-QTY TO WS-HELD-QTY
              END-IF
              IF WS-HELD-QTY <= MH-QTY
                 COMPUTE WS-QOH-EFFECT-QTY = MH-QTY - WS-HELD-QTY
              ELSE
                 MOVE 0 TO WS-QOH-EFFECT-QTY
              END-IF
              MOVE MH-PARTNO TO SRT-PARTNO
              MOVE 'M'       TO SRT-REC-TYPE
              MOVE SPACES    TO SRT-ITEMCAT
              MOVE 0         TO SRT-PRICE-1
              MOVE 0         TO SRT-PRICE-2
              MOVE 0         TO SRT-QTY
              EVALUATE TRUE
                 WHEN MH-IS-RECEIPT
                    MOVE 'R' TO SRT-CLASS
                    MOVE WS-QOH-EFFECT-QTY TO SRT-QTY
                 WHEN MH-IS-ISSUE
                    MOVE 'I' TO SRT-CLASS
                    COMPUTE SRT-QTY = 0 - WS-QOH-EFFECT-QTY
                 WHEN MH-IS-ADJUSTMENT AND MH-ADJ-NEGATIVE
                    MOVE 'A' TO SRT-CLASS
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN MH-IS-ADJUSTMENT
                    MOVE 'A' TO SRT-CLASS
                    MOVE MH-QTY TO SRT-QTY
                 WHEN MH-TYPE = 'V'
                    MOVE 'I' TO SRT-CLASS
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN MH-IS-CRTN-STOCK
                    MOVE 'R' TO SRT-CLASS
                    MOVE MH-QTY TO SRT-QTY
                 WHEN MH-IS-EXPIRY-HOLD
                    MOVE 'A' TO SRT-CLASS
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN MH-TYPE = 'Q' AND MH-ADJ-NEGATIVE
                    CONTINUE
                 WHEN MH-TYPE = 'Q'
                    MOVE 'R' TO SRT-CLASS
                    MOVE MH-QTY TO SRT-QTY
                 WHEN MH-IS-CSG-SHIP
                    MOVE 'I' TO SRT-CLASS
                    COMPUTE SRT-QTY = 0 - MH-QTY
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              IF SRT-QTY NOT = 0
                 PERFORM RELEASE-ROLL-RECORD
              END-IF
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       RELEASE-ONE-PRICE-CHANGE.
           IF PRC-CHANGE-DATE IS NUMERIC
              AND PRC-CHANGE-DATE > OPEN-AS-OF-DATE
              AND PRC-CHANGE-DATE NOT > BUSINESS-DATE
              AND PRC-OLD-PRICE IS NUMERIC
              AND PRC-NEW-PRICE IS NUMERIC
              MOVE PRC-PARTNO    TO SRT-PARTNO
              MOVE 'P'           TO SRT-REC-TYPE
              MOVE SPACES        TO SRT-ITEMCAT
              MOVE SPACE         TO SRT-CLASS
              MOVE 0             TO SRT-QTY
              MOVE PRC-OLD-PRICE TO SRT-PRICE-1
              MOVE PRC-NEW-PRICE TO SRT-PRICE-2
              PERFORM RELEASE-ROLL-RECORD
           END-IF

           READ PRC-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-PRC-EOF
           END-READ
           .

      *
      *    ONLY ADDS AND DELETES MOVE VALUE IN OR OUT -- A CHANGE
      *    IMAGE IS EITHER A MOVEMENT POSTING ALREADY ON CASMHIST, A
      *    PRICE CHANGE ALREADY ON CASPRCHS, OR A QUANTITY KEYED
      *    STRAIGHT INTO THE MASTER, WHICH IS EXACTLY WHAT THE PROOF
      *    IS MEANT TO CATCH.
      *
       RELEASE-ONE-JOURNAL.
           IF JRN-DATE IS NUMERIC AND JRN-DATE > OPEN-AS-OF-DATE
              AND JRN-DATE NOT > BUSINESS-DATE
              AND (JRN-IS-ADD OR JRN-IS-DELETE)
              IF JRN-IS-ADD
                 MOVE JRN-AFTER-IMAGE  TO IN-DATA
              ELSE
                 MOVE JRN-BEFORE-IMAGE TO IN-DATA
              END-IF
              MOVE JRN-PARTNO TO SRT-PARTNO
              MOVE 'J'        TO SRT-REC-TYPE
              MOVE JRN-ACTION TO SRT-CLASS
              MOVE I-ITEMCAT  TO SRT-ITEMCAT
              MOVE 0          TO SRT-QTY
              MOVE 0          TO SRT-PRICE-1
              MOVE 0          TO SRT-PRICE-2
              IF I-QOH IS NUMERIC
                 MOVE I-QOH TO SRT-QTY
              END-IF
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO SRT-PRICE-1
              END-IF
              PERFORM RELEASE-ROLL-RECORD
           END-IF

           READ JRN-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-JRN-EOF
           END-READ
           .

       RELEASE-ONE-CLOSING.
           MOVE I-PARTNO  TO SRT-PARTNO
           MOVE 'C'       TO SRT-REC-TYPE
           MOVE I-ITEMCAT TO SRT-ITEMCAT
           MOVE SPACE     TO SRT-CLASS
           MOVE 0         TO SRT-QTY
           MOVE 0         TO SRT-PRICE-1
           MOVE 0         TO SRT-PRICE-2
           IF I-QOH IS NUMERIC
              MOVE I-QOH TO SRT-QTY
           END-IF
           IF I-UNITPR IS NUMERIC
              MOVE I-UNITPR TO SRT-PRICE-1
           END-IF
           PERFORM RELEASE-ROLL-RECORD

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       RELEASE-ROLL-RECORD.
           ADD 1 TO WS-RELEASE-SEQ
           MOVE WS-RELEASE-SEQ TO SRT-SEQ
           RELEASE SORT-RECORD
           .

       PROVE-BY-PART.
           MOVE SPACES TO SCL-TEXT
           MOVE 'UNEXPLAINED DIFFERENCES BY PART' TO SCL-TEXT
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           WRITE RPT-OUT-DATA FROM WS-SECTION-LINE
           WRITE RPT-OUT-DATA FROM WS-EXC-HEADING

           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-PARTNO
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM GATHER-ONE-PART-LINE UNTIL SORT-AT-EOF
           IF WS-BREAK-PARTNO NOT = SPACES
              PERFORM PROVE-ONE-PART
           END-IF
           .

       GATHER-ONE-PART-LINE.
           IF SRT-PARTNO NOT = WS-BREAK-PARTNO
              IF WS-BREAK-PARTNO NOT = SPACES
                 PERFORM PROVE-ONE-PART
              END-IF
              MOVE SRT-PARTNO TO WS-BREAK-PARTNO
              PERFORM CLEAR-PART-ROLL
           END-IF

           EVALUATE TRUE
              WHEN SRT-IS-OPENING
                 MOVE 'Y'         TO SW-PART-OPENED
                 MOVE SRT-QTY     TO P-OPEN-QTY
                 MOVE SRT-PRICE-1 TO P-OPEN-PRICE
                 IF P-ITEMCAT = SPACES
                    MOVE SRT-ITEMCAT TO P-ITEMCAT
                 END-IF
              WHEN SRT-IS-CLOSING
                 MOVE 'Y'         TO SW-ON-CASEIN
                 MOVE SRT-QTY     TO P-CLOSE-QTY
                 MOVE SRT-PRICE-1 TO P-CLOSE-PRICE
                 MOVE SRT-ITEMCAT TO P-ITEMCAT
              WHEN SRT-IS-JOURNAL AND SRT-CLASS = 'A'
                 MOVE 'Y'         TO SW-PART-ADDED
                 ADD SRT-QTY      TO P-ADD-QTY
                 MOVE SRT-PRICE-1 TO P-ADD-PRICE
              WHEN SRT-IS-JOURNAL
                 MOVE 'Y'         TO SW-PART-DELETED
                 ADD SRT-QTY      TO P-DEL-QTY
                 MOVE SRT-PRICE-1 TO P-DEL-PRICE
                 IF P-ITEMCAT = SPACES
                    MOVE SRT-ITEMCAT TO P-ITEMCAT
                 END-IF
              WHEN SRT-IS-MOVEMENT AND SRT-CLASS = 'R'
                 ADD SRT-QTY TO P-RECEIPT-QTY
              WHEN SRT-IS-MOVEMENT AND SRT-CLASS = 'I'
                 ADD SRT-QTY TO P-ISSUE-QTY
              WHEN SRT-IS-MOVEMENT
                 ADD SRT-QTY TO P-ADJUST-QTY
              WHEN SRT-IS-PRICE
                 IF NOT PRICE-WAS-CHANGED
                    MOVE 'Y'         TO SW-PRICE-CHANGED
                    MOVE SRT-PRICE-1 TO P-FIRST-OLD-PRICE
                 END-IF
                 MOVE SRT-PRICE-2 TO P-LAST-NEW-PRICE
           END-EVALUATE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       CLEAR-PART-ROLL.
           MOVE SPACES TO P-ITEMCAT
           MOVE 0   TO P-OPEN-QTY
           MOVE 0   TO P-OPEN-PRICE
           MOVE 0   TO P-RECEIPT-QTY
           MOVE 0   TO P-ISSUE-QTY
           MOVE 0   TO P-ADJUST-QTY
           MOVE 0   TO P-FIRST-OLD-PRICE
           MOVE 0   TO P-LAST-NEW-PRICE
           MOVE 0   TO P-ADD-QTY
           MOVE 0   TO P-ADD-PRICE
           MOVE 0   TO P-DEL-QTY
           MOVE 0   TO P-DEL-PRICE
           MOVE 0   TO P-CLOSE-QTY
           MOVE 0   TO P-CLOSE-PRICE
           MOVE 'N' TO SW-PART-OPENED
           MOVE 'N' TO SW-PRICE-CHANGED
           MOVE 'N' TO SW-PART-ADDED
           MOVE 'N' TO SW-PART-DELETED
           MOVE 'N' TO SW-ON-CASEIN
           .

      ***
      *** the day's movements are valued at the price the part
      *** closed at (or left the master at), and the price change
      *** revalues the stock the part opened with -- so a part
      *** whose quantities all reconcile and whose every price
      *** change is on CASPRCHS proves to the cent. what is left
      *** over is unexplained.
      ***
       PROVE-ONE-PART.
           ADD 1 TO PART-COUNT
           EVALUATE TRUE
              WHEN PART-ON-CASEIN
                 MOVE P-CLOSE-PRICE TO P-VALUE-PRICE
              WHEN PART-WAS-DELETED
                 MOVE P-DEL-PRICE   TO P-VALUE-PRICE
              WHEN OTHER
                 MOVE P-OPEN-PRICE  TO P-VALUE-PRICE
           END-EVALUATE

           COMPUTE V-OPEN     = P-OPEN-QTY * P-OPEN-PRICE
           COMPUTE V-RECEIPTS = P-RECEIPT-QTY * P-VALUE-PRICE
           COMPUTE V-ISSUES   = P-ISSUE-QTY * P-VALUE-PRICE
           COMPUTE V-ADJUST   = P-ADJUST-QTY * P-VALUE-PRICE
           MOVE 0 TO V-PRICE
           IF PRICE-WAS-CHANGED
              COMPUTE V-PRICE = (P-OPEN-QTY + P-ADD-QTY)
                 * (P-LAST-NEW-PRICE - P-FIRST-OLD-PRICE)
           END-IF
           COMPUTE V-ADDS = P-ADD-QTY * P-ADD-PRICE
                          - P-DEL-QTY * P-DEL-PRICE
           COMPUTE V-EXPECTED = V-OPEN + V-RECEIPTS + V-ISSUES
                              + V-ADJUST + V-PRICE + V-ADDS
           MOVE 0 TO V-CLOSE
           IF PART-ON-CASEIN
              COMPUTE V-CLOSE = P-CLOSE-QTY * P-CLOSE-PRICE
           END-IF
           COMPUTE V-DIFF = V-CLOSE - V-EXPECTED

           PERFORM ADD-TO-CATEGORY
           IF V-DIFF NOT = 0
              PERFORM WRITE-UNEXPLAINED-PART
           END-IF
           IF PART-ON-CASEIN
              PERFORM WRITE-CLOSING-BALANCE
           END-IF
           .

       WRITE-UNEXPLAINED-PART.
           ADD 1 TO UNEXPLAINED-COUNT
           COMPUTE WS-EXPECTED-QTY = P-OPEN-QTY + P-RECEIPT-QTY
              + P-ISSUE-QTY + P-ADJUST-QTY + P-ADD-QTY - P-DEL-QTY
           EVALUATE TRUE
              WHEN NOT PART-ON-CASEIN AND NOT PART-WAS-DELETED
                 MOVE 'GONE, NO DELETE' TO EXC-REASON
              WHEN NOT PART-ON-CASEIN AND WS-EXPECTED-QTY NOT = 0
                 MOVE 'QTY NOT EXPLAINED' TO EXC-REASON
              WHEN PART-ON-CASEIN
                 AND WS-EXPECTED-QTY NOT = P-CLOSE-QTY
                 MOVE 'QTY NOT EXPLAINED' TO EXC-REASON
              WHEN OTHER
                 MOVE 'PRICE NOT EXPLAINED' TO EXC-REASON
           END-EVALUATE
           MOVE WS-BREAK-PARTNO TO EXC-PART-NUM
           MOVE P-ITEMCAT       TO EXC-ITEMCAT
           MOVE P-OPEN-QTY      TO EXC-OPEN-QTY
           MOVE P-CLOSE-QTY     TO EXC-CLOSE-QTY
           MOVE P-OPEN-PRICE    TO EXC-OPEN-PRICE
           MOVE P-CLOSE-PRICE   TO EXC-CLOSE-PRICE
           MOVE V-EXPECTED      TO EXC-EXPECTED
           MOVE V-CLOSE         TO EXC-CLOSE-VALUE
           MOVE V-DIFF          TO EXC-DIFFERENCE
           WRITE RPT-OUT-DATA FROM WS-EXC-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       WRITE-CLOSING-BALANCE.
           IF VBO-FILE-IS-OPEN
              MOVE SPACES          TO WS-VBL-REC
              MOVE WS-BREAK-PARTNO TO VBL-PARTNO
              MOVE P-ITEMCAT       TO VBL-ITEMCAT
              MOVE P-CLOSE-QTY     TO VBL-QOH
              MOVE P-CLOSE-PRICE   TO VBL-UNITPR
              MOVE V-CLOSE         TO VBL-VALUE
              MOVE BUSINESS-DATE   TO VBL-AS-OF-DATE
              WRITE VBO-OUT-DATA FROM WS-VBL-REC
              IF VBO-FILE-STATUS = '00'
                 ADD 1 TO BALANCE-COUNT
              ELSE
                 MOVE 'Y'              TO VRL-ERROR-FLAG
                 MOVE 'VRL015'         TO MSG-VRL-OPEN-CODE
                 MOVE VBO-FILE-STATUS  TO MSG-VRL-OPEN-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-VRL-OPEN-MSG
              END-IF
           END-IF
           .

       ADD-TO-CATEGORY.
           MOVE 'N' TO SW-CAT-FOUND
           PERFORM MATCH-CATEGORY-ENTRY
              VARYING CAT-SUB FROM 1 BY 1
              UNTIL CAT-SUB > CAT-ENTRY-COUNT OR CAT-FOUND
           IF CAT-FOUND
              SUBTRACT 1 FROM CAT-SUB
           ELSE
              IF CAT-ENTRY-COUNT < 200
                 ADD 1 TO CAT-ENTRY-COUNT
                 MOVE CAT-ENTRY-COUNT TO CAT-SUB
                 MOVE P-ITEMCAT TO CT-ITEMCAT(CAT-SUB)
              ELSE
                 IF CT-ITEMCAT(200) NOT = '***'
                    CALL 'LOGGER' USING BY CONTENT 'W'
                         BY CONTENT WS-VRL-FULL-MSG
                 END-IF
                 MOVE 200   TO CAT-SUB
                 MOVE '***' TO CT-ITEMCAT(CAT-SUB)
              END-IF
              IF CT-ITEMCAT(CAT-SUB) NOT = '***'
                 MOVE 0 TO CT-OPEN(CAT-SUB)
                 MOVE 0 TO CT-RECEIPTS(CAT-SUB)
                 MOVE 0 TO CT-ISSUES(CAT-SUB)
                 MOVE 0 TO CT-ADJUST(CAT-SUB)
                 MOVE 0 TO CT-PRICE(CAT-SUB)
                 MOVE 0 TO CT-ADDS(CAT-SUB)
                 MOVE 0 TO CT-EXPECTED(CAT-SUB)
                 MOVE 0 TO CT-CLOSE(CAT-SUB)
                 MOVE 0 TO CT-DIFF(CAT-SUB)
              END-IF
           END-IF
           ADD V-OPEN     TO CT-OPEN(CAT-SUB)     GT-OPEN
           ADD V-RECEIPTS TO CT-RECEIPTS(CAT-SUB) GT-RECEIPTS
           ADD V-ISSUES   TO CT-ISSUES(CAT-SUB)   GT-ISSUES
           ADD V-ADJUST   TO CT-ADJUST(CAT-SUB)   GT-ADJUST
           ADD V-PRICE    TO CT-PRICE(CAT-SUB)    GT-PRICE
           ADD V-ADDS     TO CT-ADDS(CAT-SUB)     GT-ADDS
           ADD V-EXPECTED TO CT-EXPECTED(CAT-SUB) GT-EXPECTED
           ADD V-CLOSE    TO CT-CLOSE(CAT-SUB)    GT-CLOSE
           ADD V-DIFF     TO CT-DIFF(CAT-SUB)     GT-DIFF
           .

       MATCH-CATEGORY-ENTRY.
           IF CT-ITEMCAT(CAT-SUB) = P-ITEMCAT
              MOVE 'Y' TO SW-CAT-FOUND
           END-IF
           .

       WRITE-CATEGORY-PROOF.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO SCL-TEXT
           MOVE 'VALUE ROLL-FORWARD BY CATEGORY' TO SCL-TEXT
           WRITE RPT-OUT-DATA FROM WS-SECTION-LINE
           WRITE RPT-OUT-DATA FROM WS-CAT-HEADING
           PERFORM WRITE-CATEGORY-LINE
              VARYING CAT-SUB FROM 1 BY 1
              UNTIL CAT-SUB > CAT-ENTRY-COUNT

           MOVE 'ALL'       TO CTL-ITEMCAT
           MOVE GT-OPEN     TO CTL-OPEN
           MOVE GT-RECEIPTS TO CTL-RECEIPTS
           MOVE GT-ISSUES   TO CTL-ISSUES
           MOVE GT-ADJUST   TO CTL-ADJUST
           MOVE GT-PRICE    TO CTL-PRICE
           MOVE GT-ADDS     TO CTL-ADDS
           MOVE GT-EXPECTED TO CTL-EXPECTED
           MOVE GT-CLOSE    TO CTL-CLOSE
           MOVE GT-DIFF     TO CTL-DIFF
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           WRITE RPT-OUT-DATA FROM WS-CAT-LINE

           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           MOVE SPACES TO SCL-TEXT
           IF UNEXPLAINED-COUNT = 0
              MOVE 'PROOF: CLOSING CASEIN VALUE FULLY EXPLAINED'
                 TO SCL-TEXT
           ELSE
              MOVE 'PROOF FAILED: UNEXPLAINED DIFFERENCES LISTED ABOVE'
                 TO SCL-TEXT
           END-IF
           WRITE RPT-OUT-DATA FROM WS-SECTION-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       WRITE-CATEGORY-LINE.
           MOVE CT-ITEMCAT(CAT-SUB)  TO CTL-ITEMCAT
           MOVE CT-OPEN(CAT-SUB)     TO CTL-OPEN
           MOVE CT-RECEIPTS(CAT-SUB) TO CTL-RECEIPTS
           MOVE CT-ISSUES(CAT-SUB)   TO CTL-ISSUES
           MOVE CT-ADJUST(CAT-SUB)   TO CTL-ADJUST
           MOVE CT-PRICE(CAT-SUB)    TO CTL-PRICE
           MOVE CT-ADDS(CAT-SUB)     TO CTL-ADDS
           MOVE CT-EXPECTED(CAT-SUB) TO CTL-EXPECTED
           MOVE CT-CLOSE(CAT-SUB)    TO CTL-CLOSE
           MOVE CT-DIFF(CAT-SUB)     TO CTL-DIFF
           WRITE RPT-OUT-DATA FROM WS-CAT-LINE
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO VRL-ERROR-FLAG
              MOVE 'VRL017'         TO MSG-VRL-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-VRL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VRL-OPEN-MSG
           END-IF
           .

       TERMINATION.
           PERFORM WRITE-CATEGORY-PROOF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF VBO-FILE-IS-OPEN
              CLOSE VBO-DATA-FILE
           END-IF
           CLOSE RPT-DATA-FILE

           EVALUATE TRUE
              WHEN VRL-ERROR-FOUND
                 MOVE 16 TO RETURN-CODE
              WHEN UNEXPLAINED-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE PART-COUNT        TO SUM-PART-COUNT
           MOVE UNEXPLAINED-COUNT TO SUM-UNEXPLAINED
           MOVE BALANCE-COUNT     TO SUM-BALANCES
           DISPLAY WS-VRL-SUMMARY-LINE
           .
