              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-HZW-WAREHOUSE
              FILE STATUS IS HZW-FILE-STATUS.
           SELECT NCR-DATA-FILE ASSIGN TO CASNCR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-NCR-NUMBER
              FILE STATUS IS NCR-FILE-STATUS.
           SELECT SDS-DATA-FILE ASSIGN TO CASSDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-SDS-PARTNO
              FILE STATUS IS SDS-FILE-STATUS.
           SELECT SDS-CTL-FILE ASSIGN TO SDSCTL
              FILE STATUS IS SDS-CTL-STATUS.
           SELECT XRF-DATA-FILE ASSIGN TO CASXREF
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-PRD-PERIOD
              FILE STATUS IS PRD-FILE-STATUS.
           SELECT RSN-DATA-FILE ASSIGN TO CASRSN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-RSN-CODE
              FILE STATUS IS RSN-FILE-STATUS.
           SELECT CCT-DATA-FILE ASSIGN TO CASCCTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CCT-CODE
              FILE STATUS IS CCT-FILE-STATUS.
           SELECT PRC-DATA-FILE ASSIGN TO CASPRCHS
              FILE STATUS IS PRC-FILE-STATUS.
           SELECT WHB-DATA-FILE ASSIGN TO CASWHBL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-WHB-KEY
              FILE STATUS IS WHB-FILE-STATUS.
           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
           SELECT CSG-DATA-FILE ASSIGN TO CASCSGN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CSG-KEY
              FILE STATUS IS CSG-FILE-STATUS.
           SELECT LBL-DATA-FILE ASSIGN TO CASLABL
              FILE STATUS IS LBL-FILE-STATUS.
       data division.
       file section.
       FD  CASEIN-FILE.
       01 HZW-REC.
           05 FD-HZW-WAREHOUSE  PIC X(03).
           05 FILLER            PIC X(77).
       FD  NCR-DATA-FILE.
       01 NCR-REC.
           05 FD-NCR-NUMBER     PIC X(12).
           05 FILLER            PIC X(88).
       FD  SDS-DATA-FILE.
       01 SDS-REC.
           05 FD-SDS-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  SDS-CTL-FILE.
       01 SDS-CTL-RECORD.
           copy SDSCTL.
       FD  XRF-DATA-FILE.
       01 XRF-REC.
           05 FD-XRF-OLD-PARTNO PIC X(09).
       01 PRD-REC.
           05 FD-PRD-PERIOD     PIC X(06).
           05 FILLER            PIC X(74).
       FD  RSN-DATA-FILE.
       01 RSN-REC.
           05 FD-RSN-CODE       PIC X(02).
           05 FILLER            PIC X(78).
       FD  CCT-DATA-FILE.
       01 CCT-REC.
           05 FD-CCT-CODE       PIC X(06).
           05 FILLER            PIC X(74).
       FD  PRC-DATA-FILE.
       01 PRC-RECORD.
           copy PRCHIST.
       FD  WHB-DATA-FILE.
       01 WHB-REC.
           05 FD-WHB-KEY        PIC X(12).
           05 FILLER            PIC X(68).
       FD  BIN-DATA-FILE.
       01 BIN-REC.
           05 FD-BIN-KEY        PIC X(15).
           05 FILLER            PIC X(65).
       FD  CSG-DATA-FILE.
       01 CSG-REC.
           05 FD-CSG-KEY        PIC X(19).
           05 FILLER            PIC X(61).
       FD  LBL-DATA-FILE.
       01 LBL-RECORD.
           copy LABLREC.
       working-storage section.
       01 CASEIN-FILE-STATUS  PIC X(02).
       01 MOV-FILE-STATUS     PIC X(02).
       01 RUNLOG-FILE-STATUS  PIC X(02).
       01 RUNLOG-RUN-DATE     PIC 9(08).
       01 RUNLOG-START-TIME   PIC 9(08).
       01 RUNLOG-END-TIME     PIC 9(08).
       01 REG-FILE-STATUS     PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 LOT-FILE-STATUS     PIC X(02).
       01 WS-LOT-REC.
       copy LOTDETL.
       01 WS-NEW-LOT-QTY      PIC S9(06).
      ***
      *** first expiry, first out -- the part's lots in the order an
      *** issue that names no lot draws them
      ***
       01 WS-ISSUE-LOT-TABLE.
           05 WS-ISSUE-LOT-ENTRY OCCURS 50 TIMES.
              10 ILT-ORDER-KEY.
                 15 ILT-EXPIRY   PIC 9(08).
                 15 ILT-RECEIPT  PIC 9(08).
                 15 ILT-NUMBER   PIC X(06).
              10 ILT-QTY         PIC 9(05).
              10 ILT-DRAW-QTY    PIC 9(05).
              10 ILT-EXPIRED     PIC X(01).
       01 WS-NEW-ILT-KEY.
           05 NIK-EXPIRY          PIC 9(08).
           05 NIK-RECEIPT         PIC 9(08).
           05 NIK-NUMBER          PIC X(06).
       01 ISSUE-LOT-COUNT     PIC 9(02) VALUE 0.
       01 ILT-SUB             PIC 9(02).
       01 ILT-SHIFT           PIC 9(02).
       01 LOT-DRAW-COUNT      PIC 9(02) VALUE 0.
       01 WS-LOT-NEED         PIC 9(05).
       01 WS-LOT-DRAW         PIC 9(05).
       01 WS-LOT-DRAWN-TOTAL  PIC 9(05).
       01 WS-LOT-ISSUE-DATE   PIC 9(08).
       01 SW-LOT-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 LOT-BROWSE-DONE     VALUE 'Y'.
       01 SW-EXPIRED-LOGGED   PIC X(01).
           88 EXPIRED-LOGGED      VALUE 'Y'.
       01 EXPIRED-SKIP-COUNT  PIC 9(07) VALUE 0.
       01 EXPIRED-SKIP-QTY    PIC 9(09) VALUE 0.
       01 ALC-FILE-STATUS     PIC X(02).
       01 SW-ALC-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 ALC-FILE-IS-OPEN    VALUE 'Y'.
           88 CLY-BROWSE-DONE     VALUE 'Y'.
       01 WS-RELIEF-REMAIN    PIC 9(05).
       01 WS-LAYER-COST       PIC 9(05)V99.
       01 WS-LAYER-ADD-QTY    PIC 9(05).
       01 OPO-FILE-STATUS     PIC X(02).
       01 SW-OPO-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 OPO-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-CNS-VALUE        PIC 9(07)V99.
       01 CONSIGN-COUNT       PIC 9(07) VALUE 0.
       01 CONSIGN-QTY-TOTAL   PIC 9(09) VALUE 0.
       01 CSG-FILE-STATUS     PIC X(02).
       01 SW-CSG-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CSG-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-CSG-REC.
       copy CSGDETL.
       01 WS-CSG-BALANCE      PIC 9(05).
       01 WS-NEW-CSG-QTY      PIC S9(06).
       01 CSG-SHIP-COUNT      PIC 9(07) VALUE 0.
       01 CSG-SHIP-QTY-TOTAL  PIC 9(09) VALUE 0.
       01 CSG-USE-COUNT       PIC 9(07) VALUE 0.
       01 CSG-USE-QTY-TOTAL   PIC 9(09) VALUE 0.
       01 LBL-FILE-STATUS     PIC X(02).
       01 SW-LBL-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 LBL-FILE-IS-OPEN    VALUE 'Y'.
       01 LABEL-COUNT         PIC 9(07) VALUE 0.
       01 LABEL-QTY-TOTAL     PIC 9(09) VALUE 0.
       01 WS-PUTAWAY-LOCATION PIC X(06).
       01 WS-LBL-HAZ-BANNER.
           05 FILLER            PIC X(13) VALUE 'HAZARD CLASS '.
           05 LHB-CLASS         PIC X(03).
           05 FILLER            PIC X(04) VALUE ' ***'.
       01 CPI-FILE-STATUS     PIC X(02).
       01 SW-CPI-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CPI-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-TRN-REC.
       copy TRNDETL.
       01 WS-NEW-TRN-QTY      PIC S9(06).
       01 WHB-FILE-STATUS     PIC X(02).
       01 SW-WHB-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 WHB-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-WHB-REC.
       copy WHBDETL.
       01 SW-FROM-SITE-EMPTY  PIC X(01) VALUE 'N'.
           88 FROM-SITE-EMPTY     VALUE 'Y'.
       01 WS-SITE-DELTA       PIC S9(06).
       01 WS-SITE-WAREHOUSE   PIC X(03).
       01 WS-NEW-WHB-QTY      PIC S9(06).
       01 BIN-FILE-STATUS     PIC X(02).
       01 SW-BIN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 BIN-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-BIN-REC.
       copy BINDETL.
       01 SW-BIN-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 BIN-BROWSE-DONE     VALUE 'Y'.
       01 WS-BIN-DELTA        PIC S9(06).
       01 WS-BIN-REMAIN       PIC 9(06).
       01 WS-BIN-TAKE         PIC 9(06).
      ***
      *** the part's bin locations in walk order while a posting
      *** spreads over them
      ***
       01 WS-PART-BIN-TABLE.
           05 WS-PART-BIN-ENTRY OCCURS 20 TIMES.
              10 PBN-LOCATION    PIC X(06).
              10 PBN-LOC-TYPE    PIC X(01).
              10 PBN-QTY         PIC 9(06).
              10 PBN-MAX-QTY     PIC 9(05).
              10 PBN-CHANGED     PIC X(01).
       01 PART-BIN-COUNT      PIC 9(02).
       01 PBN-SUB             PIC 9(02).
       01 PBN-PICK            PIC 9(02).
       01 PBN-RESERVE         PIC 9(02).
       01 TRANSFER-COUNT      PIC 9(07) VALUE 0.
       01 TRANSFER-QTY-TOTAL  PIC 9(09) VALUE 0.
       01 PRD-FILE-STATUS     PIC X(02).
           88 PRD-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-PRD-REC.
       copy PRDDETL.
       01 RSN-FILE-STATUS     PIC X(02).
       01 SW-RSN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 RSN-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-RSN-REC.
       copy RSNMAST.
       01 CCT-FILE-STATUS     PIC X(02).
       01 SW-CCT-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CCT-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-CCT-REC.
       copy CCTRMAST.
       01 WS-MOV-PERIOD       PIC 9(06).
       01 PRC-FILE-STATUS     PIC X(02).
       01 SW-PRC-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 PRC-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-CAT-REC.
       copy CATMAST.
       01 CAT-LOOKUP-CODE     PIC X(03) EXTERNAL.
       01 CAT-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CAT-FOUND           VALUE 'Y'.
       01 CAT-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CAT-IO-ERROR-FOUND  VALUE 'Y'.
       01 CAT-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 SW-CAT-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CAT-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-AVG-REPRICED     PIC X(01) VALUE 'N'.
           88 AVG-REPRICED        VALUE 'Y'.
       01 WS-AVG-SOURCE       PIC X(08) VALUE 'AVGCOST '.
       01 WS-OLD-UNITPR       PIC 9(05)V99.
       01 WS-AVG-PRICE        PIC 9(05)V99.
       01 WS-PRIOR-QOH        PIC 9(05).
       01 WS-REPRICE-QTY      PIC 9(05).
       01 WS-REPRICE-COST     PIC 9(05)V99.
       01 WS-POSTED-IMAGE     PIC X(80).
       01 REPRICE-COUNT       PIC 9(07) VALUE 0.
       01 QC-FILE-STATUS      PIC X(02).
       01 SW-QC-FILE-OPEN     PIC X(01) VALUE 'N'.
           88 QC-FILE-IS-OPEN     VALUE 'Y'.
       copy QUADETL.
       01 SW-QUARANTINE-THIS  PIC X(01) VALUE 'N'.
           88 QUARANTINE-THIS     VALUE 'Y'.
       01 SW-DISASSEMBLY-HOLD PIC X(01) VALUE 'N'.
           88 DISASSEMBLY-HOLD    VALUE 'Y'.
       01 WS-QUAR-BALANCE     PIC 9(05).
       01 WS-NEW-QUAR-QTY     PIC S9(06).
       01 WS-QUAR-LAYERED     PIC 9(05).
       01 WS-QUAR-UNLAYERED   PIC 9(05).
       01 WS-QUAR-LAYERED-DRAW   PIC 9(05) VALUE 0.
       01 WS-QUAR-UNLAYERED-DRAW PIC 9(05) VALUE 0.
       01 WS-QUAR-HELD-COST   PIC 9(05)V99 VALUE 0.
       01 WS-HOLD-COST        PIC 9(05)V99.
       01 QUARANTINE-COUNT    PIC 9(07) VALUE 0.
       01 SW-QUAR-WRITE-OFF   PIC X(01) VALUE 'N'.
           88 QUAR-WRITE-OFF      VALUE 'Y'.
       01 EXPIRY-HOLD-COUNT   PIC 9(07) VALUE 0.
       01 EXPIRY-HOLD-QTY     PIC 9(09) VALUE 0.
       01 WRITE-OFF-COUNT     PIC 9(07) VALUE 0.
       01 WRITE-OFF-QTY       PIC 9(09) VALUE 0.
       01 NCR-FILE-STATUS     PIC X(02).
       01 SW-NCR-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 NCR-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-NCR-REC.
       copy NCRDETL.
       01 NCR-NEXT-SEQUENCE   PIC 9(04) VALUE 0.
       01 NCR-RAISED-COUNT    PIC 9(07) VALUE 0.
       01 NCR-RAISED-QTY      PIC 9(09) VALUE 0.
       01 DMI-FILE-STATUS     PIC X(02).
       01 SW-DMI-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 DMI-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-RETURN-VALUE     PIC 9(07)V99.
       01 RETURN-COUNT        PIC 9(07) VALUE 0.
       01 RETURN-QTY-TOTAL    PIC 9(09) VALUE 0.
       01 CRTN-COUNT          PIC 9(07) VALUE 0.
       01 CRTN-QTY-TOTAL      PIC 9(09) VALUE 0.
       01 DMI-DETAIL-COUNT    PIC 9(07) VALUE 0.
       01 DMI-VALUE-TOTAL     PIC 9(09)V99 VALUE 0.
       01 TODAY-DATE          PIC 9(08).
       01 SW-CLASS-ALLOWED    PIC X(01).
           88 CLASS-ALLOWED       VALUE 'Y'.
       01 WS-CHECK-WAREHOUSE  PIC X(03).
       01 SDS-FILE-STATUS     PIC X(02).
       01 SDS-CTL-STATUS      PIC X(02).
       01 SW-SDS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 SDS-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-SDS-REC.
       copy SDSMAST.
       01 SDS-GRACE           PIC 9(03) VALUE 30.
       01 TODAY-SERIAL        PIC 9(07).
       01 SDS-REVIEW-SERIAL   PIC 9(07).
       01 SKO-FILE-STATUS     PIC X(02).
       01 SW-SKO-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 SKO-FILE-IS-OPEN    VALUE 'Y'.
           05                  PIC X(04)  VALUE SPACES.
           05 RG-DISPOSAL      PIC X(24).
           05                  PIC X(51)  VALUE SPACES.
       01 WS-REGISTER-LOT-LINE.
           05                  PIC X      VALUE SPACES.
           05 RGL-DOC-NUMBER   PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 RGL-PART-NUM     PIC X(09).
           05                  PIC X(11)  VALUE SPACES.
           05 RGL-QTY          PIC ZZZZ9.
           05                  PIC X(26)  VALUE SPACES.
           05 RGL-NOTE         PIC X(24).
           05                  PIC X(46)  VALUE SPACES.
       01 WS-REGISTER-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 RGT-LABEL        PIC X(12).
           .

       INITIALIZATION.
           ACCEPT RUNLOG-START-TIME FROM TIME

           OPEN I-O CASEIN-FILE
           IF CASEIN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           OPEN I-O OPO-DATA-FILE
           IF OPO-FILE-STATUS = '00'
              MOVE 'Y' TO SW-OPO-FILE-OPEN
           ELSE
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           CALL 'DATECALC' USING TODAY-DATE TODAY-SERIAL
           MOVE 0 TO RETURN-CODE

      *    THE RESTART IS DETECTED BEFORE THE INTERFACE FILES OPEN
      *    -- A RESUMED RUN EXTENDS CASDMIF AND CASCPIF BEHIND THE
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

      *    WITHOUT THE CUSTOMER-SITE BALANCES A SHIPMENT TO A SITE
      *    OR A CONSUMPTION REPORT HAS NOWHERE TO POST AND REJECTS.
           OPEN I-O CSG-DATA-FILE
           IF CSG-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CSG-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-CSG-FILE-OPEN
              MOVE 'STK072'         TO MSG-STK-OPEN-CODE
              MOVE CSG-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           IF RESTART-SKIP-COUNT > 0
              OPEN EXTEND CPI-DATA-FILE
           ELSE
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

      *    THE DOCK LABELS FOLLOW THE SAME RESTART RULE -- A
      *    RESUMED RUN ADDS TO THE TAGS ALREADY PRINTED RATHER THAN
      *    PRINTING THE APPLIED RECEIPTS A SECOND TIME.
           IF RESTART-SKIP-COUNT > 0
              OPEN EXTEND LBL-DATA-FILE
           ELSE
              OPEN OUTPUT LBL-DATA-FILE
           END-IF
           IF LBL-FILE-STATUS = '00'
              MOVE 'Y' TO SW-LBL-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-LBL-FILE-OPEN
              MOVE 'STK076'         TO MSG-STK-OPEN-CODE
              MOVE LBL-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           OPEN EXTEND SKO-DATA-FILE
           IF SKO-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SKO-FILE-OPEN
              MOVE 'N' TO SW-HZW-FILE-OPEN
           END-IF

      *    NO SDS REGISTER, NO SDS GATE -- THE SAME AS THE HAZARD
      *    GATE WITHOUT ITS TABLES -- BUT THE RUN LOG SAYS SO.
           OPEN I-O NCR-DATA-FILE
           IF NCR-FILE-STATUS = '00'
              MOVE 'Y' TO SW-NCR-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-NCR-FILE-OPEN
              MOVE 'STK070'         TO MSG-STK-OPEN-CODE
              MOVE NCR-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           OPEN INPUT SDS-DATA-FILE
           IF SDS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SDS-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-SDS-FILE-OPEN
              MOVE 'STK067'         TO MSG-STK-OPEN-CODE
              MOVE SDS-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           OPEN INPUT SDS-CTL-FILE
           IF SDS-CTL-STATUS = '00'
              READ SDS-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SDS-GRACE-DAYS IS NUMERIC
                       AND SDS-GRACE-DAYS > 0
                       MOVE SDS-GRACE-DAYS TO SDS-GRACE
                    END-IF
              END-READ
              CLOSE SDS-CTL-FILE
           END-IF

           OPEN INPUT PRD-DATA-FILE
           IF PRD-FILE-STATUS = '00'
              MOVE 'Y' TO SW-PRD-FILE-OPEN
              MOVE 'N' TO SW-PRD-FILE-OPEN
           END-IF

      *    WITHOUT THE REASON TABLE AN ADJUSTMENT STILL NEEDS A
      *    REASON, BUT THE CODE CANNOT BE PROVED AGAINST CASRSN.
           OPEN INPUT RSN-DATA-FILE
           IF RSN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-RSN-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-RSN-FILE-OPEN
              MOVE 'STK050'         TO MSG-STK-OPEN-CODE
              MOVE RSN-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

      *    LIKEWISE A CHARGED ISSUE POSTS UNPROVED WHEN THE
      *    COST-CENTER TABLE IS MISSING.
           OPEN INPUT CCT-DATA-FILE
           IF CCT-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CCT-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-CCT-FILE-OPEN
              MOVE 'STK053'         TO MSG-STK-OPEN-CODE
              MOVE CCT-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

      *    AVERAGE COSTING NEEDS BOTH THE CATEGORY'S METHOD AND A
      *    PLACE TO RECORD THE PRICE IT SETS; WITHOUT EITHER, EVERY
      *    PART POSTS AT ITS STANDING I-UNITPR.
           CALL 'CATREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CAT-REC
           IF CAT-IO-ERROR-FOUND
              MOVE 'N' TO SW-CAT-FILE-OPEN
              MOVE 'STK055'         TO MSG-STK-OPEN-CODE
              MOVE CAT-IO-ERROR-STATUS TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           ELSE
              MOVE 'Y' TO SW-CAT-FILE-OPEN
           END-IF

           OPEN EXTEND PRC-DATA-FILE
           IF PRC-FILE-STATUS = '00'
              MOVE 'Y' TO SW-PRC-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-PRC-FILE-OPEN
              MOVE 'STK056'         TO MSG-STK-OPEN-CODE
              MOVE PRC-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           OPEN I-O TRN-DATA-FILE
           IF TRN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-TRN-FILE-OPEN
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

      *    WITHOUT THE SITE BALANCES THE PART POSTS AS IT ALWAYS
      *    HAS AND WHBRECON SHOWS THE SITES OUT OF STEP.
           OPEN I-O WHB-DATA-FILE
           IF WHB-FILE-STATUS = '00'
              MOVE 'Y' TO SW-WHB-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-WHB-FILE-OPEN
              MOVE 'STK058'         TO MSG-STK-OPEN-CODE
              MOVE WHB-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

      *    WITHOUT THE BIN MASTER THE BIN QUANTITIES STAND WHERE
      *    THEY ARE UNTIL THE NEXT CYCLE COUNT PUTS THEM RIGHT.
           OPEN I-O BIN-DATA-FILE
           IF BIN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-BIN-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-BIN-FILE-OPEN
              MOVE 'STK061'         TO MSG-STK-OPEN-CODE
              MOVE BIN-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           OPEN EXTEND JRN-DATA-FILE
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
              PERFORM CHECK-POSTING-PERIOD
           END-IF

           IF POSTING-OK AND MOV-IS-ADJUSTMENT
              PERFORM CHECK-ADJUSTMENT-REASON
           END-IF

      *    A QUARANTINE REJECT CARRYING A REASON IS A DISPOSAL --
      *    WRITTEN OFF HERE, NOT SENT BACK TO THE VENDOR -- AND ITS
      *    REASON MUST BE ON CASRSN LIKE ANY ADJUSTMENT'S.
           MOVE 'N' TO SW-QUAR-WRITE-OFF
           IF POSTING-OK AND MOV-IS-QUAR-DISP AND MOV-ADJ-NEGATIVE
              AND MOV-REASON-CODE NOT = SPACES
              MOVE 'Y' TO SW-QUAR-WRITE-OFF
              PERFORM CHECK-ADJUSTMENT-REASON
           END-IF

           IF POSTING-OK AND MOV-IS-ISSUE
              AND MOV-COST-CENTER NOT = SPACES
              PERFORM CHECK-ISSUE-COST-CENTER
           END-IF

           IF POSTING-OK
              PERFORM RATE-THE-MOVEMENT
           END-IF
           END-IF
           .

      ***
      *** reason guard -- every adjustment says why: damage, theft,
      *** count correction and the rest must be told apart on
      *** CASMHIST. a blank reason rejects; a code not on CASRSN,
      *** or one retired there, rejects as well.
      ***
       CHECK-ADJUSTMENT-REASON.
           IF MOV-REASON-CODE = SPACES
              MOVE 'N' TO SW-POSTING-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'STK051' TO MSG-STK-CODE
              MOVE MOV-PARTNO TO MSG-STK-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-STK-MSG
              PERFORM WRITE-REJECT-LINE
           ELSE
              IF RSN-FILE-IS-OPEN
                 MOVE MOV-REASON-CODE TO FD-RSN-CODE
                 READ RSN-DATA-FILE INTO WS-RSN-REC
                    INVALID KEY
                       MOVE 'R' TO RSN-STATUS
                 END-READ
                 IF RSN-IS-RETIRED
                    MOVE 'N' TO SW-POSTING-OK
                    ADD 1 TO REJECT-COUNT
                    MOVE 'STK052' TO MSG-STK-CODE
                    MOVE MOV-PARTNO TO MSG-STK-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                       BY CONTENT WS-STK-MSG
                    PERFORM WRITE-REJECT-LINE
                 END-IF
              END-IF
           END-IF
           .

      ***
      *** cost-center guard -- an issue to a department names the
      *** CASCCTR center it is charged to. a center not on the
      *** table, or one closed there, rejects; an issue with no
      *** center (a customer order, a kit build) is not charged.
      ***
       CHECK-ISSUE-COST-CENTER.
           IF CCT-FILE-IS-OPEN
              MOVE MOV-COST-CENTER TO FD-CCT-CODE
              READ CCT-DATA-FILE INTO WS-CCT-REC
                 INVALID KEY
                    MOVE 'C' TO CCT-STATUS
              END-READ
              IF CCT-IS-CLOSED
                 MOVE 'N' TO SW-POSTING-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'STK054' TO MSG-STK-CODE
                 MOVE MOV-PARTNO TO MSG-STK-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-STK-MSG
                 PERFORM WRITE-REJECT-LINE
              END-IF
           END-IF
           .

       RATE-THE-MOVEMENT.
           MOVE 'N' TO SW-QUARANTINE-THIS
           MOVE 0   TO ISSUE-LOT-COUNT
           MOVE 0   TO LOT-DRAW-COUNT
           MOVE 'N' TO SW-DISASSEMBLY-HOLD
           MOVE 0       TO WS-CNS-DRAW
           MOVE MOV-QTY TO WS-OWNED-ISSUE-QTY
           EVALUATE TRUE
              WHEN MOV-IS-RECEIPT
                 MOVE I-WAREHOUSE TO WS-CHECK-WAREHOUSE
                 PERFORM CHECK-HAZARD-COMPLIANCE
                 PERFORM CHECK-SDS-CURRENT
                 PERFORM CHECK-INSPECTION-HOLD
      *          A DISCONTINUED COMPONENT FROM A KIT BROKEN DOWN IS
      *          NOT STOCK WE WANT PICKED -- IT IS HELD LIKE A
      *          RETURN FOR QC TO RELEASE OR WRITE OFF.
                 IF MOV-FROM-DISASSEMBLY AND I-DISCONTINUED
                    AND NOT QUARANTINE-THIS
                    PERFORM CHECK-RETURN-HOLD
                    IF QUARANTINE-THIS
                       MOVE 'Y' TO SW-DISASSEMBLY-HOLD
                    END-IF
                 END-IF
                 IF QUARANTINE-THIS
      *             THE STOCK IS IN THE BUILDING BUT NOT PICKABLE:
      *             IT LANDS ON CASQUAR, NOT I-QOH.
              WHEN MOV-IS-CONSIGN
                 MOVE I-WAREHOUSE TO WS-CHECK-WAREHOUSE
                 PERFORM CHECK-HAZARD-COMPLIANCE
                 PERFORM CHECK-SDS-CURRENT
      *          CONSIGNED STOCK IS THE VENDOR'S UNTIL ISSUED --
      *          IT LANDS ON CASCONS, NEVER ON I-QOH.
                 MOVE I-QOH TO WS-NEW-QOH
              WHEN MOV-IS-QUAR-DISP
                 PERFORM RATE-QUARANTINE-DISPOSITION
      *       AN EXPIRED LOT SWEPT BY LOTSWEEP LEAVES PICKABLE STOCK
      *       FOR THE CASQUAR HOLD, WHERE QC RE-TESTS AND RELEASES
      *       IT OR WRITES IT OFF WITH AN ORDINARY 'Q' DISPOSITION.
              WHEN MOV-IS-EXPIRY-HOLD
                 PERFORM CHECK-EXPIRY-HOLD
                 COMPUTE WS-NEW-QOH = I-QOH - MOV-QTY
              WHEN MOV-IS-RETURN
                 COMPUTE WS-NEW-QOH = I-QOH - MOV-QTY
      *       A CUSTOMER RETURN ARRIVES AT THE PART'S OWN WAREHOUSE
      *       LIKE A RECEIPT, BUT ITS DISPOSITION IS ALREADY MADE:
      *       BACK TO STOCK, ONTO THE CASQUAR HOLD, OR SCRAPPED ON
      *       THE DOCK WITHOUT EVER BECOMING ON-HAND AGAIN.
              WHEN MOV-IS-CRTN-STOCK
                 MOVE I-WAREHOUSE TO WS-CHECK-WAREHOUSE
                 PERFORM CHECK-HAZARD-COMPLIANCE
                 COMPUTE WS-NEW-QOH = I-QOH + MOV-QTY
              WHEN MOV-IS-CRTN-HOLD
                 MOVE I-WAREHOUSE TO WS-CHECK-WAREHOUSE
                 PERFORM CHECK-HAZARD-COMPLIANCE
                 PERFORM CHECK-RETURN-HOLD
                 MOVE I-QOH TO WS-NEW-QOH
              WHEN MOV-IS-CRTN-SCRAP
                 MOVE I-QOH TO WS-NEW-QOH
      *       A TRANSFER MOVES LOCATION, NOT QUANTITY -- THE STOCK
      *       IS STILL OURS WHILE IT RIDES THE TRUCK, SO I-QOH
      *       STANDS AND THE CASINTR DETAIL CARRIES THE VISIBILITY.
                 ELSE
                    COMPUTE WS-NEW-QOH = I-QOH + MOV-QTY
                 END-IF
      *       STOCK SHIPPED TO A CUSTOMER CONSIGNMENT SITE LEAVES
      *       I-QOH BUT STAYS OURS ON CASCSGN UNTIL THE CUSTOMER
      *       REPORTS USING IT.
              WHEN MOV-IS-CSG-SHIP
                 PERFORM CHECK-CONSIGNMENT-SITE
                 COMPUTE WS-NEW-QOH = I-QOH - MOV-QTY
      *       THE CUSTOMER'S CONSUMPTION REPORT -- THE STOCK LEFT
      *       I-QOH WHEN IT SHIPPED, SO ONLY THE SITE BALANCE MOVES.
              WHEN MOV-IS-CSG-USE
                 PERFORM CHECK-CONSIGNMENT-SITE
                 IF POSTING-OK
                    PERFORM RATE-SITE-CONSUMPTION
                 END-IF
                 MOVE I-QOH TO WS-NEW-QOH
              WHEN OTHER
                 MOVE 'N' TO SW-POSTING-OK
                 ADD 1 TO REJECT-COUNT
                    PERFORM WRITE-STOCKOUT-INCIDENT
                 END-IF
              ELSE
                 IF (MOV-IS-ISSUE OR MOV-IS-CSG-SHIP)
                    AND ALC-FILE-IS-OPEN
                    PERFORM CHECK-ALLOCATION-COVER
                 END-IF
                 IF POSTING-OK AND LOT-FILE-IS-OPEN
                    AND (MOV-IS-ISSUE OR MOV-IS-CSG-SHIP)
                    AND MOV-LOT-NUMBER = SPACES
                    PERFORM SELECT-ISSUE-LOTS
                 END-IF
                 IF POSTING-OK
                    PERFORM APPLY-MOVEMENT
                 END-IF
           END-READ
           .

      ***
      *** customer-site consignment -- a shipment to a site or a
      *** consumption report against one must name the site in
      *** MOV-CUSTOMER, and CASCSGN must be there to carry it.
      ***
       CHECK-CONSIGNMENT-SITE.
           IF MOV-CUSTOMER = SPACES OR NOT CSG-FILE-IS-OPEN
              MOVE 'N' TO SW-POSTING-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'STK073' TO MSG-STK-CODE
              MOVE MOV-PARTNO TO MSG-STK-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-STK-MSG
              PERFORM WRITE-REJECT-LINE
           END-IF
           .

      ***
      *** the customer cannot report using more than we have
      *** shipped to the site -- a report beyond the balance is a
      *** counting dispute for the statement, not a posting.
      ***
       RATE-SITE-CONSUMPTION.
           PERFORM FIND-SITE-CONSIGNMENT
           IF MOV-QTY > WS-CSG-BALANCE
              MOVE 'N' TO SW-POSTING-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'STK074' TO MSG-STK-CODE
              MOVE MOV-PARTNO TO MSG-STK-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-STK-MSG
              PERFORM WRITE-REJECT-LINE
           END-IF
           .

       FIND-SITE-CONSIGNMENT.
           MOVE 0              TO WS-CSG-BALANCE
           MOVE SPACES         TO WS-CSG-REC
           MOVE MOV-PARTNO     TO CSG-PARTNO
           MOVE MOV-CUSTOMER   TO CSG-CUSTOMER
           MOVE CSG-KEY        TO FD-CSG-KEY
           READ CSG-DATA-FILE INTO WS-CSG-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF CSG-QTY IS NUMERIC
                    MOVE CSG-QTY TO WS-CSG-BALANCE
                 END-IF
           END-READ
           .

      ***
      *** shipment to a customer site -- type 'S': the quantity
      *** that left I-QOH lands on the site's CASCSGN balance and
      *** on the shipped total the next statement reports.
      ***
       SHIP-TO-CONSIGNMENT-SITE.
           MOVE SPACES         TO WS-CSG-REC
           MOVE MOV-PARTNO     TO CSG-PARTNO
           MOVE MOV-CUSTOMER   TO CSG-CUSTOMER
           MOVE MOV-QTY        TO CSG-QTY
           MOVE 0              TO CSG-STMT-OPEN-QTY
           MOVE MOV-QTY        TO CSG-STMT-SHIPPED
           MOVE 0              TO CSG-STMT-USED
           MOVE MOV-DATE       TO CSG-LAST-DATE
           MOVE 0              TO CSG-STMT-DATE
           MOVE CSG-KEY        TO FD-CSG-KEY
           WRITE CSG-REC FROM WS-CSG-REC
              INVALID KEY
                 READ CSG-DATA-FILE INTO WS-CSG-REC
                 COMPUTE WS-NEW-CSG-QTY = CSG-QTY + MOV-QTY
                 IF WS-NEW-CSG-QTY > 99999
                    MOVE 99999 TO WS-NEW-CSG-QTY
                 END-IF
                 MOVE WS-NEW-CSG-QTY TO CSG-QTY
                 IF CSG-STMT-SHIPPED IS NUMERIC
                    ADD MOV-QTY TO CSG-STMT-SHIPPED
                 ELSE
                    MOVE MOV-QTY TO CSG-STMT-SHIPPED
                 END-IF
                 MOVE MOV-DATE       TO CSG-LAST-DATE
                 REWRITE CSG-REC FROM WS-CSG-REC
           END-WRITE
           IF CSG-FILE-STATUS NOT = '00'
              MOVE 'STK075'        TO MSG-STK-OPEN-CODE
              MOVE CSG-FILE-STATUS TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           .

      ***
      *** consumption at a customer site -- type 'U': the reported
      *** quantity comes off the site balance read at rating and
      *** onto the used total the statement reconciles.
      ***
       RELIEVE-CONSIGNMENT-SITE.
           COMPUTE WS-NEW-CSG-QTY = WS-CSG-BALANCE - MOV-QTY
           IF WS-NEW-CSG-QTY < 0
              MOVE 0 TO WS-NEW-CSG-QTY
           END-IF
           MOVE WS-NEW-CSG-QTY TO CSG-QTY
           IF CSG-STMT-USED IS NUMERIC
              ADD MOV-QTY TO CSG-STMT-USED
           ELSE
              MOVE MOV-QTY TO CSG-STMT-USED
           END-IF
           MOVE MOV-DATE TO CSG-LAST-DATE
           REWRITE CSG-REC FROM WS-CSG-REC
           IF CSG-FILE-STATUS NOT = '00'
              MOVE 'STK075'        TO MSG-STK-OPEN-CODE
              MOVE CSG-FILE-STATUS TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           .

      ***
      *** consignment receipt -- type 'C': the vendor's stock
      *** arrives on our shelf. the CASCONS balance goes up at the

       APPLY-MOVEMENT.
           PERFORM WRITE-POSTED-LINE
      *    WHATEVER THE MOVEMENT DOES TO I-QOH IT DOES TO THE
      *    STOCK IN THE PART'S OWN BUILDING.
           COMPUTE WS-SITE-DELTA = WS-NEW-QOH - I-QOH
           MOVE I-WAREHOUSE TO WS-SITE-WAREHOUSE
      *    AND TO THE PART'S BINS THERE -- EXCEPT THAT A TRANSFER
      *    LEAVES THE SHELF WHEN IT IS DISPATCHED AND LANDS ON THE
      *    RECEIVING SHELF WHEN IT IS CONFIRMED.
           MOVE WS-SITE-DELTA TO WS-BIN-DELTA
           MOVE SPACES TO WS-PUTAWAY-LOCATION
           MOVE WS-NEW-QOH TO I-QOH
           MOVE 'N' TO SW-AVG-REPRICED

           EVALUATE TRUE
              WHEN MOV-IS-RECEIPT
                    END-IF
                    SUBTRACT WS-QOO-RELIEF FROM I-QOO
                 END-IF
      *          A HELD RECEIPT IS REPRICED WHEN QC RELEASES IT, AT
      *          THE COST CASQUAR KEEPS FOR IT.
                 IF NOT QUARANTINE-THIS
                    AND CAT-FILE-IS-OPEN AND PRC-FILE-IS-OPEN
                    AND MOV-UNIT-COST IS NUMERIC
                    MOVE MOV-QTY       TO WS-REPRICE-QTY
                    MOVE MOV-UNIT-COST TO WS-REPRICE-COST
                    PERFORM REPRICE-AT-AVERAGE
                 END-IF
              WHEN MOV-IS-ISSUE
                 ADD 1 TO ISSUE-COUNT
                 ADD MOV-QTY TO ISSUE-QTY-TOTAL
              WHEN MOV-IS-TRANSFER
                 ADD 1 TO TRANSFER-COUNT
                 ADD MOV-QTY TO TRANSFER-QTY-TOTAL
                 COMPUTE WS-BIN-DELTA = 0 - MOV-QTY
                 IF TRN-FILE-IS-OPEN
                    PERFORM DISPATCH-TRANSFER
                 END-IF
                 IF TRN-FILE-IS-OPEN
                    PERFORM CONFIRM-TRANSFER
                 END-IF
      *          THE CONFIRMATION MOVED THE SITE BALANCES ITSELF --
      *          NOTHING IS LEFT FOR POST-SITE-BALANCE TO ADD.
                 MOVE 0 TO WS-SITE-DELTA
              WHEN MOV-IS-QUAR-DISP
                 ADD 1 TO QUARANTINE-COUNT
                 MOVE 0 TO WS-QUAR-LAYERED-DRAW
                 MOVE 0 TO WS-QUAR-UNLAYERED-DRAW
                 IF QUA-FILE-IS-OPEN
                    PERFORM RELIEVE-QUARANTINE
                 END-IF
      *          RELEASED STOCK THAT WAS HELD ON ARRIVAL JOINS
      *          ON-HAND NOW, SO AN AVERAGE-COST PART TAKES IT IN
      *          AT THE COST IT WAS HELD AT.
                 IF NOT MOV-ADJ-NEGATIVE
                    AND WS-QUAR-UNLAYERED-DRAW > 0
                    AND CAT-FILE-IS-OPEN AND PRC-FILE-IS-OPEN
                    MOVE WS-QUAR-UNLAYERED-DRAW TO WS-REPRICE-QTY
                    MOVE WS-QUAR-HELD-COST      TO WS-REPRICE-COST
                    PERFORM REPRICE-AT-AVERAGE
                 END-IF
      *          A QC REJECT LEAVES THE BUILDING LIKE A VENDOR
      *          RETURN -- AP ALREADY SAW THE HELD RECEIPT ON
      *          CASPOPF, SO THE CHARGEBACK GOES OUT WITH IT. A
      *          DISPOSAL IS OURS TO ABSORB -- NO CHARGEBACK.
                 IF QUAR-WRITE-OFF
                    ADD 1       TO WRITE-OFF-COUNT
                    ADD MOV-QTY TO WRITE-OFF-QTY
                 ELSE
                    IF MOV-ADJ-NEGATIVE AND DMI-FILE-IS-OPEN
                       PERFORM WRITE-DEBIT-MEMO-DETAIL
                    END-IF
                    IF MOV-ADJ-NEGATIVE AND NCR-FILE-IS-OPEN
                       PERFORM RAISE-NONCONFORMANCE
                    END-IF
                 END-IF
              WHEN MOV-IS-EXPIRY-HOLD
                 ADD 1       TO EXPIRY-HOLD-COUNT
                 ADD MOV-QTY TO EXPIRY-HOLD-QTY
                 PERFORM ADD-TO-QUARANTINE
              WHEN MOV-IS-RETURN
                 ADD 1 TO RETURN-COUNT
                 ADD MOV-QTY TO RETURN-QTY-TOTAL
                 IF DMI-FILE-IS-OPEN
                    PERFORM WRITE-DEBIT-MEMO-DETAIL
                 END-IF
              WHEN MOV-IS-CUST-RETURN
                 ADD 1 TO CRTN-COUNT
                 ADD MOV-QTY TO CRTN-QTY-TOTAL
                 IF QUARANTINE-THIS
                    ADD 1 TO QUARANTINE-COUNT
                    PERFORM ADD-TO-QUARANTINE
                 END-IF
              WHEN MOV-IS-CSG-SHIP
                 ADD 1 TO CSG-SHIP-COUNT
                 ADD MOV-QTY TO CSG-SHIP-QTY-TOTAL
                 IF ALC-FILE-IS-OPEN
                    PERFORM RELIEVE-OWN-ALLOCATION
                 END-IF
                 PERFORM SHIP-TO-CONSIGNMENT-SITE
              WHEN MOV-IS-CSG-USE
                 ADD 1 TO CSG-USE-COUNT
                 ADD MOV-QTY TO CSG-USE-QTY-TOTAL
                 PERFORM RELIEVE-CONSIGNMENT-SITE
           END-EVALUATE

           REWRITE CASEIN-REC FROM WS-CASEIN-REC
                   BY CONTENT WS-STK-OPEN-MSG
           ELSE
              PERFORM WRITE-POSTING-JOURNAL
              IF AVG-REPRICED
                 PERFORM WRITE-AVERAGE-COST-CHANGE
              END-IF
              IF WHB-FILE-IS-OPEN AND WS-SITE-DELTA NOT = 0
                 PERFORM POST-SITE-BALANCE
              END-IF
              IF BIN-FILE-IS-OPEN AND WS-BIN-DELTA NOT = 0
                 PERFORM POST-BIN-QUANTITIES
              END-IF
           END-IF

           IF ISSUE-LOT-COUNT > 0
              PERFORM LIST-ISSUE-LOTS
           END-IF
           IF LOT-DRAW-COUNT > 0
              PERFORM WRITE-LOT-DRAW-HISTORY
              PERFORM RELIEVE-DRAWN-LOTS
           ELSE
              PERFORM WRITE-HISTORY-RECORD
           END-IF
      *    A QUARANTINED RECEIPT IS NOT ON-HAND STOCK YET -- ITS
      *    LOT, SERIAL, AND COST-LAYER DETAIL POSTS WITH THE
      *    RELEASE MOVEMENT, NOT THE HOLD. A CUSTOMER RETURN
      *    SCRAPPED ON ARRIVAL NEVER COMES BACK ON HAND AT ALL.
      *    AN EXPIRED LOT LEFT CASLOT WHEN IT WENT ON HOLD, SO ITS
      *    WRITE-OFF DOES NOT RELIEVE THE LOT A SECOND TIME.
      *    A DISCONTINUED COMPONENT HELD OFF A DISASSEMBLY STILL
      *    TAKES ITS LAYER, SO THE KIT'S COST ISSUED OUT OF THE
      *    PARENT LANDS WHOLE IN ITS COMPONENTS.
      *    STOCK CONSUMED AT A CUSTOMER SITE LEFT ITS LOT AND
      *    SERIAL WHEN IT SHIPPED THERE.
           IF LOT-FILE-IS-OPEN AND MOV-LOT-NUMBER NOT = SPACES
              AND NOT QUARANTINE-THIS AND NOT MOV-IS-CRTN-SCRAP
              AND NOT QUAR-WRITE-OFF AND NOT MOV-IS-CSG-USE
              PERFORM APPLY-MOVEMENT-TO-LOT
           END-IF
           IF SER-FILE-IS-OPEN AND MOV-SERIAL-NUMBER NOT = SPACES
              AND NOT QUARANTINE-THIS AND NOT MOV-IS-CRTN-SCRAP
              AND NOT MOV-IS-CSG-USE
              PERFORM APPLY-MOVEMENT-TO-SERIAL
           END-IF
           IF CLY-FILE-IS-OPEN
              AND (NOT QUARANTINE-THIS OR DISASSEMBLY-HOLD)
              PERFORM APPLY-MOVEMENT-TO-LAYERS
           END-IF
           IF MOV-IS-RECEIPT
              AND OPO-FILE-IS-OPEN AND PPF-FILE-IS-OPEN
              PERFORM CAPTURE-RECEIPT-PERFORMANCE
           END-IF
           IF MOV-IS-RECEIPT AND LBL-FILE-IS-OPEN
              AND CASEIN-FILE-STATUS = '00'
              PERFORM WRITE-RECEIPT-LABEL
           END-IF
           .

      ***
      *** moving average -- in a category CATMAST marks for average
      *** costing, a receipt carrying its cost reprices the part at
      *** the weighted average of the stock already on hand at the
      *** old I-UNITPR and the receipt at its own cost; a held
      *** receipt does so when QC releases it, at the cost CASQUAR
      *** kept. the caller sets the quantity and cost. the image
      *** with the quantity posted but the old price is kept aside,
      *** so the journal shows the posting and the repricing as
      *** two changes, each under its own source.
      ***
       REPRICE-AT-AVERAGE.
           MOVE I-ITEMCAT TO CAT-LOOKUP-CODE
           CALL 'CATREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-CAT-REC
           MOVE 0 TO RETURN-CODE
           IF CAT-FOUND AND CAT-AVERAGE-COST
              AND WS-REPRICE-COST > 0
              AND I-UNITPR IS NUMERIC AND I-QOH >= WS-REPRICE-QTY
              AND I-QOH > 0
              COMPUTE WS-PRIOR-QOH = I-QOH - WS-REPRICE-QTY
              COMPUTE WS-AVG-PRICE ROUNDED =
                 ((WS-PRIOR-QOH * I-UNITPR)
                  + (WS-REPRICE-QTY * WS-REPRICE-COST)) / I-QOH
              IF WS-AVG-PRICE NOT = I-UNITPR
                 MOVE 'Y'           TO SW-AVG-REPRICED
                 MOVE WS-CASEIN-REC TO WS-POSTED-IMAGE
                 MOVE I-UNITPR      TO WS-OLD-UNITPR
                 MOVE WS-AVG-PRICE  TO I-UNITPR
                 ADD 1 TO REPRICE-COUNT
              END-IF
           END-IF
           .

      ***
      *** the repricing goes to CASJRNL and CASPRCHS under source
      *** AVGCOST, so CASRECOV replays it, PRCVAR reviews it, and
      *** PARTSTMT prints it beside the maintenance changes.
      ***
       WRITE-AVERAGE-COST-CHANGE.
           MOVE SPACES TO JRN-RECORD
           ACCEPT JRN-DATE FROM DATE YYYYMMDD
           ACCEPT JRN-TIME FROM TIME
           MOVE WS-AVG-SOURCE   TO JRN-SOURCE
           MOVE 'C'             TO JRN-ACTION
           MOVE MOV-PARTNO      TO JRN-PARTNO
           MOVE WS-POSTED-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-CASEIN-REC   TO JRN-AFTER-IMAGE
           WRITE JRN-RECORD
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
              MOVE 'STK041'         TO MSG-STK-OPEN-CODE
              MOVE JRN-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF

           MOVE SPACES        TO PRC-RECORD
           MOVE MOV-PARTNO    TO PRC-PARTNO
           MOVE WS-OLD-UNITPR TO PRC-OLD-PRICE
           MOVE I-UNITPR      TO PRC-NEW-PRICE
           MOVE TODAY-DATE    TO PRC-CHANGE-DATE
           MOVE WS-AVG-SOURCE TO PRC-SOURCE
           WRITE PRC-RECORD
           IF PRC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
              MOVE 'STK057'         TO MSG-STK-OPEN-CODE
              MOVE PRC-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           .

      ***
                    MOVE 0 TO PPF-DUE-DATE
                 END-IF
                 MOVE MOV-DATE       TO PPF-RECEIPT-DATE
                 IF OPO-UNIT-PRICE IS NUMERIC
                    MOVE OPO-UNIT-PRICE TO PPF-UNIT-PRICE
                 ELSE
                    MOVE 0 TO PPF-UNIT-PRICE
                 END-IF
                 WRITE PPF-RECORD
                 IF PPF-FILE-STATUS NOT = '00'
                    MOVE 'STK026'        TO MSG-STK-OPEN-CODE
                    MOVE PPF-FILE-STATUS TO MSG-STK-OPEN-STAT
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-STK-OPEN-MSG
                 ELSE
                    PERFORM ADD-RECEIPT-TO-ORDER
                 END-IF
           END-READ
           .

      ***
      *** the order line keeps its own received-to-date total, so
      *** POINQ can show it without reading back through CASPOPF.
      ***
       ADD-RECEIPT-TO-ORDER.
           IF OPO-RECEIVED-QTY IS NOT NUMERIC
              MOVE 0 TO OPO-RECEIVED-QTY
           END-IF
           ADD MOV-QTY TO OPO-RECEIVED-QTY
           REWRITE OPO-REC FROM WS-OPO-REC
           IF OPO-FILE-STATUS NOT = '00'
              MOVE 'STK079'        TO MSG-STK-OPEN-CODE
              MOVE OPO-FILE-STATUS TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           .

      ***
      *** FIFO cost layers -- a receipt lays down a layer at the
      *** cost it actually arrived at (falling back to I-UNITPR
                 PERFORM RELIEVE-COST-LAYERS
              WHEN MOV-IS-RETURN
                 PERFORM RELIEVE-COST-LAYERS
              WHEN MOV-IS-CRTN-STOCK
                 PERFORM CREATE-COST-LAYER
              WHEN MOV-IS-ADJUSTMENT
                 IF MOV-ADJ-NEGATIVE
                    PERFORM RELIEVE-COST-LAYERS
                 ELSE
                    PERFORM CREATE-COST-LAYER
                 END-IF
      *       ONLY HELD STOCK THAT KEPT ITS LAYERS (AN EXPIRED LOT,
      *       A DISASSEMBLY COMPONENT) HAS ANY TO GIVE UP WHEN IT IS
      *       REJECTED OR WRITTEN OFF; STOCK HELD ON ARRIVAL HAD
      *       NONE, AND TAKES ITS FIRST LAYER WHEN IT IS RELEASED.
              WHEN MOV-IS-QUAR-DISP
                 IF MOV-ADJ-NEGATIVE
                    IF WS-QUAR-LAYERED-DRAW > 0
                       MOVE WS-QUAR-LAYERED-DRAW
                          TO WS-LAYER-RELIEF-QTY
                       PERFORM RELIEVE-COST-LAYERS
                    END-IF
                 ELSE
                    IF WS-QUAR-UNLAYERED-DRAW > 0
                       PERFORM CREATE-RELEASED-LAYER
                    END-IF
                 END-IF
      *       STOCK AT A CUSTOMER SITE IS STILL OURS AND KEEPS ITS
      *       LAYERS; THEY ARE RELIEVED WHEN THE CUSTOMER USES IT.
              WHEN MOV-IS-CSG-USE
                 PERFORM RELIEVE-COST-LAYERS
           END-EVALUATE
           .

       CREATE-COST-LAYER.
           IF MOV-UNIT-COST IS NUMERIC AND MOV-UNIT-COST > 0
              MOVE MOV-UNIT-COST TO WS-LAYER-COST
                 MOVE 0 TO WS-LAYER-COST
              END-IF
           END-IF
           MOVE MOV-QTY TO WS-LAYER-ADD-QTY
           PERFORM WRITE-COST-LAYER
           .

      ***
      *** the released part of a hold that never had a layer is
      *** laid at the cost CASQUAR kept for it, or at I-UNITPR
      *** when the hold carried none.
      ***
       CREATE-RELEASED-LAYER.
           IF WS-QUAR-HELD-COST > 0
              MOVE WS-QUAR-HELD-COST TO WS-LAYER-COST
           ELSE
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-LAYER-COST
              ELSE
                 MOVE 0 TO WS-LAYER-COST
              END-IF
           END-IF
           MOVE WS-QUAR-UNLAYERED-DRAW TO WS-LAYER-ADD-QTY
           PERFORM WRITE-COST-LAYER
           .

       WRITE-COST-LAYER.
           MOVE SPACES           TO WS-CLY-REC
           MOVE MOV-PARTNO       TO CLY-PARTNO
           MOVE MOV-DATE         TO CLY-RECEIPT-DATE
           MOVE MOV-DOC-NUMBER   TO CLY-DOC-NUMBER
           MOVE WS-LAYER-ADD-QTY TO CLY-QTY-REMAIN
           MOVE WS-LAYER-COST    TO CLY-UNIT-COST
           MOVE CLY-KEY          TO FD-CLY-KEY
           WRITE CLY-REC FROM WS-CLY-REC
              INVALID KEY
                 READ CLY-DATA-FILE INTO WS-CLY-REC
                 ADD WS-LAYER-ADD-QTY TO CLY-QTY-REMAIN
                 MOVE WS-LAYER-COST TO CLY-UNIT-COST
                 REWRITE CLY-REC FROM WS-CLY-REC
           END-WRITE
                 MOVE 'O'            TO SER-STATUS
                 MOVE MOV-DATE       TO SER-RECEIPT-DATE
                 MOVE MOV-DOC-NUMBER TO SER-RECEIPT-DOC
              WHEN MOV-IS-ISSUE OR MOV-IS-RETURN OR MOV-IS-CSG-SHIP
                 MOVE 'I'            TO SER-STATUS
                 MOVE MOV-DATE       TO SER-ISSUE-DATE
                 MOVE MOV-DOC-NUMBER TO SER-ISSUE-DOC
           END-IF
           .

      ***
      *** SDS gate -- a hazardous part (one with a CASHAZ class)
      *** may not be received without a safety data sheet on the
      *** CASSDS register, nor once its sheet is more than the
      *** SDSCTL grace period past review. a sheet with no review
      *** date cannot be shown current and is refused the same.
      ***
       CHECK-SDS-CURRENT.
           IF POSTING-OK AND HAZ-FILE-IS-OPEN AND SDS-FILE-IS-OPEN
              MOVE SPACES     TO WS-HAZ-REC
              MOVE MOV-PARTNO TO FD-HAZ-PARTNO
              READ HAZ-DATA-FILE INTO WS-HAZ-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HAZ-CLASS NOT = SPACES
                       PERFORM CHECK-PART-SDS
                    END-IF
              END-READ
           END-IF
           .

       CHECK-PART-SDS.
           MOVE SPACES     TO WS-SDS-REC
           MOVE MOV-PARTNO TO FD-SDS-PARTNO
           READ SDS-DATA-FILE INTO WS-SDS-REC
              INVALID KEY
                 MOVE 'STK068' TO MSG-STK-CODE
              NOT INVALID KEY
                 MOVE SPACES TO MSG-STK-CODE
                 CALL 'DATECALC' USING SDS-REVIEW-DATE
                      SDS-REVIEW-SERIAL
                 IF RETURN-CODE NOT = 0
                    OR TODAY-SERIAL > SDS-REVIEW-SERIAL + SDS-GRACE
                    MOVE 'STK069' TO MSG-STK-CODE
                 END-IF
                 MOVE 0 TO RETURN-CODE
           END-READ
           IF MSG-STK-CODE NOT = SPACES
              MOVE 'N' TO SW-POSTING-OK
              ADD 1 TO REJECT-COUNT
              MOVE MOV-PARTNO TO MSG-STK-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-STK-MSG
              PERFORM WRITE-REJECT-LINE
           END-IF
           .

       CHECK-WAREHOUSE-CAPABILITY.
           MOVE 'N' TO SW-CLASS-ALLOWED
           MOVE SPACES             TO WS-HZW-REC
           END-IF
           .

      ***
      *** a customer return held for inspection lands on CASQUAR
      *** exactly as a held receipt does, so the ordinary 'Q'
      *** disposition releases or rejects it. with no quarantine
      *** file there is nowhere to hold it, and the return rejects
      *** rather than slipping into pickable stock.
      ***
       CHECK-RETURN-HOLD.
           IF POSTING-OK
              IF QUA-FILE-IS-OPEN
                 MOVE 'Y' TO SW-QUARANTINE-THIS
              ELSE
                 MOVE 'N' TO SW-POSTING-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'STK049' TO MSG-STK-CODE
                 MOVE MOV-PARTNO TO MSG-STK-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                    BY CONTENT WS-STK-MSG
                 PERFORM WRITE-REJECT-LINE
              END-IF
           END-IF
           .

      ***
      *** an expired-lot hold moves stock onto CASQUAR, so with no
      *** quarantine file there is nowhere to put it and the hold
      *** rejects, leaving the lot where it is.
      ***
       CHECK-EXPIRY-HOLD.
           IF NOT QUA-FILE-IS-OPEN
              MOVE 'N' TO SW-POSTING-OK
              ADD 1 TO REJECT-COUNT
              MOVE 'STK049' TO MSG-STK-CODE
              MOVE MOV-PARTNO TO MSG-STK-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-STK-MSG
              PERFORM WRITE-REJECT-LINE
           END-IF
           .

      ***
      *** quarantine disposition -- type 'Q': a blank or '+' sign
      *** releases the quantity from CASQUAR to on-hand; '-'
           END-IF
           .

      ***
      *** CASQUAR keeps apart the held quantity that still has its
      *** CASCLYR layers (an expired lot, a disassembly component)
      *** from what was held on arrival and has none, and carries
      *** the average cost of the latter so its release can lay
      *** the layer and reprice the part.
      ***
       ADD-TO-QUARANTINE.
           IF MOV-UNIT-COST IS NUMERIC AND MOV-UNIT-COST > 0
              MOVE MOV-UNIT-COST TO WS-HOLD-COST
           ELSE
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-HOLD-COST
              ELSE
                 MOVE 0 TO WS-HOLD-COST
              END-IF
           END-IF
           MOVE SPACES     TO WS-QUA-REC
           MOVE MOV-PARTNO TO QUA-PARTNO
           MOVE MOV-QTY    TO QUA-QTY
           MOVE MOV-DATE   TO QUA-LAST-DATE
           IF MOV-IS-EXPIRY-HOLD OR DISASSEMBLY-HOLD
              MOVE MOV-QTY TO QUA-LAYERED-QTY
              MOVE 0       TO QUA-HELD-COST
           ELSE
              MOVE 0            TO QUA-LAYERED-QTY
              MOVE WS-HOLD-COST TO QUA-HELD-COST
           END-IF
           MOVE QUA-PARTNO TO FD-QUA-PARTNO
           WRITE QUA-REC FROM WS-QUA-REC
              INVALID KEY
                 READ QUA-DATA-FILE INTO WS-QUA-REC
                 PERFORM SPLIT-QUARANTINE-BALANCE
                 COMPUTE WS-NEW-QUAR-QTY = QUA-QTY + MOV-QTY
                 IF WS-NEW-QUAR-QTY > 99999
                    MOVE 99999 TO WS-NEW-QUAR-QTY
                 END-IF
                 IF MOV-IS-EXPIRY-HOLD OR DISASSEMBLY-HOLD
                    ADD MOV-QTY TO WS-QUAR-LAYERED
                 ELSE
                    PERFORM AVERAGE-HELD-COST
                 END-IF
                 IF WS-QUAR-LAYERED > WS-NEW-QUAR-QTY
                    MOVE WS-NEW-QUAR-QTY TO WS-QUAR-LAYERED
                 END-IF
                 MOVE WS-NEW-QUAR-QTY   TO QUA-QTY
                 MOVE WS-QUAR-LAYERED   TO QUA-LAYERED-QTY
                 MOVE WS-QUAR-HELD-COST TO QUA-HELD-COST
                 MOVE MOV-DATE          TO QUA-LAST-DATE
                 REWRITE QUA-REC FROM WS-QUA-REC
           END-WRITE
           IF QUA-FILE-STATUS NOT = '00'
           END-IF
           .

      ***
      *** the record just read, split into its layered and
      *** unlayered parts. a record written before the split was
      *** kept carries spaces there and counts as all unlayered,
      *** at I-UNITPR.
      ***
       SPLIT-QUARANTINE-BALANCE.
           IF QUA-LAYERED-QTY IS NOT NUMERIC
              MOVE 0 TO QUA-LAYERED-QTY
           END-IF
           IF QUA-HELD-COST IS NOT NUMERIC
              MOVE 0 TO QUA-HELD-COST
           END-IF
           IF QUA-LAYERED-QTY > QUA-QTY
              MOVE QUA-QTY TO QUA-LAYERED-QTY
           END-IF
           MOVE QUA-LAYERED-QTY TO WS-QUAR-LAYERED
           COMPUTE WS-QUAR-UNLAYERED = QUA-QTY - QUA-LAYERED-QTY
           MOVE QUA-HELD-COST   TO WS-QUAR-HELD-COST
           IF WS-QUAR-HELD-COST = 0 AND WS-QUAR-UNLAYERED > 0
              AND I-UNITPR IS NUMERIC
              MOVE I-UNITPR TO WS-QUAR-HELD-COST
           END-IF
           .

       AVERAGE-HELD-COST.
           IF WS-QUAR-UNLAYERED + MOV-QTY > 0
              COMPUTE WS-QUAR-HELD-COST ROUNDED =
                 ((WS-QUAR-UNLAYERED * WS-QUAR-HELD-COST)
                  + (MOV-QTY * WS-HOLD-COST))
                 / (WS-QUAR-UNLAYERED + MOV-QTY)
           END-IF
           .

      ***
      *** a release or a vendor reject draws on stock held on
      *** arrival first -- that is what QC inspects and sends
      *** back. a write-off draws on the layered stock first, the
      *** expired lots it is raised for. either spills into the
      *** other part when its own runs out.
      ***
       RELIEVE-QUARANTINE.
           MOVE SPACES     TO WS-QUA-REC
           MOVE MOV-PARTNO TO FD-QUA-PARTNO
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 PERFORM SPLIT-QUARANTINE-BALANCE
                 PERFORM DRAW-QUARANTINE-PARTS
                 COMPUTE WS-NEW-QUAR-QTY = QUA-QTY - MOV-QTY
                 IF WS-NEW-QUAR-QTY <= 0
                    DELETE QUA-DATA-FILE RECORD
                 ELSE
                    SUBTRACT WS-QUAR-LAYERED-DRAW FROM WS-QUAR-LAYERED
                    MOVE WS-NEW-QUAR-QTY TO QUA-QTY
                    MOVE WS-QUAR-LAYERED TO QUA-LAYERED-QTY
                    MOVE MOV-DATE        TO QUA-LAST-DATE
                    REWRITE QUA-REC FROM WS-QUA-REC
                 END-IF
           END-READ
           .

       DRAW-QUARANTINE-PARTS.
           IF QUAR-WRITE-OFF
              IF MOV-QTY > WS-QUAR-LAYERED
                 MOVE WS-QUAR-LAYERED TO WS-QUAR-LAYERED-DRAW
              ELSE
                 MOVE MOV-QTY TO WS-QUAR-LAYERED-DRAW
              END-IF
              COMPUTE WS-QUAR-UNLAYERED-DRAW =
                 MOV-QTY - WS-QUAR-LAYERED-DRAW
              IF WS-QUAR-UNLAYERED-DRAW > WS-QUAR-UNLAYERED
                 MOVE WS-QUAR-UNLAYERED TO WS-QUAR-UNLAYERED-DRAW
              END-IF
           ELSE
              IF MOV-QTY > WS-QUAR-UNLAYERED
                 MOVE WS-QUAR-UNLAYERED TO WS-QUAR-UNLAYERED-DRAW
              ELSE
                 MOVE MOV-QTY TO WS-QUAR-UNLAYERED-DRAW
              END-IF
              COMPUTE WS-QUAR-LAYERED-DRAW =
                 MOV-QTY - WS-QUAR-UNLAYERED-DRAW
              IF WS-QUAR-LAYERED-DRAW > WS-QUAR-LAYERED
                 MOVE WS-QUAR-LAYERED TO WS-QUAR-LAYERED-DRAW
              END-IF
           END-IF
           .

      ***
      *** debit memo interface -- one detail per posted return,
      *** valued at the movement's unit cost (or I-UNITPR when the
           ADD WS-RETURN-VALUE TO DMI-VALUE-TOTAL
           .

      ***
      *** every QC reject raises an open nonconformance report on
      *** CASNCR -- what was wrong (the card's defect code), whose
      *** it was (the part's vendor and the PO and lot on the
      *** card), and how much. the number is today's date and the
      *** next free sequence under it, so a second run the same
      *** day numbers on past the first run's reports.
      ***
       RAISE-NONCONFORMANCE.
           MOVE SPACES          TO WS-NCR-REC
           MOVE TODAY-DATE      TO NCR-RAISED-DATE
           MOVE MOV-PARTNO      TO NCR-PARTNO
           MOVE I-VENDOR-CODE   TO NCR-VENDOR-CODE
           MOVE MOV-DOC-NUMBER  TO NCR-PO-NUMBER
           MOVE MOV-LOT-NUMBER  TO NCR-LOT-NUMBER
           MOVE MOV-QTY         TO NCR-QTY
           MOVE MOV-DEFECT-CODE TO NCR-DEFECT-CODE
           MOVE MOV-DATE        TO NCR-REJECT-DATE
           MOVE 'O'             TO NCR-STATUS
           MOVE 0               TO NCR-CA-DUE-DATE
           MOVE 0               TO NCR-CLOSED-DATE
           MOVE '22'            TO NCR-FILE-STATUS
           PERFORM WRITE-NEXT-NCR-NUMBER
              UNTIL NCR-FILE-STATUS NOT = '22'
              OR NCR-NEXT-SEQUENCE = 9999
           IF NCR-FILE-STATUS = '00'
              ADD 1       TO NCR-RAISED-COUNT
              ADD MOV-QTY TO NCR-RAISED-QTY
           ELSE
              MOVE 'STK071'        TO MSG-STK-CODE
              MOVE MOV-PARTNO      TO MSG-STK-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-STK-MSG
           END-IF
           .

       WRITE-NEXT-NCR-NUMBER.
           ADD 1 TO NCR-NEXT-SEQUENCE
           MOVE NCR-NEXT-SEQUENCE TO NCR-SEQUENCE
           MOVE NCR-NUMBER        TO FD-NCR-NUMBER
           WRITE NCR-REC FROM WS-NCR-REC
              INVALID KEY
                 CONTINUE
           END-WRITE
           .

       WRITE-DEBIT-MEMO-TRAILER.
           MOVE SPACES              TO DMI-RECORD
           MOVE 'T'                 TO DMI-RECORD-TYPE
      ***
      *** transfer confirmation -- the receiving site posts type
      *** 'X' under the same document. the in-transit detail comes
      *** off and the transferred quantity moves from the sending
      *** site's CASWHBL balance to the receiving site's. the
      *** part's I-WAREHOUSE follows it only when the move empties
      *** the home building -- a relocation, not a top-up -- and
      *** always when the site balances are not there to say.
      ***
       CONFIRM-TRANSFER.
           MOVE SPACES         TO WS-TRN-REC
              NOT INVALID KEY
      *          THE MASTER REWRITE JUST BELOW IN APPLY-MOVEMENT
      *          CARRIES THE NEW WAREHOUSE OUT WITH THE POSTING.
                 IF TRN-TO-WH = I-WAREHOUSE
                    MOVE TRN-QTY TO WS-BIN-DELTA
                 END-IF
                 IF WHB-FILE-IS-OPEN
                    PERFORM MOVE-SITE-STOCK
                    IF FROM-SITE-EMPTY
                       AND TRN-FROM-WH = I-WAREHOUSE
                       MOVE TRN-TO-WH TO I-WAREHOUSE
                    END-IF
                 ELSE
                    MOVE TRN-TO-WH TO I-WAREHOUSE
                 END-IF
                 DELETE TRN-DATA-FILE RECORD
                 IF TRN-FILE-STATUS NOT = '00'
                    MOVE 'STK030'        TO MSG-STK-OPEN-CODE
           END-READ
           .

      ***
      *** site balance -- the posted change to I-QOH lands on the
      *** CASWHBL record for the part's own building, created on
      *** the first stock to arrive there. a site cannot go below
      *** zero: the shortfall is logged and left for WHBRECON to
      *** show against the part's I-QOH.
      ***
       POST-SITE-BALANCE.
           MOVE SPACES            TO WS-WHB-REC
           MOVE MOV-PARTNO        TO WHB-PARTNO
           MOVE WS-SITE-WAREHOUSE TO WHB-WAREHOUSE
           PERFORM ADJUST-SITE-QTY
           .

       MOVE-SITE-STOCK.
           MOVE 'N'         TO SW-FROM-SITE-EMPTY
           MOVE SPACES      TO WS-WHB-REC
           MOVE MOV-PARTNO  TO WHB-PARTNO
           MOVE TRN-FROM-WH TO WHB-WAREHOUSE
           COMPUTE WS-SITE-DELTA = 0 - TRN-QTY
           PERFORM ADJUST-SITE-QTY
           IF WS-NEW-WHB-QTY <= 0
              MOVE 'Y' TO SW-FROM-SITE-EMPTY
           END-IF

           MOVE SPACES      TO WS-WHB-REC
           MOVE MOV-PARTNO  TO WHB-PARTNO
           MOVE TRN-TO-WH   TO WHB-WAREHOUSE
           MOVE TRN-QTY     TO WS-SITE-DELTA
           PERFORM ADJUST-SITE-QTY
           .

       ADJUST-SITE-QTY.
           MOVE WHB-KEY TO FD-WHB-KEY
           READ WHB-DATA-FILE INTO WS-WHB-REC
              INVALID KEY
                 MOVE 0                 TO WHB-RDR-POINT
                 MOVE 0                 TO WHB-MAX-QTY
                 IF WS-SITE-DELTA > 0
                    MOVE WS-SITE-DELTA  TO WS-NEW-WHB-QTY
                 ELSE
                    MOVE 0              TO WS-NEW-WHB-QTY
                    PERFORM LOG-SITE-SHORTFALL
                 END-IF
                 IF WS-NEW-WHB-QTY > 99999
                    MOVE 99999 TO WS-NEW-WHB-QTY
                 END-IF
                 MOVE WS-NEW-WHB-QTY    TO WHB-QTY
                 MOVE MOV-DATE          TO WHB-LAST-DATE
                 WRITE WHB-REC FROM WS-WHB-REC
              NOT INVALID KEY
                 IF WHB-QTY IS NUMERIC
                    COMPUTE WS-NEW-WHB-QTY = WHB-QTY + WS-SITE-DELTA
                 ELSE
                    MOVE WS-SITE-DELTA TO WS-NEW-WHB-QTY
                 END-IF
                 IF WS-NEW-WHB-QTY < 0
                    MOVE 0 TO WS-NEW-WHB-QTY
                    PERFORM LOG-SITE-SHORTFALL
                 END-IF
                 IF WS-NEW-WHB-QTY > 99999
                    MOVE 99999 TO WS-NEW-WHB-QTY
                 END-IF
                 MOVE WS-NEW-WHB-QTY TO WHB-QTY
                 MOVE MOV-DATE       TO WHB-LAST-DATE
                 REWRITE WHB-REC FROM WS-WHB-REC
           END-READ
           IF WHB-FILE-STATUS NOT = '00'
              MOVE 'STK060'        TO MSG-STK-OPEN-CODE
              MOVE WHB-FILE-STATUS TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           .

       LOG-SITE-SHORTFALL.
           MOVE 'STK059'   TO MSG-STK-CODE
           MOVE MOV-PARTNO TO MSG-STK-PARTNO
           CALL 'LOGGER' USING BY CONTENT 'W'
              BY CONTENT WS-STK-MSG
           .

      ***
      *** bin quantities -- the movement carries no bin, so stock
      *** coming in fills the pick face up to its maximum and the
      *** rest goes to the first reserve location in walk order
      *** (all of it to the pick face when it keeps no maximum or
      *** the part has no reserve). stock going out comes off the
      *** pick face first, then the reserves in walk order; what
      *** the bins cannot cover is logged and left for the next
      *** count. a part with no bins on file is not binned.
      ***
       POST-BIN-QUANTITIES.
           PERFORM LOAD-PART-BINS
           IF PART-BIN-COUNT > 0
              IF WS-BIN-DELTA > 0
                 MOVE WS-BIN-DELTA TO WS-BIN-REMAIN
                 PERFORM PUT-AWAY-TO-BINS
              ELSE
                 COMPUTE WS-BIN-REMAIN = 0 - WS-BIN-DELTA
                 IF PBN-PICK > 0
                    MOVE PBN-PICK TO PBN-SUB
                    PERFORM DRAW-FROM-ONE-BIN
                 END-IF
                 PERFORM DRAW-FROM-ONE-BIN
                    VARYING PBN-SUB FROM 1 BY 1
                    UNTIL PBN-SUB > PART-BIN-COUNT
                       OR WS-BIN-REMAIN = 0
                 IF WS-BIN-REMAIN > 0
                    MOVE 'STK062'   TO MSG-STK-CODE
                    MOVE MOV-PARTNO TO MSG-STK-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                       BY CONTENT WS-STK-MSG
                 END-IF
              END-IF
              PERFORM REWRITE-ONE-BIN
                 VARYING PBN-SUB FROM 1 BY 1
                 UNTIL PBN-SUB > PART-BIN-COUNT
           END-IF
           .

       LOAD-PART-BINS.
           MOVE 0          TO PART-BIN-COUNT
           MOVE 0          TO PBN-PICK
           MOVE 0          TO PBN-RESERVE
           MOVE 'N'        TO SW-BIN-BROWSE-DONE
           MOVE LOW-VALUES TO WS-BIN-REC
           MOVE MOV-PARTNO TO BIN-PARTNO
           MOVE BIN-KEY    TO FD-BIN-KEY
           START BIN-DATA-FILE KEY >= FD-BIN-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-BIN-BROWSE-DONE
           END-START
           PERFORM LOAD-ONE-PART-BIN UNTIL BIN-BROWSE-DONE
           .

       LOAD-ONE-PART-BIN.
           READ BIN-DATA-FILE NEXT RECORD INTO WS-BIN-REC
              AT END
                 MOVE 'Y' TO SW-BIN-BROWSE-DONE
           END-READ
           IF NOT BIN-BROWSE-DONE
              IF BIN-PARTNO NOT = MOV-PARTNO OR PART-BIN-COUNT = 20
                 MOVE 'Y' TO SW-BIN-BROWSE-DONE
              ELSE
                 ADD 1 TO PART-BIN-COUNT
                 MOVE BIN-LOCATION TO PBN-LOCATION(PART-BIN-COUNT)
                 MOVE 'N'          TO PBN-CHANGED(PART-BIN-COUNT)
                 MOVE 0            TO PBN-QTY(PART-BIN-COUNT)
                 MOVE 0            TO PBN-MAX-QTY(PART-BIN-COUNT)
                 IF BIN-QTY IS NUMERIC
                    MOVE BIN-QTY     TO PBN-QTY(PART-BIN-COUNT)
                 END-IF
                 IF BIN-IS-RESERVE
                    MOVE 'R' TO PBN-LOC-TYPE(PART-BIN-COUNT)
                    IF PBN-RESERVE = 0
                       MOVE PART-BIN-COUNT TO PBN-RESERVE
                    END-IF
                 ELSE
                    MOVE 'P' TO PBN-LOC-TYPE(PART-BIN-COUNT)
                    IF BIN-MAX-QTY IS NUMERIC
                       MOVE BIN-MAX-QTY TO PBN-MAX-QTY(PART-BIN-COUNT)
                    END-IF
                    IF PBN-PICK = 0
                       MOVE PART-BIN-COUNT TO PBN-PICK
                    END-IF
                 END-IF
              END-IF
           END-IF
           .

       PUT-AWAY-TO-BINS.
           IF PBN-PICK > 0
              IF PBN-MAX-QTY(PBN-PICK) = 0 OR PBN-RESERVE = 0
                 MOVE WS-BIN-REMAIN TO WS-BIN-TAKE
              ELSE
                 IF PBN-QTY(PBN-PICK) < PBN-MAX-QTY(PBN-PICK)
                    COMPUTE WS-BIN-TAKE =
                       PBN-MAX-QTY(PBN-PICK) - PBN-QTY(PBN-PICK)
                    IF WS-BIN-TAKE > WS-BIN-REMAIN
                       MOVE WS-BIN-REMAIN TO WS-BIN-TAKE
                    END-IF
                 ELSE
                    MOVE 0 TO WS-BIN-TAKE
                 END-IF
              END-IF
              ADD WS-BIN-TAKE      TO PBN-QTY(PBN-PICK)
              SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAIN
              MOVE 'Y'             TO PBN-CHANGED(PBN-PICK)
              IF WS-BIN-TAKE > 0
                 MOVE PBN-LOCATION(PBN-PICK) TO WS-PUTAWAY-LOCATION
              END-IF
           END-IF
           IF WS-BIN-REMAIN > 0
              IF WS-PUTAWAY-LOCATION = SPACES
                 MOVE PBN-LOCATION(PBN-RESERVE) TO WS-PUTAWAY-LOCATION
              END-IF
              ADD WS-BIN-REMAIN TO PBN-QTY(PBN-RESERVE)
              MOVE 0            TO WS-BIN-REMAIN
              MOVE 'Y'          TO PBN-CHANGED(PBN-RESERVE)
           END-IF
           .

       DRAW-FROM-ONE-BIN.
           IF PBN-QTY(PBN-SUB) > 0
              IF PBN-QTY(PBN-SUB) < WS-BIN-REMAIN
                 MOVE PBN-QTY(PBN-SUB) TO WS-BIN-TAKE
              ELSE
                 MOVE WS-BIN-REMAIN    TO WS-BIN-TAKE
              END-IF
              SUBTRACT WS-BIN-TAKE FROM PBN-QTY(PBN-SUB)
              SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAIN
              MOVE 'Y'             TO PBN-CHANGED(PBN-SUB)
           END-IF
           .

       REWRITE-ONE-BIN.
           IF PBN-CHANGED(PBN-SUB) = 'Y'
              MOVE SPACES                TO WS-BIN-REC
              MOVE MOV-PARTNO            TO BIN-PARTNO
              MOVE PBN-LOCATION(PBN-SUB) TO BIN-LOCATION
              MOVE BIN-KEY               TO FD-BIN-KEY
              READ BIN-DATA-FILE INTO WS-BIN-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF PBN-QTY(PBN-SUB) > 99999
                       MOVE 99999 TO BIN-QTY
                    ELSE
                       MOVE PBN-QTY(PBN-SUB) TO BIN-QTY
                    END-IF
                    MOVE MOV-DATE TO BIN-LAST-DATE
                    REWRITE BIN-REC FROM WS-BIN-REC
              END-READ
              IF BIN-FILE-STATUS NOT = '00'
                 MOVE 'STK063'        TO MSG-STK-OPEN-CODE
                 MOVE BIN-FILE-STATUS TO MSG-STK-OPEN-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-STK-OPEN-MSG
              END-IF
           END-IF
           .

      ***
      *** lot detail -- a movement carrying a lot number keeps the
      *** CASLOT detail in step with the part-level posting. a
      *    A QUARANTINE RELEASE IS THE LOT'S FIRST POSTING -- THE
      *    HELD RECEIPT NEVER TOUCHED CASLOT -- SO A RELEASE ONTO A
      *    LOT NOT YET ON FILE CREATES IT AT THE RELEASED QUANTITY.
           IF MOV-IS-RECEIPT OR MOV-IS-CRTN-STOCK
              OR (MOV-IS-ADJUSTMENT AND NOT MOV-ADJ-NEGATIVE)
              OR (MOV-IS-QUAR-DISP AND NOT MOV-ADJ-NEGATIVE)
              MOVE MOV-QTY TO LOT-QTY
                 COMPUTE WS-NEW-LOT-QTY = LOT-QTY - MOV-QTY
              WHEN MOV-IS-RETURN
                 COMPUTE WS-NEW-LOT-QTY = LOT-QTY - MOV-QTY
              WHEN MOV-IS-EXPIRY-HOLD
                 COMPUTE WS-NEW-LOT-QTY = LOT-QTY - MOV-QTY
              WHEN MOV-IS-CSG-SHIP
                 COMPUTE WS-NEW-LOT-QTY = LOT-QTY - MOV-QTY
              WHEN OTHER
                 IF MOV-ADJ-NEGATIVE
                    COMPUTE WS-NEW-LOT-QTY = LOT-QTY - MOV-QTY
                 MOVE MOV-EXPIRY-DATE TO LOT-EXPIRY-DATE
              END-IF
           END-IF
      *    A LOT RELEASED AFTER RE-TEST COMES BACK WITH THE NEW
      *    EXPIRY QC GAVE IT.
           IF MOV-IS-QUAR-DISP AND NOT MOV-ADJ-NEGATIVE
              AND MOV-EXPIRY-DATE IS NUMERIC
              AND MOV-EXPIRY-DATE > 0
              MOVE MOV-EXPIRY-DATE TO LOT-EXPIRY-DATE
           END-IF
           REWRITE LOT-REC FROM WS-LOT-REC
           IF LOT-FILE-STATUS NOT = '00'
              MOVE 'STK015'        TO MSG-STK-OPEN-CODE
           END-IF
           .

      ***
      *** receipt label -- one tag per receipt line for the dock
      *** printers, so nobody hand-writes a lot or serial again.
      *** the lot's expiry is the one CASLOT now holds (a held
      *** receipt has not reached CASLOT, so its card's expiry is
      *** used), the location is the bin the put-away filled
      *** first, and a quarantined receipt is tagged for the hold
      *** area instead. a part with a CASHAZ class gets the
      *** hazard banner.
      ***
       WRITE-RECEIPT-LABEL.
           MOVE SPACES         TO LBL-RECORD
           MOVE MOV-PARTNO     TO LBL-PARTNO
           MOVE I-DESCR        TO LBL-DESCR
           MOVE MOV-LOT-NUMBER TO LBL-LOT-NUMBER
           MOVE 0              TO LBL-EXPIRY-DATE
           IF MOV-LOT-NUMBER NOT = SPACES
              IF LOT-FILE-IS-OPEN AND NOT QUARANTINE-THIS
                 AND LOT-PARTNO = MOV-PARTNO
                 AND LOT-NUMBER = MOV-LOT-NUMBER
                 AND LOT-EXPIRY-DATE IS NUMERIC
                 MOVE LOT-EXPIRY-DATE TO LBL-EXPIRY-DATE
              ELSE
                 IF MOV-EXPIRY-DATE IS NUMERIC
                    MOVE MOV-EXPIRY-DATE TO LBL-EXPIRY-DATE
                 END-IF
              END-IF
           END-IF
           IF MOV-SERIAL-NUMBER NOT = SPACES
              IF SER-FILE-IS-OPEN AND NOT QUARANTINE-THIS
                 AND SER-PARTNO = MOV-PARTNO
                 MOVE SER-SERIAL TO LBL-SERIAL
              ELSE
                 MOVE MOV-SERIAL-NUMBER TO LBL-SERIAL
              END-IF
           END-IF
           MOVE I-WAREHOUSE    TO LBL-WAREHOUSE
           IF QUARANTINE-THIS
              MOVE 'Q'                 TO LBL-STATUS
           ELSE
              MOVE SPACE               TO LBL-STATUS
              MOVE WS-PUTAWAY-LOCATION TO LBL-LOCATION
           END-IF
           MOVE MOV-QTY        TO LBL-QTY
           MOVE I-UOM-CODE     TO LBL-UOM
           MOVE MOV-DOC-NUMBER TO LBL-DOC-NUMBER
           MOVE MOV-DATE       TO LBL-RECEIPT-DATE
           IF HAZ-FILE-IS-OPEN
              MOVE SPACES     TO WS-HAZ-REC
              MOVE MOV-PARTNO TO FD-HAZ-PARTNO
              READ HAZ-DATA-FILE INTO WS-HAZ-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF HAZ-CLASS NOT = SPACES
                       MOVE HAZ-CLASS         TO LBL-HAZ-CLASS
                       MOVE HAZ-CLASS         TO LHB-CLASS
                       MOVE WS-LBL-HAZ-BANNER TO LBL-HAZ-BANNER
                    END-IF
              END-READ
           END-IF
           WRITE LBL-RECORD
           IF LBL-FILE-STATUS = '00'
              ADD 1       TO LABEL-COUNT
              ADD MOV-QTY TO LABEL-QTY-TOTAL
           ELSE
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
              MOVE 'STK077'         TO MSG-STK-OPEN-CODE
              MOVE LBL-FILE-STATUS  TO MSG-STK-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-STK-OPEN-MSG
           END-IF
           .

      ***
      *** every applied posting journals its before and after
      *** CASEIN images the way CASMAINT does -- same CASJRNL,
           MOVE MOV-PARTNO      TO JRN-PARTNO
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
           MOVE WS-CASEIN-REC   TO JRN-AFTER-IMAGE
           IF AVG-REPRICED
              MOVE WS-POSTED-IMAGE TO JRN-AFTER-IMAGE
           END-IF
           WRITE JRN-RECORD
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
      *** actually did rather than what the extract arrived with.
      ***
       WRITE-HISTORY-RECORD.
           PERFORM BUILD-HISTORY-RECORD
           PERFORM PUT-HISTORY-RECORD
           .

       BUILD-HISTORY-RECORD.
           MOVE SPACES         TO HIST-RECORD
           MOVE MOV-PARTNO     TO MH-PARTNO
           MOVE MOV-DATE       TO MH-DATE
           MOVE MOV-QTY        TO MH-QTY
           MOVE MOV-DOC-NUMBER TO MH-DOC-NUMBER
           MOVE MOV-LOT-NUMBER TO MH-LOT-NUMBER
           IF NOT MOV-IS-QUAR-DISP AND NOT MOV-IS-RECEIPT
              MOVE MOV-CUSTOMER   TO MH-CUSTOMER
           END-IF
           MOVE MOV-REASON-CODE TO MH-REASON-CODE
           IF MOV-IS-ISSUE
              MOVE MOV-COST-CENTER TO MH-COST-CENTER
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO MH-UNIT-COST
              ELSE
                 MOVE 0 TO MH-UNIT-COST
              END-IF
           END-IF
           IF MOV-IS-RECEIPT
              IF MOV-UNIT-COST IS NUMERIC
                 MOVE MOV-UNIT-COST TO MH-UNIT-COST
              ELSE
                 MOVE 0 TO MH-UNIT-COST
              END-IF
              MOVE MOV-RECEIPT-SOURCE TO MH-RECEIPT-SOURCE
           END-IF
           IF QUAR-WRITE-OFF
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO MH-UNIT-COST
              ELSE
                 MOVE 0 TO MH-UNIT-COST
              END-IF
           END-IF
      *    A CUSTOMER'S CONSUMPTION OF SITE STOCK IS THE REAL
      *    ISSUE -- IT GOES TO HISTORY AS ONE, SO USAGECAL COUNTS
      *    IT AND CUSBILL BILLS THE SITE FOR IT.
           IF MOV-IS-CSG-USE
              MOVE 'I' TO MH-TYPE
              MOVE 'U' TO MH-ISSUE-SOURCE
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO MH-UNIT-COST
              ELSE
                 MOVE 0 TO MH-UNIT-COST
              END-IF
           END-IF
           IF MOVE-REDIRECTED
              MOVE WS-ORIG-PARTNO TO MH-ORIG-PARTNO
           END-IF
                 MOVE MOV-QTY TO MH-HELD-QTY
              WHEN MOV-IS-ISSUE AND WS-CNS-DRAW > 0
                 MOVE WS-CNS-DRAW TO MH-HELD-QTY
              WHEN MOV-IS-CSG-USE
                 MOVE MOV-QTY TO MH-HELD-QTY
              WHEN OTHER
                 MOVE 0 TO MH-HELD-QTY
           END-EVALUATE
           .

       PUT-HISTORY-RECORD.
           WRITE HIST-RECORD
           IF HIST-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO STK-OPEN-ERROR-FLAG
           END-IF
           .

      ***
      *** an issue split across lots leaves one CASMHIST record per
      *** lot drawn, so LOTTRACE follows each lot to the document.
      *** the consignment-drawn portion, which no lot of ours
      *** covers, goes on one more record with no lot.
      ***
       WRITE-LOT-DRAW-HISTORY.
           PERFORM BUILD-HISTORY-RECORD
           PERFORM WRITE-ONE-LOT-DRAW-HIST
              VARYING ILT-SUB FROM 1 BY 1
              UNTIL ILT-SUB > ISSUE-LOT-COUNT
           IF MOV-QTY > WS-LOT-DRAWN-TOTAL
              COMPUTE MH-QTY = MOV-QTY - WS-LOT-DRAWN-TOTAL
              MOVE SPACES      TO MH-LOT-NUMBER
              MOVE WS-CNS-DRAW TO MH-HELD-QTY
              PERFORM PUT-HISTORY-RECORD
           END-IF
           .

       WRITE-ONE-LOT-DRAW-HIST.
           IF ILT-DRAW-QTY(ILT-SUB) > 0
              MOVE ILT-DRAW-QTY(ILT-SUB) TO MH-QTY
              MOVE ILT-NUMBER(ILT-SUB)   TO MH-LOT-NUMBER
              MOVE 0                     TO MH-HELD-QTY
              PERFORM PUT-HISTORY-RECORD
           END-IF
           .

      ***
      *** first expiry, first out -- an issue that names no lot is
      *** drawn from the part's CASLOT lots in expiry date order
      *** (undated lots last, the older receipt first on a tie),
      *** split across as many lots as it takes. a lot already
      *** expired on the issue date is never drawn; it is listed on
      *** the register to be written off instead. the draw is made
      *** before CASEIN is touched: an issue its unexpired lots
      *** cannot cover is rejected whole, so expired stock is never
      *** issued and CASLOT stays in step with I-QOH. a part with
      *** no lots on file is not lot-controlled and posts as before.
      ***
       SELECT-ISSUE-LOTS.
           MOVE 0   TO ISSUE-LOT-COUNT
           MOVE 0   TO WS-LOT-DRAWN-TOTAL
           MOVE 'N' TO SW-EXPIRED-LOGGED
           IF MOV-DATE IS NUMERIC AND MOV-DATE > 0
              MOVE MOV-DATE   TO WS-LOT-ISSUE-DATE
           ELSE
              MOVE TODAY-DATE TO WS-LOT-ISSUE-DATE
           END-IF

           MOVE LOW-VALUES TO FD-LOT-KEY
           MOVE MOV-PARTNO TO FD-LOT-KEY(1:9)
           START LOT-DATA-FILE KEY >= FD-LOT-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-LOT-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-LOT-BROWSE-DONE
                 PERFORM READ-NEXT-PART-LOT
           END-START
           PERFORM LOAD-ONE-ISSUE-LOT UNTIL LOT-BROWSE-DONE

           IF ISSUE-LOT-COUNT > 0
              MOVE WS-OWNED-ISSUE-QTY TO WS-LOT-NEED
              PERFORM DRAW-ONE-ISSUE-LOT
                 VARYING ILT-SUB FROM 1 BY 1
                 UNTIL ILT-SUB > ISSUE-LOT-COUNT
              IF WS-LOT-NEED > 0
                 MOVE 'N' TO SW-POSTING-OK
                 ADD 1 TO REJECT-COUNT
                 MOVE 'STK078'   TO MSG-STK-CODE
                 MOVE MOV-PARTNO TO MSG-STK-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-STK-MSG
                 PERFORM WRITE-REJECT-LINE
                 PERFORM LIST-ISSUE-LOTS
              END-IF
           END-IF
           .

       READ-NEXT-PART-LOT.
           READ LOT-DATA-FILE NEXT RECORD INTO WS-LOT-REC
              AT END
                 MOVE 'Y' TO SW-LOT-BROWSE-DONE
           END-READ
           IF NOT LOT-BROWSE-DONE AND LOT-PARTNO NOT = MOV-PARTNO
              MOVE 'Y' TO SW-LOT-BROWSE-DONE
           END-IF
           .

       LOAD-ONE-ISSUE-LOT.
           IF LOT-QTY IS NUMERIC AND LOT-QTY > 0
              IF ISSUE-LOT-COUNT < 50
                 IF LOT-EXPIRY-DATE IS NUMERIC AND LOT-EXPIRY-DATE > 0
                    MOVE LOT-EXPIRY-DATE TO NIK-EXPIRY
                 ELSE
                    MOVE 99999999        TO NIK-EXPIRY
                 END-IF
                 IF LOT-RECEIPT-DATE IS NUMERIC
                    MOVE LOT-RECEIPT-DATE TO NIK-RECEIPT
                 ELSE
                    MOVE 0                TO NIK-RECEIPT
                 END-IF
                 MOVE LOT-NUMBER TO NIK-NUMBER
                 MOVE 1 TO ILT-SUB
                 PERFORM STEP-ISSUE-LOT-SLOT
                    UNTIL ILT-SUB > ISSUE-LOT-COUNT
                       OR ILT-ORDER-KEY(ILT-SUB) > WS-NEW-ILT-KEY
                 PERFORM SHIFT-ONE-ISSUE-LOT
                    VARYING ILT-SHIFT FROM ISSUE-LOT-COUNT BY -1
                    UNTIL ILT-SHIFT < ILT-SUB
                 ADD 1 TO ISSUE-LOT-COUNT
                 MOVE WS-NEW-ILT-KEY TO ILT-ORDER-KEY(ILT-SUB)
                 MOVE LOT-QTY        TO ILT-QTY(ILT-SUB)
                 MOVE 0              TO ILT-DRAW-QTY(ILT-SUB)
                 MOVE 'N'            TO ILT-EXPIRED(ILT-SUB)
                 IF NIK-EXPIRY < WS-LOT-ISSUE-DATE
                    MOVE 'Y' TO ILT-EXPIRED(ILT-SUB)
                 END-IF
              ELSE
                 MOVE 'STK066'   TO MSG-STK-CODE
                 MOVE MOV-PARTNO TO MSG-STK-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-STK-MSG
              END-IF
           END-IF
           PERFORM READ-NEXT-PART-LOT
           .

       STEP-ISSUE-LOT-SLOT.
           ADD 1 TO ILT-SUB
           .

       SHIFT-ONE-ISSUE-LOT.
           MOVE WS-ISSUE-LOT-ENTRY(ILT-SHIFT)
             TO WS-ISSUE-LOT-ENTRY(ILT-SHIFT + 1)
           .

       DRAW-ONE-ISSUE-LOT.
           MOVE 0 TO ILT-DRAW-QTY(ILT-SUB)
           IF ILT-EXPIRED(ILT-SUB) NOT = 'Y' AND WS-LOT-NEED > 0
              IF ILT-QTY(ILT-SUB) < WS-LOT-NEED
                 MOVE ILT-QTY(ILT-SUB) TO WS-LOT-DRAW
              ELSE
                 MOVE WS-LOT-NEED      TO WS-LOT-DRAW
              END-IF
              MOVE WS-LOT-DRAW TO ILT-DRAW-QTY(ILT-SUB)
              SUBTRACT WS-LOT-DRAW FROM WS-LOT-NEED
              ADD WS-LOT-DRAW  TO WS-LOT-DRAWN-TOTAL
              ADD 1            TO LOT-DRAW-COUNT
           END-IF
           .

      ***
      *** the register shows the lots behind the issue: every
      *** expired lot passed over, and -- once the issue has
      *** posted -- each lot it was drawn from. a rejected issue
      *** lists only the expired lots that left it short.
      ***
       LIST-ISSUE-LOTS.
           PERFORM LIST-ONE-ISSUE-LOT
              VARYING ILT-SUB FROM 1 BY 1
              UNTIL ILT-SUB > ISSUE-LOT-COUNT
           .

       LIST-ONE-ISSUE-LOT.
           MOVE SPACES TO RGL-NOTE
           EVALUATE TRUE
              WHEN ILT-EXPIRED(ILT-SUB) = 'Y'
                 ADD 1                TO EXPIRED-SKIP-COUNT
                 ADD ILT-QTY(ILT-SUB) TO EXPIRED-SKIP-QTY
                 IF NOT EXPIRED-LOGGED
                    MOVE 'Y'        TO SW-EXPIRED-LOGGED
                    MOVE 'STK064'   TO MSG-STK-CODE
                    MOVE MOV-PARTNO TO MSG-STK-PARTNO
                    CALL 'LOGGER' USING BY CONTENT 'W'
                         BY CONTENT WS-STK-MSG
                 END-IF
                 MOVE ILT-QTY(ILT-SUB) TO RGL-QTY
                 STRING 'SKIPPED EXPIRED ' ILT-NUMBER(ILT-SUB)
                    DELIMITED BY SIZE
                    INTO RGL-NOTE
                 END-STRING
                 PERFORM WRITE-REGISTER-LOT-LINE
              WHEN ILT-DRAW-QTY(ILT-SUB) > 0 AND POSTING-OK
                 MOVE ILT-DRAW-QTY(ILT-SUB) TO RGL-QTY
                 STRING 'DRAWN FROM LOT ' ILT-NUMBER(ILT-SUB)
                    DELIMITED BY SIZE
                    INTO RGL-NOTE
                 END-STRING
                 PERFORM WRITE-REGISTER-LOT-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       WRITE-REGISTER-LOT-LINE.
           MOVE MOV-DOC-NUMBER TO RGL-DOC-NUMBER
           MOVE MOV-PARTNO     TO RGL-PART-NUM
           WRITE REG-OUT-DATA FROM WS-REGISTER-LOT-LINE
           PERFORM CHECK-REG-WRITE-STATUS
           .

       RELIEVE-DRAWN-LOTS.
           PERFORM RELIEVE-ONE-DRAWN-LOT
              VARYING ILT-SUB FROM 1 BY 1
              UNTIL ILT-SUB > ISSUE-LOT-COUNT
           .

       RELIEVE-ONE-DRAWN-LOT.
           IF ILT-DRAW-QTY(ILT-SUB) > 0
              MOVE SPACES              TO WS-LOT-REC
              MOVE MOV-PARTNO          TO LOT-PARTNO
              MOVE ILT-NUMBER(ILT-SUB) TO LOT-NUMBER
              MOVE LOT-KEY             TO FD-LOT-KEY
              READ LOT-DATA-FILE INTO WS-LOT-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    IF LOT-QTY < ILT-DRAW-QTY(ILT-SUB)
                       MOVE 0 TO LOT-QTY
                    ELSE
                       SUBTRACT ILT-DRAW-QTY(ILT-SUB) FROM LOT-QTY
                    END-IF
                    REWRITE LOT-REC FROM WS-LOT-REC
                    IF LOT-FILE-STATUS NOT = '00'
                       MOVE 'STK015'        TO MSG-STK-OPEN-CODE
                       MOVE LOT-FILE-STATUS TO MSG-STK-OPEN-STAT
                       CALL 'LOGGER' USING BY CONTENT 'E'
                            BY CONTENT WS-STK-OPEN-MSG
                    END-IF
              END-READ
           END-IF
           .

       WRITE-POSTED-LINE.
           MOVE MOV-DOC-NUMBER TO RG-DOC-NUMBER
           MOVE MOV-PARTNO     TO RG-PART-NUM
              WHEN MOVE-REDIRECTED
                 MOVE WS-ORIG-PARTNO TO RDR-FROM-PARTNO
                 MOVE WS-REDIRECT-DISPOSAL TO RG-DISPOSAL
              WHEN DISASSEMBLY-HOLD
                 MOVE 'POSTED - DISC KIT HOLD' TO RG-DISPOSAL
              WHEN QUARANTINE-THIS
                 MOVE 'POSTED - QUARANTINED' TO RG-DISPOSAL
              WHEN QUAR-WRITE-OFF
                 MOVE 'POSTED - QUAR WRITE-OFF' TO RG-DISPOSAL
              WHEN MOV-IS-QUAR-DISP AND MOV-ADJ-NEGATIVE
                 MOVE 'POSTED - QUAR REJECT' TO RG-DISPOSAL
              WHEN MOV-IS-EXPIRY-HOLD
                 MOVE 'POSTED - EXPIRED HOLD' TO RG-DISPOSAL
              WHEN MOV-IS-QUAR-DISP
                 MOVE 'POSTED - QUAR RELEASE' TO RG-DISPOSAL
              WHEN MOV-IS-RETURN
                 MOVE 'POSTED - VENDOR RETURN' TO RG-DISPOSAL
              WHEN MOV-IS-CRTN-STOCK
                 MOVE 'POSTED - CUST RETURN' TO RG-DISPOSAL
              WHEN MOV-IS-CRTN-SCRAP
                 MOVE 'POSTED - CUST RTN SCRAP' TO RG-DISPOSAL
              WHEN MOV-IS-CONSIGN
                 MOVE 'POSTED - CONSIGN RCPT' TO RG-DISPOSAL
              WHEN MOV-IS-ISSUE AND WS-CNS-DRAW > 0
                 MOVE 'POSTED - CONSIGN DRAW' TO RG-DISPOSAL
              WHEN MOV-IS-CSG-SHIP
                 MOVE 'POSTED - CUST CONSIGN' TO RG-DISPOSAL
              WHEN MOV-IS-CSG-USE
                 MOVE 'POSTED - CUST CONSUMED' TO RG-DISPOSAL
              WHEN OTHER
                 MOVE 'POSTED'       TO RG-DISPOSAL
           END-EVALUATE
                 MOVE 'REJECTED - XREF CHAIN' TO RG-DISPOSAL
              WHEN 'STK048'
                 MOVE 'REJECTED - CLOSED PERIOD' TO RG-DISPOSAL
              WHEN 'STK049'
                 MOVE 'REJECTED - NO QUAR FILE' TO RG-DISPOSAL
              WHEN 'STK051'
                 MOVE 'REJECTED - NO REASON'   TO RG-DISPOSAL
              WHEN 'STK052'
                 MOVE 'REJECTED - BAD REASON'  TO RG-DISPOSAL
              WHEN 'STK054'
                 MOVE 'REJECTED - BAD COST CTR' TO RG-DISPOSAL
              WHEN 'STK068'
                 MOVE 'REJECTED - NO SDS'      TO RG-DISPOSAL
              WHEN 'STK069'
                 MOVE 'REJECTED - SDS LAPSED'  TO RG-DISPOSAL
              WHEN 'STK073'
                 MOVE 'REJECTED - NO CUST SITE' TO RG-DISPOSAL
              WHEN 'STK074'
                 MOVE 'REJECTED - SITE SHORT'  TO RG-DISPOSAL
              WHEN 'STK078'
                 MOVE 'REJECTED - LOTS SHORT'  TO RG-DISPOSAL
              WHEN OTHER
                 MOVE 'REJECTED - BAD QUANTITY' TO RG-DISPOSAL
           END-EVALUATE
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'CUST RETURNS' TO RGT-LABEL
           MOVE CRTN-COUNT     TO RGT-DOC-COUNT
           MOVE CRTN-QTY-TOTAL TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'EXPIRY HOLDS' TO RGT-LABEL
           MOVE EXPIRY-HOLD-COUNT TO RGT-DOC-COUNT
           MOVE EXPIRY-HOLD-QTY   TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'WRITTEN OFF ' TO RGT-LABEL
           MOVE WRITE-OFF-COUNT TO RGT-DOC-COUNT
           MOVE WRITE-OFF-QTY   TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'NCRS RAISED ' TO RGT-LABEL
           MOVE NCR-RAISED-COUNT TO RGT-DOC-COUNT
           MOVE NCR-RAISED-QTY   TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'REDIRECTED  ' TO RGT-LABEL
           MOVE REDIRECT-COUNT TO RGT-DOC-COUNT
           MOVE 0              TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'CUST CONSIGN' TO RGT-LABEL
           MOVE CSG-SHIP-COUNT TO RGT-DOC-COUNT
           COMPUTE RGT-QTY-TOTAL = 0 - CSG-SHIP-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'CUST USED   ' TO RGT-LABEL
           MOVE CSG-USE-COUNT  TO RGT-DOC-COUNT
           MOVE CSG-USE-QTY-TOTAL TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'RCPT LABELS ' TO RGT-LABEL
           MOVE LABEL-COUNT    TO RGT-DOC-COUNT
           MOVE LABEL-QTY-TOTAL TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'AVG REPRICED' TO RGT-LABEL
           MOVE REPRICE-COUNT  TO RGT-DOC-COUNT
           MOVE 0              TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'EXPIRED LOTS' TO RGT-LABEL
           MOVE EXPIRED-SKIP-COUNT TO RGT-DOC-COUNT
           MOVE EXPIRED-SKIP-QTY   TO RGT-QTY-TOTAL
           WRITE REG-OUT-DATA FROM WS-REGISTER-TOTAL-LINE
           PERFORM CHECK-REG-WRITE-STATUS

           MOVE 'REJECTED    ' TO RGT-LABEL
           MOVE REJECT-COUNT   TO RGT-DOC-COUNT
           MOVE 0              TO RGT-QTY-TOTAL
           IF HAZ-FILE-IS-OPEN
              CLOSE HAZ-DATA-FILE
           END-IF
           IF SDS-FILE-IS-OPEN
              CLOSE SDS-DATA-FILE
           END-IF
           IF NCR-FILE-IS-OPEN
              CLOSE NCR-DATA-FILE
           END-IF
           IF HZW-FILE-IS-OPEN
              CLOSE HZW-DATA-FILE
           END-IF
           IF CNS-FILE-IS-OPEN
              CLOSE CNS-DATA-FILE
           END-IF
           IF CSG-FILE-IS-OPEN
              CLOSE CSG-DATA-FILE
           END-IF
           IF LBL-FILE-IS-OPEN
              CLOSE LBL-DATA-FILE
           END-IF
           IF CPI-FILE-IS-OPEN
              PERFORM WRITE-PAYABLE-TRAILER
              CLOSE CPI-DATA-FILE
           IF PRD-FILE-IS-OPEN
              CLOSE PRD-DATA-FILE
           END-IF
           IF RSN-FILE-IS-OPEN
              CLOSE RSN-DATA-FILE
           END-IF
           IF CCT-FILE-IS-OPEN
              CLOSE CCT-DATA-FILE
           END-IF
           IF PRC-FILE-IS-OPEN
              CLOSE PRC-DATA-FILE
           END-IF
           IF WHB-FILE-IS-OPEN
              CLOSE WHB-DATA-FILE
           END-IF
           IF BIN-FILE-IS-OPEN
              CLOSE BIN-DATA-FILE
           END-IF
           MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
           CALL 'CATREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CAT-REC
           MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           CLOSE JRN-DATA-FILE

      *    A CLEAN END WRITES THE CHECKPOINT BACK TO ZERO SO THE
      *    THE RUN-LOG ENTRY IS WHAT LETS RUNDEP PROVE THIS JOB
      *    COMPLETED TODAY BEFORE ITS SUCCESSORS RUN.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNLOG-END-TIME FROM TIME
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = '00'
              MOVE SPACES        TO RUNLOG-RECORD
              MOVE 'STKPOST ' TO RL-JOB-NAME
              MOVE RUNLOG-RUN-DATE TO RL-RUN-DATE
              MOVE RUNLOG-START-TIME TO RL-START-TIME
              MOVE RUNLOG-END-TIME TO RL-END-TIME
              MOVE MOV-COUNT     TO RL-RECORDS-READ
              MOVE RECEIPT-COUNT TO RL-RECORDS-WRITTEN
              MOVE 0             TO RL-FLAGGED-COUNT
