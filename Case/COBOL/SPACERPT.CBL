       identification division.
       program-id. SPACERPT.
      ***
      *** SPACERPT - monthly warehouse space utilization report. The
      *** buildings are filling up and nobody could say which
      *** categories were taking the room. One pass over CASEIN
      *** extends each part's I-QOH by its CASDIM unit cube, weight
      *** and pallet count; the report totals them by category
      *** within warehouse and sets each warehouse, and each of its
      *** aisles (from the CASBINL location quantities), against
      *** the CASWSPC capacity records. A second section ranks the
      *** parts by cubic feet taken per thousand dollars of stock,
      *** carrying the OVRSTOCK days-of-supply band, so overstock
      *** can be worked by floor space freed as well as by cash. A
      *** last section lists the stocked parts CASDIM has no
      *** measurements for -- their space is missing from every
      *** figure above it.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SPC-CTL-FILE ASSIGN TO SPACECTL
              FILE STATUS IS SPC-CTL-STATUS.
           SELECT DIM-DATA-FILE ASSIGN TO CASDIM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-DIM-PARTNO
              FILE STATUS IS DIM-FILE-STATUS.
           SELECT WSP-DATA-FILE ASSIGN TO CASWSPC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-WSP-KEY
              FILE STATUS IS WSP-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASSPACE
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  SPC-CTL-FILE.
       01 SPC-CTL-RECORD.
           copy SPCCTL.
       FD  DIM-DATA-FILE.
       01 DIM-REC.
           05 FD-DIM-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  WSP-DATA-FILE.
       01 WSP-REC.
           05 FD-WSP-KEY        PIC X(05).
           05 FILLER            PIC X(75).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    SECTION 1 IS THE CATEGORY/WAREHOUSE DETAIL, SECTION 2 THE
      *    SPACE-PER-DOLLAR RANKING, SECTION 3 THE UNMEASURED PARTS.
      *    ONLY SECTION 2 CARRIES A CUBE-PER-DOLLAR FIGURE, SO THE
      *    OTHERS FALL THROUGH TO WAREHOUSE, CATEGORY AND PART.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-SECTION       PIC X(01).
           05 SRT-CUBE-PER-K    PIC 9(07)V99.
           05 SRT-WAREHOUSE     PIC X(03).
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-DESCR         PIC X(30).
           05 SRT-QOH           PIC 9(05).
           05 SRT-EXT-CUBE      PIC 9(09)V99.
           05 SRT-EXT-WEIGHT    PIC 9(10)V99.
           05 SRT-EXT-PALLETS   PIC 9(07).
           05 SRT-ITEM-VALUE    PIC 9(08)V99.
           05 SRT-DAYS-SUPPLY   PIC 9(03).
           05 SRT-BAND          PIC X(01).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-DIM-REC.
       copy ITEMDIM.
       01 WS-WSP-REC.
       copy WHSPACE.
       01 WS-BIN-DATA         PIC X(80).
       01 SPC-CTL-STATUS      PIC X(02).
       01 DIM-FILE-STATUS     PIC X(02).
       01 WSP-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 SPR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 SPR-ERROR-FOUND     VALUE 'Y'.
       01 WS-SPR-OPEN-MSG.
           05 MSG-SPR-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-SPR-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-SPR-FULL-MSG.
           05 FILLER            PIC X(44) VALUE
              'SPR012 CASWSPC OVER 300 AISLES, REST SKIPPED'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 BIN-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 BIN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 BIN-FOUND           VALUE 'Y'.
       01 BIN-AISLE-OUT       PIC X(02) EXTERNAL.
       01 BIN-QTY-OUT         PIC 9(05) EXTERNAL.
       01 BIN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 BIN-IO-ERROR-FOUND  VALUE 'Y'.
       01 BIN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 TODAY-DATE          PIC 9(08).
       01 RANK-LIMIT          PIC 9(03) VALUE 50.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-WSP-EOF          PIC X(01) VALUE 'N'.
           88 WSP-AT-EOF          VALUE 'Y'.
       01 SW-DIM-FOUND        PIC X(01).
           88 DIM-FOUND           VALUE 'Y'.
       01 SW-AISLE-FOUND      PIC X(01).
           88 AISLE-FOUND         VALUE 'Y'.
      ***
      *** per-part extensions -- cube in cubic feet from the inch
      *** measurements, weight in pounds, whole pallets rounded up.
      ***
       01 WS-CUBIC-INCHES     PIC 9(09)V9(06).
       01 WS-EXT-CUBE         PIC 9(09)V99.
       01 WS-EXT-WEIGHT       PIC 9(10)V99.
       01 WS-EXT-PALLETS      PIC 9(07).
       01 WS-ITEM-VALUE       PIC 9(08)V99.
       01 WS-CUBE-PER-K       PIC 9(07)V99.
       01 WS-DAYS-SUPPLY      PIC 9(05).
       01 WS-BAND             PIC X(01).
       01 WS-BIN-CUBE         PIC 9(09)V99.
       01 WS-BIN-WEIGHT       PIC 9(10)V99.
      ***
      *** the CASWSPC aisles, loaded once in key order so each
      *** warehouse's aisles sit together, with the cube and weight
      *** the part locations put in each.
      ***
       01 CAP-COUNT           PIC 9(03) VALUE 0.
       01 CAP-TABLE.
           05 CAP-ENTRY OCCURS 300 TIMES INDEXED BY CPX.
              10 CAP-WAREHOUSE  PIC X(03).
              10 CAP-AISLE      PIC X(02).
              10 CAP-CUBE       PIC 9(07).
              10 CAP-WEIGHT     PIC 9(09).
              10 CAP-PALLETS    PIC 9(05).
              10 CAP-USED-CUBE  PIC 9(09)V99.
              10 CAP-USED-WEIGHT PIC 9(10)V99.
      ***
      *** section 1 control-break accumulators
      ***
       01 WS-CUR-SECTION      PIC X(01) VALUE SPACE.
       01 WS-BREAK-WAREHOUSE  PIC X(03) VALUE SPACES.
       01 WS-BREAK-CATEGORY   PIC X(03) VALUE SPACES.
       01 SW-CAT-OPEN         PIC X(01) VALUE 'N'.
           88 CAT-GROUP-OPEN      VALUE 'Y'.
       01 SW-WH-OPEN          PIC X(01) VALUE 'N'.
           88 WH-GROUP-OPEN       VALUE 'Y'.
       01 CAT-PARTS           PIC 9(05).
       01 CAT-CUBE            PIC 9(09)V99.
       01 CAT-WEIGHT          PIC 9(10)V99.
       01 CAT-PALLETS         PIC 9(07).
       01 CAT-VALUE           PIC 9(11)V99.
       01 WHT-PARTS           PIC 9(05).
       01 WHT-CUBE            PIC 9(09)V99.
       01 WHT-WEIGHT          PIC 9(10)V99.
       01 WHT-PALLETS         PIC 9(07).
       01 WHT-VALUE           PIC 9(11)V99.
       01 WHC-CUBE            PIC 9(09).
       01 WHC-WEIGHT          PIC 9(11).
       01 WHC-PALLETS         PIC 9(07).
       01 WHC-AISLE-CUBE      PIC 9(09)V99.
       01 WHC-AISLE-WEIGHT    PIC 9(10)V99.
       01 WS-PCT-USED         PIC 9(11)V99.
       01 WS-PCT-CAPACITY     PIC 9(11).
       01 WS-PCT-RESULT       PIC 9(04)V9.
       01 WS-UNMAPPED-CUBE    PIC S9(09)V99.
       01 WS-UNMAPPED-WEIGHT  PIC S9(10)V99.
       01 MEASURED-COUNT      PIC 9(07) VALUE 0.
       01 NODIM-COUNT         PIC 9(07) VALUE 0.
       01 RANKED-COUNT        PIC 9(07) VALUE 0.
       01 WS-SPR-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(38)  VALUE
              'WAREHOUSE SPACE UTILIZATION  RUN DATE '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(86)  VALUE SPACES.
       01 WS-WH-BREAK-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(10)  VALUE 'WAREHOUSE '.
           05 WBK-WAREHOUSE    PIC X(03).
           05                  PIC X(119) VALUE SPACES.
       01 WS-CAT-HEADING.
           05                  PIC X(05)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'CATEGORY'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(07)  VALUE '  PARTS'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(14)  VALUE '    CUBE CU FT'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(15)  VALUE '      WEIGHT LB'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE ' PALLETS'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(17)  VALUE '      STOCK VALUE'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'PCT CUBE'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'PCT WEIGHT'.
           05                  PIC X(20)  VALUE SPACES.
       01 WS-CAT-LINE.
           05                  PIC X(05)  VALUE SPACES.
           05 CTL-LABEL        PIC X(08).
           05                  PIC X(03)  VALUE SPACES.
           05 CTL-PARTS        PIC ZZZ,ZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 CTL-CUBE         PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(03)  VALUE SPACES.
           05 CTL-WEIGHT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 CTL-PALLETS      PIC ZZZZ,ZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 CTL-VALUE        PIC $$,$$$,$$$,$$9.99.
           05                  PIC X(05)  VALUE SPACES.
           05 CTL-PCT-CUBE     PIC ZZZ9.9.
           05                  PIC X(07)  VALUE SPACES.
           05 CTL-PCT-WEIGHT   PIC ZZZ9.9.
           05                  PIC X(20)  VALUE SPACES.
       01 WS-CAPACITY-LINE.
           05                  PIC X(05)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'CAPACITY'.
           05                  PIC X(13)  VALUE SPACES.
           05 CPL-CUBE         PIC ZZZ,ZZZ,ZZ9.
           05                  PIC X(06)  VALUE SPACES.
           05 CPL-WEIGHT       PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 CPL-PALLETS      PIC ZZZZ,ZZ9.
           05                  PIC X(64)  VALUE SPACES.
       01 WS-AISLE-LINE.
           05                  PIC X(08)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'AISLE '.
           05 ASL-AISLE        PIC X(02).
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'CUBE CAP '.
           05 ASL-CUBE-CAP     PIC ZZ,ZZZ,ZZ9.
           05                  PIC X(06)  VALUE ' USED '.
           05 ASL-CUBE-USED    PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 ASL-CUBE-PCT     PIC ZZZ9.9.
           05                  PIC X(01)  VALUE '%'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'WT CAP '.
           05 ASL-WT-CAP       PIC ZZZ,ZZZ,ZZ9.
           05                  PIC X(06)  VALUE ' USED '.
           05 ASL-WT-USED      PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 ASL-WT-PCT       PIC ZZZ9.9.
           05                  PIC X(01)  VALUE '%'.
           05                  PIC X(15)  VALUE SPACES.
       01 WS-UNMAPPED-LINE.
           05                  PIC X(08)  VALUE SPACES.
           05                  PIC X(35)  VALUE
              'STOCK NOT IN A MAPPED AISLE   CUBE '.
           05 UML-CUBE         PIC -ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(10)  VALUE '  WEIGHT '.
           05 UML-WEIGHT       PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05                  PIC X(49)  VALUE SPACES.
       01 WS-RANK-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(54)  VALUE
              'PARTS USING THE MOST SPACE PER DOLLAR OF STOCK -- TOP '.
           05 RKT-LIMIT        PIC ZZ9.
           05                  PIC X(75)  VALUE SPACES.
       01 WS-RANK-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'WHS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'ON HAND'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '    CUBE CU FT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE '   STOCK VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE ' CU FT/$1000'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'DAYS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'OVS BAND'.
           05                  PIC X(08)  VALUE SPACES.
       01 WS-RANK-LINE.
           05                  PIC X      VALUE SPACES.
           05 RNK-PARTNO       PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 RNK-DESCR        PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 RNK-ITEMCAT      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 RNK-WAREHOUSE    PIC X(03).
           05                  PIC X(04)  VALUE SPACES.
           05 RNK-QOH          PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 RNK-CUBE         PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 RNK-VALUE        PIC $$$,$$$,$$9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 RNK-CUBE-PER-K   PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(03)  VALUE SPACES.
           05 RNK-DAYS         PIC ZZ9.
           05                  PIC X(05)  VALUE SPACES.
           05 RNK-BAND         PIC X(01).
           05                  PIC X(12)  VALUE SPACES.
       01 WS-NODIM-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(44)  VALUE
              'PARTS IN STOCK WITH NO DIMENSIONS ON CASDIM '.
           05                  PIC X(88)  VALUE SPACES.
       01 WS-NODIM-LINE.
           05                  PIC X      VALUE SPACES.
           05 NDL-PARTNO       PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 NDL-DESCR        PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 NDL-ITEMCAT      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 NDL-WAREHOUSE    PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'ON HAND '.
           05 NDL-QOH          PIC ZZZZ9.
           05                  PIC X(64)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-SPR-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'PARTS MEASURED:     '.
           05 SUM-MEASURED    PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'NO DIMENSIONS: '.
           05 SUM-NODIM       PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'RANKED: '.
           05 SUM-RANKED      PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'AISLES: '.
           05 SUM-AISLES      PIC ZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SPR001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-SECTION
              ON DESCENDING KEY SRT-CUBE-PER-K
              ON ASCENDING KEY SRT-WAREHOUSE SRT-ITEMCAT SRT-PARTNO
              INPUT PROCEDURE IS RELEASE-STOCKED-PARTS
              OUTPUT PROCEDURE IS WRITE-SPACE-REPORT

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SPR999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           OPEN INPUT SPC-CTL-FILE
           IF SPC-CTL-STATUS = '00'
              READ SPC-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SPC-RANK-COUNT IS NUMERIC
                       AND SPC-RANK-COUNT > 0
                       MOVE SPC-RANK-COUNT TO RANK-LIMIT
                    END-IF
              END-READ
              CLOSE SPC-CTL-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN INPUT DIM-DATA-FILE
           IF DIM-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SPR-ERROR-FLAG
              MOVE 'SPR009'         TO MSG-SPR-OPEN-CODE
              MOVE DIM-FILE-STATUS  TO MSG-SPR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SPR-OPEN-MSG
           END-IF

      *    NO CAPACITY FILE STILL GIVES THE USAGE FIGURES, JUST
      *    NOTHING TO SET THEM AGAINST.
           OPEN INPUT WSP-DATA-FILE
           IF WSP-FILE-STATUS = '00'
              PERFORM LOAD-AISLE-CAPACITY
              CLOSE WSP-DATA-FILE
           ELSE
              MOVE 'SPR011'         TO MSG-SPR-OPEN-CODE
              MOVE WSP-FILE-STATUS  TO MSG-SPR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-SPR-OPEN-MSG
           END-IF

           CALL 'BINREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-BIN-DATA

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SPR-ERROR-FLAG
              MOVE 'SPR010'         TO MSG-SPR-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-SPR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SPR-OPEN-MSG
           END-IF
           MOVE TODAY-DATE TO TTL-RUN-DATE
           WRITE RPT-OUT-DATA FROM WS-SPR-TITLE-LINE
           MOVE 0 TO RETURN-CODE
           .

       LOAD-AISLE-CAPACITY.
           MOVE 'N' TO SW-WSP-EOF
           PERFORM LOAD-ONE-AISLE UNTIL WSP-AT-EOF
           .

       LOAD-ONE-AISLE.
           READ WSP-DATA-FILE NEXT RECORD INTO WS-WSP-REC
              AT END
                 MOVE 'Y' TO SW-WSP-EOF
           END-READ
           IF NOT WSP-AT-EOF
              IF CAP-COUNT < 300
                 ADD 1 TO CAP-COUNT
                 SET CPX TO CAP-COUNT
                 MOVE WSP-WAREHOUSE TO CAP-WAREHOUSE(CPX)
                 MOVE WSP-AISLE     TO CAP-AISLE(CPX)
                 MOVE 0             TO CAP-CUBE(CPX)
                 MOVE 0             TO CAP-WEIGHT(CPX)
                 MOVE 0             TO CAP-PALLETS(CPX)
                 IF WSP-CUBE-CAPACITY IS NUMERIC
                    MOVE WSP-CUBE-CAPACITY TO CAP-CUBE(CPX)
                 END-IF
                 IF WSP-WEIGHT-CAPACITY IS NUMERIC
                    MOVE WSP-WEIGHT-CAPACITY TO CAP-WEIGHT(CPX)
                 END-IF
                 IF WSP-PALLET-POSITIONS IS NUMERIC
                    MOVE WSP-PALLET-POSITIONS TO CAP-PALLETS(CPX)
                 END-IF
                 MOVE 0             TO CAP-USED-CUBE(CPX)
                 MOVE 0             TO CAP-USED-WEIGHT(CPX)
              ELSE
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-SPR-FULL-MSG
                 MOVE 'Y' TO SW-WSP-EOF
              END-IF
           END-IF
           .

       RELEASE-STOCKED-PARTS.
           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           PERFORM RELEASE-ONE-PART UNTIL RETURN-CODE = 4
           MOVE 0 TO RETURN-CODE
           .

       RELEASE-ONE-PART.
           IF I-QOH IS NUMERIC AND I-QOH > 0
              PERFORM READ-PART-DIMENSIONS
              MOVE I-WAREHOUSE TO SRT-WAREHOUSE
              MOVE I-ITEMCAT   TO SRT-ITEMCAT
              MOVE I-PARTNO    TO SRT-PARTNO
              MOVE I-DESCR     TO SRT-DESCR
              MOVE I-QOH       TO SRT-QOH
              IF DIM-FOUND
                 ADD 1 TO MEASURED-COUNT
                 PERFORM EXTEND-PART-SPACE
                 PERFORM LOCATE-PART-SPACE
                 MOVE WS-EXT-CUBE    TO SRT-EXT-CUBE
                 MOVE WS-EXT-WEIGHT  TO SRT-EXT-WEIGHT
                 MOVE WS-EXT-PALLETS TO SRT-EXT-PALLETS
                 MOVE WS-ITEM-VALUE  TO SRT-ITEM-VALUE
                 MOVE WS-DAYS-SUPPLY TO SRT-DAYS-SUPPLY
                 MOVE WS-BAND        TO SRT-BAND
                 MOVE '1'            TO SRT-SECTION
                 MOVE 0              TO SRT-CUBE-PER-K
                 RELEASE SORT-RECORD
                 IF WS-EXT-CUBE > 0
                    MOVE '2'           TO SRT-SECTION
                    MOVE WS-CUBE-PER-K TO SRT-CUBE-PER-K
                    RELEASE SORT-RECORD
                 END-IF
              ELSE
                 ADD 1 TO NODIM-COUNT
                 MOVE '3' TO SRT-SECTION
                 MOVE 0   TO SRT-CUBE-PER-K
                 MOVE 0   TO SRT-EXT-CUBE
                 MOVE 0   TO SRT-EXT-WEIGHT
                 MOVE 0   TO SRT-EXT-PALLETS
                 MOVE 0   TO SRT-ITEM-VALUE
                 MOVE 0   TO SRT-DAYS-SUPPLY
                 MOVE SPACE TO SRT-BAND
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       READ-PART-DIMENSIONS.
           MOVE 'N'      TO SW-DIM-FOUND
           MOVE SPACES   TO WS-DIM-REC
           MOVE I-PARTNO TO FD-DIM-PARTNO
           READ DIM-DATA-FILE INTO WS-DIM-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF DIM-LENGTH IS NUMERIC AND DIM-WIDTH IS NUMERIC
                    AND DIM-HEIGHT IS NUMERIC
                    AND DIM-WEIGHT IS NUMERIC
                    MOVE 'Y' TO SW-DIM-FOUND
                 END-IF
           END-READ
           .

      ***
      *** extend -- cube per unit is the product of the three inch
      *** measurements over 1728; value and days of supply are
      *** figured the way OVRSTOCK figures them, so the band here
      *** is the band the overstock report puts the part in.
      ***
       EXTEND-PART-SPACE.
           COMPUTE WS-CUBIC-INCHES =
              DIM-LENGTH * DIM-WIDTH * DIM-HEIGHT
           COMPUTE WS-EXT-CUBE ROUNDED =
              WS-CUBIC-INCHES * I-QOH / 1728
              ON SIZE ERROR
                 MOVE 999999999.99 TO WS-EXT-CUBE
           END-COMPUTE
           COMPUTE WS-EXT-WEIGHT ROUNDED = DIM-WEIGHT * I-QOH
           MOVE 0 TO WS-EXT-PALLETS
           IF DIM-UNITS-PER-PALLET IS NUMERIC
              AND DIM-UNITS-PER-PALLET > 0
              COMPUTE WS-EXT-PALLETS =
                 (I-QOH + DIM-UNITS-PER-PALLET - 1)
                 / DIM-UNITS-PER-PALLET
           END-IF

           MOVE 0 TO WS-ITEM-VALUE
           IF I-UNITPR IS NUMERIC
              COMPUTE WS-ITEM-VALUE = I-QOH * I-UNITPR
           END-IF
           IF WS-ITEM-VALUE > 0
              COMPUTE WS-CUBE-PER-K ROUNDED =
                 WS-EXT-CUBE * 1000 / WS-ITEM-VALUE
                 ON SIZE ERROR
                    MOVE 9999999.99 TO WS-CUBE-PER-K
              END-COMPUTE
           ELSE
              MOVE 9999999.99 TO WS-CUBE-PER-K
           END-IF

           MOVE SPACE TO WS-BAND
           IF I-AVG-USAGE IS NUMERIC AND I-AVG-USAGE > 0
              COMPUTE WS-DAYS-SUPPLY = I-QOH / I-AVG-USAGE
              IF WS-DAYS-SUPPLY > 999
                 MOVE 999 TO WS-DAYS-SUPPLY
              END-IF
              EVALUATE TRUE
                 WHEN WS-DAYS-SUPPLY > 365
                    MOVE '3' TO WS-BAND
                 WHEN WS-DAYS-SUPPLY > 180
                    MOVE '2' TO WS-BAND
                 WHEN WS-DAYS-SUPPLY > 90
                    MOVE '1' TO WS-BAND
              END-EVALUATE
           ELSE
              MOVE 999 TO WS-DAYS-SUPPLY
              MOVE 'N' TO WS-BAND
           END-IF
           .

      ***
      *** the part's CASBINL locations put its space in aisles --
      *** each location's quantity at the unit cube and weight,
      *** charged to the aisle of the part's own warehouse.
      ***
       LOCATE-PART-SPACE.
           MOVE I-PARTNO TO BIN-LOOKUP-PARTNO
           CALL 'BINREC' USING
           BY CONTENT '4'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           PERFORM CHARGE-ONE-LOCATION UNTIL NOT BIN-FOUND
           .

       CHARGE-ONE-LOCATION.
           IF BIN-QTY-OUT IS NUMERIC AND BIN-QTY-OUT > 0
              PERFORM FIND-CAPACITY-AISLE
              IF AISLE-FOUND
                 COMPUTE WS-BIN-CUBE ROUNDED =
                    WS-CUBIC-INCHES * BIN-QTY-OUT / 1728
                    ON SIZE ERROR
                       MOVE 0 TO WS-BIN-CUBE
                 END-COMPUTE
                 COMPUTE WS-BIN-WEIGHT ROUNDED =
                    DIM-WEIGHT * BIN-QTY-OUT
                 ADD WS-BIN-CUBE   TO CAP-USED-CUBE(CPX)
                 ADD WS-BIN-WEIGHT TO CAP-USED-WEIGHT(CPX)
              END-IF
           END-IF
           CALL 'BINREC' USING
           BY CONTENT '5'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           .

       FIND-CAPACITY-AISLE.
           MOVE 'N' TO SW-AISLE-FOUND
           SET CPX TO 1
           PERFORM STEP-CAPACITY-AISLE
              UNTIL AISLE-FOUND OR CPX > CAP-COUNT
           .

       STEP-CAPACITY-AISLE.
           IF CAP-WAREHOUSE(CPX) = I-WAREHOUSE
              AND CAP-AISLE(CPX) = BIN-AISLE-OUT
              MOVE 'Y' TO SW-AISLE-FOUND
           ELSE
              SET CPX UP BY 1
           END-IF
           .

       WRITE-SPACE-REPORT.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM WRITE-ONE-ENTRY UNTIL SORT-AT-EOF
           PERFORM CLOSE-SECTION
           .

       WRITE-ONE-ENTRY.
           IF SRT-SECTION NOT = WS-CUR-SECTION
              PERFORM CLOSE-SECTION
              MOVE SRT-SECTION TO WS-CUR-SECTION
              PERFORM OPEN-SECTION
           END-IF

           EVALUATE SRT-SECTION
              WHEN '1'
                 PERFORM ADD-SPACE-ENTRY
              WHEN '2'
                 PERFORM WRITE-RANK-ENTRY
              WHEN '3'
                 PERFORM WRITE-NODIM-ENTRY
           END-EVALUATE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       OPEN-SECTION.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           EVALUATE WS-CUR-SECTION
              WHEN '2'
                 MOVE RANK-LIMIT TO RKT-LIMIT
                 WRITE RPT-OUT-DATA FROM WS-RANK-TITLE-LINE
                 WRITE RPT-OUT-DATA FROM WS-RANK-HEADING
              WHEN '3'
                 WRITE RPT-OUT-DATA FROM WS-NODIM-TITLE-LINE
           END-EVALUATE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CLOSE-SECTION.
           IF WS-CUR-SECTION = '1'
              PERFORM FLUSH-CATEGORY
              PERFORM FLUSH-WAREHOUSE
           END-IF
           .

      ***
      *** section 1 -- category lines within each warehouse, then
      *** the warehouse total against the sum of its aisles and the
      *** aisle-by-aisle picture.
      ***
       ADD-SPACE-ENTRY.
           IF SRT-WAREHOUSE NOT = WS-BREAK-WAREHOUSE
              OR NOT WH-GROUP-OPEN
              PERFORM FLUSH-CATEGORY
              PERFORM FLUSH-WAREHOUSE
              PERFORM START-WAREHOUSE
           END-IF
           IF SRT-ITEMCAT NOT = WS-BREAK-CATEGORY
              OR NOT CAT-GROUP-OPEN
              PERFORM FLUSH-CATEGORY
              MOVE SRT-ITEMCAT TO WS-BREAK-CATEGORY
              MOVE 'Y' TO SW-CAT-OPEN
              MOVE 0   TO CAT-PARTS
              MOVE 0   TO CAT-CUBE
              MOVE 0   TO CAT-WEIGHT
              MOVE 0   TO CAT-PALLETS
              MOVE 0   TO CAT-VALUE
           END-IF
           ADD 1               TO CAT-PARTS
           ADD SRT-EXT-CUBE    TO CAT-CUBE
           ADD SRT-EXT-WEIGHT  TO CAT-WEIGHT
           ADD SRT-EXT-PALLETS TO CAT-PALLETS
           ADD SRT-ITEM-VALUE  TO CAT-VALUE
           .

       START-WAREHOUSE.
           MOVE SRT-WAREHOUSE TO WS-BREAK-WAREHOUSE
           MOVE 'Y' TO SW-WH-OPEN
           MOVE 0   TO WHT-PARTS
           MOVE 0   TO WHT-CUBE
           MOVE 0   TO WHT-WEIGHT
           MOVE 0   TO WHT-PALLETS
           MOVE 0   TO WHT-VALUE
           MOVE 0   TO WHC-CUBE
           MOVE 0   TO WHC-WEIGHT
           MOVE 0   TO WHC-PALLETS
           MOVE 0   TO WHC-AISLE-CUBE
           MOVE 0   TO WHC-AISLE-WEIGHT
           PERFORM SUM-WAREHOUSE-AISLE
              VARYING CPX FROM 1 BY 1 UNTIL CPX > CAP-COUNT

           MOVE SRT-WAREHOUSE TO WBK-WAREHOUSE
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           WRITE RPT-OUT-DATA FROM WS-WH-BREAK-LINE
           WRITE RPT-OUT-DATA FROM WS-CAT-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       SUM-WAREHOUSE-AISLE.
           IF CAP-WAREHOUSE(CPX) = WS-BREAK-WAREHOUSE
              ADD CAP-CUBE(CPX)        TO WHC-CUBE
              ADD CAP-WEIGHT(CPX)      TO WHC-WEIGHT
              ADD CAP-PALLETS(CPX)     TO WHC-PALLETS
              ADD CAP-USED-CUBE(CPX)   TO WHC-AISLE-CUBE
              ADD CAP-USED-WEIGHT(CPX) TO WHC-AISLE-WEIGHT
           END-IF
           .

       FLUSH-CATEGORY.
           IF CAT-GROUP-OPEN
              MOVE 'N' TO SW-CAT-OPEN
              MOVE WS-BREAK-CATEGORY TO CTL-LABEL
              MOVE CAT-PARTS   TO CTL-PARTS
              MOVE CAT-CUBE    TO CTL-CUBE
              MOVE CAT-WEIGHT  TO CTL-WEIGHT
              MOVE CAT-PALLETS TO CTL-PALLETS
              MOVE CAT-VALUE   TO CTL-VALUE
              MOVE CAT-CUBE    TO WS-PCT-USED
              MOVE WHC-CUBE    TO WS-PCT-CAPACITY
              PERFORM RATE-PERCENT-USED
              MOVE WS-PCT-RESULT TO CTL-PCT-CUBE
              MOVE CAT-WEIGHT  TO WS-PCT-USED
              MOVE WHC-WEIGHT  TO WS-PCT-CAPACITY
              PERFORM RATE-PERCENT-USED
              MOVE WS-PCT-RESULT TO CTL-PCT-WEIGHT
              WRITE RPT-OUT-DATA FROM WS-CAT-LINE
              PERFORM CHECK-RPT-WRITE-STATUS

              ADD CAT-PARTS   TO WHT-PARTS
              ADD CAT-CUBE    TO WHT-CUBE
              ADD CAT-WEIGHT  TO WHT-WEIGHT
              ADD CAT-PALLETS TO WHT-PALLETS
              ADD CAT-VALUE   TO WHT-VALUE
           END-IF
           .

       FLUSH-WAREHOUSE.
           IF WH-GROUP-OPEN
              MOVE 'N' TO SW-WH-OPEN
              MOVE 'TOTAL'     TO CTL-LABEL
              MOVE WHT-PARTS   TO CTL-PARTS
              MOVE WHT-CUBE    TO CTL-CUBE
              MOVE WHT-WEIGHT  TO CTL-WEIGHT
              MOVE WHT-PALLETS TO CTL-PALLETS
              MOVE WHT-VALUE   TO CTL-VALUE
              MOVE WHT-CUBE    TO WS-PCT-USED
              MOVE WHC-CUBE    TO WS-PCT-CAPACITY
              PERFORM RATE-PERCENT-USED
              MOVE WS-PCT-RESULT TO CTL-PCT-CUBE
              MOVE WHT-WEIGHT  TO WS-PCT-USED
              MOVE WHC-WEIGHT  TO WS-PCT-CAPACITY
              PERFORM RATE-PERCENT-USED
              MOVE WS-PCT-RESULT TO CTL-PCT-WEIGHT
              WRITE RPT-OUT-DATA FROM WS-CAT-LINE
              PERFORM CHECK-RPT-WRITE-STATUS

              MOVE WHC-CUBE    TO CPL-CUBE
              MOVE WHC-WEIGHT  TO CPL-WEIGHT
              MOVE WHC-PALLETS TO CPL-PALLETS
              WRITE RPT-OUT-DATA FROM WS-CAPACITY-LINE
              PERFORM CHECK-RPT-WRITE-STATUS

              PERFORM WRITE-AISLE-LINE
                 VARYING CPX FROM 1 BY 1 UNTIL CPX > CAP-COUNT
              COMPUTE WS-UNMAPPED-CUBE = WHT-CUBE - WHC-AISLE-CUBE
              COMPUTE WS-UNMAPPED-WEIGHT =
                 WHT-WEIGHT - WHC-AISLE-WEIGHT
              IF WS-UNMAPPED-CUBE NOT = 0
                 OR WS-UNMAPPED-WEIGHT NOT = 0
                 MOVE WS-UNMAPPED-CUBE   TO UML-CUBE
                 MOVE WS-UNMAPPED-WEIGHT TO UML-WEIGHT
                 WRITE RPT-OUT-DATA FROM WS-UNMAPPED-LINE
                 PERFORM CHECK-RPT-WRITE-STATUS
              END-IF
           END-IF
           .

       WRITE-AISLE-LINE.
           IF CAP-WAREHOUSE(CPX) = WS-BREAK-WAREHOUSE
              MOVE CAP-AISLE(CPX)       TO ASL-AISLE
              MOVE CAP-CUBE(CPX)        TO ASL-CUBE-CAP
              MOVE CAP-USED-CUBE(CPX)   TO ASL-CUBE-USED
              MOVE CAP-WEIGHT(CPX)      TO ASL-WT-CAP
              MOVE CAP-USED-WEIGHT(CPX) TO ASL-WT-USED
              MOVE CAP-USED-CUBE(CPX)   TO WS-PCT-USED
              MOVE CAP-CUBE(CPX)        TO WS-PCT-CAPACITY
              PERFORM RATE-PERCENT-USED
              MOVE WS-PCT-RESULT        TO ASL-CUBE-PCT
              MOVE CAP-USED-WEIGHT(CPX) TO WS-PCT-USED
              MOVE CAP-WEIGHT(CPX)      TO WS-PCT-CAPACITY
              PERFORM RATE-PERCENT-USED
              MOVE WS-PCT-RESULT        TO ASL-WT-PCT
              WRITE RPT-OUT-DATA FROM WS-AISLE-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

      *
      *    NO CAPACITY ON FILE PRINTS A ZERO PERCENTAGE; AN
      *    OVERFILLED SPACE SHOWS OVER 100, CAPPED AT 9999.9.
      *
       RATE-PERCENT-USED.
           MOVE 0 TO WS-PCT-RESULT
           IF WS-PCT-CAPACITY > 0
              COMPUTE WS-PCT-RESULT ROUNDED =
                 WS-PCT-USED * 100 / WS-PCT-CAPACITY
                 ON SIZE ERROR
                    MOVE 9999.9 TO WS-PCT-RESULT
              END-COMPUTE
           END-IF
           .

       WRITE-RANK-ENTRY.
           IF RANKED-COUNT < RANK-LIMIT
              ADD 1 TO RANKED-COUNT
              MOVE SRT-PARTNO      TO RNK-PARTNO
              MOVE SRT-DESCR       TO RNK-DESCR
              MOVE SRT-ITEMCAT     TO RNK-ITEMCAT
              MOVE SRT-WAREHOUSE   TO RNK-WAREHOUSE
              MOVE SRT-QOH         TO RNK-QOH
              MOVE SRT-EXT-CUBE    TO RNK-CUBE
              MOVE SRT-ITEM-VALUE  TO RNK-VALUE
              MOVE SRT-CUBE-PER-K  TO RNK-CUBE-PER-K
              MOVE SRT-DAYS-SUPPLY TO RNK-DAYS
              MOVE SRT-BAND        TO RNK-BAND
              WRITE RPT-OUT-DATA FROM WS-RANK-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

       WRITE-NODIM-ENTRY.
           MOVE SRT-PARTNO    TO NDL-PARTNO
           MOVE SRT-DESCR     TO NDL-DESCR
           MOVE SRT-ITEMCAT   TO NDL-ITEMCAT
           MOVE SRT-WAREHOUSE TO NDL-WAREHOUSE
           MOVE SRT-QOH       TO NDL-QOH
           WRITE RPT-OUT-DATA FROM WS-NODIM-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SPR-ERROR-FLAG
              MOVE 'SPR010'         TO MSG-SPR-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-SPR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SPR-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE DIM-DATA-FILE
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'BINREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-BIN-DATA

           IF SPR-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE MEASURED-COUNT TO SUM-MEASURED
           MOVE NODIM-COUNT    TO SUM-NODIM
           MOVE RANKED-COUNT   TO SUM-RANKED
           MOVE CAP-COUNT      TO SUM-AISLES
           DISPLAY WS-SPR-SUMMARY-LINE
           .
