       identification division.
       program-id. CNTUPLD.
      ***
      *** CNTUPLD - scanner count upload. The counters walk the
      *** CNTSCHED sheets with handheld scanners now instead of
      *** pencils, and the scanner export (CASSCAN) is loaded here
      *** rather than keyed. Every scan is checked against CASEIN,
      *** against the CASBINL bin master, and against the sheet
      *** that was actually issued (CASCNTSH); scans of the same
      *** part in the same bin are summed. A part whose every
      *** sheet line was scanned cleanly is written to CASCOUNT in
      *** the CNTSHEET layout, one record per bin, for CNTRECON.
      *** Anything else goes on the exception listing -- a scan of
      *** a part the sheet never carried there, a bin the master
      *** does not know, a sheet line nobody scanned -- and the
      *** part is held off CASCOUNT altogether, since CNTRECON
      *** totals a part's bins and a half-counted part would post
      *** as a shortage. Held parts go back out for a recount.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SCAN-DATA-FILE ASSIGN TO CASSCAN
              FILE STATUS IS SCAN-FILE-STATUS.
           SELECT SHEET-DATA-FILE ASSIGN TO CASCNTSH
              FILE STATUS IS SHEET-FILE-STATUS.
           SELECT CNT-DATA-FILE ASSIGN TO CASCOUNT
              FILE STATUS IS CNT-FILE-STATUS.
           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASUPLRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  SCAN-DATA-FILE.
       01 SCAN-RECORD.
           copy SCANREC.
       FD  SHEET-DATA-FILE.
       01 SHEET-RECORD.
           copy CNTSHEET REPLACING ==CNT-PARTNO== BY ==CSH-PARTNO==
                          ==CNT-COUNTED-QTY== BY ==CSH-COUNTED-QTY==
                        ==CNT-BIN-LOCATION== BY ==CSH-BIN-LOCATION==.
       FD  CNT-DATA-FILE.
       01 CNT-RECORD.
           copy CNTSHEET.
       FD  BIN-DATA-FILE.
       01 BIN-REC.
           05 FD-BIN-KEY        PIC X(15).
           05 FILLER            PIC X(65).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    THE ISSUED SHEET LINES AND THE SCANS ARE RELEASED TO ONE
      *    SORT ON PART AND BIN, THE SHEET LINE AHEAD OF ITS SCANS,
      *    SO EACH BIN ARRIVES AS ITS SHEET LINE (IF IT HAD ONE)
      *    FOLLOWED BY EVERY SCAN OF IT IN TIME ORDER. A SCAN THAT
      *    FAILED THE CASEIN OR CASBINL CHECK CARRIES ITS REJECT
      *    CODE THROUGH THE SORT SO IT LISTS WITH ITS PART.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-BIN-LOCATION  PIC X(06).
           05 SRT-SOURCE        PIC X(01).
               88 SRT-FROM-SHEET    VALUE '1'.
               88 SRT-FROM-SCAN     VALUE '2'.
           05 SRT-SCAN-DATE     PIC 9(08).
           05 SRT-SCAN-TIME     PIC 9(06).
           05 SRT-COUNTER-ID    PIC X(08).
           05 SRT-QTY           PIC 9(05).
           05 SRT-REJECT        PIC X(01).
               88 SRT-SCAN-OK       VALUE ' '.
               88 SRT-BAD-SCAN      VALUE 'Q'.
               88 SRT-UNKNOWN-PART  VALUE 'P'.
               88 SRT-UNKNOWN-BIN   VALUE 'B'.
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-BIN-REC.
       copy BINDETL.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-SCAN-EOF         PIC X(01) VALUE 'N'.
           88 SCAN-AT-EOF         VALUE 'Y'.
       01 SW-SHEET-EOF        PIC X(01) VALUE 'N'.
           88 SHEET-AT-EOF        VALUE 'Y'.
       01 SCAN-FILE-STATUS    PIC X(02).
       01 SHEET-FILE-STATUS   PIC X(02).
       01 CNT-FILE-STATUS     PIC X(02).
       01 BIN-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 UPL-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 UPL-ERROR-FOUND     VALUE 'Y'.
       01 SW-SCAN-FILE-OPEN   PIC X(01) VALUE 'N'.
           88 SCAN-FILE-IS-OPEN   VALUE 'Y'.
       01 SW-SHEET-FILE-OPEN  PIC X(01) VALUE 'N'.
           88 SHEET-FILE-IS-OPEN  VALUE 'Y'.
       01 SW-BIN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 BIN-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-UPL-OPEN-MSG.
           05 MSG-UPL-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-UPL-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
      *
      *    THE PART BEING ASSEMBLED FROM THE SORT -- ITS SHEET BINS
      *    AND THE SUMMED SCAN QUANTITY OF EACH. TWENTY LOCATIONS IS
      *    THE SAME CEILING CNTRECON TOTALS A PART ACROSS.
      *
       01 WS-CURRENT-PARTNO   PIC X(09).
       01 WS-CURRENT-BIN      PIC X(06).
       01 SW-PART-ON-SHEET    PIC X(01).
           88 PART-ON-SHEET       VALUE 'Y'.
       01 SW-PART-HELD        PIC X(01).
           88 PART-HELD           VALUE 'Y'.
       01 SW-BIN-ON-SHEET     PIC X(01).
           88 BIN-ON-SHEET        VALUE 'Y'.
       01 WS-BIN-SCAN-QTY     PIC 9(05).
       01 WS-BIN-SCAN-COUNT   PIC 9(05).
       01 WS-UPLOAD-BIN-TABLE.
           05 WS-UPLOAD-BIN-ENTRY OCCURS 20 TIMES.
              10 UBN-LOCATION    PIC X(06).
              10 UBN-QTY         PIC 9(05).
       01 UPLOAD-BIN-COUNT    PIC 9(02).
       01 UBN-SUB             PIC 9(02).
       01 SCAN-READ-COUNT     PIC 9(07) VALUE 0.
       01 SCAN-REJECT-COUNT   PIC 9(07) VALUE 0.
       01 SHEET-LINE-COUNT    PIC 9(07) VALUE 0.
       01 PARTS-UPLOADED      PIC 9(07) VALUE 0.
       01 PARTS-HELD          PIC 9(07) VALUE 0.
       01 COUNT-LINES-WRITTEN PIC 9(07) VALUE 0.
       01 EXCEPTION-COUNT     PIC 9(07) VALUE 0.
       01 WS-EXC-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'BIN     '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'COUNTER '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(15)  VALUE 'SCANNED AT     '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'EXCEPTION'.
           05                  PIC X(44)  VALUE SPACES.
       01 WS-EXC-LINE.
           05                  PIC X      VALUE SPACES.
           05 EXC-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 EXC-BIN-LOC      PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-COUNTER-ID   PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-SCAN-DATE    PIC X(08).
           05                  PIC X(01)  VALUE SPACES.
           05 EXC-SCAN-TIME    PIC X(06).
           05                  PIC X(02)  VALUE SPACES.
           05 EXC-QTY          PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 EXC-REASON       PIC X(30).
           05                  PIC X(44)  VALUE SPACES.
       01 WS-UPL-SUMMARY-LINE.
           05 FILLER          PIC X(15) VALUE 'SCANS READ:    '.
           05 SUM-SCAN-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'REJECTED: '.
           05 SUM-REJECT-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'PARTS UPLOADED: '.
           05 SUM-UPLOAD-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'HELD: '.
           05 SUM-HELD-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'COUNT LINES: '.
           05 SUM-LINE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'SHEET LINES: '.
           05 SUM-SHEET-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'UPL001: Starting program'
           PERFORM INITIALIZATION

           IF NOT UPL-ERROR-FOUND
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-PARTNO SRT-BIN-LOCATION
                    SRT-SOURCE SRT-SCAN-DATE SRT-SCAN-TIME
                 INPUT PROCEDURE IS RELEASE-SHEET-AND-SCANS
                 OUTPUT PROCEDURE IS UPLOAD-COUNTED-PARTS
           END-IF

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'UPL999: All done'
           GOBACK
           .

      ***
      *** without the scans, the issued sheet, the bin master, or
      *** somewhere to put the counts there is nothing safe to
      *** upload -- the run stops short of the sort and CASCOUNT
      *** is left empty rather than half-built.
      ***
       INITIALIZATION.
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           IF IO-ERROR-FOUND
              MOVE 'Y'               TO UPL-ERROR-FLAG
              MOVE 'UPL014'          TO MSG-UPL-OPEN-CODE
              MOVE IO-ERROR-STATUS   TO MSG-UPL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-UPL-OPEN-MSG
           END-IF

           OPEN INPUT SCAN-DATA-FILE
           IF SCAN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SCAN-FILE-OPEN
           ELSE
              MOVE 'Y'               TO UPL-ERROR-FLAG
              MOVE 'UPL009'          TO MSG-UPL-OPEN-CODE
              MOVE SCAN-FILE-STATUS  TO MSG-UPL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-UPL-OPEN-MSG
           END-IF

           OPEN INPUT SHEET-DATA-FILE
           IF SHEET-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SHEET-FILE-OPEN
           ELSE
              MOVE 'Y'               TO UPL-ERROR-FLAG
              MOVE 'UPL010'          TO MSG-UPL-OPEN-CODE
              MOVE SHEET-FILE-STATUS TO MSG-UPL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-UPL-OPEN-MSG
           END-IF

           OPEN INPUT BIN-DATA-FILE
           IF BIN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-BIN-FILE-OPEN
           ELSE
              MOVE 'Y'               TO UPL-ERROR-FLAG
              MOVE 'UPL013'          TO MSG-UPL-OPEN-CODE
              MOVE BIN-FILE-STATUS   TO MSG-UPL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-UPL-OPEN-MSG
           END-IF

           OPEN OUTPUT CNT-DATA-FILE
           IF CNT-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO UPL-ERROR-FLAG
              MOVE 'UPL011'          TO MSG-UPL-OPEN-CODE
              MOVE CNT-FILE-STATUS   TO MSG-UPL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-UPL-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-EXC-HEADING
           .

       RELEASE-SHEET-AND-SCANS.
           MOVE 'N' TO SW-SHEET-EOF
           READ SHEET-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-SHEET-EOF
           END-READ
           PERFORM RELEASE-SHEET-LINE UNTIL SHEET-AT-EOF

           MOVE 'N' TO SW-SCAN-EOF
           READ SCAN-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-SCAN-EOF
           END-READ
           PERFORM RELEASE-ONE-SCAN UNTIL SCAN-AT-EOF
           .

       RELEASE-SHEET-LINE.
           ADD 1 TO SHEET-LINE-COUNT
           MOVE SPACES           TO SORT-RECORD
           MOVE CSH-PARTNO       TO SRT-PARTNO
           MOVE CSH-BIN-LOCATION TO SRT-BIN-LOCATION
           MOVE '1'              TO SRT-SOURCE
           MOVE 0                TO SRT-SCAN-DATE
           MOVE 0                TO SRT-SCAN-TIME
           MOVE 0                TO SRT-QTY
           RELEASE SORT-RECORD

           READ SHEET-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-SHEET-EOF
           END-READ
           .

       RELEASE-ONE-SCAN.
           ADD 1 TO SCAN-READ-COUNT
           MOVE SPACES           TO SORT-RECORD
           MOVE SCN-PARTNO       TO SRT-PARTNO
           MOVE SCN-BIN-LOCATION TO SRT-BIN-LOCATION
           MOVE '2'              TO SRT-SOURCE
           MOVE SCN-COUNTER-ID   TO SRT-COUNTER-ID
           IF SCN-SCAN-DATE IS NUMERIC
              MOVE SCN-SCAN-DATE TO SRT-SCAN-DATE
           ELSE
              MOVE 0             TO SRT-SCAN-DATE
           END-IF
           IF SCN-SCAN-TIME IS NUMERIC
              MOVE SCN-SCAN-TIME TO SRT-SCAN-TIME
           ELSE
              MOVE 0             TO SRT-SCAN-TIME
           END-IF
           IF SCN-QTY IS NUMERIC
              MOVE SCN-QTY       TO SRT-QTY
           ELSE
              MOVE 0             TO SRT-QTY
           END-IF

           PERFORM CHECK-ONE-SCAN
           IF NOT SRT-SCAN-OK
              ADD 1 TO SCAN-REJECT-COUNT
           END-IF
           RELEASE SORT-RECORD

           READ SCAN-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-SCAN-EOF
           END-READ
           .

      ***
      *** a scan must carry a part label and a keyed quantity, the
      *** part must be on CASEIN, and the bin must be one CASBINL
      *** holds the part in. a blank bin only stands for a part
      *** with no locations at all -- a binned part scanned without
      *** its bin label cannot be placed.
      ***
       CHECK-ONE-SCAN.
           EVALUATE TRUE
              WHEN SCN-PARTNO = SPACES
                 MOVE 'Q' TO SRT-REJECT
              WHEN SCN-QTY IS NOT NUMERIC
                 MOVE 'Q' TO SRT-REJECT
              WHEN OTHER
                 MOVE SCN-PARTNO TO LOOKUP-PARTNO
                 CALL 'GETREC' USING
                 BY CONTENT '3'
                 BY REFERENCE IN-DATA
                 MOVE 0 TO RETURN-CODE
                 IF LOOKUP-FOUND
                    PERFORM CHECK-SCAN-BIN
                 ELSE
                    MOVE 'P' TO SRT-REJECT
                 END-IF
           END-EVALUATE
           .

       CHECK-SCAN-BIN.
           MOVE SPACES           TO WS-BIN-REC
           MOVE SCN-PARTNO       TO BIN-PARTNO
           MOVE SCN-BIN-LOCATION TO BIN-LOCATION
           MOVE BIN-KEY          TO FD-BIN-KEY
           IF SCN-BIN-LOCATION = SPACES
              START BIN-DATA-FILE KEY >= FD-BIN-KEY
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    READ BIN-DATA-FILE NEXT RECORD INTO WS-BIN-REC
                       AT END
                          CONTINUE
                       NOT AT END
                          IF BIN-PARTNO = SCN-PARTNO
                             MOVE 'B' TO SRT-REJECT
                          END-IF
                    END-READ
              END-START
           ELSE
              READ BIN-DATA-FILE INTO WS-BIN-REC
                 INVALID KEY
                    MOVE 'B' TO SRT-REJECT
              END-READ
           END-IF
           .

       UPLOAD-COUNTED-PARTS.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM UPLOAD-ONE-PART UNTIL SORT-AT-EOF
           .

       UPLOAD-ONE-PART.
           MOVE SRT-PARTNO TO WS-CURRENT-PARTNO
           MOVE 'N'        TO SW-PART-ON-SHEET
           MOVE 'N'        TO SW-PART-HELD
           MOVE 0          TO UPLOAD-BIN-COUNT

           PERFORM TAKE-ONE-BIN
              UNTIL SORT-AT-EOF
                 OR SRT-PARTNO NOT = WS-CURRENT-PARTNO

           PERFORM FINISH-PART
           .

       TAKE-ONE-BIN.
           MOVE SRT-BIN-LOCATION TO WS-CURRENT-BIN
           MOVE 'N'              TO SW-BIN-ON-SHEET
           MOVE 0                TO WS-BIN-SCAN-QTY
           MOVE 0                TO WS-BIN-SCAN-COUNT

           PERFORM TAKE-ONE-ENTRY
              UNTIL SORT-AT-EOF
                 OR SRT-PARTNO NOT = WS-CURRENT-PARTNO
                 OR SRT-BIN-LOCATION NOT = WS-CURRENT-BIN

           PERFORM FINISH-BIN
           .

      ***
      *** the sheet line sorts ahead of its scans, so by the time a
      *** scan is taken the bin is already known to be on the
      *** sheet or not. every exception holds the whole part.
      ***
       TAKE-ONE-ENTRY.
           EVALUATE TRUE
              WHEN SRT-FROM-SHEET
                 MOVE 'Y' TO SW-BIN-ON-SHEET
                 MOVE 'Y' TO SW-PART-ON-SHEET
              WHEN SRT-BAD-SCAN
                 MOVE 'INVALID SCAN RECORD' TO EXC-REASON
                 PERFORM WRITE-SCAN-EXCEPTION
              WHEN SRT-UNKNOWN-PART
                 MOVE 'PART NOT ON CASEIN' TO EXC-REASON
                 PERFORM WRITE-SCAN-EXCEPTION
              WHEN SRT-UNKNOWN-BIN
                 MOVE 'BIN NOT ON BIN MASTER' TO EXC-REASON
                 PERFORM WRITE-SCAN-EXCEPTION
              WHEN NOT BIN-ON-SHEET
                 MOVE 'NOT ON COUNT SHEET' TO EXC-REASON
                 PERFORM WRITE-SCAN-EXCEPTION
              WHEN OTHER
                 ADD 1 TO WS-BIN-SCAN-COUNT
                 ADD SRT-QTY TO WS-BIN-SCAN-QTY
                    ON SIZE ERROR
                       MOVE 'BIN TOTAL OVER 99999' TO EXC-REASON
                       PERFORM WRITE-SCAN-EXCEPTION
                 END-ADD
           END-EVALUATE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       FINISH-BIN.
           IF BIN-ON-SHEET
              EVALUATE TRUE
                 WHEN WS-BIN-SCAN-COUNT = 0
                    MOVE 'SCHEDULED - NOT SCANNED' TO EXC-REASON
                    PERFORM WRITE-SHEET-EXCEPTION
                 WHEN UPLOAD-BIN-COUNT NOT < 20
                    MOVE 'MORE THAN 20 BINS' TO EXC-REASON
                    PERFORM WRITE-SHEET-EXCEPTION
                 WHEN OTHER
                    ADD 1 TO UPLOAD-BIN-COUNT
                    MOVE WS-CURRENT-BIN
                       TO UBN-LOCATION(UPLOAD-BIN-COUNT)
                    MOVE WS-BIN-SCAN-QTY
                       TO UBN-QTY(UPLOAD-BIN-COUNT)
              END-EVALUATE
           END-IF
           .

      ***
      *** a part only reaches CASCOUNT whole. a held part that was
      *** on the sheet gets a closing line so the recount list can
      *** be read straight off the listing.
      ***
       FINISH-PART.
           IF PART-ON-SHEET
              IF PART-HELD
                 ADD 1 TO PARTS-HELD
                 MOVE WS-CURRENT-PARTNO     TO EXC-PART-NUM
                 MOVE SPACES                TO EXC-BIN-LOC
                 MOVE SPACES                TO EXC-COUNTER-ID
                 MOVE SPACES                TO EXC-SCAN-DATE
                 MOVE SPACES                TO EXC-SCAN-TIME
                 MOVE 0                     TO EXC-QTY
                 MOVE 'PART HELD - RECOUNT' TO EXC-REASON
                 WRITE RPT-OUT-DATA FROM WS-EXC-LINE
              ELSE
                 ADD 1 TO PARTS-UPLOADED
                 PERFORM WRITE-ONE-COUNT-LINE
                    VARYING UBN-SUB FROM 1 BY 1
                    UNTIL UBN-SUB > UPLOAD-BIN-COUNT
              END-IF
           END-IF
           .

       WRITE-ONE-COUNT-LINE.
           MOVE SPACES                 TO CNT-RECORD
           MOVE WS-CURRENT-PARTNO      TO CNT-PARTNO
           MOVE UBN-QTY(UBN-SUB)       TO CNT-COUNTED-QTY
           MOVE UBN-LOCATION(UBN-SUB)  TO CNT-BIN-LOCATION
           WRITE CNT-RECORD
           IF CNT-FILE-STATUS = '00'
              ADD 1 TO COUNT-LINES-WRITTEN
           ELSE
              MOVE 'Y'               TO UPL-ERROR-FLAG
              MOVE 'UPL012'          TO MSG-UPL-OPEN-CODE
              MOVE CNT-FILE-STATUS   TO MSG-UPL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-UPL-OPEN-MSG
           END-IF
           .

       WRITE-SCAN-EXCEPTION.
           MOVE 'Y'              TO SW-PART-HELD
           MOVE SRT-PARTNO       TO EXC-PART-NUM
           MOVE SRT-BIN-LOCATION TO EXC-BIN-LOC
           IF SRT-BIN-LOCATION = SPACES
              MOVE 'NO BIN  '    TO EXC-BIN-LOC
           END-IF
           MOVE SRT-COUNTER-ID   TO EXC-COUNTER-ID
           MOVE SRT-SCAN-DATE    TO EXC-SCAN-DATE
           MOVE SRT-SCAN-TIME    TO EXC-SCAN-TIME
           MOVE SRT-QTY          TO EXC-QTY
           WRITE RPT-OUT-DATA FROM WS-EXC-LINE
           ADD 1 TO EXCEPTION-COUNT
           .

       WRITE-SHEET-EXCEPTION.
           MOVE 'Y'               TO SW-PART-HELD
           MOVE WS-CURRENT-PARTNO TO EXC-PART-NUM
           MOVE WS-CURRENT-BIN    TO EXC-BIN-LOC
           IF WS-CURRENT-BIN = SPACES
              MOVE 'NO BIN  '     TO EXC-BIN-LOC
           END-IF
           MOVE SPACES            TO EXC-COUNTER-ID
           MOVE SPACES            TO EXC-SCAN-DATE
           MOVE SPACES            TO EXC-SCAN-TIME
           MOVE 0                 TO EXC-QTY
           WRITE RPT-OUT-DATA FROM WS-EXC-LINE
           ADD 1 TO EXCEPTION-COUNT
           .

       TERMINATION.
           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF SCAN-FILE-IS-OPEN
              CLOSE SCAN-DATA-FILE
           END-IF
           IF SHEET-FILE-IS-OPEN
              CLOSE SHEET-DATA-FILE
           END-IF
           IF BIN-FILE-IS-OPEN
              CLOSE BIN-DATA-FILE
           END-IF
           CLOSE CNT-DATA-FILE
           CLOSE RPT-DATA-FILE

           EVALUATE TRUE
              WHEN UPL-ERROR-FOUND
                 MOVE 16 TO RETURN-CODE
              WHEN EXCEPTION-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE SCAN-READ-COUNT     TO SUM-SCAN-COUNT
           MOVE SCAN-REJECT-COUNT   TO SUM-REJECT-COUNT
           MOVE PARTS-UPLOADED      TO SUM-UPLOAD-COUNT
           MOVE PARTS-HELD          TO SUM-HELD-COUNT
           MOVE COUNT-LINES-WRITTEN TO SUM-LINE-COUNT
           MOVE SHEET-LINE-COUNT    TO SUM-SHEET-COUNT
           DISPLAY WS-UPL-SUMMARY-LINE
           .
