       identification division.
       program-id. ENRXTRCT.
      ***
      *** ENRXTRCT - nightly enriched CASEIN snapshot. Runs once
      *** posting has closed and before the reporting half of the
      *** stream. OVRSTOCK, ABCRANK, CATWHSUM, REOREXC, DISCEXC,
      *** HAZRPT, OBSRSRV, POCOMMIT and MAIN each used to read the
      *** whole master and repeat the same per-part lookups; this
      *** step does the lookups once and writes every CASEIN record
      *** to CASENRCH together with its open-PO quantity, earliest
      *** due and shipment ETA (OPOREC), open reservations
      *** (ALOCREC), quarantine (QUAREC), consignment (CNSREC),
      *** forward daily usage (FCSTREC), pick face (BINREC), ABC
      *** class (CASABCX) and category description (CATREC).
      *** A header record carries the build date and time, which
      *** GETREC turns into the source line the reports print, so
      *** every report of the night names the same snapshot. The
      *** CASEIN '999999999' trailer is copied last as a 'T'
      *** record so readers balance exactly as they do on the
      *** master.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT ENR-DATA-FILE ASSIGN TO CASENRCH
              FILE STATUS IS ENR-FILE-STATUS.
           SELECT ABCX-DATA-FILE ASSIGN TO CASABCX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-ABX-PARTNO
              FILE STATUS IS ABCX-FILE-STATUS.
       data division.
       file section.
       FD  ENR-DATA-FILE.
       01 ENR-DATA-RECORD     PIC X(200).
       FD  ABCX-DATA-FILE.
       01 ABCX-REC.
           05 FD-ABX-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-ENR-RECORD.
       copy ENRSNAP.
       01 WS-ABCX-REC.
       copy ABCCLAS.
       01 WS-CAT-MAST-DATA    PIC X(80).
       01 WS-CAT-MAST-FIELDS REDEFINES WS-CAT-MAST-DATA.
       copy CATMAST.
       01 WS-OPO-DATA         PIC X(80).
       01 WS-ALLOC-DATA       PIC X(80).
       01 WS-QUA-DATA         PIC X(80).
       01 WS-CNS-DATA         PIC X(80).
       01 WS-FCS-DATA         PIC X(80).
       01 WS-BIN-DATA         PIC X(80).
       01 ENR-FILE-STATUS     PIC X(02).
       01 ABCX-FILE-STATUS    PIC X(02).
       01 SW-ABCX-FILE-OPEN   PIC X(01) VALUE 'N'.
           88 ABCX-FILE-IS-OPEN   VALUE 'Y'.
       01 ENX-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 ENX-ERROR-FOUND     VALUE 'Y'.
       01 WS-ENX-OPEN-MSG.
           05 MSG-ENX-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-ENX-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 TRAILER-COUNT       PIC 9(07) EXTERNAL.
       01 TRAILER-SEEN-FLAG   PIC X(01) EXTERNAL.
           88 TRAILER-WAS-SEEN     VALUE 'Y'.
       01 OPO-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 OPO-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 OPO-FOUND           VALUE 'Y'.
       01 OPO-EARLIEST-DUE    PIC 9(08) EXTERNAL.
       01 OPO-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 OPO-SHIPPED-FLAG    PIC X(01) EXTERNAL.
           88 OPO-IS-SHIPPED      VALUE 'Y'.
       01 OPO-ETA-DATE        PIC 9(08) EXTERNAL.
       01 OPO-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 OPO-IO-ERROR-FOUND  VALUE 'Y'.
       01 OPO-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 ALC-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 ALC-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 ALC-FOUND           VALUE 'Y'.
       01 ALC-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 ALC-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 ALC-IO-ERROR-FOUND  VALUE 'Y'.
       01 ALC-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 QUA-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 QUA-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 QUA-FOUND           VALUE 'Y'.
       01 QUA-HELD-QTY        PIC 9(05) EXTERNAL.
       01 QUA-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 QUA-IO-ERROR-FOUND  VALUE 'Y'.
       01 QUA-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 CNS-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 CNS-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CNS-FOUND           VALUE 'Y'.
       01 CNS-ONHAND-QTY      PIC 9(07) EXTERNAL.
       01 CNS-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CNS-IO-ERROR-FOUND  VALUE 'Y'.
       01 CNS-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 FCS-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 FCS-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 FCS-FOUND           VALUE 'Y'.
       01 FCS-DAILY-USAGE-OUT PIC 9(03) EXTERNAL.
       01 FCS-ERROR-PCT-OUT   PIC 9(03) EXTERNAL.
       01 FCS-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 FCS-IO-ERROR-FOUND  VALUE 'Y'.
       01 FCS-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 BIN-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 BIN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 BIN-FOUND           VALUE 'Y'.
       01 BIN-AISLE-OUT       PIC X(02) EXTERNAL.
       01 BIN-BAY-OUT         PIC X(02) EXTERNAL.
       01 BIN-LEVEL-OUT       PIC X(02) EXTERNAL.
       01 BIN-LOCATION-DISPLAY PIC X(08) EXTERNAL.
       01 BIN-LOC-TYPE-OUT    PIC X(01) EXTERNAL.
       01 BIN-QTY-OUT         PIC 9(05) EXTERNAL.
       01 BIN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 BIN-IO-ERROR-FOUND  VALUE 'Y'.
       01 BIN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 CAT-LOOKUP-CODE     PIC X(03) EXTERNAL.
       01 CAT-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CAT-FOUND           VALUE 'Y'.
       01 CAT-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CAT-IO-ERROR-FOUND  VALUE 'Y'.
       01 CAT-IO-ERROR-STATUS PIC X(02) EXTERNAL.
      *
      *    CASEIN IS IN PART ORDER, NOT CATEGORY ORDER, BUT RUNS OF
      *    ONE CATEGORY ARE COMMON -- THE LAST CATMAST ANSWER IS
      *    KEPT AND ONLY LOOKED UP AGAIN WHEN THE CODE CHANGES.
      *
       01 WS-LAST-CAT-CODE    PIC X(03) VALUE HIGH-VALUES.
       01 WS-LAST-CAT-FOUND   PIC X(01) VALUE 'N'.
       01 WS-LAST-CAT-DESCR   PIC X(30) VALUE SPACES.
       01 WS-LAST-CAT-METHOD  PIC X(01) VALUE SPACE.
       01 WS-TRAILER-KEY      PIC X(09) VALUE '999999999'.
       01 TODAY-DATE          PIC 9(08).
       01 BUILD-TIME          PIC 9(08).
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 OPO-PART-COUNT      PIC 9(07) VALUE 0.
       01 ALC-PART-COUNT      PIC 9(07) VALUE 0.
       01 BIN-PART-COUNT      PIC 9(07) VALUE 0.
       01 WS-ENX-SUMMARY-LINE.
           05 FILLER          PIC X(15) VALUE 'PARTS WRITTEN: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'OPEN POS: '.
           05 SUM-OPO-PART-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(10) VALUE 'RESERVED: '.
           05 SUM-ALC-PART-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'BINNED: '.
           05 SUM-BIN-PART-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'ENX001: Starting program'
           PERFORM INITIALIZATION

           IF NOT ENX-ERROR-FOUND
              PERFORM WRITE-SNAPSHOT-HEADER
              CALL 'GETREC' USING
              BY CONTENT '2'
              BY REFERENCE IN-DATA
              PERFORM ENRICH-ONE-PART UNTIL RETURN-CODE = 4
              MOVE 0 TO RETURN-CODE
              PERFORM WRITE-SNAPSHOT-TRAILER
           END-IF

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'ENX999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT BUILD-TIME FROM TIME

      *    THE SNAPSHOT IS THE WHOLE MASTER -- NO SELECTION.
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           IF IO-ERROR-FOUND
              MOVE 'Y'             TO ENX-ERROR-FLAG
              MOVE 'ENX002'        TO MSG-ENX-OPEN-CODE
              MOVE IO-ERROR-STATUS TO MSG-ENX-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ENX-OPEN-MSG
           END-IF

           CALL 'OPOREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-OPO-DATA

           CALL 'ALOCREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'QUAREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-QUA-DATA

           CALL 'CNSREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CNS-DATA

           CALL 'FCSTREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-FCS-DATA

           CALL 'BINREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-BIN-DATA

           CALL 'CATREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CAT-MAST-DATA
           MOVE 0 TO RETURN-CODE

      *    NO CLASS FILE YET (FIRST NIGHT BEFORE ABCRANK HAS RUN)
      *    LEAVES THE CLASS BLANK RATHER THAN STOPPING THE STREAM.
           OPEN INPUT ABCX-DATA-FILE
           IF ABCX-FILE-STATUS = '00'
              MOVE 'Y' TO SW-ABCX-FILE-OPEN
           ELSE
              MOVE 'ENX006'         TO MSG-ENX-OPEN-CODE
              MOVE ABCX-FILE-STATUS TO MSG-ENX-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-ENX-OPEN-MSG
           END-IF

           OPEN OUTPUT ENR-DATA-FILE
           IF ENR-FILE-STATUS NOT = '00'
              MOVE 'Y'             TO ENX-ERROR-FLAG
              MOVE 'ENX003'        TO MSG-ENX-OPEN-CODE
              MOVE ENR-FILE-STATUS TO MSG-ENX-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ENX-OPEN-MSG
           END-IF
           .

       WRITE-SNAPSHOT-HEADER.
           MOVE SPACES     TO WS-ENR-RECORD
           MOVE 'H'        TO ENR-REC-TYPE
           MOVE TODAY-DATE TO ENR-HDR-BUILD-DATE
           MOVE BUILD-TIME TO ENR-HDR-BUILD-TIME
           MOVE 'CASEIN'   TO ENR-HDR-SOURCE
           WRITE ENR-DATA-RECORD FROM WS-ENR-RECORD
           PERFORM CHECK-ENR-WRITE-STATUS
           .

      ***
      *** one detail per master record -- every lookup is asked
      *** exactly as the reporting programs ask it, so a reader
      *** served from the snapshot sees the same answers it would
      *** have got from the files tonight.
      ***
       ENRICH-ONE-PART.
           ADD 1 TO PART-COUNT
           MOVE SPACES  TO WS-ENR-RECORD
           MOVE 'D'     TO ENR-REC-TYPE
           MOVE IN-DATA TO ENR-CASEIN-IMAGE

           MOVE I-PARTNO TO OPO-LOOKUP-PARTNO
           CALL 'OPOREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-OPO-DATA
           MOVE 0 TO RETURN-CODE
           MOVE OPO-RESULT-FLAG  TO ENR-OPO-FOUND
           MOVE OPO-OPEN-QTY     TO ENR-OPO-OPEN-QTY
           MOVE OPO-EARLIEST-DUE TO ENR-OPO-EARLIEST-DUE
           MOVE OPO-SHIPPED-FLAG TO ENR-OPO-SHIPPED
           MOVE OPO-ETA-DATE     TO ENR-OPO-ETA-DATE
           IF OPO-FOUND
              ADD 1 TO OPO-PART-COUNT
           END-IF

           MOVE I-PARTNO TO ALC-LOOKUP-PARTNO
           CALL 'ALOCREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-ALLOC-DATA
           MOVE 0 TO RETURN-CODE
           MOVE ALC-RESULT-FLAG TO ENR-ALC-FOUND
           MOVE ALC-OPEN-QTY    TO ENR-ALC-OPEN-QTY
           IF ALC-FOUND
              ADD 1 TO ALC-PART-COUNT
           END-IF

           MOVE I-PARTNO TO QUA-LOOKUP-PARTNO
           CALL 'QUAREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-QUA-DATA
           MOVE 0 TO RETURN-CODE
           MOVE QUA-RESULT-FLAG TO ENR-QUA-FOUND
           MOVE QUA-HELD-QTY    TO ENR-QUA-HELD-QTY

           MOVE I-PARTNO TO CNS-LOOKUP-PARTNO
           CALL 'CNSREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-CNS-DATA
           MOVE 0 TO RETURN-CODE
           MOVE CNS-RESULT-FLAG TO ENR-CNS-FOUND
           MOVE CNS-ONHAND-QTY  TO ENR-CNS-ONHAND-QTY

           MOVE I-PARTNO TO FCS-LOOKUP-PARTNO
           CALL 'FCSTREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-FCS-DATA
           MOVE 0 TO RETURN-CODE
           MOVE FCS-RESULT-FLAG     TO ENR-FCS-FOUND
           MOVE FCS-DAILY-USAGE-OUT TO ENR-FCS-DAILY-USAGE
           MOVE FCS-ERROR-PCT-OUT   TO ENR-FCS-ERROR-PCT

           MOVE I-PARTNO TO BIN-LOOKUP-PARTNO
           CALL 'BINREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-BIN-DATA
           MOVE 0 TO RETURN-CODE
           MOVE BIN-RESULT-FLAG  TO ENR-BIN-FOUND
           MOVE BIN-AISLE-OUT    TO ENR-BIN-AISLE
           MOVE BIN-BAY-OUT      TO ENR-BIN-BAY
           MOVE BIN-LEVEL-OUT    TO ENR-BIN-LEVEL
           MOVE BIN-LOC-TYPE-OUT TO ENR-BIN-LOC-TYPE
           MOVE BIN-QTY-OUT      TO ENR-BIN-QTY
           IF BIN-FOUND
              ADD 1 TO BIN-PART-COUNT
           END-IF

           IF ABCX-FILE-IS-OPEN
              MOVE I-PARTNO TO FD-ABX-PARTNO
              READ ABCX-DATA-FILE INTO WS-ABCX-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE ABX-CLASS TO ENR-ABC-CLASS
              END-READ
           END-IF

           IF I-ITEMCAT NOT = WS-LAST-CAT-CODE
              PERFORM LOOKUP-PART-CATEGORY
           END-IF
           MOVE WS-LAST-CAT-FOUND  TO ENR-CAT-FOUND
           MOVE WS-LAST-CAT-DESCR  TO ENR-CAT-DESCR
           MOVE WS-LAST-CAT-METHOD TO ENR-CAT-COST-METHOD

           WRITE ENR-DATA-RECORD FROM WS-ENR-RECORD
           PERFORM CHECK-ENR-WRITE-STATUS

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       LOOKUP-PART-CATEGORY.
           MOVE I-ITEMCAT TO WS-LAST-CAT-CODE
           MOVE 'N'       TO WS-LAST-CAT-FOUND
           MOVE SPACES    TO WS-LAST-CAT-DESCR
           MOVE SPACE     TO WS-LAST-CAT-METHOD
           MOVE I-ITEMCAT TO CAT-LOOKUP-CODE
           CALL 'CATREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-CAT-MAST-DATA
           MOVE 0 TO RETURN-CODE
           IF CAT-FOUND
              MOVE 'Y'             TO WS-LAST-CAT-FOUND
              MOVE CAT-DESCR       TO WS-LAST-CAT-DESCR
              MOVE CAT-COST-METHOD TO WS-LAST-CAT-METHOD
           END-IF
           .

      ***
      *** the master's own trailer goes across unchanged, so a
      *** reader of the snapshot sees the same count and the same
      *** missing-trailer warning it would see on CASEIN.
      ***
       WRITE-SNAPSHOT-TRAILER.
           IF TRAILER-WAS-SEEN
              MOVE SPACES         TO IN-DATA
              MOVE WS-TRAILER-KEY TO I-PARTNO
              MOVE TRAILER-COUNT  TO I-QOH
              MOVE SPACES         TO WS-ENR-RECORD
              MOVE 'T'            TO ENR-REC-TYPE
              MOVE IN-DATA        TO ENR-CASEIN-IMAGE
              WRITE ENR-DATA-RECORD FROM WS-ENR-RECORD
              PERFORM CHECK-ENR-WRITE-STATUS
           ELSE
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT
                   Z'ENX005 CASEIN TRAILER NOT FOUND - NONE COPIED'
           END-IF
           .

       CHECK-ENR-WRITE-STATUS.
           IF ENR-FILE-STATUS NOT = '00'
              MOVE 'Y'             TO ENX-ERROR-FLAG
              MOVE 'ENX004'        TO MSG-ENX-OPEN-CODE
              MOVE ENR-FILE-STATUS TO MSG-ENX-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-ENX-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE ENR-DATA-FILE
           IF ABCX-FILE-IS-OPEN
              CLOSE ABCX-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'OPOREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-OPO-DATA

           CALL 'ALOCREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'QUAREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-QUA-DATA

           CALL 'CNSREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CNS-DATA

           CALL 'FCSTREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-FCS-DATA

           CALL 'BINREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-BIN-DATA

           CALL 'CATREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CAT-MAST-DATA

           MOVE 0 TO RETURN-CODE
           IF ENX-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT     TO SUM-PART-COUNT
           MOVE OPO-PART-COUNT TO SUM-OPO-PART-COUNT
           MOVE ALC-PART-COUNT TO SUM-ALC-PART-COUNT
           MOVE BIN-PART-COUNT TO SUM-BIN-PART-COUNT
           DISPLAY WS-ENX-SUMMARY-LINE
           .
