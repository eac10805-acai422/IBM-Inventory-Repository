       identification division.
       program-id. VMIFEED.
      ***
      *** VMIFEED - vendor-managed inventory stock-status feed.
      *** A vendor flagged VND-VMI-FLAG 'Y' on VENDMAST replenishes
      *** its own lines from what we send it instead of waiting on
      *** our buyers, and VENDPO stops suggesting buys for those
      *** parts so nothing is ordered twice. The nightly pass over
      *** CASEIN picks up every part carrying a VMI vendor's
      *** I-VENDOR-CODE and sends the vendor, per part, the on-hand
      *** quantity, the quantity held in CASQUAR quarantine, the
      *** open CASALOC reservations against it, the open CASOPO
      *** purchase-order quantity, the forward daily usage (the
      *** FCSTREC forecast, else the flat I-AVG-USAGE), and the
      *** reorder level in force (the GETREC override, else
      *** I-RDRLVL). Each vendor's parts go out on CASVMIF between
      *** a header naming the vendor and a trailer counting the
      *** details, the same balancing CASPOIF carries.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT VMF-DATA-FILE ASSIGN TO CASVMIF
              FILE STATUS IS VMF-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  VMF-DATA-FILE.
       01 VMF-RECORD.
           copy VMIFREC.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-VENDOR        PIC X(04).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-ON-HAND       PIC 9(05).
           05 SRT-QUARANTINE    PIC 9(05).
           05 SRT-RESERVED      PIC 9(07).
           05 SRT-OPEN-PO-QTY   PIC 9(07).
           05 SRT-DAILY-USAGE   PIC 9(03).
           05 SRT-REORDER-LEVEL PIC 9(02).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 VND-IN-DATA         PIC X(80).
       01 VND-IN-DATA-FIELDS REDEFINES VND-IN-DATA.
       copy VENDMAST.
       01 WS-ALLOC-DATA       PIC X(80).
       01 WS-OPO-DATA         PIC X(80).
       01 WS-QUA-DATA         PIC X(80).
       01 WS-FCS-DATA         PIC X(80).
       01 VMF-FILE-STATUS     PIC X(02).
       01 VMI-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 VMI-ERROR-FOUND     VALUE 'Y'.
       01 WS-VMI-OPEN-MSG.
           05 MSG-VMI-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-VMI-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 OVR-THRESHOLD-FLAG  PIC X(01) EXTERNAL.
           88 OVR-THRESHOLD-FOUND  VALUE 'Y'.
       01 OVR-THRESHOLD-VALUE PIC 9(02) EXTERNAL.
       01 VND-LOOKUP-CODE     PIC X(04) EXTERNAL.
       01 VND-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 VND-FOUND           VALUE 'Y'.
       01 VND-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 VND-IO-ERROR-FOUND  VALUE 'Y'.
       01 VND-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 ALC-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 ALC-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 ALC-FOUND           VALUE 'Y'.
       01 ALC-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 ALC-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 ALC-IO-ERROR-FOUND  VALUE 'Y'.
       01 ALC-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 OPO-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 OPO-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 OPO-FOUND           VALUE 'Y'.
       01 OPO-EARLIEST-DUE    PIC 9(08) EXTERNAL.
       01 OPO-OPEN-QTY        PIC 9(07) EXTERNAL.
       01 OPO-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 OPO-IO-ERROR-FOUND  VALUE 'Y'.
       01 OPO-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 QUA-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 QUA-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 QUA-FOUND           VALUE 'Y'.
       01 QUA-HELD-QTY        PIC 9(05) EXTERNAL.
       01 QUA-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 QUA-IO-ERROR-FOUND  VALUE 'Y'.
       01 QUA-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 FCS-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 FCS-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 FCS-FOUND           VALUE 'Y'.
       01 FCS-DAILY-USAGE-OUT PIC 9(03) EXTERNAL.
       01 FCS-ERROR-PCT-OUT   PIC 9(03) EXTERNAL.
       01 FCS-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 FCS-IO-ERROR-FOUND  VALUE 'Y'.
       01 FCS-IO-ERROR-STATUS PIC X(02) EXTERNAL.
      *
      *    FEED BATCH NUMBER -- RUN DATE PLUS A TWO-DIGIT SEQUENCE,
      *    FIXED AT 01 FOR THE SINGLE NIGHTLY RUN, AS ON CASPOIF.
      *
       01 WS-VMF-BATCH-NUMBER.
           05 VMF-BATCH-DATE-PART PIC 9(08).
           05 VMF-BATCH-SEQ-PART  PIC X(02) VALUE '01'.
       01 TODAY-DATE          PIC 9(08).
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 WS-BREAK-VENDOR     PIC X(04) VALUE SPACES.
       01 WS-LAST-VMI-VENDOR  PIC X(04) VALUE SPACES.
       01 SW-LAST-VENDOR-VMI  PIC X(01) VALUE 'N'.
           88 LAST-VENDOR-IS-VMI  VALUE 'Y'.
       01 VENDOR-DETAIL-COUNT PIC 9(07) VALUE 0.
       01 VENDOR-ONHAND-TOTAL PIC 9(09) VALUE 0.
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 VMI-PART-COUNT      PIC 9(07) VALUE 0.
       01 VMI-VENDOR-COUNT    PIC 9(05) VALUE 0.
       01 WS-VMI-SUMMARY-LINE.
           05 FILLER          PIC X(13) VALUE 'PARTS READ:  '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'PARTS SENT: '.
           05 SUM-VMI-PART-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'VMI VENDORS: '.
           05 SUM-VMI-VENDOR-COUNT PIC ZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'VMI001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-VENDOR SRT-PARTNO
              INPUT PROCEDURE IS RELEASE-VMI-PARTS
              OUTPUT PROCEDURE IS WRITE-VENDOR-FEEDS

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'VMI999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE TO VMF-BATCH-DATE-PART

           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'GETREC' USING
           BY CONTENT 'A'
           BY REFERENCE IN-DATA

      *    NO VENDOR MASTER MEANS NO VENDOR CAN BE SEEN AS VMI --
      *    AN EMPTY FEED WOULD LOOK TO THE VENDORS LIKE NO STOCK.
           CALL 'VENDREC' USING
           BY CONTENT '1'
           BY REFERENCE VND-IN-DATA
           IF VND-IO-ERROR-FOUND
              MOVE 'Y'                 TO VMI-ERROR-FLAG
              MOVE 'VMI009'            TO MSG-VMI-OPEN-CODE
              MOVE VND-IO-ERROR-STATUS TO MSG-VMI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VMI-OPEN-MSG
           END-IF

           CALL 'ALOCREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'OPOREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-OPO-DATA

           CALL 'QUAREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-QUA-DATA

           CALL 'FCSTREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-FCS-DATA
           MOVE 0 TO RETURN-CODE

           OPEN OUTPUT VMF-DATA-FILE
           IF VMF-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO VMI-ERROR-FLAG
              MOVE 'VMI010'         TO MSG-VMI-OPEN-CODE
              MOVE VMF-FILE-STATUS  TO MSG-VMI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VMI-OPEN-MSG
           END-IF
           .

      ***
      *** the one pass -- CASEIN is in part order, so the vendor
      *** master answer is kept for the last vendor seen and only
      *** looked up again when the code changes.
      ***
       RELEASE-VMI-PARTS.
           IF NOT VMI-ERROR-FOUND
              CALL 'GETREC' USING
              BY CONTENT '2'
              BY REFERENCE IN-DATA
              PERFORM RELEASE-ONE-PART UNTIL RETURN-CODE = 4
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       RELEASE-ONE-PART.
           ADD 1 TO PART-COUNT
           IF I-VENDOR-CODE NOT = SPACES
              IF I-VENDOR-CODE NOT = WS-LAST-VMI-VENDOR
                 PERFORM CHECK-VENDOR-IS-VMI
              END-IF
              IF LAST-VENDOR-IS-VMI
                 PERFORM GATHER-PART-STATUS
              END-IF
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       CHECK-VENDOR-IS-VMI.
           MOVE I-VENDOR-CODE TO WS-LAST-VMI-VENDOR
           MOVE 'N'           TO SW-LAST-VENDOR-VMI
           MOVE I-VENDOR-CODE TO VND-LOOKUP-CODE
           CALL 'VENDREC' USING
           BY CONTENT '3'
           BY REFERENCE VND-IN-DATA
           MOVE 0 TO RETURN-CODE
           IF VND-FOUND AND VND-IS-VMI
              MOVE 'Y' TO SW-LAST-VENDOR-VMI
           END-IF
           .

       GATHER-PART-STATUS.
           ADD 1 TO VMI-PART-COUNT
           MOVE I-VENDOR-CODE TO SRT-VENDOR
           MOVE I-PARTNO      TO SRT-PARTNO
           IF I-QOH IS NUMERIC
              MOVE I-QOH TO SRT-ON-HAND
           ELSE
              MOVE 0     TO SRT-ON-HAND
           END-IF

           MOVE 0 TO SRT-QUARANTINE
           MOVE I-PARTNO TO QUA-LOOKUP-PARTNO
           CALL 'QUAREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-QUA-DATA
           MOVE 0 TO RETURN-CODE
           IF QUA-FOUND
              MOVE QUA-HELD-QTY TO SRT-QUARANTINE
           END-IF

           MOVE 0 TO SRT-RESERVED
           MOVE I-PARTNO TO ALC-LOOKUP-PARTNO
           CALL 'ALOCREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-ALLOC-DATA
           MOVE 0 TO RETURN-CODE
           IF ALC-FOUND
              MOVE ALC-OPEN-QTY TO SRT-RESERVED
           END-IF

           MOVE 0 TO SRT-OPEN-PO-QTY
           MOVE I-PARTNO TO OPO-LOOKUP-PARTNO
           CALL 'OPOREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-OPO-DATA
           MOVE 0 TO RETURN-CODE
           IF OPO-FOUND
              MOVE OPO-OPEN-QTY TO SRT-OPEN-PO-QTY
           END-IF

           IF I-AVG-USAGE IS NUMERIC
              MOVE I-AVG-USAGE TO SRT-DAILY-USAGE
           ELSE
              MOVE 0           TO SRT-DAILY-USAGE
           END-IF
           MOVE I-PARTNO TO FCS-LOOKUP-PARTNO
           CALL 'FCSTREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-FCS-DATA
           MOVE 0 TO RETURN-CODE
           IF FCS-FOUND AND FCS-DAILY-USAGE-OUT > 0
              MOVE FCS-DAILY-USAGE-OUT TO SRT-DAILY-USAGE
           END-IF

           MOVE I-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT 'B'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF OVR-THRESHOLD-FOUND
              MOVE OVR-THRESHOLD-VALUE TO SRT-REORDER-LEVEL
           ELSE
              IF I-RDRLVL IS NUMERIC
                 MOVE I-RDRLVL TO SRT-REORDER-LEVEL
              ELSE
                 MOVE 0        TO SRT-REORDER-LEVEL
              END-IF
           END-IF

           RELEASE SORT-RECORD
           .

      ***
      *** output procedure -- control break per vendor: header on
      *** the first part, trailer when the vendor changes and at
      *** the end.
      ***
       WRITE-VENDOR-FEEDS.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-VENDOR
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM WRITE-ONE-FEED-DETAIL UNTIL SORT-AT-EOF
           IF WS-BREAK-VENDOR NOT = SPACES
              PERFORM WRITE-VENDOR-TRAILER
           END-IF
           .

       WRITE-ONE-FEED-DETAIL.
           IF SRT-VENDOR NOT = WS-BREAK-VENDOR
              IF WS-BREAK-VENDOR NOT = SPACES
                 PERFORM WRITE-VENDOR-TRAILER
              END-IF
              MOVE SRT-VENDOR TO WS-BREAK-VENDOR
              PERFORM WRITE-VENDOR-HEADER
           END-IF

           MOVE SPACES              TO VMF-RECORD
           MOVE 'D'                 TO VMF-RECORD-TYPE
           MOVE WS-VMF-BATCH-NUMBER TO VMF-BATCH-NUMBER
           MOVE SRT-VENDOR          TO VMF-VENDOR-CODE
           MOVE SRT-PARTNO          TO VMF-PARTNO
           MOVE SRT-ON-HAND         TO VMF-ON-HAND
           MOVE SRT-QUARANTINE      TO VMF-QUARANTINE
           MOVE SRT-RESERVED        TO VMF-RESERVED
           MOVE SRT-OPEN-PO-QTY     TO VMF-OPEN-PO-QTY
           MOVE SRT-DAILY-USAGE     TO VMF-DAILY-USAGE
           MOVE SRT-REORDER-LEVEL   TO VMF-REORDER-LEVEL
           WRITE VMF-RECORD
           PERFORM CHECK-VMF-WRITE-STATUS
           ADD 1 TO VENDOR-DETAIL-COUNT
           ADD SRT-ON-HAND TO VENDOR-ONHAND-TOTAL

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       WRITE-VENDOR-HEADER.
           ADD 1 TO VMI-VENDOR-COUNT
           MOVE 0 TO VENDOR-DETAIL-COUNT
           MOVE 0 TO VENDOR-ONHAND-TOTAL

           MOVE WS-BREAK-VENDOR TO VND-LOOKUP-CODE
           CALL 'VENDREC' USING
           BY CONTENT '3'
           BY REFERENCE VND-IN-DATA
           MOVE 0 TO RETURN-CODE

           MOVE SPACES              TO VMF-RECORD
           MOVE 'H'                 TO VMF-RECORD-TYPE
           MOVE WS-VMF-BATCH-NUMBER TO VMF-BATCH-NUMBER
           MOVE WS-BREAK-VENDOR     TO VMF-VENDOR-CODE
           MOVE TODAY-DATE          TO VMF-BATCH-DATE
           IF VND-FOUND
              MOVE VND-NAME         TO VMF-VENDOR-NAME
           END-IF
           WRITE VMF-RECORD
           PERFORM CHECK-VMF-WRITE-STATUS
           .

       WRITE-VENDOR-TRAILER.
           MOVE SPACES              TO VMF-RECORD
           MOVE 'T'                 TO VMF-RECORD-TYPE
           MOVE WS-VMF-BATCH-NUMBER TO VMF-BATCH-NUMBER
           MOVE WS-BREAK-VENDOR     TO VMF-VENDOR-CODE
           MOVE VENDOR-DETAIL-COUNT TO VMF-RECORD-COUNT
           MOVE VENDOR-ONHAND-TOTAL TO VMF-TOTAL-ON-HAND
           WRITE VMF-RECORD
           PERFORM CHECK-VMF-WRITE-STATUS
           .

       CHECK-VMF-WRITE-STATUS.
           IF VMF-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO VMI-ERROR-FLAG
              MOVE 'VMI011'         TO MSG-VMI-OPEN-CODE
              MOVE VMF-FILE-STATUS  TO MSG-VMI-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VMI-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE VMF-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'GETREC' USING
           BY CONTENT 'C'
           BY REFERENCE IN-DATA

           CALL 'VENDREC' USING
           BY CONTENT '9'
           BY REFERENCE VND-IN-DATA

           CALL 'ALOCREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-ALLOC-DATA

           CALL 'OPOREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-OPO-DATA

           CALL 'QUAREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-QUA-DATA

           CALL 'FCSTREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-FCS-DATA

           IF VMI-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT       TO SUM-PART-COUNT
           MOVE VMI-PART-COUNT   TO SUM-VMI-PART-COUNT
           MOVE VMI-VENDOR-COUNT TO SUM-VMI-VENDOR-COUNT
           DISPLAY WS-VMI-SUMMARY-LINE
           .
