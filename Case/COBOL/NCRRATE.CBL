       identification division.
       program-id. NCRRATE.
      ***
      *** NCRRATE - vendor defect-rate summary. Sets what each
      *** vendor's goods failed receiving inspection for -- the
      *** CASNCR reports STKPOST raises on every QC reject --
      *** against what the vendor delivered, from the CASPOPF
      *** receipt records behind VENDSCOR. The rate is rejected
      *** quantity over received quantity, for the month on the
      *** NCRCTL card or across both files when there is none. A
      *** vendor with rejects but no receipts in the month (the
      *** goods came in the month before) still prints, with no
      *** rate, so nothing rejected drops off the page.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT PPF-DATA-FILE ASSIGN TO CASPOPF
              FILE STATUS IS PPF-FILE-STATUS.
           SELECT NCR-DATA-FILE ASSIGN TO CASNCR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-NCR-NUMBER
              FILE STATUS IS NCR-FILE-STATUS.
           SELECT NCC-CTL-FILE ASSIGN TO NCRCTL
              FILE STATUS IS NCC-CTL-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASNCRRT
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  PPF-DATA-FILE.
       01 PPF-RECORD.
           copy POPERF.
       FD  NCR-DATA-FILE.
       01 NCR-REC.
           05 FD-NCR-NUMBER     PIC X(12).
           05 FILLER            PIC X(88).
       FD  NCC-CTL-FILE.
       01 NCC-CTL-RECORD.
           copy NCRCTL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
      *
      *    RECEIPTS AND REJECTS MEET IN ONE SORT BY VENDOR, EACH
      *    CARRYING ITS QUANTITY IN THE COLUMN IT COUNTS TOWARD.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-VENDOR        PIC X(04).
           05 SRT-SOURCE        PIC X(01).
               88 SRT-IS-RECEIPT    VALUE 'R'.
               88 SRT-IS-REJECT     VALUE 'N'.
           05 SRT-QTY           PIC 9(05).
       working-storage section.
       01 WS-NCR-REC.
       copy NCRDETL.
       01 VND-IN-DATA         PIC X(80).
       01 VND-IN-DATA-FIELDS REDEFINES VND-IN-DATA.
       copy VENDMAST.
       01 VND-LOOKUP-CODE     PIC X(04) EXTERNAL.
       01 VND-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 VND-FOUND           VALUE 'Y'.
       01 VND-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 VND-IO-ERROR-FOUND  VALUE 'Y'.
       01 VND-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 PPF-FILE-STATUS     PIC X(02).
       01 NCR-FILE-STATUS     PIC X(02).
       01 NCC-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 NRT-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 NRT-ERROR-FOUND     VALUE 'Y'.
       01 WS-NRT-OPEN-MSG.
           05 MSG-NRT-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-NRT-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 WS-RECORD-PERIOD    PIC 9(06).
       01 SW-PPF-EOF          PIC X(01) VALUE 'N'.
           88 PPF-AT-EOF          VALUE 'Y'.
       01 SW-NCR-EOF          PIC X(01) VALUE 'N'.
           88 NCR-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 WS-BREAK-VENDOR     PIC X(04) VALUE SPACES.
       01 WS-RCPT-COUNT       PIC 9(07).
       01 WS-RECEIVED-TOTAL   PIC 9(09).
       01 WS-NCR-COUNT        PIC 9(07).
       01 WS-REJECTED-TOTAL   PIC 9(09).
       01 WS-DEFECT-RATE      PIC 9(03)V99.
       01 RECEIPT-READ-COUNT  PIC 9(07) VALUE 0.
       01 NCR-READ-COUNT      PIC 9(07) VALUE 0.
       01 VENDOR-COUNT        PIC 9(07) VALUE 0.
       01 GRAND-RECEIVED      PIC 9(09) VALUE 0.
       01 GRAND-REJECTED      PIC 9(09) VALUE 0.
       01 WS-RATE-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(06)  VALUE 'VENDOR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'NAME'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'RECEIPTS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE 'RECEIVED QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'NCRS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE 'REJECTED QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE 'DEFECT RATE %'.
           05                  PIC X(35)  VALUE SPACES.
       01 WS-RATE-LINE.
           05                  PIC X      VALUE SPACES.
           05 RTE-VENDOR-CODE  PIC X(04).
           05                  PIC X(04)  VALUE SPACES.
           05 RTE-VENDOR-NAME  PIC X(30).
           05                  PIC X(03)  VALUE SPACES.
           05 RTE-RCPT-COUNT   PIC ZZZZZZ9.
           05                  PIC X(05)  VALUE SPACES.
           05 RTE-RECEIVED-QTY PIC ZZZZZZZZ9.
           05                  PIC X(01)  VALUE SPACES.
           05 RTE-NCR-COUNT    PIC ZZZZZ9.
           05                  PIC X(05)  VALUE SPACES.
           05 RTE-REJECTED-QTY PIC ZZZZZZZZ9.
           05                  PIC X(07)  VALUE SPACES.
           05 RTE-DEFECT-RATE  PIC ZZ9.99.
           05 RTE-NO-RATE REDEFINES RTE-DEFECT-RATE
                               PIC X(06).
           05                  PIC X(36)  VALUE SPACES.
       01 WS-RATE-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(40)  VALUE 'ALL VENDORS'.
           05                  PIC X(10)  VALUE SPACES.
           05 RTT-RECEIVED-QTY PIC ZZZZZZZZ9.
           05                  PIC X(12)  VALUE SPACES.
           05 RTT-REJECTED-QTY PIC ZZZZZZZZ9.
           05                  PIC X(07)  VALUE SPACES.
           05 RTT-DEFECT-RATE  PIC ZZ9.99.
           05                  PIC X(39)  VALUE SPACES.
       01 WS-NRT-SUMMARY-LINE.
           05 FILLER          PIC X(15) VALUE 'RECEIPTS READ: '.
           05 SUM-RCPT-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'NCRS READ: '.
           05 SUM-NCR-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'VENDORS RATED: '.
           05 SUM-VENDOR-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'NRT001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-VENDOR
              INPUT PROCEDURE IS RELEASE-RECEIPTS-AND-REJECTS
              OUTPUT PROCEDURE IS RATE-EACH-VENDOR

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'NRT999: All done'
           GOBACK
           .

       INITIALIZATION.
           OPEN INPUT NCC-CTL-FILE
           IF NCC-CTL-STATUS = '00'
              READ NCC-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF NCC-PERIOD IS NUMERIC
                       MOVE NCC-PERIOD TO SELECT-PERIOD
                    END-IF
              END-READ
              CLOSE NCC-CTL-FILE
           END-IF

           CALL 'VENDREC' USING
           BY CONTENT '1'
           BY REFERENCE VND-IN-DATA

           OPEN INPUT PPF-DATA-FILE
           IF PPF-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NRT-ERROR-FLAG
              MOVE 'NRT009'         TO MSG-NRT-OPEN-CODE
              MOVE PPF-FILE-STATUS  TO MSG-NRT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NRT-OPEN-MSG
           END-IF

           OPEN INPUT NCR-DATA-FILE
           IF NCR-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NRT-ERROR-FLAG
              MOVE 'NRT010'         TO MSG-NRT-OPEN-CODE
              MOVE NCR-FILE-STATUS  TO MSG-NRT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NRT-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-RATE-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       RELEASE-RECEIPTS-AND-REJECTS.
           IF PPF-FILE-STATUS = '00'
              MOVE 'N' TO SW-PPF-EOF
              READ PPF-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-PPF-EOF
              END-READ
              PERFORM RELEASE-ONE-RECEIPT UNTIL PPF-AT-EOF
           END-IF
           IF NCR-FILE-STATUS = '00'
              MOVE 'N' TO SW-NCR-EOF
              READ NCR-DATA-FILE INTO WS-NCR-REC
                 AT END
                    MOVE 'Y' TO SW-NCR-EOF
              END-READ
              PERFORM RELEASE-ONE-REJECT UNTIL NCR-AT-EOF
           END-IF
           .

       RELEASE-ONE-RECEIPT.
           ADD 1 TO RECEIPT-READ-COUNT
           IF PPF-RECEIPT-DATE IS NUMERIC
              COMPUTE WS-RECORD-PERIOD = PPF-RECEIPT-DATE / 100
           ELSE
              MOVE 0 TO WS-RECORD-PERIOD
           END-IF
           IF (SELECT-PERIOD = 0
              OR WS-RECORD-PERIOD = SELECT-PERIOD)
              AND PPF-RECEIVED-QTY IS NUMERIC
              MOVE PPF-VENDOR-CODE  TO SRT-VENDOR
              MOVE 'R'              TO SRT-SOURCE
              MOVE PPF-RECEIVED-QTY TO SRT-QTY
              RELEASE SORT-RECORD
           END-IF

           READ PPF-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-PPF-EOF
           END-READ
           .

       RELEASE-ONE-REJECT.
           ADD 1 TO NCR-READ-COUNT
           IF NCR-REJECT-DATE IS NUMERIC
              COMPUTE WS-RECORD-PERIOD = NCR-REJECT-DATE / 100
           ELSE
              MOVE 0 TO WS-RECORD-PERIOD
           END-IF
           IF (SELECT-PERIOD = 0
              OR WS-RECORD-PERIOD = SELECT-PERIOD)
              AND NCR-QTY IS NUMERIC
              MOVE NCR-VENDOR-CODE  TO SRT-VENDOR
              MOVE 'N'              TO SRT-SOURCE
              MOVE NCR-QTY          TO SRT-QTY
              RELEASE SORT-RECORD
           END-IF

           READ NCR-DATA-FILE INTO WS-NCR-REC
              AT END
                 MOVE 'Y' TO SW-NCR-EOF
           END-READ
           .

      ***
      *** control break per vendor -- receipts and rejects add into
      *** their own columns and the rate is struck at the break.
      ***
       RATE-EACH-VENDOR.
           MOVE 'N'    TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM ACCUMULATE-ONE-ENTRY UNTIL SORT-AT-EOF
           IF VENDOR-COUNT > 0
              PERFORM PRINT-VENDOR-RATE
           END-IF
           PERFORM PRINT-GRAND-TOTAL
           .

       ACCUMULATE-ONE-ENTRY.
           IF VENDOR-COUNT = 0 OR SRT-VENDOR NOT = WS-BREAK-VENDOR
              IF VENDOR-COUNT > 0
                 PERFORM PRINT-VENDOR-RATE
              END-IF
              ADD 1 TO VENDOR-COUNT
              MOVE SRT-VENDOR TO WS-BREAK-VENDOR
              MOVE 0 TO WS-RCPT-COUNT
              MOVE 0 TO WS-RECEIVED-TOTAL
              MOVE 0 TO WS-NCR-COUNT
              MOVE 0 TO WS-REJECTED-TOTAL
           END-IF

           IF SRT-IS-RECEIPT
              ADD 1       TO WS-RCPT-COUNT
              ADD SRT-QTY TO WS-RECEIVED-TOTAL
           ELSE
              ADD 1       TO WS-NCR-COUNT
              ADD SRT-QTY TO WS-REJECTED-TOTAL
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       PRINT-VENDOR-RATE.
           MOVE WS-BREAK-VENDOR TO VND-LOOKUP-CODE
           CALL 'VENDREC' USING
           BY CONTENT '3'
           BY REFERENCE VND-IN-DATA
           MOVE 0 TO RETURN-CODE

           MOVE WS-BREAK-VENDOR TO RTE-VENDOR-CODE
           IF VND-FOUND
              MOVE VND-NAME TO RTE-VENDOR-NAME
           ELSE
              MOVE '** NOT ON VENDOR MASTER **' TO RTE-VENDOR-NAME
           END-IF
           MOVE WS-RCPT-COUNT     TO RTE-RCPT-COUNT
           MOVE WS-RECEIVED-TOTAL TO RTE-RECEIVED-QTY
           MOVE WS-NCR-COUNT      TO RTE-NCR-COUNT
           MOVE WS-REJECTED-TOTAL TO RTE-REJECTED-QTY
           IF WS-RECEIVED-TOTAL > 0
              COMPUTE WS-DEFECT-RATE ROUNDED =
                 (WS-REJECTED-TOTAL * 100) / WS-RECEIVED-TOTAL
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-DEFECT-RATE
              END-COMPUTE
              MOVE WS-DEFECT-RATE TO RTE-DEFECT-RATE
           ELSE
              MOVE '  N/A ' TO RTE-NO-RATE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-RATE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD WS-RECEIVED-TOTAL TO GRAND-RECEIVED
           ADD WS-REJECTED-TOTAL TO GRAND-REJECTED
           .

       PRINT-GRAND-TOTAL.
           MOVE GRAND-RECEIVED TO RTT-RECEIVED-QTY
           MOVE GRAND-REJECTED TO RTT-REJECTED-QTY
           IF GRAND-RECEIVED > 0
              COMPUTE WS-DEFECT-RATE ROUNDED =
                 (GRAND-REJECTED * 100) / GRAND-RECEIVED
                 ON SIZE ERROR
                    MOVE 999.99 TO WS-DEFECT-RATE
              END-COMPUTE
           ELSE
              MOVE 0 TO WS-DEFECT-RATE
           END-IF
           MOVE WS-DEFECT-RATE TO RTT-DEFECT-RATE
           WRITE RPT-OUT-DATA FROM WS-RATE-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO NRT-ERROR-FLAG
              MOVE 'NRT011'         TO MSG-NRT-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-NRT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-NRT-OPEN-MSG
           END-IF
           .

       TERMINATION.
           IF PPF-FILE-STATUS = '00'
              CLOSE PPF-DATA-FILE
           END-IF
           CLOSE NCR-DATA-FILE
           CLOSE RPT-DATA-FILE

           CALL 'VENDREC' USING
           BY CONTENT '9'
           BY REFERENCE VND-IN-DATA

           IF NRT-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE RECEIPT-READ-COUNT TO SUM-RCPT-COUNT
           MOVE NCR-READ-COUNT     TO SUM-NCR-COUNT
           MOVE VENDOR-COUNT       TO SUM-VENDOR-COUNT
           DISPLAY WS-NRT-SUMMARY-LINE
           .
