       identification division.
       program-id. WHBRECON.
      ***
      *** WHBRECON - nightly site balance proof. Walks CASEIN in
      *** part order beside CASWHBL (one contiguous group of sites
      *** per part) and proves the sum of each part's site
      *** quantities against its I-QOH, listing every part out of
      *** step and every site record whose part is no longer on
      *** CASEIN. A part holding stock with no site record at all
      *** has never been split by building -- it is taken on with
      *** one record at its own I-WAREHOUSE for the whole I-QOH,
      *** and listed as seeded, so the file starts complete and
      *** new parts join it without a conversion run.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT WHB-DATA-FILE ASSIGN TO CASWHBL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-WHB-KEY
              FILE STATUS IS WHB-FILE-STATUS.
           SELECT VARC-DATA-FILE ASSIGN TO CASWHBVR
              FILE STATUS IS VARC-FILE-STATUS.
       data division.
       file section.
       FD  WHB-DATA-FILE.
       01 WHB-REC.
           05 FD-WHB-KEY        PIC X(12).
           05 FILLER            PIC X(68).
       FD  VARC-DATA-FILE.
       01 VARC-OUT-DATA         PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-WHB-REC.
       copy WHBDETL.
       01 WS-HELD-SITE        PIC X(80).
       01 WHB-FILE-STATUS     PIC X(02).
       01 VARC-FILE-STATUS    PIC X(02).
       01 WBR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 WBR-ERROR-FOUND     VALUE 'Y'.
       01 WS-WBR-OPEN-MSG.
           05 MSG-WBR-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-WBR-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 SW-WHB-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 WHB-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-WHB-EOF          PIC X(01) VALUE 'Y'.
           88 WHB-AT-EOF          VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-PART-SITE-TOTAL  PIC 9(09).
       01 WS-PART-SITE-COUNT  PIC 9(03).
       01 WS-BOOK-QOH         PIC 9(05).
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 SITE-READ-COUNT     PIC 9(07) VALUE 0.
       01 MISMATCH-COUNT      PIC 9(07) VALUE 0.
       01 SEEDED-COUNT        PIC 9(07) VALUE 0.
       01 ORPHAN-COUNT        PIC 9(07) VALUE 0.
       01 WS-VARC-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'SITES'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'SITE TOTAL'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'BOOK QOH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'REMARK'.
           05                  PIC X(84)  VALUE SPACES.
       01 WS-VARC-LINE.
           05                  PIC X      VALUE SPACES.
           05 VRC-PART-NUM     PIC X(09).
           05                  PIC X(06)  VALUE SPACES.
           05 VRC-SITE-COUNT   PIC ZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 VRC-SITE-TOTAL   PIC ZZZZZZZZ9.
           05                  PIC X(05)  VALUE SPACES.
           05 VRC-BOOK-QOH     PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 VRC-REMARK       PIC X(24).
           05                  PIC X(66)  VALUE SPACES.
       01 WS-WBR-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'PARTS READ: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'SITES READ: '.
           05 SUM-SITE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(20) VALUE 'PARTS OUT OF STEP:  '.
           05 SUM-MISMATCH-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'SEEDED: '.
           05 SUM-SEEDED-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'ORPHANS: '.
           05 SUM-ORPHAN-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'WBR001: Starting program'
           PERFORM INITIALIZATION
           IF WHB-FILE-IS-OPEN
              CALL 'GETREC' USING
              BY CONTENT '2'
              BY REFERENCE IN-DATA
              PERFORM PROVE-ONE-PART UNTIL RETURN-CODE = 4
              MOVE 0 TO RETURN-CODE
              PERFORM REPORT-ORPHAN-SITE UNTIL WHB-AT-EOF
           END-IF
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'WBR999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN I-O WHB-DATA-FILE
           IF WHB-FILE-STATUS = '00'
              MOVE 'Y' TO SW-WHB-FILE-OPEN
           ELSE
              MOVE 'Y'              TO WBR-ERROR-FLAG
              MOVE 'WBR009'         TO MSG-WBR-OPEN-CODE
              MOVE WHB-FILE-STATUS  TO MSG-WBR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBR-OPEN-MSG
           END-IF

           OPEN OUTPUT VARC-DATA-FILE
           IF VARC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO WBR-ERROR-FLAG
              MOVE 'WBR010'         TO MSG-WBR-OPEN-CODE
              MOVE VARC-FILE-STATUS TO MSG-WBR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBR-OPEN-MSG
           END-IF
           WRITE VARC-OUT-DATA FROM WS-VARC-HEADING
           PERFORM CHECK-VARC-WRITE-STATUS

           IF WHB-FILE-IS-OPEN
              MOVE LOW-VALUES TO FD-WHB-KEY
              START WHB-DATA-FILE KEY >= FD-WHB-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-WHB-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO SW-WHB-EOF
                    PERFORM READ-NEXT-SITE
              END-START
           END-IF
           .

       READ-NEXT-SITE.
           READ WHB-DATA-FILE NEXT RECORD INTO WS-WHB-REC
              AT END
                 MOVE 'Y' TO SW-WHB-EOF
              NOT AT END
                 ADD 1 TO SITE-READ-COUNT
           END-READ
           .

      ***
      *** the sites filed ahead of the part belong to no part on
      *** CASEIN; the part's own group is summed and proved.
      ***
       PROVE-ONE-PART.
           ADD 1 TO PART-COUNT
           PERFORM REPORT-ORPHAN-SITE
              UNTIL WHB-AT-EOF OR WHB-PARTNO NOT < I-PARTNO

           MOVE 0 TO WS-PART-SITE-TOTAL
           MOVE 0 TO WS-PART-SITE-COUNT
           PERFORM ADD-PART-SITE
              UNTIL WHB-AT-EOF OR WHB-PARTNO NOT = I-PARTNO

           IF I-QOH IS NUMERIC
              MOVE I-QOH TO WS-BOOK-QOH
           ELSE
              MOVE 0 TO WS-BOOK-QOH
           END-IF

           EVALUATE TRUE
              WHEN WS-PART-SITE-COUNT = 0 AND WS-BOOK-QOH > 0
                 AND I-WAREHOUSE NOT = SPACES
                 PERFORM SEED-HOME-SITE
              WHEN WS-PART-SITE-TOTAL NOT = WS-BOOK-QOH
                 ADD 1 TO MISMATCH-COUNT
                 MOVE 'SITES DO NOT MATCH BOOK' TO VRC-REMARK
                 PERFORM WRITE-VARIANCE-LINE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       ADD-PART-SITE.
           ADD 1 TO WS-PART-SITE-COUNT
           IF WHB-QTY IS NUMERIC
              ADD WHB-QTY TO WS-PART-SITE-TOTAL
           END-IF
           PERFORM READ-NEXT-SITE
           .

      ***
      *** take-on -- the whole I-QOH goes to the part's own
      *** building. the browse is set back behind the site record
      *** already held for the next part, so the new record does
      *** not disturb the walk.
      ***
       SEED-HOME-SITE.
           MOVE WS-WHB-REC  TO WS-HELD-SITE
           MOVE SPACES      TO WS-WHB-REC
           MOVE I-PARTNO    TO WHB-PARTNO
           MOVE I-WAREHOUSE TO WHB-WAREHOUSE
           MOVE WS-BOOK-QOH TO WHB-QTY
           MOVE 0           TO WHB-RDR-POINT
           MOVE 0           TO WHB-MAX-QTY
           MOVE TODAY-DATE  TO WHB-LAST-DATE
           MOVE WS-BOOK-QOH TO WS-PART-SITE-TOTAL
           MOVE 1           TO WS-PART-SITE-COUNT
           WRITE WHB-REC FROM WS-WHB-REC
           IF WHB-FILE-STATUS = '00'
              ADD 1 TO SEEDED-COUNT
              MOVE 'SEEDED AT HOME SITE' TO VRC-REMARK
           ELSE
              MOVE 'Y'              TO WBR-ERROR-FLAG
              MOVE 'WBR011'         TO MSG-WBR-OPEN-CODE
              MOVE WHB-FILE-STATUS  TO MSG-WBR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBR-OPEN-MSG
              MOVE 'SEED WRITE FAILED' TO VRC-REMARK
           END-IF
           PERFORM WRITE-VARIANCE-LINE

           MOVE WS-HELD-SITE TO WS-WHB-REC
           IF NOT WHB-AT-EOF
              MOVE WHB-KEY TO FD-WHB-KEY
              START WHB-DATA-FILE KEY > FD-WHB-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-WHB-EOF
              END-START
           END-IF
           .

       REPORT-ORPHAN-SITE.
           ADD 1 TO ORPHAN-COUNT
           MOVE WHB-PARTNO TO VRC-PART-NUM
           MOVE 1          TO VRC-SITE-COUNT
           IF WHB-QTY IS NUMERIC
              MOVE WHB-QTY TO VRC-SITE-TOTAL
           ELSE
              MOVE 0 TO VRC-SITE-TOTAL
           END-IF
           MOVE 0          TO VRC-BOOK-QOH
           MOVE 'PART NOT ON CASEIN' TO VRC-REMARK
           WRITE VARC-OUT-DATA FROM WS-VARC-LINE
           PERFORM CHECK-VARC-WRITE-STATUS
           PERFORM READ-NEXT-SITE
           .

       WRITE-VARIANCE-LINE.
           MOVE I-PARTNO           TO VRC-PART-NUM
           MOVE WS-PART-SITE-COUNT TO VRC-SITE-COUNT
           MOVE WS-PART-SITE-TOTAL TO VRC-SITE-TOTAL
           MOVE WS-BOOK-QOH        TO VRC-BOOK-QOH
           WRITE VARC-OUT-DATA FROM WS-VARC-LINE
           PERFORM CHECK-VARC-WRITE-STATUS
           .

       CHECK-VARC-WRITE-STATUS.
           IF VARC-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO WBR-ERROR-FLAG
              MOVE 'WBR012'         TO MSG-WBR-OPEN-CODE
              MOVE VARC-FILE-STATUS TO MSG-WBR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-WBR-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           IF WHB-FILE-IS-OPEN
              CLOSE WHB-DATA-FILE
           END-IF
           CLOSE VARC-DATA-FILE

           IF WBR-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT      TO SUM-PART-COUNT
           MOVE SITE-READ-COUNT TO SUM-SITE-COUNT
           MOVE MISMATCH-COUNT  TO SUM-MISMATCH-COUNT
           MOVE SEEDED-COUNT    TO SUM-SEEDED-COUNT
           MOVE ORPHAN-COUNT    TO SUM-ORPHAN-COUNT
           DISPLAY WS-WBR-SUMMARY-LINE
           .
