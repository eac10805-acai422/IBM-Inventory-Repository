       identification division.
       program-id. LOTSWEEP.
      ***
      *** LOTSWEEP - nightly expired-lot sweep. Walks CASLOT and,
      *** for every lot still holding stock past its
      *** LOT-EXPIRY-DATE, writes a type 'E' expiry-hold movement
      *** to CASXMOVE for the same night's STKPOST run. The posting
      *** takes the lot's quantity off I-QOH and CASLOT and lands
      *** it on the CASQUAR quarantine hold, so the stock stops
      *** being promised, picked, or counted as buildable before
      *** the morning. From the hold QC either releases the lot
      *** after re-test with an ordinary 'Q' disposition carrying
      *** its new expiry, or disposes of it with a 'Q' reject that
      *** carries a CASRSN reason (EX expiry write-off), which
      *** STKPOST posts as a write-off at cost rather than a
      *** vendor return. The sweep prints each lot moved, valued
      *** at the part's I-UNITPR, with the value by category.
      *** A lot is never moved for more than the part's book
      *** on-hand -- the difference is LOTRECON's to explain.
      *** The night's hold movements share one MV document number,
      *** issued off the CASDOCN document authority through
      *** DOCNREC when the first hold is written; a sweep that
      *** moves nothing takes no number.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT LOT-DATA-FILE ASSIGN TO CASLOT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-LOT-KEY
              FILE STATUS IS LOT-FILE-STATUS.
           SELECT MOV-OUT-FILE ASSIGN TO CASXMOVE
              FILE STATUS IS MOV-OUT-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASLSWRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  LOT-DATA-FILE.
       01 LOT-REC.
           05 FD-LOT-KEY        PIC X(15).
           05 FILLER            PIC X(65).
       FD  MOV-OUT-FILE.
       01 MOV-OUT-RECORD.
           copy MOVETXN.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-LOT-NUMBER    PIC X(06).
           05 SRT-RECEIPT-DATE  PIC 9(08).
           05 SRT-EXPIRY-DATE   PIC 9(08).
           05 SRT-QTY           PIC 9(05).
           05 SRT-UNIT-COST     PIC 9(05)V99.
           05 SRT-NOTE          PIC X(24).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-LOT-REC.
       copy LOTDETL.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 LOT-FILE-STATUS     PIC X(02).
       01 MOV-OUT-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 LSW-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 LSW-ERROR-FOUND     VALUE 'Y'.
       01 WS-LSW-OPEN-MSG.
           05 MSG-LSW-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-LSW-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-LSW-MSG.
           05 MSG-LSW-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-LSW-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-LOT-EOF          PIC X(01) VALUE 'N'.
           88 LOT-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-PART-ON-FILE     PIC X(01) VALUE 'N'.
           88 PART-ON-FILE        VALUE 'Y'.
       01 SW-FIRST-RECORD     PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD        VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-SWEEP-DOC        PIC X(08) VALUE SPACES.
      *    THE DATED SWEEP DOCUMENT, USED ONLY ON A NIGHT THE
      *    AUTHORITY CANNOT ISSUE A NUMBER.
       01 WS-DATED-SWEEP-DOC.
           05                  PIC X(02)  VALUE 'EX'.
           05 SWD-DATE         PIC 9(06).
       01 WS-DCN-DATA         PIC X(80).
       01 DCN-REQUEST-TYPE    PIC X(02) EXTERNAL.
       01 DCN-ISSUED-NUMBER   PIC X(08) EXTERNAL.
       01 DCN-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 DCN-ISSUED          VALUE 'Y'.
       01 DCN-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 DCN-IO-ERROR-FOUND  VALUE 'Y'.
       01 DCN-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-BREAK-ITEMCAT    PIC X(03) VALUE SPACES.
       01 WS-PART-ITEMCAT     PIC X(03).
       01 WS-PART-UNITPR      PIC 9(05)V99.
       01 WS-BOOK-LEFT        PIC 9(05).
       01 WS-SWEEP-QTY        PIC 9(05).
       01 WS-LOT-VALUE        PIC 9(09)V99.
       01 WS-CAT-LOTS         PIC 9(05).
       01 WS-CAT-QTY          PIC 9(07).
       01 WS-CAT-VALUE        PIC 9(11)V99.
       01 WS-GRD-LOTS         PIC 9(05) VALUE 0.
       01 WS-GRD-QTY          PIC 9(07) VALUE 0.
       01 WS-GRD-VALUE        PIC 9(11)V99 VALUE 0.
       01 LOT-READ-COUNT      PIC 9(07) VALUE 0.
       01 EXPIRED-COUNT       PIC 9(07) VALUE 0.
       01 MOVED-COUNT         PIC 9(07) VALUE 0.
       01 NOT-MOVED-COUNT     PIC 9(07) VALUE 0.
       01 WS-LSW-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(41)  VALUE
              'EXPIRED LOTS SWEPT TO QUARANTINE - DATE '.
           05 TTL-DATE         PIC 9(08).
           05                  PIC X(83)  VALUE SPACES.
       01 WS-LSW-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'LOT   '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'RECEIVED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'EXPIRED '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'UNIT COST'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(12)  VALUE '       VALUE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'NOTE'.
           05                  PIC X(32)  VALUE SPACES.
       01 WS-LSW-LINE.
           05                  PIC X      VALUE SPACES.
           05 SL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-LOT-NUMBER    PIC X(06).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-RECEIPT-DATE  PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-EXPIRY-DATE   PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 SL-QTY           PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-UNIT-COST     PIC ZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-VALUE         PIC Z,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 SL-NOTE          PIC X(24).
           05                  PIC X(32)  VALUE SPACES.
       01 WS-LSW-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 CT-LABEL         PIC X(14).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'LOTS: '.
           05 CT-LOTS          PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE 'QTY: '.
           05 CT-QTY           PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'VALUE: '.
           05 CT-VALUE         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(65)  VALUE SPACES.
       01 WS-CAT-LABEL.
           05                  PIC X(09)  VALUE 'CATEGORY '.
           05 CL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-LSW-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'LOTS READ:  '.
           05 SUM-LOT-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'EXPIRED: '.
           05 SUM-EXP-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'MOVED: '.
           05 SUM-MOVED-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'NOT MOVED: '.
           05 SUM-NOT-MOVED   PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'LSW001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-ITEMCAT SRT-PARTNO SRT-LOT-NUMBER
              INPUT PROCEDURE IS SWEEP-EXPIRED-LOTS
              OUTPUT PROCEDURE IS REPORT-SWEPT-LOTS

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'LSW999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           MOVE TODAY-DATE(3:6) TO SWD-DATE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'DOCNREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-DCN-DATA
           IF DCN-IO-ERROR-FOUND
              MOVE 'Y'                 TO LSW-ERROR-FLAG
              MOVE 'LSW016'            TO MSG-LSW-OPEN-CODE
              MOVE DCN-IO-ERROR-STATUS TO MSG-LSW-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LSW-OPEN-MSG
           END-IF

           OPEN OUTPUT MOV-OUT-FILE
           IF MOV-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO LSW-ERROR-FLAG
              MOVE 'LSW011'         TO MSG-LSW-OPEN-CODE
              MOVE MOV-OUT-STATUS   TO MSG-LSW-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LSW-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO LSW-ERROR-FLAG
              MOVE 'LSW012'         TO MSG-LSW-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-LSW-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LSW-OPEN-MSG
           END-IF
           MOVE TODAY-DATE TO TTL-DATE
           WRITE RPT-OUT-DATA FROM WS-LSW-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-LSW-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** CASLOT is read in key order, so each part's lots arrive
      *** together and the master is looked up once per part. the
      *** book on-hand left after each lot moved caps the next.
      ***
       SWEEP-EXPIRED-LOTS.
           OPEN INPUT LOT-DATA-FILE
           IF LOT-FILE-STATUS = '00'
              MOVE 'N' TO SW-LOT-EOF
              PERFORM READ-NEXT-LOT
              PERFORM SWEEP-ONE-LOT UNTIL LOT-AT-EOF
              CLOSE LOT-DATA-FILE
           ELSE
              MOVE 'Y'              TO LSW-ERROR-FLAG
              MOVE 'LSW009'         TO MSG-LSW-OPEN-CODE
              MOVE LOT-FILE-STATUS  TO MSG-LSW-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LSW-OPEN-MSG
           END-IF
           .

       READ-NEXT-LOT.
           READ LOT-DATA-FILE INTO WS-LOT-REC
              AT END
                 MOVE 'Y' TO SW-LOT-EOF
           END-READ
           .

       SWEEP-ONE-LOT.
           ADD 1 TO LOT-READ-COUNT
           IF LOT-PARTNO NOT = WS-BREAK-PARTNO
              MOVE LOT-PARTNO TO WS-BREAK-PARTNO
              PERFORM FETCH-PART-BOOK-FIGURES
           END-IF

           IF LOT-EXPIRY-DATE IS NUMERIC AND LOT-EXPIRY-DATE > 0
              AND LOT-EXPIRY-DATE < TODAY-DATE
              AND LOT-QTY IS NUMERIC AND LOT-QTY > 0
              ADD 1 TO EXPIRED-COUNT
              PERFORM SWEEP-EXPIRED-LOT
           END-IF

           PERFORM READ-NEXT-LOT
           .

       FETCH-PART-BOOK-FIGURES.
           MOVE 'N'   TO SW-PART-ON-FILE
           MOVE 'ZZZ' TO WS-PART-ITEMCAT
           MOVE 0     TO WS-PART-UNITPR
           MOVE 0     TO WS-BOOK-LEFT
           MOVE LOT-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE 'Y'       TO SW-PART-ON-FILE
              MOVE I-ITEMCAT TO WS-PART-ITEMCAT
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-PART-UNITPR
              END-IF
              IF I-QOH IS NUMERIC
                 MOVE I-QOH TO WS-BOOK-LEFT
              END-IF
           END-IF
           .

       SWEEP-EXPIRED-LOT.
           MOVE SPACES TO SRT-NOTE
           IF LOT-QTY > WS-BOOK-LEFT
              MOVE WS-BOOK-LEFT TO WS-SWEEP-QTY
           ELSE
              MOVE LOT-QTY      TO WS-SWEEP-QTY
           END-IF

           EVALUATE TRUE
              WHEN NOT PART-ON-FILE
                 MOVE 'NOT MOVED - NOT ON FILE' TO SRT-NOTE
                 MOVE 'LSW014'   TO MSG-LSW-CODE
                 MOVE LOT-PARTNO TO MSG-LSW-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-LSW-MSG
              WHEN WS-SWEEP-QTY = 0
                 MOVE 'NOT MOVED - NO BOOK QOH' TO SRT-NOTE
                 MOVE 'LSW015'   TO MSG-LSW-CODE
                 MOVE LOT-PARTNO TO MSG-LSW-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-LSW-MSG
              WHEN WS-SWEEP-QTY < LOT-QTY
                 MOVE 'CUT TO BOOK QOH' TO SRT-NOTE
                 MOVE 'LSW015'   TO MSG-LSW-CODE
                 MOVE LOT-PARTNO TO MSG-LSW-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-LSW-MSG
           END-EVALUATE

           IF PART-ON-FILE AND WS-SWEEP-QTY > 0
              ADD 1 TO MOVED-COUNT
              SUBTRACT WS-SWEEP-QTY FROM WS-BOOK-LEFT
              PERFORM WRITE-EXPIRY-HOLD
           ELSE
              ADD 1 TO NOT-MOVED-COUNT
              MOVE 0 TO WS-SWEEP-QTY
           END-IF

           MOVE WS-PART-ITEMCAT  TO SRT-ITEMCAT
           MOVE LOT-PARTNO       TO SRT-PARTNO
           MOVE LOT-NUMBER       TO SRT-LOT-NUMBER
           MOVE LOT-EXPIRY-DATE  TO SRT-EXPIRY-DATE
           MOVE WS-SWEEP-QTY     TO SRT-QTY
           MOVE WS-PART-UNITPR   TO SRT-UNIT-COST
           IF LOT-RECEIPT-DATE IS NUMERIC
              MOVE LOT-RECEIPT-DATE TO SRT-RECEIPT-DATE
           ELSE
              MOVE 0 TO SRT-RECEIPT-DATE
           END-IF
           RELEASE SORT-RECORD
           .

      ***
      *** the hold movement names the lot, so STKPOST relieves
      *** that lot and nothing else; the lot's expiry rides along
      *** for the trace.
      ***
       WRITE-EXPIRY-HOLD.
           IF WS-SWEEP-DOC = SPACES
              PERFORM NUMBER-THE-SWEEP
           END-IF
           MOVE SPACES          TO MOV-OUT-RECORD
           MOVE WS-SWEEP-DOC    TO MOV-DOC-NUMBER
           MOVE LOT-PARTNO      TO MOV-PARTNO
           MOVE 'E'             TO MOV-TYPE
           MOVE WS-SWEEP-QTY    TO MOV-QTY
           MOVE SPACE           TO MOV-SIGN
           MOVE TODAY-DATE      TO MOV-DATE
           MOVE LOT-NUMBER      TO MOV-LOT-NUMBER
           MOVE LOT-EXPIRY-DATE TO MOV-EXPIRY-DATE
           MOVE 0               TO MOV-UNIT-COST
           WRITE MOV-OUT-RECORD
           IF MOV-OUT-STATUS NOT = '00'
              MOVE 'Y'              TO LSW-ERROR-FLAG
              MOVE 'LSW013'         TO MSG-LSW-OPEN-CODE
              MOVE MOV-OUT-STATUS   TO MSG-LSW-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LSW-OPEN-MSG
           END-IF
           .

      ***
      *** a number that cannot be issued falls back to the dated
      *** sweep document and ends the run in error.
      ***
       NUMBER-THE-SWEEP.
           MOVE 'MV' TO DCN-REQUEST-TYPE
           CALL 'DOCNREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-DCN-DATA
           MOVE 0 TO RETURN-CODE
           IF DCN-ISSUED
              MOVE DCN-ISSUED-NUMBER  TO WS-SWEEP-DOC
           ELSE
              MOVE 'Y'                TO LSW-ERROR-FLAG
              MOVE WS-DATED-SWEEP-DOC TO WS-SWEEP-DOC
           END-IF
           .

       REPORT-SWEPT-LOTS.
           MOVE 'N' TO SW-SORT-EOF
           MOVE 'Y' TO SW-FIRST-RECORD
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PRINT-ONE-SWEPT-LOT UNTIL SORT-AT-EOF
           IF NOT FIRST-RECORD
              PERFORM FLUSH-CATEGORY-TOTAL
           END-IF
           MOVE 'ALL CATEGORIES' TO CT-LABEL
           MOVE WS-GRD-LOTS      TO CT-LOTS
           MOVE WS-GRD-QTY       TO CT-QTY
           MOVE WS-GRD-VALUE     TO CT-VALUE
           WRITE RPT-OUT-DATA FROM WS-LSW-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       PRINT-ONE-SWEPT-LOT.
           IF FIRST-RECORD OR SRT-ITEMCAT NOT = WS-BREAK-ITEMCAT
              IF NOT FIRST-RECORD
                 PERFORM FLUSH-CATEGORY-TOTAL
              END-IF
              MOVE 'N'         TO SW-FIRST-RECORD
              MOVE SRT-ITEMCAT TO WS-BREAK-ITEMCAT
              MOVE 0 TO WS-CAT-LOTS
              MOVE 0 TO WS-CAT-QTY
              MOVE 0 TO WS-CAT-VALUE
           END-IF

           COMPUTE WS-LOT-VALUE = SRT-QTY * SRT-UNIT-COST
           IF SRT-QTY > 0
              ADD 1            TO WS-CAT-LOTS
              ADD SRT-QTY      TO WS-CAT-QTY
              ADD WS-LOT-VALUE TO WS-CAT-VALUE
           END-IF

           MOVE SRT-ITEMCAT      TO SL-ITEMCAT
           MOVE SRT-PARTNO       TO SL-PARTNO
           MOVE SRT-LOT-NUMBER   TO SL-LOT-NUMBER
           MOVE SRT-RECEIPT-DATE TO SL-RECEIPT-DATE
           MOVE SRT-EXPIRY-DATE  TO SL-EXPIRY-DATE
           MOVE SRT-QTY          TO SL-QTY
           MOVE SRT-UNIT-COST    TO SL-UNIT-COST
           MOVE WS-LOT-VALUE     TO SL-VALUE
           MOVE SRT-NOTE         TO SL-NOTE
           WRITE RPT-OUT-DATA FROM WS-LSW-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       FLUSH-CATEGORY-TOTAL.
           MOVE WS-BREAK-ITEMCAT TO CL-ITEMCAT
           MOVE WS-CAT-LABEL     TO CT-LABEL
           MOVE WS-CAT-LOTS      TO CT-LOTS
           MOVE WS-CAT-QTY       TO CT-QTY
           MOVE WS-CAT-VALUE     TO CT-VALUE
           WRITE RPT-OUT-DATA FROM WS-LSW-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           ADD WS-CAT-LOTS  TO WS-GRD-LOTS
           ADD WS-CAT-QTY   TO WS-GRD-QTY
           ADD WS-CAT-VALUE TO WS-GRD-VALUE
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO LSW-ERROR-FLAG
              MOVE 'LSW010'         TO MSG-LSW-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-LSW-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-LSW-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE MOV-OUT-FILE
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'DOCNREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-DCN-DATA

           IF LSW-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE LOT-READ-COUNT  TO SUM-LOT-COUNT
           MOVE EXPIRED-COUNT   TO SUM-EXP-COUNT
           MOVE MOVED-COUNT     TO SUM-MOVED-COUNT
           MOVE NOT-MOVED-COUNT TO SUM-NOT-MOVED
           DISPLAY WS-LSW-SUMMARY-LINE
           .
