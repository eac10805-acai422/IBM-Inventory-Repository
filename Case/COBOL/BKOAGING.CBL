      *** BKOAGING - backorder aging. Reads the CASBORD carry-
      *** forward CUSTPOST maintains and reports the oldest
      *** unfilled demand by part within category, each line aged
      *** in shop working days (the CASWCAL calendar) from its
      *** original order date. The REORDER column
      *** carries '*' when the part is sitting below its reorder
      *** level right now -- the same condition REOREXC prints --
      *** so the desk can finally tie a backorder to the reorder
      *** exception that should be curing it. The ARRIVING column
      *** carries the ETA when the part is on a PO the vendor has
      *** notified as shipped (CASASNST, through OPOREC), so the
      *** desk can tell the customer stock is already on the way.
      ***
       environment division.
       input-output section.
           05 SRT-CUSTOMER      PIC X(10).
           05 SRT-DAYS-OPEN     PIC 9(05).
           05 SRT-REORDER-FLAG  PIC X(01).
           05 SRT-ETA-DATE      PIC 9(08).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-OPO-DATA         PIC X(80).
       01 BKO-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 BKO-ERROR-FLAG      PIC X(01) VALUE 'N'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
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
       01 SW-BKO-EOF          PIC X(01) VALUE 'N'.
           88 BKO-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 WS-DAYS-OPEN        PIC S9(07).
       01 WS-BREAK-CATEGORY   PIC X(03) VALUE SPACES.
       01 BACKORDER-COUNT     PIC 9(07) VALUE 0.
       01 FLAGGED-COUNT       PIC 9(07) VALUE 0.
       01 ARRIVING-COUNT      PIC 9(07) VALUE 0.
       01 OLDEST-DAYS-OPEN    PIC 9(05) VALUE 0.
       01 WS-AGING-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(10)  VALUE 'CUSTOMER  '.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'REORDER'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'ARRIVING'.
           05                  PIC X(34)  VALUE SPACES.
       01 WS-AGING-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(47)  VALUE
              'DAYS OPEN COUNTED IN SHOP WORKING DAYS (CASWCAL'.
           05                  PIC X(11)  VALUE ' CALENDAR)'.
           05                  PIC X(74)  VALUE SPACES.
       01 WS-AGING-LINE.
           05                  PIC X      VALUE SPACES.
           05 AGE-CATEGORY     PIC X(03).
           05 AGE-CUSTOMER     PIC X(10).
           05                  PIC X(06)  VALUE SPACES.
           05 AGE-REORDER-FLAG PIC X(01).
           05                  PIC X(09)  VALUE SPACES.
           05 AGE-ETA-DATE     PIC X(08).
           05                  PIC X(34)  VALUE SPACES.
       01 WS-CAT-BREAK-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'CATEGORY '.
           05 FILLER          PIC X(20) VALUE 'ON REORDER REPORT:  '.
           05 SUM-FLAG-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'ON SHIPMENT: '.
           05 SUM-ARRIVING-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'OLDEST DAYS: '.
           05 SUM-OLDEST-DAYS PIC ZZZZ9.
       procedure division.

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'OPOREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-OPO-DATA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT BKO-DATA-FILE
           IF BKO-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BKO-ERROR-FLAG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-AGING-BASIS-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-AGING-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .
           MOVE BKO-ORDER-DATE TO SRT-ORDER-DATE
           MOVE BKO-CUSTOMER   TO SRT-CUSTOMER

           CALL 'WORKCAL' USING BY CONTENT '1'
                BY REFERENCE BKO-ORDER-DATE TODAY-DATE WS-DAYS-OPEN
           IF RETURN-CODE = 0
              IF WS-DAYS-OPEN < 0
                 MOVE 0 TO WS-DAYS-OPEN
              END-IF
              END-IF
           END-IF

           MOVE 0 TO SRT-ETA-DATE
           MOVE BKO-PARTNO TO OPO-LOOKUP-PARTNO
           CALL 'OPOREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-OPO-DATA
           MOVE 0 TO RETURN-CODE
           IF OPO-FOUND AND OPO-IS-SHIPPED
              MOVE OPO-ETA-DATE TO SRT-ETA-DATE
           END-IF

           RELEASE SORT-RECORD

           READ BKO-DATA-FILE
           IF SRT-REORDER-FLAG = '*'
              ADD 1 TO FLAGGED-COUNT
           END-IF
           IF SRT-ETA-DATE > 0
              ADD 1 TO ARRIVING-COUNT
           END-IF
           IF SRT-DAYS-OPEN > OLDEST-DAYS-OPEN
              MOVE SRT-DAYS-OPEN TO OLDEST-DAYS-OPEN
           END-IF
           MOVE SRT-DAYS-OPEN    TO AGE-DAYS-OPEN
           MOVE SRT-CUSTOMER     TO AGE-CUSTOMER
           MOVE SRT-REORDER-FLAG TO AGE-REORDER-FLAG
           IF SRT-ETA-DATE > 0
              MOVE SRT-ETA-DATE  TO AGE-ETA-DATE
           ELSE
              MOVE SPACES        TO AGE-ETA-DATE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-AGING-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'OPOREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-OPO-DATA

           IF BKO-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE BACKORDER-COUNT  TO SUM-BKO-COUNT
           MOVE FLAGGED-COUNT    TO SUM-FLAG-COUNT
           MOVE ARRIVING-COUNT   TO SUM-ARRIVING-COUNT
           MOVE OLDEST-DAYS-OPEN TO SUM-OLDEST-DAYS
           DISPLAY WS-BKO-SUMMARY-LINE
           .
