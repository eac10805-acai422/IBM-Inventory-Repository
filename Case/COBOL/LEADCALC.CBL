      *** receipts, and writes MAINTTXN CHANGE transactions the way
      *** RDRCALC emits its recommendations -- so corrected lead
      *** times flow through CASMAINT with its edits and journal
      *** instead of being poked into the master. Elapsed days are
      *** shop working days off the CASWCAL calendar, so
      *** I-LEAD-TIME is held in working days and a receipt is not
      *** charged for the weekends and shutdown it sat through.
      ***
       environment division.
       input-output section.
           88 PPF-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 WS-ELAPSED          PIC S9(07).
       01 WS-BREAK-PARTNO     PIC X(09) VALUE SPACES.
       01 WS-SAMPLE-COUNT     PIC 9(03).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'DISPOSITION'.
           05                  PIC X(69)  VALUE SPACES.
       01 WS-LDC-BASIS-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(47)  VALUE
              'LEAD TIMES MEASURED IN SHOP WORKING DAYS (CASWC'.
           05                  PIC X(12)  VALUE 'AL CALENDAR)'.
           05                  PIC X(73)  VALUE SPACES.
       01 WS-LDC-LINE.
           05                  PIC X      VALUE SPACES.
           05 LDC-PART-NUM     PIC X(09).
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           WRITE RPT-OUT-DATA FROM WS-LDC-BASIS-LINE
           WRITE RPT-OUT-DATA FROM WS-LDC-HEADING

           OPEN OUTPUT TXN-OUT-FILE

      ***
      *** input procedure -- each matched receipt releases with its
      *** elapsed order-to-dock working days. the receipt date is
      *** inverted in the sort key so each part's newest receipts
      *** return first and the sample limit keeps only the recent
      *** history.
      ***
       RELEASE-RECEIPT-SAMPLES.
           IF PPF-FILE-STATUS = '00'
           IF PPF-ORDER-DATE IS NUMERIC AND PPF-ORDER-DATE > 0
              AND PPF-RECEIPT-DATE IS NUMERIC
              AND PPF-RECEIPT-DATE > 0
              CALL 'WORKCAL' USING BY CONTENT '1'
                   BY REFERENCE PPF-ORDER-DATE PPF-RECEIPT-DATE
                   WS-ELAPSED
              IF RETURN-CODE = 0
                 IF WS-ELAPSED >= 0
                    MOVE PPF-PARTNO TO SRT-PARTNO
                    COMPUTE SRT-RCPT-DATE-INV =
