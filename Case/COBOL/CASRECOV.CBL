       01 REPLAY-COUNT        PIC 9(07) VALUE 0.
       01 SKIPPED-COUNT       PIC 9(07) VALUE 0.
       01 FORCED-COUNT        PIC 9(07) VALUE 0.
       01 REPLAY-AFTER        PIC 9(09) VALUE 0.
       01 IN-BASE-COUNT       PIC 9(07) VALUE 0.
       01 REG-FILE-STATUS     PIC X(02).
       01 SW-BACKOUT-MODE     PIC X(01) VALUE 'N'.
           88 BACKOUT-MODE        VALUE 'Y'.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'FORCED: '.
           05 SUM-FORCED-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'IN BASE: '.
           05 SUM-IN-BASE     PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
                    IF RCV-STOP-TIME IS NUMERIC
                       MOVE RCV-STOP-TIME TO STOP-TIME
                    END-IF
                    IF RCV-REPLAY-AFTER IS NUMERIC
                       MOVE RCV-REPLAY-AFTER TO REPLAY-AFTER
                    END-IF
                    IF RCV-IS-BACKOUT
                       MOVE 'Y' TO SW-BACKOUT-MODE
                       IF RCV-SEL-FROM-DATE IS NUMERIC
      *** duplicate key is forced through as a rewrite and a change
      *** that finds no record is forced through as a write; both
      *** are counted so the operator can see how dirty the base
      *** copy was. the first REPLAY-AFTER records are already in
      *** a vaulted base and are passed over.
      ***
       REPLAY-JOURNAL.
           ADD 1 TO JRN-READ-COUNT
           EVALUATE TRUE
              WHEN JRN-READ-COUNT NOT > REPLAY-AFTER
                 ADD 1 TO IN-BASE-COUNT
              WHEN STOP-DATE > 0
                 AND (JRN-DATE > STOP-DATE
                    OR (JRN-DATE = STOP-DATE AND JRN-TIME > STOP-TIME))
                 ADD 1 TO SKIPPED-COUNT
              WHEN JRN-IS-ADD
                 PERFORM REPLAY-ADD
              WHEN JRN-IS-CHANGE
                 PERFORM REPLAY-CHANGE
              WHEN JRN-IS-DELETE
                 PERFORM REPLAY-DELETE
              WHEN OTHER
                 MOVE 'RCV002' TO MSG-RCV-CODE
                 MOVE JRN-PARTNO TO MSG-RCV-PARTNO
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-RCV-MSG
           END-EVALUATE

           READ JRN-DATA-FILE
              AT END
              MOVE REPLAY-COUNT   TO SUM-REPLAY-COUNT
              MOVE SKIPPED-COUNT  TO SUM-SKIP-COUNT
              MOVE FORCED-COUNT   TO SUM-FORCED-COUNT
              MOVE IN-BASE-COUNT  TO SUM-IN-BASE
              DISPLAY WS-RCV-SUMMARY-LINE
           END-IF
           .
