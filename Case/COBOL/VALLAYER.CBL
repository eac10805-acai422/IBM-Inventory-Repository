      *** receipt cost layer on CASCLYR, prints it next to the
      *** standard-price value MAIN's grand total carries, and
      *** summarizes the difference for the GL people. A part whose
      *** layer quantities have drifted from its book quantity is
      *** flagged so the layers can be rebuilt before finance uses
      *** the number. The book quantity is I-QOH plus whatever of
      *** ours sits at customer consignment sites on CASCSGN --
      *** that stock keeps its layers until the customer uses it.
      ***
       environment division.
       input-output section.
       01 SW-CLY-BROWSE-DONE  PIC X(01) VALUE 'N'.
           88 CLY-BROWSE-DONE     VALUE 'Y'.
       01 WS-LAYER-QTY-TOTAL  PIC 9(09).
       01 WS-BOOK-QTY         PIC 9(07).
       01 WS-CSG-DATA         PIC X(80).
       01 CSG-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 CSG-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CSG-FOUND           VALUE 'Y'.
       01 CSG-SITE-QTY        PIC 9(07) EXTERNAL.
       01 CSG-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CSG-IO-ERROR-FOUND  VALUE 'Y'.
       01 CSG-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-LAYER-VALUE      PIC 9(11)V9(02).
       01 WS-STD-VALUE        PIC 9(11)V9(02).
       01 WS-VALUE-DIFF       PIC S9(11)V9(02).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'LAYER QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'BOOK QTY'.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(13)  VALUE 'LAYERED VALUE'.
           05                  PIC X(03)  VALUE SPACES.
           05 VAL-PART-NUM     PIC X(09).
           05                  PIC X(04)  VALUE SPACES.
           05 VAL-LAYER-QTY    PIC ZZZZZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 VAL-BOOK-QOH     PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 VAL-LAYER-VALUE  PIC $$,$$$,$$$,999.99.
           05                  PIC X(01)  VALUE SPACES.
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           CALL 'CSGREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-CSG-DATA

           OPEN INPUT CLY-DATA-FILE
           IF CLY-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO VAL-ERROR-FLAG
       RATE-ONE-PART.
           ADD 1 TO PART-COUNT
           PERFORM TOTAL-PART-LAYERS
           PERFORM TOTAL-BOOK-QUANTITY

           IF I-QOH IS NUMERIC AND I-UNITPR IS NUMERIC
              COMPUTE WS-STD-VALUE = WS-BOOK-QTY * I-UNITPR
           ELSE
              MOVE 0 TO WS-STD-VALUE
           END-IF
           IF WS-LAYER-QTY-TOTAL > 0 OR WS-VALUE-DIFF NOT = 0
              MOVE I-PARTNO           TO VAL-PART-NUM
              MOVE WS-LAYER-QTY-TOTAL TO VAL-LAYER-QTY
              MOVE WS-BOOK-QTY        TO VAL-BOOK-QOH
              MOVE WS-LAYER-VALUE     TO VAL-LAYER-VALUE
              MOVE WS-STD-VALUE       TO VAL-STD-VALUE
              MOVE WS-VALUE-DIFF      TO VAL-DIFFERENCE
              IF I-QOH IS NUMERIC
                 AND WS-LAYER-QTY-TOTAL NOT = WS-BOOK-QTY
                 ADD 1 TO DRIFT-COUNT
                 MOVE '**' TO VAL-DRIFT-FLAG
              ELSE
           END-IF
           .

      ***
      *** book quantity -- I-QOH plus the part's stock at customer
      *** consignment sites, still owned and still carrying its
      *** cost layers until the customer reports using it.
      ***
       TOTAL-BOOK-QUANTITY.
           MOVE 0 TO WS-BOOK-QTY
           IF I-QOH IS NUMERIC
              MOVE I-QOH TO WS-BOOK-QTY
           END-IF
           MOVE I-PARTNO TO CSG-LOOKUP-PARTNO
           CALL 'CSGREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-CSG-DATA
           MOVE 0 TO RETURN-CODE
           IF CSG-FOUND
              ADD CSG-SITE-QTY TO WS-BOOK-QTY
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO VAL-ERROR-FLAG
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'CSGREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CSG-DATA

           IF VAL-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
