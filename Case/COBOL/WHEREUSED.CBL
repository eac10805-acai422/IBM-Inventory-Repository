      *** sub-kit levels (visited-list guarded, the same circular
      *** protection idea as XREFCHN) so when DISCEXC flags a part,
      *** planning can see every kit at every level the
      *** discontinuation strands. A link an engineering change has
      *** already ended drops out; one not yet cut in, or one due
      *** to run out, prints with its revision and the date, so
      *** planning can run the old revision's components down
      *** before the cut-over rather than after.
      ***
       environment division.
       input-output section.
       file section.
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
           05 SRT-COMPONENT     PIC X(09).
           05 SRT-PARENT        PIC X(09).
           05 SRT-QTY-PER       PIC 9(03).
           05 SRT-EFF-FROM      PIC 9(08).
           05 SRT-EFF-TO        PIC 9(08).
           05 SRT-REVISION      PIC X(02).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy BOMDETL.
       01 BOM-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 TODAY-DATE          PIC 9(08).
       01 WHU-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 WHU-ERROR-FOUND     VALUE 'Y'.
       01 WS-WHU-OPEN-MSG.
       01 LINK-COUNT          PIC 9(07) VALUE 0.
       01 COMPONENT-CT        PIC 9(07) VALUE 0.
       01 DISCONT-COUNT       PIC 9(07) VALUE 0.
       01 PENDING-COUNT       PIC 9(07) VALUE 0.
       01 WS-COMP-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(10)  VALUE 'COMPONENT '.
           05                  PIC X(06)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'QTY PER '.
           05 USE-QTY-PER      PIC ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'REV '.
           05 USE-REVISION     PIC X(02).
           05                  PIC X(02)  VALUE SPACES.
           05 USE-CHANGE-TEXT  PIC X(22).
           05 USE-CHANGE-DATE  PIC X(08).
           05                  PIC X(55)  VALUE SPACES.
       01 WS-STRAND-LINE.
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'STRANDS '.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(15) VALUE 'DISCONTINUED:  '.
           05 SUM-DISC-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(17) VALUE 'PENDING CHANGES: '.
           05 SUM-PEND-COUNT  PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-COMPONENT SRT-PARENT SRT-EFF-FROM
              INPUT PROCEDURE IS LOAD-AND-RELEASE-LINKS
              OUTPUT PROCEDURE IS WRITE-WHERE-USED

           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
      *    A LINK ALREADY ENDED IS HISTORY, NOT A USE.
           IF RETURN-CODE NOT = 4
              AND (BOM-EFF-TO = 0 OR BOM-EFF-TO > TODAY-DATE)
              ADD 1 TO LINK-COUNT
              IF BOM-ROW-COUNT >= BOM-ROW-LIMIT
                 MOVE 'Y' TO WHU-ERROR-FLAG
                 ELSE
                    MOVE 0 TO SRT-QTY-PER
                 END-IF
                 MOVE BOM-EFF-FROM  TO SRT-EFF-FROM
                 MOVE BOM-EFF-TO    TO SRT-EFF-TO
                 MOVE BOM-REVISION  TO SRT-REVISION
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           MOVE SRT-PARENT  TO USE-PARENT
           MOVE SRT-QTY-PER TO USE-QTY-PER
           MOVE SRT-REVISION TO USE-REVISION
           EVALUATE TRUE
              WHEN SRT-EFF-FROM > TODAY-DATE
                 ADD 1 TO PENDING-COUNT
                 MOVE 'PENDING - CUTS IN ON  ' TO USE-CHANGE-TEXT
                 MOVE SRT-EFF-FROM TO USE-CHANGE-DATE
              WHEN SRT-EFF-TO NOT = 0
                 ADD 1 TO PENDING-COUNT
                 MOVE 'PENDING - RUNS OUT ON ' TO USE-CHANGE-TEXT
                 MOVE SRT-EFF-TO TO USE-CHANGE-DATE
              WHEN OTHER
                 MOVE SPACES TO USE-CHANGE-TEXT
                 MOVE SPACES TO USE-CHANGE-DATE
           END-EVALUATE
           WRITE RPT-OUT-DATA FROM WS-USED-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE LINK-COUNT    TO SUM-LINK-COUNT
           MOVE COMPONENT-CT  TO SUM-COMP-COUNT
           MOVE DISCONT-COUNT TO SUM-DISC-COUNT
           MOVE PENDING-COUNT TO SUM-PEND-COUNT
           DISPLAY WS-WHU-SUMMARY-LINE
           .
