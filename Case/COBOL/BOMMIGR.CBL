       identification division.
       program-id. BOMMIGR.
      ***
      *** BOMMIGR - one-time migration of the CASBOM kit structure
      *** from the 18-byte parent plus component key to the
      *** date-effective BOMDETL layout, whose key carries the
      *** date the link takes effect. Unloads the live KSDS front
      *** to back and loads the new KSDS (CASBOMN) with every link
      *** in effect from the beginning (BOM-EFF-FROM zero) and
      *** open-ended (BOM-EFF-TO zero) at no revision level --
      *** the structure as it stands today, which BOMMAINT then
      *** changes forward from. Runs once, before the first run
      *** of the programs compiled with the new layout. Proves
      *** itself with before and after record counts and hash
      *** totals over the quantity per parent. Any imbalance ends
      *** with return code 16 and the new cluster must be
      *** discarded.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT OLD-DATA-FILE ASSIGN TO CASBOM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-OLD-BOM-KEY
              FILE STATUS IS OLD-FILE-STATUS.
           SELECT NEW-DATA-FILE ASSIGN TO CASBOMN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-NEW-BOM-KEY
              FILE STATUS IS NEW-FILE-STATUS.
       data division.
       file section.
       FD  OLD-DATA-FILE.
       01 OLD-REC.
           05 FD-OLD-BOM-KEY    PIC X(18).
           05 FILLER            PIC X(62).
       FD  NEW-DATA-FILE.
       01 NEW-REC.
           05 FD-NEW-BOM-KEY    PIC X(26).
           05 FILLER            PIC X(54).
       working-storage section.
       01 OLD-FILE-STATUS     PIC X(02).
       01 NEW-FILE-STATUS     PIC X(02).
       01 BMG-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 BMG-ERROR-FOUND     VALUE 'Y'.
       01 WS-BMG-OPEN-MSG.
           05 MSG-BMG-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-BMG-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
      *
      *    THE LAYOUT BEING RETIRED -- PARENT AND COMPONENT ALONE
      *    MAKE THE KEY, AND THE QUANTITY PER FOLLOWS IT.
      *
       01 WS-OLD-REC.
           05 OLD-BOM-KEY.
              10 OLD-BOM-PARENT    PIC X(09).
              10 OLD-BOM-COMPONENT PIC X(09).
           05 OLD-BOM-QTY-PER      PIC 9(03).
           05 FILLER               PIC X(59).
       01 WS-NEW-REC.
       copy BOMDETL.
       01 IN-RECORD-COUNT     PIC 9(07) VALUE 0.
       01 OUT-RECORD-COUNT    PIC 9(07) VALUE 0.
       01 IN-QTY-HASH         PIC 9(12) VALUE 0.
       01 OUT-QTY-HASH        PIC 9(12) VALUE 0.
       01 WS-BMG-COUNT-LINE.
           05 FILLER          PIC X(16) VALUE 'RECORDS IN:     '.
           05 BAL-IN-COUNT    PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'RECORDS OUT:    '.
           05 BAL-OUT-COUNT   PIC ZZZZZZ9.
       01 WS-BMG-HASH-LINE.
           05 FILLER          PIC X(20) VALUE 'QTY-PER HASH IN/OUT '.
           05 BAL-IN-QTY      PIC ZZZZZZZZZZZ9.
           05 FILLER          PIC X(01) VALUE '/'.
           05 BAL-OUT-QTY     PIC ZZZZZZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BMG001: Starting program'
           PERFORM INITIALIZATION
           PERFORM CONVERT-ONE-RECORD UNTIL RETURN-CODE = 4
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'BMG999: All done'
           GOBACK
           .

       INITIALIZATION.
           OPEN INPUT OLD-DATA-FILE
           IF OLD-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMG-ERROR-FLAG
              MOVE 'BMG009'         TO MSG-BMG-OPEN-CODE
              MOVE OLD-FILE-STATUS  TO MSG-BMG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMG-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           OPEN OUTPUT NEW-DATA-FILE
           IF NEW-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO BMG-ERROR-FLAG
              MOVE 'BMG010'         TO MSG-BMG-OPEN-CODE
              MOVE NEW-FILE-STATUS  TO MSG-BMG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMG-OPEN-MSG
              MOVE 4 TO RETURN-CODE
           END-IF

           IF RETURN-CODE NOT = 4
              PERFORM READ-NEXT-OLD-RECORD
           END-IF
           .

       READ-NEXT-OLD-RECORD.
           READ OLD-DATA-FILE INTO WS-OLD-REC
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           .

      ***
      *** the old key order is kept: inserting the zero effective
      *** date after parent and component leaves each link where
      *** it was, so the new cluster loads in ascending key.
      ***
       CONVERT-ONE-RECORD.
           ADD 1 TO IN-RECORD-COUNT
           IF OLD-BOM-QTY-PER IS NUMERIC
              ADD OLD-BOM-QTY-PER TO IN-QTY-HASH
           END-IF

           MOVE SPACES            TO WS-NEW-REC
           MOVE OLD-BOM-PARENT    TO BOM-PARENT
           MOVE OLD-BOM-COMPONENT TO BOM-COMPONENT
           MOVE 0                 TO BOM-EFF-FROM
           MOVE OLD-BOM-QTY-PER   TO BOM-QTY-PER
           MOVE 0                 TO BOM-EFF-TO
           MOVE SPACES            TO BOM-REVISION

           WRITE NEW-REC FROM WS-NEW-REC
           IF NEW-FILE-STATUS = '00'
              ADD 1 TO OUT-RECORD-COUNT
              IF BOM-QTY-PER IS NUMERIC
                 ADD BOM-QTY-PER TO OUT-QTY-HASH
              END-IF
           ELSE
              MOVE 'Y'              TO BMG-ERROR-FLAG
              MOVE 'BMG011'         TO MSG-BMG-OPEN-CODE
              MOVE NEW-FILE-STATUS  TO MSG-BMG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-BMG-OPEN-MSG
           END-IF

           PERFORM READ-NEXT-OLD-RECORD
           .

       TERMINATION.
           CLOSE OLD-DATA-FILE
           CLOSE NEW-DATA-FILE

           MOVE IN-RECORD-COUNT  TO BAL-IN-COUNT
           MOVE OUT-RECORD-COUNT TO BAL-OUT-COUNT
           DISPLAY WS-BMG-COUNT-LINE

           MOVE IN-QTY-HASH      TO BAL-IN-QTY
           MOVE OUT-QTY-HASH     TO BAL-OUT-QTY
           DISPLAY WS-BMG-HASH-LINE

           IF IN-RECORD-COUNT NOT = OUT-RECORD-COUNT
              OR IN-QTY-HASH NOT = OUT-QTY-HASH
              MOVE 'Y' TO BMG-ERROR-FLAG
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT Z'BMG002 MIGRATION OUT OF BALANCE'
           END-IF

           IF BMG-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           .
