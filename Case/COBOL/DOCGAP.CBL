       identification division.
       program-id. DOCGAP.
      ***
      *** DOCGAP - month-end document-number audit. Every number
      *** the CASDOCN authority issued in the month should turn up
      *** on a posting, and no number should stand for two kinds
      *** of document. This run takes each document type's issued
      *** range for the month from CASDOCN and sets it against the
      *** document numbers that were actually used -- on CASMHIST
      *** movement history and on the CASJRNL maintenance journal
      *** -- and lists the unused gaps in each range and every
      *** number that appears under more than one document type in
      *** the month. A number issued late in the month and posted
      *** in the next still counts as used.
      *** The type a number was used under comes from the posting:
      *** a transfer dispatch or confirmation is TR, a return to
      *** vendor RV, a customer return or an issue shipped to a
      *** customer CO, a journal record MT. Every other movement
      *** is MV -- or WO when its number came out of the work-order
      *** range, since a kit build posts as ordinary issues and
      *** receipts. A number out of an authority range also counts
      *** under the type that issued it, so an MV number keyed onto
      *** a transfer is caught. Numbers from no range are checked
      *** for mixed use within the month only.
      *** The month is the one before the run date unless the
      *** DOCGCTL card names one. Return code 8 when there is
      *** anything to look at.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT DGP-CTL-FILE ASSIGN TO DOCGCTL
              FILE STATUS IS DGP-CTL-STATUS.
           SELECT DCN-DATA-FILE ASSIGN TO CASDOCN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-DCN-KEY
              FILE STATUS IS DCN-FILE-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT JRN-DATA-FILE ASSIGN TO CASJRNL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASDGPRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  DGP-CTL-FILE.
       01 DGP-CTL-RECORD.
           copy DOCGCTL.
       FD  DCN-DATA-FILE.
       01 DCN-DATA.
           05 FD-DCN-KEY        PIC X(02).
           05 FILLER            PIC X(78).
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  JRN-DATA-FILE.
       01 JRN-RECORD.
           copy MNTJRNL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-USE-TYPE      PIC X(02).
           05 SRT-DATE          PIC 9(08).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-IN-PERIOD     PIC X(01).
           05 SRT-RANGE-SUB     PIC 9(02).
       working-storage section.
       01 WS-DCN-REC.
       copy DOCNCTL.
       01 DGP-CTL-STATUS      PIC X(02).
       01 DCN-FILE-STATUS     PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 JRN-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 DGP-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 DGP-ERROR-FOUND     VALUE 'Y'.
       01 WS-DGP-OPEN-MSG.
           05 MSG-DGP-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-DGP-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-DCN-EOF          PIC X(01) VALUE 'N'.
           88 DCN-AT-EOF          VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-JRN-EOF          PIC X(01) VALUE 'N'.
           88 JRN-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-TYPE-LISTED      PIC X(01).
           88 TYPE-LISTED         VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 SELECT-PERIOD-PARTS REDEFINES SELECT-PERIOD.
           05 SELECT-YEAR      PIC 9(04).
           05 SELECT-MONTH     PIC 9(02).
       01 WS-REC-PERIOD       PIC 9(06).
      ***
      *** the control file's document types, each with the part of
      *** its range the audited month issued. RT-EXPECT walks that
      *** part as the sorted numbers go by; a number past it means
      *** the ones between were never used.
      ***
       01 RNG-LIMIT           PIC 9(02) VALUE 20.
       01 RNG-COUNT           PIC 9(02) VALUE 0.
       01 WS-RANGE-TABLE.
           05 RNG-ROW OCCURS 20 TIMES.
              10 RT-TYPE       PIC X(02).
              10 RT-PREFIX     PIC X(02).
              10 RT-DESCR      PIC X(20).
              10 RT-LOW        PIC 9(06).
              10 RT-HIGH       PIC 9(06).
              10 RT-LAST       PIC 9(06).
              10 RT-ISSUED-FLAG PIC X(01).
                  88 RT-HAS-ISSUES VALUE 'Y'.
              10 RT-FROM       PIC 9(06).
              10 RT-THRU       PIC 9(06).
              10 RT-EXPECT     PIC 9(07).
              10 RT-USED       PIC 9(07).
       01 RNG-SUB             PIC 9(02).
       01 WS-FOUND-SUB        PIC 9(02).
       01 WS-DOC-WORK.
           05 WDW-PREFIX       PIC X(02).
           05 WDW-SEQUENCE     PIC X(06).
       01 WS-DOC-SEQ          PIC 9(06).
       01 WS-USE-TYPE         PIC X(02).
       01 WS-BREAK-DOC        PIC X(08) VALUE SPACES.
       01 WS-BREAK-RANGE      PIC 9(02).
       01 DOC-TYPE-COUNT      PIC 9(02).
       01 WS-DOC-TYPES.
           05 DTY-ENTRY OCCURS 6 TIMES.
              10 DTY-TYPE      PIC X(02).
              10 FILLER        PIC X(01).
       01 DTY-SUB             PIC 9(02).
       01 WS-DOC-USE-COUNT    PIC 9(07).
       01 WS-DOC-FIRST-DATE   PIC 9(08).
       01 WS-DOC-FIRST-PARTNO PIC X(09).
       01 WS-GAP-FROM         PIC 9(07).
       01 WS-GAP-THRU         PIC 9(07).
       01 WS-GAP-SIZE         PIC 9(07).
       01 WS-GAP-DOC.
           05 WGD-PREFIX       PIC X(02).
           05 WGD-SEQUENCE     PIC 9(06).
       01 WS-ISSUED-COUNT     PIC 9(07).
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 JRN-READ-COUNT      PIC 9(07) VALUE 0.
       01 DOC-CHECKED-COUNT   PIC 9(07) VALUE 0.
       01 GAP-COUNT           PIC 9(07) VALUE 0.
       01 UNUSED-COUNT        PIC 9(07) VALUE 0.
       01 MULTI-COUNT         PIC 9(07) VALUE 0.
       01 WS-DGP-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(30)
                  VALUE 'DOCUMENT NUMBER AUDIT - MONTH '.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(96)  VALUE SPACES.
       01 WS-DGP-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'THROUGH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'FINDING'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(18)  VALUE 'TYPES'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'NUMBERS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'FIRST'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(31)  VALUE SPACES.
       01 WS-DGP-LINE.
           05                  PIC X      VALUE SPACES.
           05 DGL-DOC-FROM     PIC X(08).
           05                  PIC X(01)  VALUE SPACES.
           05 DGL-DASH         PIC X(01).
           05                  PIC X(01)  VALUE SPACES.
           05 DGL-DOC-THRU     PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 DGL-FINDING      PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 DGL-TYPES        PIC X(18).
           05                  PIC X(02)  VALUE SPACES.
           05 DGL-COUNT        PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DGL-FIRST-DATE   PIC 9(08)  BLANK WHEN ZERO.
           05                  PIC X(02)  VALUE SPACES.
           05 DGL-PARTNO       PIC X(09).
           05                  PIC X(31)  VALUE SPACES.
       01 WS-RANGE-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(04)  VALUE 'TYPE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'PREFIX'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(20)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'ISSUED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'THROUGH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE ' ISSUED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '   USED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE ' UNUSED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '   LEFT'.
           05                  PIC X(42)  VALUE SPACES.
       01 WS-RANGE-LINE.
           05                  PIC X      VALUE SPACES.
           05 DRL-TYPE         PIC X(02).
           05                  PIC X(04)  VALUE SPACES.
           05 DRL-PREFIX       PIC X(02).
           05                  PIC X(06)  VALUE SPACES.
           05 DRL-DESCR        PIC X(20).
           05                  PIC X(02)  VALUE SPACES.
           05 DRL-FROM         PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 DRL-THRU         PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 DRL-ISSUED       PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DRL-USED         PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DRL-UNUSED       PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DRL-LEFT         PIC ZZZZZZ9.
           05                  PIC X(42)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-DGP-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'HISTORY READ: '.
           05 SUM-HIST-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(14) VALUE 'JOURNAL READ: '.
           05 SUM-JRN-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'DOCUMENTS: '.
           05 SUM-DOC-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'GAPS: '.
           05 SUM-GAP-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'UNUSED: '.
           05 SUM-UNUSED-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'MIXED TYPE: '.
           05 SUM-MULTI-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'DGP001: Starting program'
           PERFORM INITIALIZATION

           IF NOT DGP-ERROR-FOUND
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-DOC-NUMBER SRT-USE-TYPE
                    SRT-DATE
                 INPUT PROCEDURE IS RELEASE-DOCUMENT-USES
                 OUTPUT PROCEDURE IS AUDIT-DOCUMENT-NUMBERS
              PERFORM WRITE-RANGE-SUMMARY
           END-IF

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'DGP999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT DGP-CTL-FILE
           IF DGP-CTL-STATUS = '00'
              READ DGP-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DGC-PERIOD IS NUMERIC
                       MOVE DGC-PERIOD TO SELECT-PERIOD
                    END-IF
              END-READ
              CLOSE DGP-CTL-FILE
           END-IF

      *    THE MONTH-END RUN AUDITS THE MONTH JUST CLOSED.
           IF SELECT-PERIOD = 0
              COMPUTE SELECT-PERIOD = TODAY-DATE / 100
              IF SELECT-MONTH = 1
                 SUBTRACT 1 FROM SELECT-YEAR
                 MOVE 12 TO SELECT-MONTH
              ELSE
                 SUBTRACT 1 FROM SELECT-MONTH
              END-IF
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO DGP-ERROR-FLAG
              MOVE 'DGP012'         TO MSG-DGP-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-DGP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DGP-OPEN-MSG
           END-IF
           MOVE SELECT-PERIOD TO TTL-PERIOD
           WRITE RPT-OUT-DATA FROM WS-DGP-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           OPEN INPUT DCN-DATA-FILE
           IF DCN-FILE-STATUS = '00'
              MOVE 'N' TO SW-DCN-EOF
              PERFORM READ-NEXT-CONTROL
              PERFORM LOAD-ONE-RANGE UNTIL DCN-AT-EOF
              CLOSE DCN-DATA-FILE
           ELSE
              MOVE 'Y'              TO DGP-ERROR-FLAG
              MOVE 'DGP009'         TO MSG-DGP-OPEN-CODE
              MOVE DCN-FILE-STATUS  TO MSG-DGP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DGP-OPEN-MSG
           END-IF

           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-DGP-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       READ-NEXT-CONTROL.
           READ DCN-DATA-FILE NEXT RECORD INTO WS-DCN-REC
              AT END
                 MOVE 'Y' TO SW-DCN-EOF
           END-READ
           .

      ***
      *** the control record keeps the first and last number of
      *** the current and the previous month; whichever of the two
      *** is the audited month is the part of the range it issued.
      ***
       LOAD-ONE-RANGE.
           IF RNG-COUNT < RNG-LIMIT
              ADD 1 TO RNG-COUNT
              MOVE DCN-DOC-TYPE    TO RT-TYPE(RNG-COUNT)
              MOVE DCN-PREFIX      TO RT-PREFIX(RNG-COUNT)
              MOVE DCN-DESCR       TO RT-DESCR(RNG-COUNT)
              MOVE DCN-LOW-NUMBER  TO RT-LOW(RNG-COUNT)
              MOVE DCN-HIGH-NUMBER TO RT-HIGH(RNG-COUNT)
              MOVE DCN-LAST-NUMBER TO RT-LAST(RNG-COUNT)
              MOVE 'N'             TO RT-ISSUED-FLAG(RNG-COUNT)
              MOVE 0               TO RT-FROM(RNG-COUNT)
              MOVE 0               TO RT-THRU(RNG-COUNT)
              MOVE 0               TO RT-USED(RNG-COUNT)
              EVALUATE TRUE
                 WHEN DCN-CUR-PERIOD = SELECT-PERIOD
                    MOVE 'Y'             TO RT-ISSUED-FLAG(RNG-COUNT)
                    MOVE DCN-CUR-FIRST   TO RT-FROM(RNG-COUNT)
                    MOVE DCN-LAST-NUMBER TO RT-THRU(RNG-COUNT)
                 WHEN DCN-PRV-PERIOD = SELECT-PERIOD
                    MOVE 'Y'             TO RT-ISSUED-FLAG(RNG-COUNT)
                    MOVE DCN-PRV-FIRST   TO RT-FROM(RNG-COUNT)
                    MOVE DCN-PRV-LAST    TO RT-THRU(RNG-COUNT)
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
              MOVE RT-FROM(RNG-COUNT) TO RT-EXPECT(RNG-COUNT)
           ELSE
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT
                   Z'DGP014 MORE THAN 20 DOCUMENT TYPES ON CASDOCN'
           END-IF
           PERFORM READ-NEXT-CONTROL
           .

      ***
      *** input procedure -- every used document number, from the
      *** movement history and then the journal. a number is only
      *** released when it was used in the month or belongs to an
      *** authority range; the rest can show neither a gap nor a
      *** mixed use.
      ***
       RELEASE-DOCUMENT-USES.
           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM RELEASE-ONE-HISTORY UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           ELSE
              MOVE 'Y'              TO DGP-ERROR-FLAG
              MOVE 'DGP010'         TO MSG-DGP-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-DGP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DGP-OPEN-MSG
           END-IF

           OPEN INPUT JRN-DATA-FILE
           IF JRN-FILE-STATUS = '00'
              MOVE 'N' TO SW-JRN-EOF
              READ JRN-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-JRN-EOF
              END-READ
              PERFORM RELEASE-ONE-JOURNAL UNTIL JRN-AT-EOF
              CLOSE JRN-DATA-FILE
           ELSE
              MOVE 'Y'              TO DGP-ERROR-FLAG
              MOVE 'DGP011'         TO MSG-DGP-OPEN-CODE
              MOVE JRN-FILE-STATUS  TO MSG-DGP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DGP-OPEN-MSG
           END-IF
           .

       RELEASE-ONE-HISTORY.
           ADD 1 TO HIST-READ-COUNT
           IF MH-DOC-NUMBER NOT = SPACES
              AND MH-DOC-NUMBER NOT = LOW-VALUES
              MOVE MH-DOC-NUMBER TO WS-DOC-WORK
              PERFORM FIND-DOC-RANGE
              MOVE 'N' TO SRT-IN-PERIOD
              IF MH-DATE IS NUMERIC
                 COMPUTE WS-REC-PERIOD = MH-DATE / 100
                 IF WS-REC-PERIOD = SELECT-PERIOD
                    MOVE 'Y' TO SRT-IN-PERIOD
                 END-IF
              END-IF
              IF SRT-IN-PERIOD = 'Y' OR WS-FOUND-SUB > 0
                 PERFORM CLASSIFY-HISTORY-USE
                 MOVE MH-DOC-NUMBER TO SRT-DOC-NUMBER
                 MOVE WS-USE-TYPE   TO SRT-USE-TYPE
                 IF MH-DATE IS NUMERIC
                    MOVE MH-DATE    TO SRT-DATE
                 ELSE
                    MOVE 0          TO SRT-DATE
                 END-IF
                 MOVE MH-PARTNO     TO SRT-PARTNO
                 MOVE WS-FOUND-SUB  TO SRT-RANGE-SUB
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       CLASSIFY-HISTORY-USE.
           EVALUATE TRUE
              WHEN MH-TYPE = 'T' OR MH-TYPE = 'X'
                 MOVE 'TR' TO WS-USE-TYPE
              WHEN MH-TYPE = 'V'
                 MOVE 'RV' TO WS-USE-TYPE
              WHEN MH-IS-CUST-RETURN
                 MOVE 'CO' TO WS-USE-TYPE
              WHEN MH-IS-ISSUE AND MH-CUSTOMER NOT = SPACES
                 AND MH-CUSTOMER NOT = LOW-VALUES
                 MOVE 'CO' TO WS-USE-TYPE
              WHEN WS-FOUND-SUB > 0
                 AND RT-TYPE(WS-FOUND-SUB) = 'WO'
                 MOVE 'WO' TO WS-USE-TYPE
              WHEN OTHER
                 MOVE 'MV' TO WS-USE-TYPE
           END-EVALUATE
           .

       RELEASE-ONE-JOURNAL.
           ADD 1 TO JRN-READ-COUNT
           IF JRN-DOC-NUMBER NOT = SPACES
              AND JRN-DOC-NUMBER NOT = LOW-VALUES
              MOVE JRN-DOC-NUMBER TO WS-DOC-WORK
              PERFORM FIND-DOC-RANGE
              MOVE 'N' TO SRT-IN-PERIOD
              IF JRN-DATE IS NUMERIC
                 COMPUTE WS-REC-PERIOD = JRN-DATE / 100
                 IF WS-REC-PERIOD = SELECT-PERIOD
                    MOVE 'Y' TO SRT-IN-PERIOD
                 END-IF
              END-IF
              IF SRT-IN-PERIOD = 'Y' OR WS-FOUND-SUB > 0
                 MOVE JRN-DOC-NUMBER TO SRT-DOC-NUMBER
                 MOVE 'MT'           TO SRT-USE-TYPE
                 IF JRN-DATE IS NUMERIC
                    MOVE JRN-DATE    TO SRT-DATE
                 ELSE
                    MOVE 0           TO SRT-DATE
                 END-IF
                 MOVE JRN-PARTNO     TO SRT-PARTNO
                 MOVE WS-FOUND-SUB   TO SRT-RANGE-SUB
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           READ JRN-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-JRN-EOF
           END-READ
           .

      ***
      *** a number belongs to a range when it carries the range's
      *** prefix and a six-digit sequence inside the range's low
      *** and high bounds.
      ***
       FIND-DOC-RANGE.
           MOVE 0 TO WS-FOUND-SUB
           IF WDW-SEQUENCE IS NUMERIC
              MOVE WDW-SEQUENCE TO WS-DOC-SEQ
              PERFORM MATCH-ONE-RANGE
                 VARYING RNG-SUB FROM 1 BY 1
                 UNTIL RNG-SUB > RNG-COUNT OR WS-FOUND-SUB > 0
           END-IF
           .

       MATCH-ONE-RANGE.
           IF WDW-PREFIX = RT-PREFIX(RNG-SUB)
              AND WS-DOC-SEQ NOT < RT-LOW(RNG-SUB)
              AND WS-DOC-SEQ NOT > RT-HIGH(RNG-SUB)
              MOVE RNG-SUB TO WS-FOUND-SUB
           END-IF
           .

      ***
      *** output procedure -- control break per document number.
      *** the gap check runs once per number as it arrives; the
      *** mixed-use check at the break, once every use is in.
      ***
       AUDIT-DOCUMENT-NUMBERS.
           MOVE 'N'    TO SW-SORT-EOF
           MOVE SPACES TO WS-BREAK-DOC
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM AUDIT-ONE-USE UNTIL SORT-AT-EOF
           IF WS-BREAK-DOC NOT = SPACES
              PERFORM FINISH-ONE-DOCUMENT
           END-IF
           PERFORM CLOSE-ONE-RANGE
              VARYING RNG-SUB FROM 1 BY 1
              UNTIL RNG-SUB > RNG-COUNT
           .

       AUDIT-ONE-USE.
           IF SRT-DOC-NUMBER NOT = WS-BREAK-DOC
              IF WS-BREAK-DOC NOT = SPACES
                 PERFORM FINISH-ONE-DOCUMENT
              END-IF
              PERFORM START-ONE-DOCUMENT
           END-IF

           IF SRT-IN-PERIOD = 'Y'
              ADD 1 TO WS-DOC-USE-COUNT
              IF WS-DOC-FIRST-DATE = 0
                 OR SRT-DATE < WS-DOC-FIRST-DATE
                 MOVE SRT-DATE   TO WS-DOC-FIRST-DATE
                 MOVE SRT-PARTNO TO WS-DOC-FIRST-PARTNO
              END-IF
              MOVE SRT-USE-TYPE TO WS-USE-TYPE
              PERFORM LIST-DOC-TYPE
           END-IF

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       START-ONE-DOCUMENT.
           ADD 1 TO DOC-CHECKED-COUNT
           MOVE SRT-DOC-NUMBER TO WS-BREAK-DOC
           MOVE SRT-RANGE-SUB  TO WS-BREAK-RANGE
           MOVE 0              TO DOC-TYPE-COUNT
           MOVE SPACES         TO WS-DOC-TYPES
           MOVE 0              TO WS-DOC-USE-COUNT
           MOVE 0              TO WS-DOC-FIRST-DATE
           MOVE SPACES         TO WS-DOC-FIRST-PARTNO
           IF WS-BREAK-RANGE > 0
              PERFORM CHECK-RANGE-SEQUENCE
           END-IF
           .

      ***
      *** the numbers of one prefix sort in sequence order, so a
      *** used number beyond the expected one closes a gap: every
      *** number between was issued and never turned up.
      ***
       CHECK-RANGE-SEQUENCE.
           MOVE WS-BREAK-RANGE TO RNG-SUB
           MOVE WS-BREAK-DOC   TO WS-DOC-WORK
           MOVE WDW-SEQUENCE   TO WS-DOC-SEQ
           IF RT-HAS-ISSUES(RNG-SUB)
              AND WS-DOC-SEQ NOT < RT-FROM(RNG-SUB)
              AND WS-DOC-SEQ NOT > RT-THRU(RNG-SUB)
              IF WS-DOC-SEQ > RT-EXPECT(RNG-SUB)
                 MOVE RT-EXPECT(RNG-SUB) TO WS-GAP-FROM
                 COMPUTE WS-GAP-THRU = WS-DOC-SEQ - 1
                 PERFORM WRITE-GAP-LINE
              END-IF
              ADD 1 TO RT-USED(RNG-SUB)
              COMPUTE RT-EXPECT(RNG-SUB) = WS-DOC-SEQ + 1
           END-IF
           .

      ***
      *** a number from an authority range counts under the type
      *** that issued it as well as under the types it was used
      *** as, so a movement number keyed onto a transfer shows.
      ***
       FINISH-ONE-DOCUMENT.
           IF WS-BREAK-RANGE > 0 AND DOC-TYPE-COUNT > 0
              MOVE RT-TYPE(WS-BREAK-RANGE) TO WS-USE-TYPE
              PERFORM LIST-DOC-TYPE
           END-IF
           IF DOC-TYPE-COUNT > 1
              ADD 1 TO MULTI-COUNT
              MOVE SPACES              TO DGL-DOC-FROM
              MOVE SPACES              TO DGL-DASH
              MOVE SPACES              TO DGL-DOC-THRU
              MOVE WS-BREAK-DOC        TO DGL-DOC-FROM
              MOVE 'USED UNDER MORE THAN ONE TYPE'
                                       TO DGL-FINDING
              MOVE WS-DOC-TYPES        TO DGL-TYPES
              MOVE WS-DOC-USE-COUNT    TO DGL-COUNT
              MOVE WS-DOC-FIRST-DATE   TO DGL-FIRST-DATE
              MOVE WS-DOC-FIRST-PARTNO TO DGL-PARTNO
              WRITE RPT-OUT-DATA FROM WS-DGP-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
           END-IF
           .

       LIST-DOC-TYPE.
           MOVE 'N' TO SW-TYPE-LISTED
           PERFORM CHECK-ONE-LISTED-TYPE
              VARYING DTY-SUB FROM 1 BY 1
              UNTIL DTY-SUB > DOC-TYPE-COUNT
           IF NOT TYPE-LISTED AND DOC-TYPE-COUNT < 6
              ADD 1 TO DOC-TYPE-COUNT
              MOVE WS-USE-TYPE TO DTY-TYPE(DOC-TYPE-COUNT)
           END-IF
           .

       CHECK-ONE-LISTED-TYPE.
           IF DTY-TYPE(DTY-SUB) = WS-USE-TYPE
              MOVE 'Y' TO SW-TYPE-LISTED
           END-IF
           .

      ***
      *** whatever the month issued past the last number used is
      *** one more gap, closed at the end of the range.
      ***
       CLOSE-ONE-RANGE.
           IF RT-HAS-ISSUES(RNG-SUB)
              AND RT-EXPECT(RNG-SUB) NOT > RT-THRU(RNG-SUB)
              MOVE RT-EXPECT(RNG-SUB) TO WS-GAP-FROM
              MOVE RT-THRU(RNG-SUB)   TO WS-GAP-THRU
              PERFORM WRITE-GAP-LINE
           END-IF
           .

       WRITE-GAP-LINE.
           ADD 1 TO GAP-COUNT
           COMPUTE WS-GAP-SIZE = WS-GAP-THRU - WS-GAP-FROM + 1
           ADD WS-GAP-SIZE TO UNUSED-COUNT
           MOVE RT-PREFIX(RNG-SUB) TO WGD-PREFIX
           MOVE WS-GAP-FROM        TO WGD-SEQUENCE
           MOVE WS-GAP-DOC         TO DGL-DOC-FROM
           IF WS-GAP-THRU > WS-GAP-FROM
              MOVE '-'            TO DGL-DASH
              MOVE WS-GAP-THRU    TO WGD-SEQUENCE
              MOVE WS-GAP-DOC     TO DGL-DOC-THRU
           ELSE
              MOVE SPACES         TO DGL-DASH
              MOVE SPACES         TO DGL-DOC-THRU
           END-IF
           MOVE 'ISSUED - NEVER USED'  TO DGL-FINDING
           MOVE RT-TYPE(RNG-SUB)       TO DGL-TYPES
           MOVE WS-GAP-SIZE            TO DGL-COUNT
           MOVE 0                      TO DGL-FIRST-DATE
           MOVE SPACES                 TO DGL-PARTNO
           WRITE RPT-OUT-DATA FROM WS-DGP-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

      ***
      *** one line per document type: what the month issued, how
      *** much of it was used, and what is left in the range.
      ***
       WRITE-RANGE-SUMMARY.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-RANGE-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           PERFORM WRITE-ONE-RANGE-LINE
              VARYING RNG-SUB FROM 1 BY 1
              UNTIL RNG-SUB > RNG-COUNT
           .

       WRITE-ONE-RANGE-LINE.
           MOVE RT-TYPE(RNG-SUB)   TO DRL-TYPE
           MOVE RT-PREFIX(RNG-SUB) TO DRL-PREFIX
           MOVE RT-DESCR(RNG-SUB)  TO DRL-DESCR
           IF RT-HAS-ISSUES(RNG-SUB)
              MOVE RT-PREFIX(RNG-SUB) TO WGD-PREFIX
              MOVE RT-FROM(RNG-SUB)   TO WGD-SEQUENCE
              MOVE WS-GAP-DOC         TO DRL-FROM
              MOVE RT-THRU(RNG-SUB)   TO WGD-SEQUENCE
              MOVE WS-GAP-DOC         TO DRL-THRU
              COMPUTE WS-ISSUED-COUNT =
                 RT-THRU(RNG-SUB) - RT-FROM(RNG-SUB) + 1
           ELSE
              MOVE 'NONE'             TO DRL-FROM
              MOVE SPACES             TO DRL-THRU
              MOVE 0                  TO WS-ISSUED-COUNT
           END-IF
           MOVE WS-ISSUED-COUNT    TO DRL-ISSUED
           MOVE RT-USED(RNG-SUB)   TO DRL-USED
           COMPUTE DRL-UNUSED = WS-ISSUED-COUNT - RT-USED(RNG-SUB)
           IF RT-LAST(RNG-SUB) < RT-LOW(RNG-SUB)
              COMPUTE DRL-LEFT =
                 RT-HIGH(RNG-SUB) - RT-LOW(RNG-SUB) + 1
           ELSE
              COMPUTE DRL-LEFT = RT-HIGH(RNG-SUB) - RT-LAST(RNG-SUB)
           END-IF
           WRITE RPT-OUT-DATA FROM WS-RANGE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO DGP-ERROR-FLAG
              MOVE 'DGP013'         TO MSG-DGP-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-DGP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DGP-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE

           EVALUATE TRUE
              WHEN DGP-ERROR-FOUND
                 MOVE 16 TO RETURN-CODE
              WHEN GAP-COUNT > 0 OR MULTI-COUNT > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           MOVE HIST-READ-COUNT   TO SUM-HIST-COUNT
           MOVE JRN-READ-COUNT    TO SUM-JRN-COUNT
           MOVE DOC-CHECKED-COUNT TO SUM-DOC-COUNT
           MOVE GAP-COUNT         TO SUM-GAP-COUNT
           MOVE UNUSED-COUNT      TO SUM-UNUSED-COUNT
           MOVE MULTI-COUNT       TO SUM-MULTI-COUNT
           DISPLAY WS-DGP-SUMMARY-LINE
           .
