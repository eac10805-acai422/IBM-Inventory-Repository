       identification division.
       program-id. CCTRCHG.
      ***
      *** CCTRCHG - month-end cost-center chargeback. Every issue
      *** STKPOST posted in the month against a department's CASCCTR
      *** cost center is pulled off CASMHIST, extended at the price
      *** it was issued at (the part's I-UNITPR for older history),
      *** and printed on a statement per department, by
      *** category and part, so maintenance and production finally
      *** see what they consumed. The same figures go to the CASGL
      *** interface RPTREC already feeds: a debit to each
      *** department's expense account and, against it, a credit
      *** to inventory for each category the department drew from,
      *** so every department's entries balance. Issues with no
      *** cost center (customer orders, kit builds) are not charged.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT CCG-CTL-FILE ASSIGN TO CCGCTL
              FILE STATUS IS CCG-CTL-STATUS.
           SELECT HIST-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS HIST-FILE-STATUS.
           SELECT CCT-DATA-FILE ASSIGN TO CASCCTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CCT-CODE
              FILE STATUS IS CCT-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASCCGRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  CCG-CTL-FILE.
       01 CCG-CTL-RECORD.
           copy CCGCTL.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       FD  CCT-DATA-FILE.
       01 CCT-REC.
           05 FD-CCT-CODE       PIC X(06).
           05 FILLER            PIC X(74).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-COST-CENTER   PIC X(06).
           05 SRT-ITEMCAT       PIC X(03).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-DATE          PIC 9(08).
           05 SRT-DOC-NUMBER    PIC X(08).
           05 SRT-DESCR         PIC X(30).
           05 SRT-QTY           PIC 9(05).
           05 SRT-UNIT-PRICE    PIC 9(05)V99.
           05 SRT-VALUE         PIC 9(09)V99.
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-CCT-REC.
       copy CCTRMAST.
       01 CCG-CTL-STATUS      PIC X(02).
       01 HIST-FILE-STATUS    PIC X(02).
       01 CCT-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 CCG-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 CCG-ERROR-FOUND     VALUE 'Y'.
       01 WS-CCG-OPEN-MSG.
           05 MSG-CCG-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-CCG-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 RPT-WRITE-ERROR-FLAG  PIC X(01) EXTERNAL.
           88 RPT-WRITE-ERROR-FOUND  VALUE 'Y'.
       01 RPT-WRITE-ERROR-STATUS PIC X(02) EXTERNAL.
       01 RPT-RESTART-FLAG    PIC X(01) EXTERNAL.
           88 RPT-IS-RESTART      VALUE 'Y'.
       01 GL-OUT-DATA         PIC X(133).
      *
      *    THE CHARGEBACK ENTRIES CARRY THE DEPARTMENT BESIDE THE
      *    USUAL CATEGORY AND AMOUNT: THE DEBIT NAMES THE EXPENSE
      *    ACCOUNT WITH THE CATEGORY BLANK, EACH INVENTORY CREDIT
      *    NAMES THE CATEGORY, NEGATIVE AS THE VALUATION LINES ARE.
      *
       01 GL-OUT-FIELDS REDEFINES GL-OUT-DATA.
           05 GL-CATEGORY      PIC X(03).
           05 GL-AMOUNT        PIC S9(09)V9(02)
                               SIGN IS TRAILING SEPARATE CHARACTER.
           05 GL-COST-CENTER   PIC X(06).
           05 GL-EXPENSE-ACCT  PIC X(10).
           05 FILLER           PIC X(102).
       01 SW-CCT-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CCT-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-HIST-EOF         PIC X(01) VALUE 'N'.
           88 HIST-AT-EOF         VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 SW-FIRST-RECORD     PIC X(01) VALUE 'Y'.
           88 FIRST-RECORD        VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 SELECT-PERIOD       PIC 9(06) VALUE 0.
       01 SELECT-PERIOD-PARTS REDEFINES SELECT-PERIOD.
           05 SELECT-YEAR      PIC 9(04).
           05 SELECT-MONTH     PIC 9(02).
       01 WS-REC-PERIOD       PIC 9(06).
       01 WS-UNIT-PRICE       PIC 9(05)V99.
       01 WS-BREAK-COST-CENTER PIC X(06) VALUE SPACES.
       01 WS-BREAK-ITEMCAT    PIC X(03) VALUE SPACES.
       01 WS-DEPT-EXPENSE-ACCT PIC X(10).
       01 WS-CAT-QTY          PIC 9(07).
       01 WS-CAT-VALUE        PIC 9(09)V99.
       01 WS-DEPT-QTY         PIC 9(07).
       01 WS-DEPT-VALUE       PIC 9(09)V99.
       01 WS-GRD-QTY          PIC 9(07) VALUE 0.
       01 WS-GRD-VALUE        PIC 9(09)V99 VALUE 0.
       01 HIST-READ-COUNT     PIC 9(07) VALUE 0.
       01 ISSUE-COUNT         PIC 9(07) VALUE 0.
       01 DEPT-COUNT          PIC 9(05) VALUE 0.
       01 GL-ENTRY-COUNT      PIC 9(05) VALUE 0.
       01 WS-CCG-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(39)
                  VALUE 'DEPARTMENT CHARGEBACK STATEMENT - MONTH'.
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(86)  VALUE SPACES.
       01 WS-DEPT-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(13)  VALUE 'COST CENTER: '.
           05 DL-COST-CENTER   PIC X(06).
           05                  PIC X(02)  VALUE SPACES.
           05 DL-NAME          PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(14)  VALUE 'EXPENSE ACCT: '.
           05 DL-EXPENSE-ACCT  PIC X(10).
           05                  PIC X(55)  VALUE SPACES.
       01 WS-CCG-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'DATE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'DOCUMENT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CAT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE '    QTY'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'UNIT PRICE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE '           VALUE'.
           05                  PIC X(27)  VALUE SPACES.
       01 WS-CCG-LINE.
           05                  PIC X      VALUE SPACES.
           05 CL-DATE          PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 CL-DOC-NUMBER    PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 CL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 CL-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 CL-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 CL-QTY           PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 CL-UNIT-PRICE    PIC ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 CL-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(27)  VALUE SPACES.
       01 WS-CCG-TOTAL-LINE.
           05                  PIC X(32)  VALUE SPACES.
           05 CT-LABEL         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 CT-ITEMCAT       PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 CT-QTY           PIC ZZZZZZ9.
           05                  PIC X(14)  VALUE SPACES.
           05 CT-VALUE         PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(27)  VALUE SPACES.
       01 WS-BLANK-LINE       PIC X(133) VALUE SPACES.
       01 WS-CCG-SUMMARY-LINE.
           05 FILLER          PIC X(14) VALUE 'HISTORY READ: '.
           05 SUM-HIST-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(16) VALUE 'ISSUES CHARGED: '.
           05 SUM-ISSUE-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'DEPARTMENTS: '.
           05 SUM-DEPT-COUNT  PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'GL ENTRIES: '.
           05 SUM-GL-COUNT    PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'CHARGED: '.
           05 SUM-CHARGED     PIC Z,ZZZ,ZZZ,ZZ9.99.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'CCG001: Starting program'
           PERFORM INITIALIZATION

           SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-COST-CENTER SRT-ITEMCAT
                 SRT-PARTNO SRT-DATE
              INPUT PROCEDURE IS RELEASE-CHARGED-ISSUES
              OUTPUT PROCEDURE IS PRINT-STATEMENTS

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'CCG999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT CCG-CTL-FILE
           IF CCG-CTL-STATUS = '00'
              READ CCG-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CCG-PERIOD IS NUMERIC
                       MOVE CCG-PERIOD TO SELECT-PERIOD
                    END-IF
              END-READ
              CLOSE CCG-CTL-FILE
           END-IF

      *    THE MONTH-END RUN CHARGES THE MONTH JUST CLOSED.
           IF SELECT-PERIOD = 0
              COMPUTE SELECT-PERIOD = TODAY-DATE / 100
              IF SELECT-MONTH = 1
                 SUBTRACT 1 FROM SELECT-YEAR
                 MOVE 12 TO SELECT-MONTH
              ELSE
                 SUBTRACT 1 FROM SELECT-MONTH
              END-IF
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

      *    WITHOUT THE COST-CENTER TABLE THE DEPARTMENTS STILL
      *    CHARGE, ONLY THEIR NAMES AND EXPENSE ACCOUNTS GO BLANK.
           OPEN INPUT CCT-DATA-FILE
           IF CCT-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CCT-FILE-OPEN
           ELSE
              MOVE 'CCG002'         TO MSG-CCG-OPEN-CODE
              MOVE CCT-FILE-STATUS  TO MSG-CCG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-CCG-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CCG-ERROR-FLAG
              MOVE 'CCG009'         TO MSG-CCG-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-CCG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CCG-OPEN-MSG
           END-IF
           MOVE SELECT-PERIOD TO TTL-PERIOD
           WRITE RPT-OUT-DATA FROM WS-CCG-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'N' TO RPT-RESTART-FLAG
           CALL 'RPTREC' USING
           BY CONTENT '1'
           BY REFERENCE GL-OUT-DATA
           .

       RELEASE-CHARGED-ISSUES.
           OPEN INPUT HIST-DATA-FILE
           IF HIST-FILE-STATUS = '00'
              MOVE 'N' TO SW-HIST-EOF
              READ HIST-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-HIST-EOF
              END-READ
              PERFORM RELEASE-ONE-ISSUE UNTIL HIST-AT-EOF
              CLOSE HIST-DATA-FILE
           ELSE
              MOVE 'Y'              TO CCG-ERROR-FLAG
              MOVE 'CCG011'         TO MSG-CCG-OPEN-CODE
              MOVE HIST-FILE-STATUS TO MSG-CCG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CCG-OPEN-MSG
           END-IF
           .

      ***
      *** each charged issue is priced at release time, so the
      *** sort carries the part's category and description and the
      *** output side never goes back to the master. a part gone
      *** from CASEIN sorts last under ZZZ at no charge.
      ***
       RELEASE-ONE-ISSUE.
           ADD 1 TO HIST-READ-COUNT
           IF MH-IS-ISSUE AND MH-COST-CENTER NOT = SPACES
              AND MH-QTY IS NUMERIC AND MH-DATE IS NUMERIC
              COMPUTE WS-REC-PERIOD = MH-DATE / 100
              IF WS-REC-PERIOD = SELECT-PERIOD
                 PERFORM TAG-WITH-PART-DATA
                 MOVE MH-COST-CENTER TO SRT-COST-CENTER
                 MOVE MH-PARTNO      TO SRT-PARTNO
                 MOVE MH-DATE        TO SRT-DATE
                 MOVE MH-DOC-NUMBER  TO SRT-DOC-NUMBER
                 MOVE MH-QTY         TO SRT-QTY
                 MOVE WS-UNIT-PRICE  TO SRT-UNIT-PRICE
                 COMPUTE SRT-VALUE = MH-QTY * WS-UNIT-PRICE
                 RELEASE SORT-RECORD
              END-IF
           END-IF

           READ HIST-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-HIST-EOF
           END-READ
           .

       TAG-WITH-PART-DATA.
           MOVE 'ZZZ'  TO SRT-ITEMCAT
           MOVE SPACES TO SRT-DESCR
           MOVE 0      TO WS-UNIT-PRICE
           MOVE MH-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND
              MOVE I-ITEMCAT   TO SRT-ITEMCAT
              MOVE I-DESCR     TO SRT-DESCR
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR TO WS-UNIT-PRICE
              END-IF
           END-IF
           IF MH-UNIT-COST IS NUMERIC AND MH-UNIT-COST > 0
              MOVE MH-UNIT-COST TO WS-UNIT-PRICE
           END-IF
           .

       PRINT-STATEMENTS.
           MOVE 'N' TO SW-SORT-EOF
           MOVE 'Y' TO SW-FIRST-RECORD
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM CHARGE-ONE-ISSUE UNTIL SORT-AT-EOF
           IF NOT FIRST-RECORD
              PERFORM FLUSH-CATEGORY-TALLY
              PERFORM FLUSH-DEPARTMENT-TALLY
           END-IF
           PERFORM WRITE-GRAND-TOTAL
           .

       CHARGE-ONE-ISSUE.
           IF FIRST-RECORD
              MOVE 'N' TO SW-FIRST-RECORD
              PERFORM START-DEPARTMENT
              PERFORM START-CATEGORY
           ELSE
              IF SRT-COST-CENTER NOT = WS-BREAK-COST-CENTER
                 PERFORM FLUSH-CATEGORY-TALLY
                 PERFORM FLUSH-DEPARTMENT-TALLY
                 PERFORM START-DEPARTMENT
                 PERFORM START-CATEGORY
              ELSE
                 IF SRT-ITEMCAT NOT = WS-BREAK-ITEMCAT
                    PERFORM FLUSH-CATEGORY-TALLY
                    PERFORM START-CATEGORY
                 END-IF
              END-IF
           END-IF

           MOVE SPACES TO WS-CCG-LINE
           MOVE SRT-DATE        TO CL-DATE
           MOVE SRT-DOC-NUMBER  TO CL-DOC-NUMBER
           MOVE SRT-PARTNO      TO CL-PARTNO
           MOVE SRT-DESCR       TO CL-DESCR
           MOVE SRT-ITEMCAT     TO CL-ITEMCAT
           MOVE SRT-QTY         TO CL-QTY
           MOVE SRT-UNIT-PRICE  TO CL-UNIT-PRICE
           MOVE SRT-VALUE       TO CL-VALUE
           WRITE RPT-OUT-DATA FROM WS-CCG-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD 1 TO ISSUE-COUNT
           ADD SRT-QTY TO WS-CAT-QTY WS-DEPT-QTY WS-GRD-QTY
           ADD SRT-VALUE TO WS-CAT-VALUE WS-DEPT-VALUE WS-GRD-VALUE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

      ***
      *** each department's statement starts on its own heading,
      *** named from CASCCTR. a center since dropped from the
      *** table still charges, under its bare code.
      ***
       START-DEPARTMENT.
           ADD 1 TO DEPT-COUNT
           MOVE SRT-COST-CENTER TO WS-BREAK-COST-CENTER
           MOVE 0 TO WS-DEPT-QTY
           MOVE 0 TO WS-DEPT-VALUE

           MOVE SPACES TO WS-DEPT-LINE
           MOVE WS-BREAK-COST-CENTER TO DL-COST-CENTER
           MOVE SPACES TO WS-DEPT-EXPENSE-ACCT
           IF CCT-FILE-IS-OPEN
              MOVE WS-BREAK-COST-CENTER TO FD-CCT-CODE
              READ CCT-DATA-FILE INTO WS-CCT-REC
                 INVALID KEY
                    MOVE 'NOT ON COST CENTER TABLE' TO DL-NAME
                 NOT INVALID KEY
                    MOVE CCT-NAME         TO DL-NAME
                    MOVE CCT-EXPENSE-ACCT TO WS-DEPT-EXPENSE-ACCT
              END-READ
           END-IF
           MOVE WS-DEPT-EXPENSE-ACCT TO DL-EXPENSE-ACCT

           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-DEPT-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-CCG-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       START-CATEGORY.
           MOVE SRT-ITEMCAT TO WS-BREAK-ITEMCAT
           MOVE 0 TO WS-CAT-QTY
           MOVE 0 TO WS-CAT-VALUE
           .

      ***
      *** the category subtotal is the inventory credit: it goes
      *** to CASGL negative under the category, tagged with the
      *** department so the two sides of its journal pair up.
      ***
       FLUSH-CATEGORY-TALLY.
           MOVE SPACES TO WS-CCG-TOTAL-LINE
           MOVE '* CATEGORY TOTAL'  TO CT-LABEL
           MOVE WS-BREAK-ITEMCAT    TO CT-ITEMCAT
           MOVE WS-CAT-QTY          TO CT-QTY
           MOVE WS-CAT-VALUE        TO CT-VALUE
           WRITE RPT-OUT-DATA FROM WS-CCG-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           IF WS-CAT-VALUE > 0
              MOVE SPACES TO GL-OUT-DATA
              MOVE WS-BREAK-ITEMCAT     TO GL-CATEGORY
              COMPUTE GL-AMOUNT = 0 - WS-CAT-VALUE
              MOVE WS-BREAK-COST-CENTER TO GL-COST-CENTER
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

      ***
      *** the department total is the expense debit, the sum of
      *** its category credits, so each department nets to zero.
      ***
       FLUSH-DEPARTMENT-TALLY.
           MOVE SPACES TO WS-CCG-TOTAL-LINE
           MOVE '** DEPARTMENT TOTAL' TO CT-LABEL
           MOVE WS-DEPT-QTY         TO CT-QTY
           MOVE WS-DEPT-VALUE       TO CT-VALUE
           WRITE RPT-OUT-DATA FROM WS-CCG-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           IF WS-DEPT-VALUE > 0
              MOVE SPACES TO GL-OUT-DATA
              MOVE WS-DEPT-VALUE        TO GL-AMOUNT
              MOVE WS-BREAK-COST-CENTER TO GL-COST-CENTER
              MOVE WS-DEPT-EXPENSE-ACCT TO GL-EXPENSE-ACCT
              PERFORM WRITE-GL-ENTRY
           END-IF
           .

       WRITE-GL-ENTRY.
           CALL 'RPTREC' USING
           BY CONTENT '6'
           BY REFERENCE GL-OUT-DATA
           IF RPT-WRITE-ERROR-FOUND
              MOVE 'Y' TO CCG-ERROR-FLAG
           ELSE
              ADD 1 TO GL-ENTRY-COUNT
           END-IF
           .

       WRITE-GRAND-TOTAL.
           WRITE RPT-OUT-DATA FROM WS-BLANK-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           MOVE SPACES TO WS-CCG-TOTAL-LINE
           MOVE '*** ALL DEPARTMENTS' TO CT-LABEL
           MOVE WS-GRD-QTY          TO CT-QTY
           MOVE WS-GRD-VALUE        TO CT-VALUE
           WRITE RPT-OUT-DATA FROM WS-CCG-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CCG-ERROR-FLAG
              MOVE 'CCG010'         TO MSG-CCG-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-CCG-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CCG-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE RPT-DATA-FILE
           IF CCT-FILE-IS-OPEN
              CLOSE CCT-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'RPTREC' USING
           BY CONTENT '9'
           BY REFERENCE GL-OUT-DATA

           IF CCG-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE HIST-READ-COUNT TO SUM-HIST-COUNT
           MOVE ISSUE-COUNT     TO SUM-ISSUE-COUNT
           MOVE DEPT-COUNT      TO SUM-DEPT-COUNT
           MOVE GL-ENTRY-COUNT  TO SUM-GL-COUNT
           MOVE WS-GRD-VALUE    TO SUM-CHARGED
           DISPLAY WS-CCG-SUMMARY-LINE
           .
