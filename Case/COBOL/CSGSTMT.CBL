       identification division.
       program-id. CSGSTMT.
      ***
      *** CSGSTMT - customer-site consignment statement. Stock we
      *** ship out to sit on a customer's premises stays ours until
      *** the customer reports using it, and both sides need to
      *** agree what is still there. This program reads the CASCSGN
      *** site balances, groups them per customer site, and prints
      *** each site's statement: per part the opening balance from
      *** the last statement, what we shipped in and what the
      *** customer reported used since, the closing balance, and
      *** its value at I-UNITPR. A close run (control card flag)
      *** rolls each closing balance into the next statement's
      *** opening and zeroes the period movement after the
      *** statement prints; a reporting run leaves them standing.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT CSG-DATA-FILE ASSIGN TO CASCSGN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-CSG-KEY
              FILE STATUS IS CSG-FILE-STATUS.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FD-CUS-CUSTOMER
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT CSS-CTL-FILE ASSIGN TO CSSCTL
              FILE STATUS IS CSS-CTL-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASCSGRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  CSG-DATA-FILE.
       01 CSG-REC.
           05 FD-CSG-KEY        PIC X(19).
           05 FILLER            PIC X(61).
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-CUSTOMER   PIC X(10).
           05 FILLER            PIC X(70).
       FD  CSS-CTL-FILE.
       01 CSS-CTL-RECORD.
           copy CSSCTL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-CUSTOMER      PIC X(10).
           05 SRT-PARTNO        PIC X(09).
           05 SRT-OPEN-QTY      PIC 9(05).
           05 SRT-SHIPPED-QTY   PIC 9(07).
           05 SRT-USED-QTY      PIC 9(07).
           05 SRT-CLOSE-QTY     PIC 9(05).
           05 SRT-LAST-DATE     PIC 9(08).
       working-storage section.
       01 WS-CSG-REC.
       copy CSGDETL.
       01 WS-CUS-REC.
       copy CUSTMAST.
       01 CSG-FILE-STATUS     PIC X(02).
       01 CUS-FILE-STATUS     PIC X(02).
       01 CSS-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 CSS-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 CSS-ERROR-FOUND     VALUE 'Y'.
       01 SW-CUS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 CUS-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-CSS-OPEN-MSG.
           05 MSG-CSS-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-CSS-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 STMT-PERIOD         PIC 9(06) VALUE 0.
       01 TODAY-DATE          PIC 9(08) VALUE 0.
       01 SW-CLOSE-RUN        PIC X(01) VALUE 'N'.
           88 CLOSE-RUN           VALUE 'Y'.
       01 SW-CSG-BROWSE-DONE  PIC X(01) VALUE 'N'.
           88 CSG-BROWSE-DONE     VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 WS-LAST-CUSTOMER    PIC X(10) VALUE SPACES.
       01 SW-ANY-SITE-SEEN    PIC X(01) VALUE 'N'.
           88 SITE-GROUP-OPEN     VALUE 'Y'.
       01 WS-UNIT-PRICE       PIC 9(05)V99.
       01 WS-STOCK-VALUE      PIC 9(09)V99.
       01 SITE-PART-COUNT     PIC 9(05) VALUE 0.
       01 SITE-SHIPPED-QTY    PIC 9(09) VALUE 0.
       01 SITE-USED-QTY       PIC 9(09) VALUE 0.
       01 SITE-STOCK-VALUE    PIC 9(11)V99 VALUE 0.
       01 SITE-COUNT          PIC 9(05) VALUE 0.
       01 RECORD-COUNT        PIC 9(07) VALUE 0.
       01 CLOSED-COUNT        PIC 9(07) VALUE 0.
       01 GRAND-STOCK-VALUE   PIC 9(11)V99 VALUE 0.
       01 WS-STMT-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(38)  VALUE
              'CUSTOMER-SITE CONSIGNMENT STATEMENT   '.
           05                  PIC X(07)  VALUE 'PERIOD '.
           05 TTL-PERIOD       PIC 9(06).
           05                  PIC X(02)  VALUE SPACES.
           05 TTL-RUN-MODE     PIC X(16).
           05                  PIC X(63)  VALUE SPACES.
       01 WS-SITE-HEADER-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'CUSTOMER '.
           05 SHD-CUSTOMER     PIC X(10).
           05                  PIC X(02)  VALUE SPACES.
           05 SHD-NAME         PIC X(25).
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'SHIP TO '.
           05 SHD-SHIP-TO      PIC X(20).
           05                  PIC X(56)  VALUE SPACES.
       01 WS-STMT-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'OPENING'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'SHIPPED'.
           05                  PIC X(06)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'USED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'CLOSING'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(10)  VALUE 'UNIT PRICE'.
           05                  PIC X(06)  VALUE SPACES.
           05                  PIC X(11)  VALUE 'STOCK VALUE'.
           05                  PIC X(03)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'LAST MOVE'.
           05                  PIC X(42)  VALUE SPACES.
       01 WS-STMT-LINE.
           05                  PIC X      VALUE SPACES.
           05 STL-PARTNO       PIC X(09).
           05                  PIC X(05)  VALUE SPACES.
           05 STL-OPEN-QTY     PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 STL-SHIPPED-QTY  PIC ZZZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 STL-USED-QTY     PIC ZZZZZZ9.
           05                  PIC X(04)  VALUE SPACES.
           05 STL-CLOSE-QTY    PIC ZZZZ9.
           05                  PIC X(03)  VALUE SPACES.
           05 STL-UNIT-PRICE   PIC ZZ,ZZ9.99.
           05                  PIC X(03)  VALUE SPACES.
           05 STL-STOCK-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(03)  VALUE SPACES.
           05 STL-LAST-DATE    PIC 9(08).
           05                  PIC X(44)  VALUE SPACES.
       01 WS-SITE-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'CUSTOMER '.
           05 SBT-CUSTOMER     PIC X(10).
           05                  PIC X(08)  VALUE ' PARTS: '.
           05 SBT-PART-COUNT   PIC ZZZZ9.
           05                  PIC X(10)  VALUE '  SHIPPED '.
           05 SBT-SHIPPED-QTY  PIC ZZZZZZZZ9.
           05                  PIC X(07)  VALUE '  USED '.
           05 SBT-USED-QTY     PIC ZZZZZZZZ9.
           05                  PIC X(14)  VALUE '  STOCK VALUE '.
           05 SBT-STOCK-VALUE  PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(37)  VALUE SPACES.
       01 WS-GRAND-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(30)  VALUE
              'TOTAL STOCK AT CUSTOMER SITES '.
           05 GTL-STOCK-VALUE  PIC Z,ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(86)  VALUE SPACES.
       01 WS-CSS-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'SITE BALANCES:      '.
           05 SUM-REC-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(07) VALUE 'SITES: '.
           05 SUM-SITE-COUNT  PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'CLOSED: '.
           05 SUM-CLOSED      PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'CSS001: Starting program'
           PERFORM INITIALIZATION

           IF NOT CSS-ERROR-FOUND
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-CUSTOMER SRT-PARTNO
                 INPUT PROCEDURE IS RELEASE-SITE-BALANCES
                 OUTPUT PROCEDURE IS WRITE-STATEMENTS
           END-IF

           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'CSS999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           OPEN INPUT CSS-CTL-FILE
           IF CSS-CTL-STATUS = '00'
              READ CSS-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF CSS-PERIOD IS NUMERIC
                       MOVE CSS-PERIOD TO STMT-PERIOD
                    END-IF
                    IF CSS-CLOSE-RUN
                       MOVE 'Y' TO SW-CLOSE-RUN
                    END-IF
              END-READ
              CLOSE CSS-CTL-FILE
           END-IF

           OPEN I-O CSG-DATA-FILE
           IF CSG-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CSS-ERROR-FLAG
              MOVE 'CSS009'         TO MSG-CSS-OPEN-CODE
              MOVE CSG-FILE-STATUS  TO MSG-CSS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CSS-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CSS-ERROR-FLAG
              MOVE 'CSS010'         TO MSG-CSS-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-CSS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CSS-OPEN-MSG
           END-IF

      *    THE CUSTOMER MASTER ONLY NAMES THE SITE ON THE HEADER --
      *    WITHOUT IT THE STATEMENTS STILL PRINT BY CUSTOMER CODE.
           OPEN INPUT CUS-DATA-FILE
           IF CUS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-CUS-FILE-OPEN
           ELSE
              MOVE 'CSS013'         TO MSG-CSS-OPEN-CODE
              MOVE CUS-FILE-STATUS  TO MSG-CSS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-CSS-OPEN-MSG
           END-IF

           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           MOVE STMT-PERIOD TO TTL-PERIOD
           IF CLOSE-RUN
              MOVE 'STATEMENT CLOSE ' TO TTL-RUN-MODE
           ELSE
              MOVE 'REPORTING ONLY  ' TO TTL-RUN-MODE
           END-IF
           WRITE RPT-OUT-DATA FROM WS-STMT-TITLE-LINE
           .

      *
      *    INPUT PROCEDURE -- ONE PASS OVER CASCSGN RELEASING EACH
      *    SITE BALANCE TO THE CUSTOMER SORT. ON A CLOSE RUN THE
      *    BALANCE IS ROLLED FORWARD AS EACH RECORD PASSES -- THE
      *    SORT RECORD ALREADY CARRIES THE FIGURES THE STATEMENT
      *    PRINTS.
      *
       RELEASE-SITE-BALANCES.
           MOVE LOW-VALUES TO FD-CSG-KEY
           START CSG-DATA-FILE KEY >= FD-CSG-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-CSG-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-CSG-BROWSE-DONE
           END-START
           PERFORM RELEASE-ONE-SITE-BALANCE UNTIL CSG-BROWSE-DONE
           .

       RELEASE-ONE-SITE-BALANCE.
           READ CSG-DATA-FILE NEXT RECORD INTO WS-CSG-REC
              AT END
                 MOVE 'Y' TO SW-CSG-BROWSE-DONE
           END-READ
           IF NOT CSG-BROWSE-DONE
              ADD 1 TO RECORD-COUNT
              MOVE CSG-CUSTOMER TO SRT-CUSTOMER
              MOVE CSG-PARTNO   TO SRT-PARTNO
              IF CSG-STMT-OPEN-QTY IS NUMERIC
                 MOVE CSG-STMT-OPEN-QTY TO SRT-OPEN-QTY
              ELSE
                 MOVE 0 TO SRT-OPEN-QTY
              END-IF
              IF CSG-STMT-SHIPPED IS NUMERIC
                 MOVE CSG-STMT-SHIPPED TO SRT-SHIPPED-QTY
              ELSE
                 MOVE 0 TO SRT-SHIPPED-QTY
              END-IF
              IF CSG-STMT-USED IS NUMERIC
                 MOVE CSG-STMT-USED TO SRT-USED-QTY
              ELSE
                 MOVE 0 TO SRT-USED-QTY
              END-IF
              IF CSG-QTY IS NUMERIC
                 MOVE CSG-QTY TO SRT-CLOSE-QTY
              ELSE
                 MOVE 0 TO SRT-CLOSE-QTY
              END-IF
              IF CSG-LAST-DATE IS NUMERIC
                 MOVE CSG-LAST-DATE TO SRT-LAST-DATE
              ELSE
                 MOVE 0 TO SRT-LAST-DATE
              END-IF
              RELEASE SORT-RECORD
              IF CLOSE-RUN
                 PERFORM CLOSE-ONE-SITE-BALANCE
              END-IF
           END-IF
           .

       CLOSE-ONE-SITE-BALANCE.
           MOVE SRT-CLOSE-QTY TO CSG-STMT-OPEN-QTY
           MOVE 0             TO CSG-STMT-SHIPPED
           MOVE 0             TO CSG-STMT-USED
           MOVE TODAY-DATE    TO CSG-STMT-DATE
           REWRITE CSG-REC FROM WS-CSG-REC
           IF CSG-FILE-STATUS = '00'
              ADD 1 TO CLOSED-COUNT
           ELSE
              MOVE 'Y'              TO CSS-ERROR-FLAG
              MOVE 'CSS011'         TO MSG-CSS-OPEN-CODE
              MOVE CSG-FILE-STATUS  TO MSG-CSS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CSS-OPEN-MSG
           END-IF
           .

      *
      *    OUTPUT PROCEDURE -- CUSTOMER-SEQUENCED STATEMENTS WITH A
      *    BREAK AND STOCK VALUE TOTAL ON EACH CHANGE OF SITE.
      *
       WRITE-STATEMENTS.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM WRITE-ONE-STATEMENT-LINE UNTIL SORT-AT-EOF
           IF SITE-GROUP-OPEN
              PERFORM FLUSH-SITE-TOTAL
           END-IF
           MOVE GRAND-STOCK-VALUE TO GTL-STOCK-VALUE
           WRITE RPT-OUT-DATA FROM WS-GRAND-TOTAL-LINE
           .

       WRITE-ONE-STATEMENT-LINE.
           IF SRT-CUSTOMER NOT = WS-LAST-CUSTOMER
              IF SITE-GROUP-OPEN
                 PERFORM FLUSH-SITE-TOTAL
              END-IF
              MOVE SRT-CUSTOMER TO WS-LAST-CUSTOMER
              MOVE 0 TO SITE-PART-COUNT
              MOVE 0 TO SITE-SHIPPED-QTY
              MOVE 0 TO SITE-USED-QTY
              MOVE 0 TO SITE-STOCK-VALUE
              MOVE 'Y' TO SW-ANY-SITE-SEEN
              ADD 1 TO SITE-COUNT
              PERFORM WRITE-SITE-HEADER
           END-IF

      *    THE STOCK IS STILL OURS, SO IT IS VALUED THE WAY MAIN
      *    VALUES IT -- AT THE PART'S CURRENT I-UNITPR.
           MOVE SRT-PARTNO TO LOOKUP-PARTNO
           CALL 'GETREC' USING
           BY CONTENT '3'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE
           IF LOOKUP-FOUND AND I-UNITPR IS NUMERIC
              MOVE I-UNITPR TO WS-UNIT-PRICE
           ELSE
              MOVE 0 TO WS-UNIT-PRICE
           END-IF
           COMPUTE WS-STOCK-VALUE = SRT-CLOSE-QTY * WS-UNIT-PRICE
              ON SIZE ERROR
                 MOVE 0 TO WS-STOCK-VALUE
           END-COMPUTE

           MOVE SRT-PARTNO      TO STL-PARTNO
           MOVE SRT-OPEN-QTY    TO STL-OPEN-QTY
           MOVE SRT-SHIPPED-QTY TO STL-SHIPPED-QTY
           MOVE SRT-USED-QTY    TO STL-USED-QTY
           MOVE SRT-CLOSE-QTY   TO STL-CLOSE-QTY
           MOVE WS-UNIT-PRICE   TO STL-UNIT-PRICE
           MOVE WS-STOCK-VALUE  TO STL-STOCK-VALUE
           MOVE SRT-LAST-DATE   TO STL-LAST-DATE
           WRITE RPT-OUT-DATA FROM WS-STMT-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD 1 TO SITE-PART-COUNT
           ADD SRT-SHIPPED-QTY TO SITE-SHIPPED-QTY
           ADD SRT-USED-QTY    TO SITE-USED-QTY
           ADD WS-STOCK-VALUE  TO SITE-STOCK-VALUE
           ADD WS-STOCK-VALUE  TO GRAND-STOCK-VALUE

           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

       WRITE-SITE-HEADER.
           MOVE WS-LAST-CUSTOMER TO SHD-CUSTOMER
           MOVE '** NOT ON CUSTOMER MASTER **' TO SHD-NAME
           MOVE SPACES TO SHD-SHIP-TO
           IF CUS-FILE-IS-OPEN
              MOVE WS-LAST-CUSTOMER TO FD-CUS-CUSTOMER
              READ CUS-DATA-FILE INTO WS-CUS-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE CUS-NAME    TO SHD-NAME
                    MOVE CUS-SHIP-TO TO SHD-SHIP-TO
              END-READ
           END-IF
           WRITE RPT-OUT-DATA FROM WS-SITE-HEADER-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-STMT-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       FLUSH-SITE-TOTAL.
           MOVE WS-LAST-CUSTOMER TO SBT-CUSTOMER
           MOVE SITE-PART-COUNT  TO SBT-PART-COUNT
           MOVE SITE-SHIPPED-QTY TO SBT-SHIPPED-QTY
           MOVE SITE-USED-QTY    TO SBT-USED-QTY
           MOVE SITE-STOCK-VALUE TO SBT-STOCK-VALUE
           WRITE RPT-OUT-DATA FROM WS-SITE-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CSS-ERROR-FLAG
              MOVE 'CSS012'         TO MSG-CSS-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-CSS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-CSS-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE CSG-DATA-FILE
           CLOSE RPT-DATA-FILE
           IF CUS-FILE-IS-OPEN
              CLOSE CUS-DATA-FILE
           END-IF

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF CSS-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE RECORD-COUNT TO SUM-REC-COUNT
           MOVE SITE-COUNT   TO SUM-SITE-COUNT
           MOVE CLOSED-COUNT TO SUM-CLOSED
           DISPLAY WS-CSS-SUMMARY-LINE
           .
