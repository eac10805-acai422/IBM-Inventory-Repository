       identification division.
       program-id. SDSRPT.
      ***
      *** SDSRPT - monthly safety data sheet exception listing. The
      *** fire marshal and the insurer both want proof that every
      *** hazardous part has a current SDS, and the binder could
      *** not give it. One pass over CASEIN picks up every part
      *** with a CASHAZ hazard record and looks for its sheet on
      *** the CASSDS register. A part with no sheet lists as
      *** MISSING; one past its review date lists as LAPSED with
      *** the days overdue, and once it is more than the SDSCTL
      *** grace period overdue as LAPSED - BLOCKED, because STKPOST
      *** and the CASEMOV screen are refusing its receipts by then.
      *** A sheet with no review date cannot be shown current and
      *** is treated as blocked. Current sheets do not print.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT SDS-CTL-FILE ASSIGN TO SDSCTL
              FILE STATUS IS SDS-CTL-STATUS.
           SELECT HAZ-DATA-FILE ASSIGN TO CASHAZ
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-HAZ-PARTNO
              FILE STATUS IS HAZ-FILE-STATUS.
           SELECT SDS-DATA-FILE ASSIGN TO CASSDS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-SDS-PARTNO
              FILE STATUS IS SDS-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASSDSRP
              FILE STATUS IS RPT-FILE-STATUS.
       data division.
       file section.
       FD  SDS-CTL-FILE.
       01 SDS-CTL-RECORD.
           copy SDSCTL.
       FD  HAZ-DATA-FILE.
       01 HAZ-REC.
           05 FD-HAZ-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  SDS-DATA-FILE.
       01 SDS-REC.
           05 FD-SDS-PARTNO     PIC X(09).
           05 FILLER            PIC X(71).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 WS-HAZ-REC.
       copy HAZMAST.
       01 WS-SDS-REC.
       copy SDSMAST.
       01 SDS-CTL-STATUS      PIC X(02).
       01 HAZ-FILE-STATUS     PIC X(02).
       01 SDS-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 SDR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 SDR-ERROR-FOUND     VALUE 'Y'.
       01 WS-SDR-OPEN-MSG.
           05 MSG-SDR-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-SDR-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SEL-CATEGORY        PIC X(03) EXTERNAL.
       01 SEL-PARTNO-LOW      PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH     PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE       PIC X(03) EXTERNAL.
       01 SW-SDS-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 SDS-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-SDS-ON-FILE      PIC X(01).
           88 SDS-ON-FILE         VALUE 'Y'.
       01 GRACE-DAYS          PIC 9(03) VALUE 30.
       01 TODAY-DATE          PIC 9(08).
       01 TODAY-SERIAL        PIC 9(07).
       01 REVIEW-SERIAL       PIC 9(07).
       01 WS-DAYS-OVER        PIC 9(05).
       01 HAZ-PART-COUNT      PIC 9(07) VALUE 0.
       01 MISSING-COUNT       PIC 9(07) VALUE 0.
       01 LAPSED-COUNT        PIC 9(07) VALUE 0.
       01 BLOCKED-COUNT       PIC 9(07) VALUE 0.
       01 WS-SDR-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(32)  VALUE
              'SAFETY DATA SHEET EXCEPTIONS -  '.
           05 TTL-DATE         PIC 9(08).
           05                  PIC X(04)  VALUE SPACES.
           05                  PIC X(14)  VALUE 'GRACE PERIOD: '.
           05 TTL-GRACE-DAYS   PIC ZZ9.
           05                  PIC X(05)  VALUE ' DAYS'.
           05                  PIC X(66)  VALUE SPACES.
       01 WS-SDR-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'CLS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(03)  VALUE 'WHS'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE '  QOH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'REV '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'REVIEW  '.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(05)  VALUE ' OVER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(25)  VALUE 'SUPPLIER'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(16)  VALUE 'STATUS'.
           05                  PIC X(06)  VALUE SPACES.
       01 WS-SDR-LINE.
           05                  PIC X      VALUE SPACES.
           05 SDL-PART-NUM     PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-DESCR        PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-HAZ-CLASS    PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-WAREHOUSE    PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-QOH          PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-REVISION     PIC X(04).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-REVIEW-DATE  PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-DAYS-OVER    PIC ZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-SUPPLIER     PIC X(25).
           05                  PIC X(02)  VALUE SPACES.
           05 SDL-STATUS       PIC X(16).
           05                  PIC X(06)  VALUE SPACES.
       01 WS-SDR-SUMMARY-LINE.
           05 FILLER          PIC X(17) VALUE 'HAZARDOUS PARTS: '.
           05 SUM-HAZ-COUNT   PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'MISSING: '.
           05 SUM-MISS-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'LAPSED: '.
           05 SUM-LAPS-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'BLOCKED: '.
           05 SUM-BLOCK-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SDR001: Starting program'
           PERFORM INITIALIZATION
           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           PERFORM CHECK-ONE-PART UNTIL RETURN-CODE = 4
           MOVE 0 TO RETURN-CODE
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'SDR999: All done'
           GOBACK
           .

       INITIALIZATION.
           MOVE SPACES TO SEL-CATEGORY
           MOVE SPACES TO SEL-PARTNO-LOW
           MOVE SPACES TO SEL-PARTNO-HIGH
           MOVE SPACES TO SEL-WAREHOUSE

           OPEN INPUT SDS-CTL-FILE
           IF SDS-CTL-STATUS = '00'
              READ SDS-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF SDS-GRACE-DAYS IS NUMERIC
                       AND SDS-GRACE-DAYS > 0
                       MOVE SDS-GRACE-DAYS TO GRACE-DAYS
                    END-IF
              END-READ
              CLOSE SDS-CTL-FILE
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD
           CALL 'DATECALC' USING TODAY-DATE TODAY-SERIAL

           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA

           OPEN INPUT HAZ-DATA-FILE
           IF HAZ-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SDR-ERROR-FLAG
              MOVE 'SDR009'         TO MSG-SDR-OPEN-CODE
              MOVE HAZ-FILE-STATUS  TO MSG-SDR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SDR-OPEN-MSG
           END-IF

      *    WITH NO REGISTER AT ALL EVERY HAZARDOUS PART IS MISSING
      *    ITS SHEET, AND THE LISTING SAYS SO.
           OPEN INPUT SDS-DATA-FILE
           IF SDS-FILE-STATUS = '00'
              MOVE 'Y' TO SW-SDS-FILE-OPEN
           ELSE
              MOVE 'SDR011'         TO MSG-SDR-OPEN-CODE
              MOVE SDS-FILE-STATUS  TO MSG-SDR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-SDR-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           MOVE TODAY-DATE TO TTL-DATE
           MOVE GRACE-DAYS TO TTL-GRACE-DAYS
           WRITE RPT-OUT-DATA FROM WS-SDR-TITLE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           WRITE RPT-OUT-DATA FROM WS-SDR-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-ONE-PART.
           MOVE SPACES   TO WS-HAZ-REC
           MOVE I-PARTNO TO FD-HAZ-PARTNO
           READ HAZ-DATA-FILE INTO WS-HAZ-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF HAZ-CLASS NOT = SPACES
                    ADD 1 TO HAZ-PART-COUNT
                    PERFORM RATE-PART-SDS
                 END-IF
           END-READ

           CALL 'GETREC' USING
           BY CONTENT '2'
           BY REFERENCE IN-DATA
           .

       RATE-PART-SDS.
           MOVE 'N'      TO SW-SDS-ON-FILE
           MOVE SPACES   TO WS-SDS-REC
           IF SDS-FILE-IS-OPEN
              MOVE I-PARTNO TO FD-SDS-PARTNO
              READ SDS-DATA-FILE INTO WS-SDS-REC
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'Y' TO SW-SDS-ON-FILE
              END-READ
           END-IF

           MOVE 0      TO WS-DAYS-OVER
           MOVE SPACES TO SDL-STATUS
           IF NOT SDS-ON-FILE
              ADD 1 TO MISSING-COUNT
              MOVE 'MISSING' TO SDL-STATUS
           ELSE
              CALL 'DATECALC' USING SDS-REVIEW-DATE REVIEW-SERIAL
              IF RETURN-CODE NOT = 0
                 ADD 1 TO BLOCKED-COUNT
                 MOVE 'NO REVIEW DATE' TO SDL-STATUS
              ELSE
                 IF REVIEW-SERIAL < TODAY-SERIAL
                    COMPUTE WS-DAYS-OVER = TODAY-SERIAL - REVIEW-SERIAL
                    IF WS-DAYS-OVER > GRACE-DAYS
                       ADD 1 TO BLOCKED-COUNT
                       MOVE 'LAPSED - BLOCKED' TO SDL-STATUS
                    ELSE
                       ADD 1 TO LAPSED-COUNT
                       MOVE 'LAPSED' TO SDL-STATUS
                    END-IF
                 END-IF
              END-IF
              MOVE 0 TO RETURN-CODE
           END-IF

           IF SDL-STATUS NOT = SPACES
              PERFORM WRITE-EXCEPTION-LINE
           END-IF
           .

       WRITE-EXCEPTION-LINE.
           MOVE I-PARTNO       TO SDL-PART-NUM
           MOVE I-DESCR        TO SDL-DESCR
           MOVE HAZ-CLASS      TO SDL-HAZ-CLASS
           MOVE I-WAREHOUSE    TO SDL-WAREHOUSE
           IF I-QOH IS NUMERIC
              MOVE I-QOH       TO SDL-QOH
           ELSE
              MOVE 0           TO SDL-QOH
           END-IF
           MOVE WS-DAYS-OVER   TO SDL-DAYS-OVER
           IF SDS-ON-FILE
              MOVE SDS-REVISION    TO SDL-REVISION
              MOVE SDS-REVIEW-DATE TO SDL-REVIEW-DATE
              MOVE SDS-SUPPLIER    TO SDL-SUPPLIER
           ELSE
              MOVE SPACES          TO SDL-REVISION
              MOVE SPACES          TO SDL-REVIEW-DATE
              MOVE SPACES          TO SDL-SUPPLIER
           END-IF
           WRITE RPT-OUT-DATA FROM WS-SDR-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO SDR-ERROR-FLAG
              MOVE 'SDR010'         TO MSG-SDR-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-SDR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-SDR-OPEN-MSG
           END-IF
           .

       TERMINATION.
           CLOSE HAZ-DATA-FILE
           IF SDS-FILE-IS-OPEN
              CLOSE SDS-DATA-FILE
           END-IF
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           IF SDR-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE HAZ-PART-COUNT TO SUM-HAZ-COUNT
           MOVE MISSING-COUNT  TO SUM-MISS-COUNT
           MOVE LAPSED-COUNT   TO SUM-LAPS-COUNT
           MOVE BLOCKED-COUNT  TO SUM-BLOCK-COUNT
           DISPLAY WS-SDR-SUMMARY-LINE
           .
