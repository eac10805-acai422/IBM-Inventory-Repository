       identification division.
       program-id. WORKCAL.
      ***
      *** WORKCAL - working-day arithmetic over the CASWCAL shop
      *** calendar (weekends, holidays, the shutdown), beside the
      *** calendar-day serials DATECALC gives. The first parameter
      *** says which function is wanted:
      ***   '1'  working days after from-date up to and including
      ***        to-date, returned in the working-days field and
      ***        negative when to-date is earlier.
      ***   '2'  the date the working-days field's count of working
      ***        days after from-date, returned in to-date.
      *** Return code 4 when a date does not convert or the count
      *** cannot be walked, 8 for an unknown function. The calendar
      *** is loaded on the first call. If it cannot be read,
      *** weekends alone are taken as off.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT WCAL-DATA-FILE ASSIGN TO CASWCAL
              FILE STATUS IS WCAL-FILE-STATUS.
       data division.
       file section.
       FD  WCAL-DATA-FILE.
       01 WCAL-RECORD.
           copy WCALREC.
       working-storage section.
       01 WS-YEAR             PIC 9(04).
       01 WS-MONTH            PIC 9(02).
       01 WS-DAY              PIC 9(02).
       01 WS-CONV-DATE        PIC 9(08).
       01 WS-CONV-SERIAL      PIC 9(07).
       01 WCAL-FILE-STATUS    PIC X(02).
       01 SW-WCAL-LOADED      PIC X(01) VALUE 'N'.
           88 WCAL-LOADED         VALUE 'Y'.
       01 SW-WCAL-EOF         PIC X(01) VALUE 'N'.
           88 WCAL-AT-EOF         VALUE 'Y'.
       01 WS-WCAL-OPEN-MSG.
           05 MSG-WCAL-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-WCAL-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
      *
      *    THE CALENDAR HELD AS DAY-SERIAL RANGES. 1900-01-01 WAS A
      *    MONDAY, SO A SERIAL'S DISTANCE FROM IT MOD 7 GIVES THE
      *    WEEKDAY -- 5 AND 6 ARE SATURDAY AND SUNDAY.
      *
       01 WS-WCAL-TABLE.
           05 WS-WCAL-ENTRY OCCURS 500 TIMES.
              10 WCT-FROM-SERIAL PIC 9(07).
              10 WCT-THRU-SERIAL PIC 9(07).
              10 WCT-DAY-TYPE    PIC X(01).
       01 WCAL-COUNT          PIC 9(04) VALUE 0.
       01 WCT-SUB             PIC 9(04).
       01 MONDAY-BASE-DATE    PIC 9(08) VALUE 19000101.
       01 MONDAY-BASE-SERIAL  PIC 9(07).
       01 WS-WEEKS            PIC 9(07).
       01 WS-WEEKDAY          PIC 9(01).
       01 WS-CHECK-SERIAL     PIC 9(07).
       01 SW-WORKING-DAY      PIC X(01).
           88 IS-WORKING-DAY      VALUE 'Y'.
       01 WS-FROM-SERIAL      PIC 9(07).
       01 WS-TO-SERIAL        PIC 9(07).
       01 WS-LOW-SERIAL       PIC 9(07).
       01 WS-HIGH-SERIAL      PIC 9(07).
       01 WS-SPAN-SERIAL      PIC 9(07).
       01 WS-DAY-COUNT        PIC 9(07).
       01 WS-STEP-COUNT       PIC 9(05).
       01 WS-STEP-DATE        PIC 9(08).
       01 WS-STEP-LIMIT       PIC 9(05).
       01 WS-ADD-DAYS         PIC 9(05).
       01 WS-LEAP-QUOT        PIC 9(04).
       01 WS-LEAP-REM-4       PIC 9(03).
       01 WS-LEAP-REM-100     PIC 9(03).
       01 WS-LEAP-REM-400     PIC 9(03).
       01 WS-MONTH-DAYS       PIC 9(02).
       01 WS-MONTH-LENGTHS    PIC X(24)
                              VALUE '312831303130313130313031'.
       01 WS-MONTH-LENGTH-TABLE REDEFINES WS-MONTH-LENGTHS.
           05 WS-MONTH-LENGTH PIC 9(02) OCCURS 12 TIMES.
       linkage section.
       01  PARM-FUNCTION        pic x(1).
       01  PARM-FROM-DATE       pic 9(08).
       01  PARM-TO-DATE         pic 9(08).
       01  PARM-WORK-DAYS       pic s9(07).

       procedure division using PARM-FUNCTION PARM-FROM-DATE
                                PARM-TO-DATE PARM-WORK-DAYS.
           MOVE 0 TO RETURN-CODE
           IF NOT WCAL-LOADED
              PERFORM LOAD-WORK-CALENDAR
           END-IF
           EVALUATE PARM-FUNCTION
              WHEN "1"
                 PERFORM COUNT-WORKING-DAYS
              WHEN "2"
                 PERFORM ADD-WORKING-DAYS
              WHEN OTHER
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT
                      Z'WKC001 BAD PARAMETER PASSED TO WORKCAL'
                 MOVE 8 TO RETURN-CODE
           END-EVALUATE

           goback
           .

       COUNT-WORKING-DAYS.
           MOVE 0 TO PARM-WORK-DAYS
           MOVE PARM-FROM-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CONV-SERIAL TO WS-FROM-SERIAL
           IF RETURN-CODE = 0
              MOVE PARM-TO-DATE TO WS-CONV-DATE
              PERFORM CONVERT-DATE-TO-SERIAL
              MOVE WS-CONV-SERIAL TO WS-TO-SERIAL
           END-IF

           IF RETURN-CODE = 0
              IF WS-TO-SERIAL < WS-FROM-SERIAL
                 MOVE WS-TO-SERIAL   TO WS-LOW-SERIAL
                 MOVE WS-FROM-SERIAL TO WS-HIGH-SERIAL
              ELSE
                 MOVE WS-FROM-SERIAL TO WS-LOW-SERIAL
                 MOVE WS-TO-SERIAL   TO WS-HIGH-SERIAL
              END-IF
              MOVE 0 TO WS-DAY-COUNT
              ADD 1 TO WS-LOW-SERIAL
              PERFORM COUNT-ONE-SPAN-DAY
                 VARYING WS-SPAN-SERIAL FROM WS-LOW-SERIAL BY 1
                 UNTIL WS-SPAN-SERIAL > WS-HIGH-SERIAL
              IF WS-TO-SERIAL < WS-FROM-SERIAL
                 COMPUTE PARM-WORK-DAYS = 0 - WS-DAY-COUNT
              ELSE
                 MOVE WS-DAY-COUNT TO PARM-WORK-DAYS
              END-IF
           END-IF
           .

       ADD-WORKING-DAYS.
           MOVE 0 TO PARM-TO-DATE
           MOVE PARM-FROM-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           IF RETURN-CODE = 0
              IF PARM-WORK-DAYS IS NOT NUMERIC
                 OR PARM-WORK-DAYS < 0 OR PARM-WORK-DAYS > 99999
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE PARM-WORK-DAYS TO WS-ADD-DAYS
              END-IF
           END-IF

      *    TEN CALENDAR DAYS PER WORKING DAY ASKED FOR IS FAR MORE
      *    THAN ANY SHUTDOWN TAKES -- A CALENDAR THAT MARKS NEARLY
      *    EVERYTHING OFF ENDS THE WALK RATHER THAN LOOPING ON.
           IF RETURN-CODE = 0
              MOVE PARM-FROM-DATE TO WS-STEP-DATE
              MOVE WS-CONV-SERIAL TO WS-CHECK-SERIAL
              MOVE 0              TO WS-DAY-COUNT
              MOVE 0              TO WS-STEP-COUNT
              IF WS-ADD-DAYS > 9999
                 MOVE 99999 TO WS-STEP-LIMIT
              ELSE
                 COMPUTE WS-STEP-LIMIT = (WS-ADD-DAYS * 10) + 10
              END-IF
              PERFORM STEP-ONE-WORKING-DAY
                 UNTIL WS-DAY-COUNT >= WS-ADD-DAYS
                    OR WS-STEP-COUNT >= WS-STEP-LIMIT
              IF WS-DAY-COUNT < WS-ADD-DAYS
                 MOVE 4 TO RETURN-CODE
              ELSE
                 MOVE WS-STEP-DATE TO PARM-TO-DATE
              END-IF
           END-IF
           .

       CONVERT-DATE-TO-SERIAL.
           CALL 'DATECALC' USING WS-CONV-DATE WS-CONV-SERIAL
           .

      ***
      *** each calendar record becomes a serial range. a record
      *** whose dates do not convert is skipped, and past the table
      *** ceiling the rest are ignored with a warning -- the days
      *** they name count as ordinary weekdays.
      ***
       LOAD-WORK-CALENDAR.
           MOVE 'Y' TO SW-WCAL-LOADED
           MOVE 0   TO WCAL-COUNT
           MOVE MONDAY-BASE-DATE TO WS-CONV-DATE
           PERFORM CONVERT-DATE-TO-SERIAL
           MOVE WS-CONV-SERIAL TO MONDAY-BASE-SERIAL

           OPEN INPUT WCAL-DATA-FILE
           IF WCAL-FILE-STATUS NOT = '00'
              MOVE 'WKC009'          TO MSG-WCAL-OPEN-CODE
              MOVE WCAL-FILE-STATUS  TO MSG-WCAL-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-WCAL-OPEN-MSG
           ELSE
              MOVE 'N' TO SW-WCAL-EOF
              READ WCAL-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-WCAL-EOF
              END-READ
              PERFORM LOAD-ONE-CALENDAR-ENTRY UNTIL WCAL-AT-EOF
              CLOSE WCAL-DATA-FILE
           END-IF
           MOVE 0 TO RETURN-CODE
           .

       LOAD-ONE-CALENDAR-ENTRY.
           IF WCAL-COUNT >= 500
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT Z'WKC010 CASWCAL OVER 500 ENTRIES'
              MOVE 'Y' TO SW-WCAL-EOF
           ELSE
              MOVE 0 TO RETURN-CODE
              MOVE WCL-FROM-DATE TO WS-CONV-DATE
              PERFORM CONVERT-DATE-TO-SERIAL
              IF RETURN-CODE = 0
                 ADD 1 TO WCAL-COUNT
                 MOVE WS-CONV-SERIAL TO WCT-FROM-SERIAL(WCAL-COUNT)
                 MOVE WS-CONV-SERIAL TO WCT-THRU-SERIAL(WCAL-COUNT)
                 MOVE WCL-DAY-TYPE   TO WCT-DAY-TYPE(WCAL-COUNT)
                 IF WCL-THRU-DATE IS NUMERIC
                    AND WCL-THRU-DATE > WCL-FROM-DATE
                    MOVE WCL-THRU-DATE TO WS-CONV-DATE
                    PERFORM CONVERT-DATE-TO-SERIAL
                    MOVE WS-CONV-SERIAL
                       TO WCT-THRU-SERIAL(WCAL-COUNT)
                 END-IF
              END-IF

              READ WCAL-DATA-FILE
                 AT END
                    MOVE 'Y' TO SW-WCAL-EOF
              END-READ
           END-IF
           .

      *
      *    THE SPAN RUNS FROM THE DAY AFTER THE LOW DATE THROUGH THE
      *    HIGH DATE, SO AN ORDER PLACED AND RECEIVED THE SAME DAY IS
      *    ZERO DAYS.
      *
       COUNT-ONE-SPAN-DAY.
           MOVE WS-SPAN-SERIAL TO WS-CHECK-SERIAL
           PERFORM CHECK-WORKING-DAY
           IF IS-WORKING-DAY
              ADD 1 TO WS-DAY-COUNT
           END-IF
           .

       STEP-ONE-WORKING-DAY.
           PERFORM ADVANCE-STEP-DATE
           ADD 1 TO WS-CHECK-SERIAL
           ADD 1 TO WS-STEP-COUNT
           PERFORM CHECK-WORKING-DAY
           IF IS-WORKING-DAY
              ADD 1 TO WS-DAY-COUNT
           END-IF
           .

       ADVANCE-STEP-DATE.
           COMPUTE WS-YEAR  = WS-STEP-DATE / 10000
           COMPUTE WS-MONTH =
              (WS-STEP-DATE / 100) - (WS-YEAR * 100)
           COMPUTE WS-DAY   =
              WS-STEP-DATE - (WS-YEAR * 10000) - (WS-MONTH * 100)

           MOVE WS-MONTH-LENGTH(WS-MONTH) TO WS-MONTH-DAYS
           IF WS-MONTH = 2
              DIVIDE WS-YEAR BY 4   GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-4
              DIVIDE WS-YEAR BY 100 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-100
              DIVIDE WS-YEAR BY 400 GIVING WS-LEAP-QUOT
                 REMAINDER WS-LEAP-REM-400
              IF WS-LEAP-REM-4 = 0
                 AND (WS-LEAP-REM-100 NOT = 0 OR WS-LEAP-REM-400 = 0)
                 MOVE 29 TO WS-MONTH-DAYS
              END-IF
           END-IF

           ADD 1 TO WS-DAY
           IF WS-DAY > WS-MONTH-DAYS
              MOVE 1 TO WS-DAY
              ADD 1 TO WS-MONTH
              IF WS-MONTH > 12
                 MOVE 1 TO WS-MONTH
                 ADD 1 TO WS-YEAR
              END-IF
           END-IF
           COMPUTE WS-STEP-DATE =
              (WS-YEAR * 10000) + (WS-MONTH * 100) + WS-DAY
           .

      ***
      *** weekdays work and weekends do not, unless a calendar
      *** record covering the day says otherwise. a worked weekend
      *** record wins over a holiday record for the same day.
      ***
       CHECK-WORKING-DAY.
           COMPUTE WS-WEEKS = WS-CHECK-SERIAL - MONDAY-BASE-SERIAL
           DIVIDE WS-WEEKS BY 7 GIVING WS-WEEKS
              REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY < 5
              MOVE 'Y' TO SW-WORKING-DAY
           ELSE
              MOVE 'N' TO SW-WORKING-DAY
           END-IF

           PERFORM APPLY-CALENDAR-ENTRY
              VARYING WCT-SUB FROM 1 BY 1
              UNTIL WCT-SUB > WCAL-COUNT
           .

       APPLY-CALENDAR-ENTRY.
           IF WS-CHECK-SERIAL >= WCT-FROM-SERIAL(WCT-SUB)
              AND WS-CHECK-SERIAL <= WCT-THRU-SERIAL(WCT-SUB)
              IF WCT-DAY-TYPE(WCT-SUB) = 'W'
                 MOVE 'Y' TO SW-WORKING-DAY
                 MOVE WCAL-COUNT TO WCT-SUB
              ELSE
                 MOVE 'N' TO SW-WORKING-DAY
              END-IF
           END-IF
           .
