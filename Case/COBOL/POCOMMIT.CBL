      *** the categories where commitments plus suggestions
      *** already exceed the month's budget -- before the orders
      *** are cut, not in the month-end ledger. Overruns end the
      *** run with return code 4 for the scheduler. Suggestions
      *** held on CASPOHLD for approval show in their own column
      *** and stay out of the standing until they are released.
      ***
       environment division.
       input-output section.
              FILE STATUS IS OPO-FILE-STATUS.
           SELECT PIF-DATA-FILE ASSIGN TO CASPOIF
              FILE STATUS IS PIF-FILE-STATUS.
           SELECT POH-DATA-FILE ASSIGN TO CASPOHLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-POH-KEY
              FILE STATUS IS POH-FILE-STATUS.
           SELECT BUD-CTL-FILE ASSIGN TO BUDCTL
              FILE STATUS IS BUD-CTL-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASPCMRP
       FD  PIF-DATA-FILE.
       01 PIF-RECORD.
           copy POIFREC.
       FD  POH-DATA-FILE.
       01 POH-REC.
           05 FD-POH-KEY        PIC X(13).
           05 FILLER            PIC X(67).
       FD  BUD-CTL-FILE.
       01 BUD-CTL-RECORD.
           copy BUDCARD.
       copy OPODETL.
       01 OPO-FILE-STATUS     PIC X(02).
       01 PIF-FILE-STATUS     PIC X(02).
       01 POH-FILE-STATUS     PIC X(02).
       01 WS-POH-REC.
       copy POHOLD.
       01 SW-POH-BROWSE-DONE  PIC X(01) VALUE 'N'.
           88 POH-BROWSE-DONE     VALUE 'Y'.
       01 BUD-CTL-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 PCM-ERROR-FLAG      PIC X(01) VALUE 'N'.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 TODAY-DATE          PIC 9(08).
       01 CURRENT-PERIOD      PIC 9(06).
       01 SW-OPO-BROWSE-DONE  PIC X(01) VALUE 'N'.
              10 BKT-PERIOD    PIC 9(06).
              10 BKT-COMMITTED PIC 9(11)V99.
              10 BKT-SUGGESTED PIC 9(11)V99.
              10 BKT-HELD      PIC 9(11)V99.
       01 BKT-ENTRY-COUNT     PIC 9(03) VALUE 0.
       01 SW-BUCKET-FOUND     PIC X(01).
           88 BUCKET-FOUND        VALUE 'Y'.
       01 WS-TOTAL-EXPOSURE   PIC 9(11)V99.
       01 ORDER-COUNT         PIC 9(07) VALUE 0.
       01 SUGGEST-COUNT       PIC 9(07) VALUE 0.
       01 HELD-COUNT          PIC 9(07) VALUE 0.
       01 OVER-COUNT          PIC 9(05) VALUE 0.
       01 NOPART-COUNT        PIC 9(07) VALUE 0.
       01 WS-PCM-TITLE-LINE.
           05                  PIC X(03)  VALUE 'AS '.
           05                  PIC X(03)  VALUE 'OF '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(02)  VALUE SPACES.
           05 TTL-SOURCE-TEXT  PIC X(40).
           05                  PIC X(32)  VALUE SPACES.
       01 WS-PCM-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'CATEGORY'.
           05                  PIC X(09)  VALUE 'COMMITTED'.
           05                  PIC X(07)  VALUE SPACES.
           05                  PIC X(09)  VALUE 'SUGGESTED'.
           05                  PIC X(12)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'HELD'.
           05                  PIC X(10)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'BUDGET'.
           05                  PIC X(06)  VALUE SPACES.
           05                  PIC X(08)  VALUE 'STANDING'.
           05                  PIC X(39)  VALUE SPACES.
       01 WS-PCM-LINE.
           05                  PIC X      VALUE SPACES.
           05 PCL-ITEMCAT      PIC X(03).
           05                  PIC X(02)  VALUE SPACES.
           05 PCL-SUGGESTED    PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 PCL-HELD         PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 PCL-BUDGET       PIC ZZZ,ZZZ,ZZ9.99.
           05                  PIC X(02)  VALUE SPACES.
           05 PCL-STANDING     PIC X(16).
           05                  PIC X(35)  VALUE SPACES.
       01 WS-PCM-SUMMARY-LINE.
           05 FILLER          PIC X(20) VALUE 'OPEN ORDERS:        '.
           05 SUM-ORDER-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'NO MASTER:   '.
           05 SUM-NOPART      PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(06) VALUE 'HELD: '.
           05 SUM-HELD        PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           PERFORM INITIALIZATION
           PERFORM BUCKET-OPEN-ORDERS
           PERFORM BUCKET-PENDING-SUGGESTIONS
           PERFORM BUCKET-HELD-SUGGESTIONS
           PERFORM WRITE-THE-COMPARISON
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                   BY CONTENT WS-PCM-OPEN-MSG
           END-IF

      *    PRICES ARE READ BY KEY, WHICH STAYS ON THE MASTER, BUT
      *    THE TITLE NAMES TONIGHT'S SNAPSHOT LIKE THE OTHER
      *    REPORTS -- THE MASTER DOES NOT MOVE ONCE IT IS BUILT.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PCM-OPEN-MSG
           END-IF
           MOVE TODAY-DATE      TO TTL-RUN-DATE
           MOVE ENR-SOURCE-TEXT TO TTL-SOURCE-TEXT
           WRITE RPT-OUT-DATA FROM WS-PCM-TITLE-LINE
           WRITE RPT-OUT-DATA FROM WS-PCM-HEADING
           .
           END-IF
           .

      ***
      *** suggestions held on CASPOHLD for approval never reached
      *** CASPOIF. they are shown in the current month beside the
      *** released ones, at the quantity that would go out if
      *** approved, but are not spend until an approver releases
      *** them, so they stay out of the standing.
      ***
       BUCKET-HELD-SUGGESTIONS.
           OPEN INPUT POH-DATA-FILE
           IF POH-FILE-STATUS NOT = '00'
              MOVE 'PCM014'         TO MSG-PCM-OPEN-CODE
              MOVE POH-FILE-STATUS  TO MSG-PCM-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-PCM-OPEN-MSG
           ELSE
              MOVE LOW-VALUES TO FD-POH-KEY
              START POH-DATA-FILE KEY >= FD-POH-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-POH-BROWSE-DONE
                 NOT INVALID KEY
                    MOVE 'N' TO SW-POH-BROWSE-DONE
              END-START
              PERFORM BUCKET-ONE-HELD UNTIL POH-BROWSE-DONE
              CLOSE POH-DATA-FILE
           END-IF
           .

       BUCKET-ONE-HELD.
           READ POH-DATA-FILE NEXT RECORD INTO WS-POH-REC
              AT END
                 MOVE 'Y' TO SW-POH-BROWSE-DONE
           END-READ
           IF NOT POH-BROWSE-DONE
              ADD 1 TO HELD-COUNT
              MOVE POH-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF LOOKUP-FOUND
                 AND I-UNITPR IS NUMERIC
                 AND POH-APPROVED-QTY IS NUMERIC
                 COMPUTE WS-EXTENDED-VALUE =
                    POH-APPROVED-QTY * I-UNITPR
                    ON SIZE ERROR
                       MOVE 0 TO WS-EXTENDED-VALUE
                 END-COMPUTE
                 MOVE CURRENT-PERIOD TO WS-BUCKET-PERIOD
                 PERFORM ADD-TO-HELD-BUCKET
              ELSE
                 ADD 1 TO NOPART-COUNT
              END-IF
           END-IF
           .

       ADD-TO-HELD-BUCKET.
           PERFORM FIND-OR-ADD-BUCKET
           IF BUCKET-FOUND
              ADD WS-EXTENDED-VALUE TO BKT-HELD(BKX)
           END-IF
           .

       ADD-TO-COMMITTED-BUCKET.
           PERFORM FIND-OR-ADD-BUCKET
           IF BUCKET-FOUND
                 MOVE WS-BUCKET-PERIOD TO BKT-PERIOD(BKX)
                 MOVE 0 TO BKT-COMMITTED(BKX)
                 MOVE 0 TO BKT-SUGGESTED(BKX)
                 MOVE 0 TO BKT-HELD(BKX)
                 MOVE 'Y' TO SW-BUCKET-FOUND
              ELSE
                 MOVE 'Y' TO PCM-ERROR-FLAG
           MOVE BKT-PERIOD(BKX)    TO PCL-PERIOD
           MOVE BKT-COMMITTED(BKX) TO PCL-COMMITTED
           MOVE BKT-SUGGESTED(BKX) TO PCL-SUGGESTED
           MOVE BKT-HELD(BKX)      TO PCL-HELD

           MOVE 'N' TO SW-BUDGET-FOUND
           MOVE 0   TO WS-BUDGET-AMOUNT
           MOVE SUGGEST-COUNT TO SUM-SUGGEST
           MOVE OVER-COUNT    TO SUM-OVER
           MOVE NOPART-COUNT  TO SUM-NOPART
           MOVE HELD-COUNT    TO SUM-HELD
           DISPLAY WS-PCM-SUMMARY-LINE
           .
