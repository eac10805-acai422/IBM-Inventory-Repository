       identification division.
       program-id. XFRPLAN.
      ***
      *** XFRPLAN - inter-site replenishment suggestions. Runs
      *** ahead of VENDPO so that stock one building is sitting on
      *** goes to the building that is short before anything new
      *** is bought. Each part's CASWHBL sites are projected
      *** forward by the transfers already riding on CASINTR --
      *** out of the sending site, into the receiving one. A site
      *** projected below its own reorder point needs topping up
      *** to its maximum (to the reorder point where it keeps no
      *** maximum). A site holds surplus above its maximum (above
      *** its reorder point where it keeps no maximum; all of it
      *** where the part is not planned there at all), limited to
      *** the stock physically on its shelf. Each short site is
      *** filled from the largest surplus first; whatever no site
      *** can spare is listed as left for VENDPO to buy.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT WHB-DATA-FILE ASSIGN TO CASWHBL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-WHB-KEY
              FILE STATUS IS WHB-FILE-STATUS.
           SELECT TRN-DATA-FILE ASSIGN TO CASINTR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-TRN-KEY
              FILE STATUS IS TRN-FILE-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASXFRRP
              FILE STATUS IS RPT-FILE-STATUS.
       data division.
       file section.
       FD  WHB-DATA-FILE.
       01 WHB-REC.
           05 FD-WHB-KEY        PIC X(12).
           05 FILLER            PIC X(68).
       FD  TRN-DATA-FILE.
       01 TRN-REC.
           05 FD-TRN-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 LOOKUP-PARTNO       PIC X(09) EXTERNAL.
       01 LOOKUP-RESULT-FLAG  PIC X(01) EXTERNAL.
           88 LOOKUP-FOUND        VALUE 'Y'.
       01 WS-WHB-REC.
       copy WHBDETL.
       01 WS-TRN-REC.
       copy TRNDETL.
       01 WHB-FILE-STATUS     PIC X(02).
       01 TRN-FILE-STATUS     PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 XFP-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 XFP-ERROR-FOUND     VALUE 'Y'.
       01 WS-XFP-OPEN-MSG.
           05 MSG-XFP-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-XFP-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-XFP-MSG.
           05 MSG-XFP-CODE      PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-XFP-PARTNO    PIC X(09).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-WHB-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 WHB-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-TRN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 TRN-FILE-IS-OPEN    VALUE 'Y'.
       01 SW-WHB-EOF          PIC X(01) VALUE 'Y'.
           88 WHB-AT-EOF          VALUE 'Y'.
       01 SW-TRN-BROWSE-DONE  PIC X(01) VALUE 'Y'.
           88 TRN-BROWSE-DONE     VALUE 'Y'.
      ***
      *** the part's sites, projected by the transfers riding
      ***
       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 50 TIMES.
              10 SIT-WAREHOUSE   PIC X(03).
              10 SIT-QTY         PIC 9(05).
              10 SIT-RDR-POINT   PIC 9(05).
              10 SIT-MAX-QTY     PIC 9(05).
              10 SIT-INBOUND     PIC 9(07).
              10 SIT-OUTBOUND    PIC 9(07).
              10 SIT-NEED        PIC 9(07).
              10 SIT-SURPLUS     PIC 9(07).
       01 SITE-COUNT          PIC 9(02) VALUE 0.
       01 SIT-SUB             PIC 9(02).
       01 SIT-NEEDY           PIC 9(02).
       01 SIT-BEST            PIC 9(02).
       01 WS-CURRENT-PARTNO   PIC X(09).
       01 WS-PROJECTED        PIC S9(07).
       01 WS-KEEP-QTY         PIC 9(05).
       01 WS-SPARE-QTY        PIC S9(07).
       01 WS-MOVE-QTY         PIC 9(07).
       01 SW-DESCR-FETCHED    PIC X(01).
           88 DESCR-FETCHED       VALUE 'Y'.
       01 WS-PART-DESCR       PIC X(30).
       01 PART-COUNT          PIC 9(07) VALUE 0.
       01 SITE-READ-COUNT     PIC 9(07) VALUE 0.
       01 SUGGEST-COUNT       PIC 9(07) VALUE 0.
       01 SUGGEST-QTY-TOTAL   PIC 9(09) VALUE 0.
       01 UNCOVERED-COUNT     PIC 9(07) VALUE 0.
       01 UNCOVERED-QTY-TOTAL PIC 9(09) VALUE 0.
       01 WS-XFP-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(09)  VALUE 'PART NO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(30)  VALUE 'DESCRIPTION'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'FROM'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(04)  VALUE 'TO'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'MOVE QT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'FROM OH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'TO PROJ'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'TO RDR'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(07)  VALUE 'TO MAX'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(06)  VALUE 'REMARK'.
           05                  PIC X(26)  VALUE SPACES.
       01 WS-XFP-LINE.
           05                  PIC X      VALUE SPACES.
           05 XL-PARTNO        PIC X(09).
           05                  PIC X(02)  VALUE SPACES.
           05 XL-DESCR         PIC X(30).
           05                  PIC X(02)  VALUE SPACES.
           05 XL-FROM-WH       PIC X(03).
           05                  PIC X(03)  VALUE SPACES.
           05 XL-TO-WH         PIC X(03).
           05                  PIC X(03)  VALUE SPACES.
           05 XL-MOVE-QTY      PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 XL-FROM-QTY      PIC ZZZZZZ9.
           05 XL-FROM-NONE REDEFINES XL-FROM-QTY PIC X(07).
           05                  PIC X(02)  VALUE SPACES.
           05 XL-TO-PROJ       PIC ------9.
           05                  PIC X(02)  VALUE SPACES.
           05 XL-TO-RDR        PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 XL-TO-MAX        PIC ZZZZZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 XL-REMARK        PIC X(20).
           05                  PIC X(12)  VALUE SPACES.
       01 WS-XFP-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05 XT-LABEL         PIC X(24).
           05 XT-COUNT         PIC ZZZZZZ9.
           05                  PIC X(09)  VALUE ' LINES   '.
           05                  PIC X(05)  VALUE 'QTY: '.
           05 XT-QTY           PIC ZZZ,ZZZ,ZZ9.
           05                  PIC X(76)  VALUE SPACES.
       01 WS-XFP-SUMMARY-LINE.
           05 FILLER          PIC X(12) VALUE 'PARTS READ: '.
           05 SUM-PART-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE 'SITES READ: '.
           05 SUM-SITE-COUNT  PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'TRANSFERS: '.
           05 SUM-SUGGEST-COUNT PIC ZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(11) VALUE 'UNCOVERED: '.
           05 SUM-UNCOVERED-COUNT PIC ZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'XFP001: Starting program'
           PERFORM INITIALIZATION
           PERFORM PLAN-ONE-PART UNTIL WHB-AT-EOF
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'XFP999: All done'
           GOBACK
           .

       INITIALIZATION.
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           OPEN INPUT WHB-DATA-FILE
           IF WHB-FILE-STATUS = '00'
              MOVE 'Y' TO SW-WHB-FILE-OPEN
           ELSE
              MOVE 'Y'              TO XFP-ERROR-FLAG
              MOVE 'XFP009'         TO MSG-XFP-OPEN-CODE
              MOVE WHB-FILE-STATUS  TO MSG-XFP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XFP-OPEN-MSG
           END-IF

      *    WITHOUT CASINTR THE SITES ARE PLANNED AS THEY STAND,
      *    AND A TRANSFER ALREADY ON THE TRUCK MAY BE SUGGESTED
      *    AGAIN.
           OPEN INPUT TRN-DATA-FILE
           IF TRN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-TRN-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-TRN-FILE-OPEN
              MOVE 'XFP011'         TO MSG-XFP-OPEN-CODE
              MOVE TRN-FILE-STATUS  TO MSG-XFP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-XFP-OPEN-MSG
           END-IF

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO XFP-ERROR-FLAG
              MOVE 'XFP012'         TO MSG-XFP-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-XFP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XFP-OPEN-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-XFP-HEADING
           PERFORM CHECK-RPT-WRITE-STATUS

           IF WHB-FILE-IS-OPEN
              MOVE LOW-VALUES TO FD-WHB-KEY
              START WHB-DATA-FILE KEY >= FD-WHB-KEY
                 INVALID KEY
                    MOVE 'Y' TO SW-WHB-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO SW-WHB-EOF
                    PERFORM READ-NEXT-SITE
              END-START
           END-IF
           .

       READ-NEXT-SITE.
           READ WHB-DATA-FILE NEXT RECORD INTO WS-WHB-REC
              AT END
                 MOVE 'Y' TO SW-WHB-EOF
              NOT AT END
                 ADD 1 TO SITE-READ-COUNT
           END-READ
           .

      ***
      *** one part -- its sites gathered, projected by what is on
      *** the trucks, and every short site filled from the
      *** others' surplus.
      ***
       PLAN-ONE-PART.
           ADD 1 TO PART-COUNT
           MOVE WHB-PARTNO TO WS-CURRENT-PARTNO
           MOVE 'N'        TO SW-DESCR-FETCHED
           MOVE 0          TO SITE-COUNT
           PERFORM LOAD-ONE-SITE
              UNTIL WHB-AT-EOF OR WHB-PARTNO NOT = WS-CURRENT-PARTNO

           IF TRN-FILE-IS-OPEN
              PERFORM GATHER-IN-TRANSIT
           END-IF

           PERFORM RATE-ONE-SITE
              VARYING SIT-SUB FROM 1 BY 1 UNTIL SIT-SUB > SITE-COUNT

           PERFORM FILL-ONE-SITE
              VARYING SIT-NEEDY FROM 1 BY 1
              UNTIL SIT-NEEDY > SITE-COUNT
           .

       LOAD-ONE-SITE.
           IF SITE-COUNT < 50
              ADD 1 TO SITE-COUNT
              MOVE WHB-WAREHOUSE TO SIT-WAREHOUSE(SITE-COUNT)
              MOVE 0 TO SIT-QTY(SITE-COUNT)
              MOVE 0 TO SIT-RDR-POINT(SITE-COUNT)
              MOVE 0 TO SIT-MAX-QTY(SITE-COUNT)
              MOVE 0 TO SIT-INBOUND(SITE-COUNT)
              MOVE 0 TO SIT-OUTBOUND(SITE-COUNT)
              MOVE 0 TO SIT-NEED(SITE-COUNT)
              MOVE 0 TO SIT-SURPLUS(SITE-COUNT)
              IF WHB-QTY IS NUMERIC
                 MOVE WHB-QTY TO SIT-QTY(SITE-COUNT)
              END-IF
              IF WHB-RDR-POINT IS NUMERIC
                 MOVE WHB-RDR-POINT TO SIT-RDR-POINT(SITE-COUNT)
              END-IF
              IF WHB-MAX-QTY IS NUMERIC
                 MOVE WHB-MAX-QTY TO SIT-MAX-QTY(SITE-COUNT)
              END-IF
           ELSE
              MOVE 'XFP002'   TO MSG-XFP-CODE
              MOVE WHB-PARTNO TO MSG-XFP-PARTNO
              CALL 'LOGGER' USING BY CONTENT 'W'
                 BY CONTENT WS-XFP-MSG
           END-IF
           PERFORM READ-NEXT-SITE
           .

       GATHER-IN-TRANSIT.
           MOVE SPACES            TO WS-TRN-REC
           MOVE WS-CURRENT-PARTNO TO TRN-PARTNO
           MOVE LOW-VALUES        TO TRN-DOC-NUMBER
           MOVE TRN-KEY           TO FD-TRN-KEY
           START TRN-DATA-FILE KEY >= FD-TRN-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-TRN-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-TRN-BROWSE-DONE
           END-START
           PERFORM GATHER-ONE-TRANSFER UNTIL TRN-BROWSE-DONE
           .

       GATHER-ONE-TRANSFER.
           READ TRN-DATA-FILE NEXT RECORD INTO WS-TRN-REC
              AT END
                 MOVE 'Y' TO SW-TRN-BROWSE-DONE
           END-READ
           IF NOT TRN-BROWSE-DONE
              IF TRN-PARTNO NOT = WS-CURRENT-PARTNO
                 MOVE 'Y' TO SW-TRN-BROWSE-DONE
              ELSE
                 IF TRN-QTY IS NUMERIC
                    PERFORM POST-ONE-TRANSFER
                       VARYING SIT-SUB FROM 1 BY 1
                       UNTIL SIT-SUB > SITE-COUNT
                 END-IF
              END-IF
           END-IF
           .

       POST-ONE-TRANSFER.
           IF SIT-WAREHOUSE(SIT-SUB) = TRN-FROM-WH
              ADD TRN-QTY TO SIT-OUTBOUND(SIT-SUB)
           END-IF
           IF SIT-WAREHOUSE(SIT-SUB) = TRN-TO-WH
              ADD TRN-QTY TO SIT-INBOUND(SIT-SUB)
           END-IF
           .

       RATE-ONE-SITE.
           COMPUTE WS-PROJECTED = SIT-QTY(SIT-SUB)
              - SIT-OUTBOUND(SIT-SUB) + SIT-INBOUND(SIT-SUB)
           IF SIT-MAX-QTY(SIT-SUB) > 0
              MOVE SIT-MAX-QTY(SIT-SUB)   TO WS-KEEP-QTY
           ELSE
              MOVE SIT-RDR-POINT(SIT-SUB) TO WS-KEEP-QTY
           END-IF

           IF SIT-RDR-POINT(SIT-SUB) > 0
              AND WS-PROJECTED < SIT-RDR-POINT(SIT-SUB)
              COMPUTE SIT-NEED(SIT-SUB) = WS-KEEP-QTY - WS-PROJECTED
           ELSE
      *       ONLY STOCK ACTUALLY ON THE SHELF CAN BE SENT -- WHAT
      *       IS STILL ON A TRUCK INBOUND IS NOT SPARE YET.
              COMPUTE WS-SPARE-QTY = WS-PROJECTED - WS-KEEP-QTY
              IF WS-SPARE-QTY > SIT-QTY(SIT-SUB)
                 - SIT-OUTBOUND(SIT-SUB)
                 COMPUTE WS-SPARE-QTY =
                    SIT-QTY(SIT-SUB) - SIT-OUTBOUND(SIT-SUB)
              END-IF
              IF WS-SPARE-QTY > 0
                 MOVE WS-SPARE-QTY TO SIT-SURPLUS(SIT-SUB)
              END-IF
           END-IF
           .

      ***
      *** a short site takes from the largest surplus first, as
      *** many times as it takes; what no site can spare is left
      *** for VENDPO.
      ***
       FILL-ONE-SITE.
           IF SIT-NEED(SIT-NEEDY) > 0
              PERFORM FIND-LARGEST-SURPLUS
              PERFORM SUGGEST-ONE-TRANSFER
                 UNTIL SIT-NEED(SIT-NEEDY) = 0 OR SIT-BEST = 0
              IF SIT-NEED(SIT-NEEDY) > 0
                 PERFORM REPORT-UNCOVERED-NEED
              END-IF
           END-IF
           .

       FIND-LARGEST-SURPLUS.
           MOVE 0 TO SIT-BEST
           PERFORM COMPARE-ONE-SURPLUS
              VARYING SIT-SUB FROM 1 BY 1 UNTIL SIT-SUB > SITE-COUNT
           .

       COMPARE-ONE-SURPLUS.
           IF SIT-SURPLUS(SIT-SUB) > 0
              IF SIT-BEST = 0
                 MOVE SIT-SUB TO SIT-BEST
              ELSE
                 IF SIT-SURPLUS(SIT-SUB) > SIT-SURPLUS(SIT-BEST)
                    MOVE SIT-SUB TO SIT-BEST
                 END-IF
              END-IF
           END-IF
           .

       SUGGEST-ONE-TRANSFER.
           IF SIT-SURPLUS(SIT-BEST) < SIT-NEED(SIT-NEEDY)
              MOVE SIT-SURPLUS(SIT-BEST) TO WS-MOVE-QTY
           ELSE
              MOVE SIT-NEED(SIT-NEEDY)   TO WS-MOVE-QTY
           END-IF

           PERFORM FETCH-PART-DESCR
           MOVE SPACES                  TO WS-XFP-LINE
           MOVE WS-CURRENT-PARTNO       TO XL-PARTNO
           MOVE WS-PART-DESCR           TO XL-DESCR
           MOVE SIT-WAREHOUSE(SIT-BEST) TO XL-FROM-WH
           MOVE SIT-WAREHOUSE(SIT-NEEDY) TO XL-TO-WH
           MOVE WS-MOVE-QTY             TO XL-MOVE-QTY
           COMPUTE XL-FROM-QTY =
              SIT-QTY(SIT-BEST) - SIT-OUTBOUND(SIT-BEST)
           PERFORM FILL-DESTINATION-FIGURES
           IF SIT-SURPLUS(SIT-BEST) < SIT-NEED(SIT-NEEDY)
              MOVE 'PARTIAL - SPLIT'    TO XL-REMARK
           ELSE
              MOVE 'TRANSFER'           TO XL-REMARK
           END-IF
           WRITE RPT-OUT-DATA FROM WS-XFP-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD 1           TO SUGGEST-COUNT
           ADD WS-MOVE-QTY TO SUGGEST-QTY-TOTAL
           SUBTRACT WS-MOVE-QTY FROM SIT-SURPLUS(SIT-BEST)
           SUBTRACT WS-MOVE-QTY FROM SIT-NEED(SIT-NEEDY)
           ADD WS-MOVE-QTY TO SIT-OUTBOUND(SIT-BEST)
           ADD WS-MOVE-QTY TO SIT-INBOUND(SIT-NEEDY)
           PERFORM FIND-LARGEST-SURPLUS
           .

       REPORT-UNCOVERED-NEED.
           PERFORM FETCH-PART-DESCR
           MOVE SPACES                   TO WS-XFP-LINE
           MOVE WS-CURRENT-PARTNO        TO XL-PARTNO
           MOVE WS-PART-DESCR            TO XL-DESCR
           MOVE '---'                    TO XL-FROM-WH
           MOVE SIT-WAREHOUSE(SIT-NEEDY) TO XL-TO-WH
           MOVE SIT-NEED(SIT-NEEDY)      TO XL-MOVE-QTY
           MOVE '   NONE'                TO XL-FROM-NONE
           PERFORM FILL-DESTINATION-FIGURES
           MOVE 'NO SITE SURPLUS'        TO XL-REMARK
           WRITE RPT-OUT-DATA FROM WS-XFP-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           ADD 1                   TO UNCOVERED-COUNT
           ADD SIT-NEED(SIT-NEEDY) TO UNCOVERED-QTY-TOTAL
           .

       FILL-DESTINATION-FIGURES.
           COMPUTE XL-TO-PROJ = SIT-QTY(SIT-NEEDY)
              - SIT-OUTBOUND(SIT-NEEDY) + SIT-INBOUND(SIT-NEEDY)
           MOVE SIT-RDR-POINT(SIT-NEEDY) TO XL-TO-RDR
           MOVE SIT-MAX-QTY(SIT-NEEDY)   TO XL-TO-MAX
           .

       FETCH-PART-DESCR.
           IF NOT DESCR-FETCHED
              MOVE 'Y'               TO SW-DESCR-FETCHED
              MOVE SPACES            TO WS-PART-DESCR
              MOVE WS-CURRENT-PARTNO TO LOOKUP-PARTNO
              CALL 'GETREC' USING
              BY CONTENT '3'
              BY REFERENCE IN-DATA
              MOVE 0 TO RETURN-CODE
              IF LOOKUP-FOUND
                 MOVE I-DESCR TO WS-PART-DESCR
              ELSE
                 MOVE '*** NOT ON CASEIN ***' TO WS-PART-DESCR
              END-IF
           END-IF
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO XFP-ERROR-FLAG
              MOVE 'XFP010'         TO MSG-XFP-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-XFP-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-XFP-OPEN-MSG
           END-IF
           .

       TERMINATION.
           MOVE 'TRANSFERS SUGGESTED'  TO XT-LABEL
           MOVE SUGGEST-COUNT          TO XT-COUNT
           MOVE SUGGEST-QTY-TOTAL      TO XT-QTY
           WRITE RPT-OUT-DATA FROM WS-XFP-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE 'LEFT FOR VENDPO'      TO XT-LABEL
           MOVE UNCOVERED-COUNT        TO XT-COUNT
           MOVE UNCOVERED-QTY-TOTAL    TO XT-QTY
           WRITE RPT-OUT-DATA FROM WS-XFP-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           IF WHB-FILE-IS-OPEN
              CLOSE WHB-DATA-FILE
           END-IF
           IF TRN-FILE-IS-OPEN
              CLOSE TRN-DATA-FILE
           END-IF
           CLOSE RPT-DATA-FILE

           CALL 'GETREC' USING
           BY CONTENT '9'
           BY REFERENCE IN-DATA
           MOVE 0 TO RETURN-CODE

           IF XFP-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF

           MOVE PART-COUNT      TO SUM-PART-COUNT
           MOVE SITE-READ-COUNT TO SUM-SITE-COUNT
           MOVE SUGGEST-COUNT   TO SUM-SUGGEST-COUNT
           MOVE UNCOVERED-COUNT TO SUM-UNCOVERED-COUNT
           DISPLAY WS-XFP-SUMMARY-LINE
           .
