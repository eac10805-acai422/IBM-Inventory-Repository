              FILE STATUS IS BLK-FILE-STATUS.
           SELECT OPT-OUT-FILE ASSIGN TO OPOTXN
              FILE STATUS IS OPT-FILE-STATUS.
           SELECT APL-CTL-FILE ASSIGN TO APVCTL
              FILE STATUS IS APL-CTL-STATUS.
           SELECT POH-DATA-FILE ASSIGN TO CASPOHLD
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-POH-KEY
              FILE STATUS IS POH-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  OPT-OUT-FILE.
       01 OPT-RECORD.
           copy OPOTXN.
       FD  APL-CTL-FILE.
       01 APL-CTL-RECORD.
           copy APVCTL.
       FD  POH-DATA-FILE.
       01 POH-REC.
           05 FD-POH-KEY        PIC X(13).
           05 FILLER            PIC X(67).
      *
      *    VENDOR-KEYED SUGGESTION SORT -- CASEIN ARRIVES SORTED BY
      *    PART NUMBER, NOT VENDOR, SO EACH SUGGESTION IS RELEASED
           05 SGR-BLANKET-FLAG    PIC X(01).
               88 SGR-IS-RELEASE      VALUE 'B'.
           05 SGR-BLANKET-REMAIN  PIC 9(07).
           05 SGR-ITEMCAT         PIC X(03).
           05 SGR-UNIT-PRICE      PIC 9(05)V99.
           05 SGR-CAUTION-FLAG    PIC X(01).
               88 SGR-HAS-CAUTION     VALUE 'B'.
           05 SGR-CAUTION-TEXT    PIC X(60).
       working-storage section.
       01 IN-DATA             PIC X(80).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
           88 CNS-IO-ERROR-FOUND  VALUE 'Y'.
       01 CNS-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-CNS-AVAIL        PIC 9(07).
       01 WS-PNT-REC.
       copy PARTNOTE.
       01 PNT-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 PNT-CAUTION-HIT-FLAG PIC X(01) EXTERNAL.
           88 PNT-CAUTION-HIT     VALUE 'Y'.
       01 CAUTION-COUNT       PIC 9(07) VALUE 0.
       01 WS-OPO-DATA         PIC X(80).
       01 OPO-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 OPO-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 OPO-IO-ERROR-FOUND  VALUE 'Y'.
       01 OPO-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 TODAY-DATE          PIC 9(08).
       01 WS-LEAD-DAYS        PIC S9(07).
       01 COVER-LIMIT-DATE    PIC 9(08).
       01 COVERED-COUNT       PIC 9(07) VALUE 0.
       01 SW-SUG-COVERED      PIC X(01) VALUE 'N'.
           88 SUG-COVERED         VALUE 'Y'.
       01 VMI-SKIPPED-COUNT   PIC 9(07) VALUE 0.
       01 SW-PART-VMI         PIC X(01) VALUE 'N'.
           88 PART-IS-VMI         VALUE 'Y'.
       01 WS-VND-OPEN-MSG.
           05 FILLER            PIC X(25) VALUE
              'VPO010 VENDMAST OPEN FAIL'.
           05 PO-SUGGESTED-QTY   PIC ZZZZ9.
           05                   PIC X(02)  VALUE SPACES.
           05 PO-SOURCE-NOTE     PIC X(26).
           05                   PIC X(02)  VALUE SPACES.
           05 PO-CAUTION-MARK    PIC X(08).
           05                   PIC X(10)  VALUE SPACES.
       01 WS-VENDOR-HEADER-LINE.
           05                   PIC X      VALUE SPACES.
           05                   PIC X(07)  VALUE 'VENDOR '.
           05                   PIC X(08)  VALUE 'MIN ORD '.
           05 VHD-MIN-ORDER-QTY  PIC ZZZZ9.
           05                   PIC X(56)  VALUE SPACES.
       01 WS-VPO-BASIS-LINE.
           05                   PIC X      VALUE SPACES.
           05                   PIC X(42)  VALUE
              'OPEN-PO COVER WINDOW IN SHOP WORKING DAYS '.
           05                   PIC X(18)  VALUE '(CASWCAL CALENDAR)'.
           05                   PIC X(72)  VALUE SPACES.
       01 WS-RELEASE-NOTE.
           05 FILLER            PIC X(19)
              VALUE 'BLANKET REL REMAIN '.
           05                   PIC X(13)  VALUE 'PASSED OVER: '.
           05 ALT-TEXT-OUT      PIC X(51).
           05                   PIC X(64)  VALUE SPACES.
       01 WS-CAUTION-LINE.
           05                   PIC X(05)  VALUE SPACES.
           05                   PIC X(16)  VALUE 'BUYING CAUTION: '.
           05 CAU-TEXT-OUT       PIC X(60).
           05                   PIC X(52)  VALUE SPACES.
       01 WS-VENDOR-SUBTOTAL-LINE.
           05                   PIC X      VALUE SPACES.
           05                   PIC X(08)  VALUE 'VENDOR '.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(19) VALUE 'BLANKET RELEASES:  '.
           05 SUM-RELEASE-COUNT PIC ZZZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(06) VALUE 'HELD: '.
           05 SUM-HELD-COUNT    PIC ZZZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'APPROVED: '.
           05 SUM-APPROVED-COUNT PIC ZZZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(13) VALUE 'VMI SKIPPED: '.
           05 SUM-VMI-COUNT     PIC ZZZZZZ9.
           05 FILLER           PIC X(04) VALUE SPACES.
           05 FILLER           PIC X(10) VALUE 'CAUTIONS: '.
           05 SUM-CAUTION-COUNT PIC ZZZZZZ9.
       01 PO-COUNT              PIC 9(07) VALUE 0.
      ***
      *** approval limits -- the APVCTL cards by item category, the
      *** blank-category card standing in for any category without
      *** its own. a spot suggestion worth more than its limit is
      *** held on CASPOHLD for the buyer instead of going out on
      *** CASPOIF; POAPPR records the decision and the next run
      *** sends what was approved.
      ***
       01 APL-CTL-STATUS       PIC X(02).
       01 SW-APL-EOF           PIC X(01).
           88 APL-AT-EOF           VALUE 'Y'.
       01 WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 200 TIMES.
              10 LMT-ITEMCAT    PIC X(03).
              10 LMT-LIMIT      PIC 9(07)V99.
              10 LMT-BUYER      PIC X(08).
       01 LIMIT-COUNT          PIC 9(03) VALUE 0.
       01 LMT-SUB              PIC 9(03).
       01 SW-LIMIT-SEEK        PIC X(01).
           88 LIMIT-SEEK-DONE      VALUE 'Y'.
       01 SW-LIMIT-HIT         PIC X(01).
           88 LIMIT-HIT            VALUE 'Y'.
       01 WS-HIT-SUB           PIC 9(03).
       01 WS-DEFAULT-SUB       PIC 9(03).
       01 WS-SUG-VALUE         PIC 9(07)V99.
       01 WS-SUG-BUYER         PIC X(08).
       01 SW-OVER-LIMIT        PIC X(01).
           88 OVER-LIMIT           VALUE 'Y'.
       01 POH-FILE-STATUS      PIC X(02).
       01 SW-POH-FILE-OPEN     PIC X(01) VALUE 'N'.
           88 POH-FILE-IS-OPEN     VALUE 'Y'.
       01 SW-POH-BROWSE-DONE   PIC X(01).
           88 POH-BROWSE-DONE      VALUE 'Y'.
       01 WS-POH-REC.
       copy POHOLD.
       01 SW-SUG-ROUTE         PIC X(01).
           88 ROUTE-TO-INTERFACE   VALUE 'I'.
           88 ROUTE-APPROVED       VALUE 'A'.
           88 ROUTE-TO-HOLD        VALUE 'H'.
           88 ROUTE-WITHHELD       VALUE 'W'.
       01 WS-ROUTE-VENDOR      PIC X(04).
       01 WS-ROUTE-PARTNO      PIC X(09).
       01 WS-ROUTE-QTY         PIC 9(05).
       01 HELD-COUNT           PIC 9(07) VALUE 0.
       01 APPROVED-COUNT       PIC 9(07) VALUE 0.
       01 SW-LEFTOVER-HEADING  PIC X(01) VALUE 'N'.
           88 LEFTOVER-HEADING-DONE VALUE 'Y'.
       01 WS-POH-OPEN-MSG.
           05 FILLER            PIC X(41) VALUE
              'VPO014 CASPOHLD OPEN FAIL, HOLDS WITHHELD'.
           05 FILLER            PIC X(08) VALUE ' STATUS '.
           05 MSG-POH-STATUS    PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-APL-FULL-MSG.
           05 FILLER            PIC X(42) VALUE
              'VPO015 APVCTL OVER 200 CARDS, REST SKIPPED'.
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-HELD-NOTE.
           05 FILLER            PIC X(14) VALUE 'HELD FOR APPR '.
           05 HLN-BUYER         PIC X(08).
       01 WS-APPROVED-NOTE.
           05 FILLER            PIC X(09) VALUE 'APPROVED '.
           05 APN-QTY           PIC ZZZZ9.
           05 FILLER            PIC X(04) VALUE ' BY '.
           05 APN-APPROVER      PIC X(08).
       01 WS-LEFTOVER-HEADING.
           05                   PIC X      VALUE SPACES.
           05                   PIC X(46)  VALUE
              'APPROVED HOLDS RELEASED WITH NO NEW SUGGESTION'.
           05                   PIC X(86)  VALUE SPACES.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           BY CONTENT '1'
           BY REFERENCE WS-CNS-DATA

           CALL 'PNTREC' USING
           BY CONTENT '1'
           BY REFERENCE WS-PNT-REC

           OPEN INPUT VCT-DATA-FILE
           IF VCT-FILE-STATUS = '00'
              MOVE 'Y' TO SW-VCT-FILE-OPEN
           END-IF

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-APPROVAL-LIMITS

      *    THE HOLD FILE IS OPENED EVEN WITH NO LIMIT CARDS SO LINES
      *    APPROVED UNDER AN EARLIER LIMIT STILL GO OUT. WITH LIMITS
      *    IN FORCE AND NO HOLD FILE, OVER-LIMIT LINES ARE WITHHELD
      *    FROM THE INTERFACE RATHER THAN SENT UNAPPROVED.
           OPEN I-O POH-DATA-FILE
           IF POH-FILE-STATUS = '00'
              MOVE 'Y' TO SW-POH-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-POH-FILE-OPEN
              IF LIMIT-COUNT > 0
                 MOVE 'Y'             TO PO-WRITE-ERROR-FLAG
                 MOVE POH-FILE-STATUS TO MSG-POH-STATUS
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-POH-OPEN-MSG
              END-IF
           END-IF

           OPEN OUTPUT PO-DATA-FILE
           WRITE PO-OUT-DATA FROM WS-VPO-BASIS-LINE
           MOVE SPACES TO MSG-PO-PARTNO
           PERFORM CHECK-WRITE-STATUS

           OPEN OUTPUT PIF-DATA-FILE
           MOVE TODAY-DATE TO PIF-BATCH-DATE-PART

           IF I-QOH IS NUMERIC AND I-QOO IS NUMERIC
              AND I-QOH + I-QOO + WS-CNS-AVAIL < WS-EFFECTIVE-RDRLVL
              PERFORM CHECK-VMI-VENDOR
              IF PART-IS-VMI
                 ADD 1 TO VMI-SKIPPED-COUNT
              ELSE
                 PERFORM CHECK-INBOUND-COVERAGE
                 IF SUG-COVERED
                    ADD 1 TO COVERED-COUNT
                 ELSE
                    PERFORM RELEASE-ONE-SUGGESTION
                 END-IF
              END-IF
           END-IF

           BY REFERENCE IN-DATA
           .

      ***
      *** a part whose master vendor manages its replenishment
      *** (VND-VMI-FLAG on VENDMAST) is the vendor's to reorder
      *** from the VMIFEED stock-status feed -- suggesting a buy
      *** here as well would order it twice.
      ***
       CHECK-VMI-VENDOR.
           MOVE 'N' TO SW-PART-VMI
           IF I-VENDOR-CODE NOT = SPACES
              MOVE I-VENDOR-CODE TO VND-LOOKUP-CODE
              CALL 'VENDREC' USING
              BY CONTENT '3'
              BY REFERENCE VND-IN-DATA
              MOVE 0 TO RETURN-CODE
              IF VND-FOUND AND VND-IS-VMI
                 MOVE 'Y' TO SW-PART-VMI
              END-IF
           END-IF
           .

      ***
      *** a suggestion is suppressed when an open PO on CASOPO is
      *** promised inside the part's own lead-time window -- the
      *** stock will land before a fresh order could anyway, so
      *** recommending another buy just double-orders the part.
      *** the window runs I-LEAD-TIME shop working days from today,
      *** the basis LEADCALC measures it on.
      ***
       CHECK-INBOUND-COVERAGE.
           MOVE 'N' TO SW-SUG-COVERED
           MOVE 0 TO RETURN-CODE
           IF OPO-FOUND AND OPO-EARLIEST-DUE > 0
              AND I-LEAD-TIME IS NUMERIC
              MOVE I-LEAD-TIME TO WS-LEAD-DAYS
              CALL 'WORKCAL' USING BY CONTENT '2'
                   BY REFERENCE TODAY-DATE COVER-LIMIT-DATE WS-LEAD-DAYS
              IF RETURN-CODE = 0
                 IF OPO-EARLIEST-DUE <= COVER-LIMIT-DATE
                    MOVE 'Y' TO SW-SUG-COVERED
                 END-IF
              END-IF
           MOVE WS-EFFECTIVE-RDRLVL TO SGR-REORDER-LEVEL
           MOVE WS-ORDER-UP-TO-QTY TO SGR-RAW-NEED
           MOVE WS-LOT-QTY         TO SGR-SUGGESTED-QTY
           MOVE I-ITEMCAT          TO SGR-ITEMCAT
           IF CHOSEN-SUB > 0
              MOVE SRC-PRICE(CHOSEN-SUB) TO SGR-UNIT-PRICE
           ELSE
              IF I-UNITPR IS NUMERIC
                 MOVE I-UNITPR     TO SGR-UNIT-PRICE
              ELSE
                 MOVE 0            TO SGR-UNIT-PRICE
              END-IF
           END-IF
           PERFORM CHECK-BUYING-CAUTION
           RELEASE SORT-RECORD
           ADD 1 TO PO-COUNT
           .

      *
      *    A CURRENT PART NOTE FLAGGED AS A BUYING CAUTION STILL
      *    LETS THE SUGGESTION THROUGH -- THE BUYER DECIDES -- BUT
      *    MARKS IT AND PRINTS THE CAUTION UNDER IT.
      *
       CHECK-BUYING-CAUTION.
           MOVE SPACES   TO SGR-CAUTION-FLAG
           MOVE SPACES   TO SGR-CAUTION-TEXT
           MOVE I-PARTNO TO PNT-LOOKUP-PARTNO
           CALL 'PNTREC' USING
           BY CONTENT '6'
           BY REFERENCE WS-PNT-REC
           MOVE 0 TO RETURN-CODE
           IF PNT-CAUTION-HIT
              MOVE 'B'              TO SGR-CAUTION-FLAG
              MOVE PNT-TEXT-LINE(1) TO SGR-CAUTION-TEXT
              ADD 1 TO CAUTION-COUNT
           END-IF
           .

      *
      *    LOT SIZING -- THE RAW TOP-UP NEED IS LIFTED TO THE
      *    ECONOMIC ORDER QUANTITY WHEN THE CONTROL CARD SUPPLIES
      *** the release's open-order card -- one 'BR' document per
      *** run (stamped with the run time so reruns the same day
      *** stay distinct), dated today both ways: a blanket release
      *** ships on the contract's terms, not a quoted lead time,
      *** and is priced at the contract price.
      ***
       WRITE-RELEASE-ORDER-CARD.
           MOVE SPACES        TO OPT-RECORD
           MOVE WS-LOT-QTY    TO OPT-QTY
           MOVE TODAY-DATE    TO OPT-DUE-DATE
           MOVE TODAY-DATE    TO OPT-ORDER-DATE
           IF BLK-CONTRACT-PRICE IS NUMERIC
              MOVE BLK-CONTRACT-PRICE TO OPT-UNIT-PRICE
           ELSE
              MOVE 0 TO OPT-UNIT-PRICE
           END-IF
           WRITE OPT-RECORD
           IF OPT-FILE-STATUS NOT = '00'
              MOVE 'Y'             TO PO-WRITE-ERROR-FLAG
           MOVE SGR-REORDER-LEVEL TO PO-REORDER-LEVEL
           MOVE SGR-RAW-NEED      TO PO-RAW-NEED
           MOVE SGR-SUGGESTED-QTY TO PO-SUGGESTED-QTY
           MOVE SGR-VENDOR-CODE   TO WS-ROUTE-VENDOR
           MOVE SGR-PART-NUM      TO WS-ROUTE-PARTNO
           MOVE SGR-SUGGESTED-QTY TO WS-ROUTE-QTY
           MOVE 'I'               TO SW-SUG-ROUTE
           IF SGR-IS-RELEASE
              MOVE SGR-BLANKET-REMAIN TO RLN-REMAIN
              MOVE WS-RELEASE-NOTE    TO PO-SOURCE-NOTE
           ELSE
              MOVE SPACES             TO PO-SOURCE-NOTE
              PERFORM ROUTE-SPOT-SUGGESTION
           END-IF
           IF SGR-HAS-CAUTION
              MOVE '*CAUTION'         TO PO-CAUTION-MARK
           ELSE
              MOVE SPACES             TO PO-CAUTION-MARK
           END-IF
           WRITE PO-OUT-DATA FROM WS-PO-LINE
           MOVE SGR-PART-NUM TO MSG-PO-PARTNO
              WRITE PO-OUT-DATA FROM WS-ALT-LINE
              PERFORM CHECK-WRITE-STATUS
           END-IF
           IF SGR-HAS-CAUTION
              MOVE SGR-CAUTION-TEXT TO CAU-TEXT-OUT
              WRITE PO-OUT-DATA FROM WS-CAUTION-LINE
              PERFORM CHECK-WRITE-STATUS
           END-IF
      *    A BLANKET RELEASE ALREADY WENT OUT AS AN OPOTXN OPEN-
      *    ORDER CARD -- A CASPOIF DETAIL BESIDE IT WOULD HAVE
      *    PURCHASING CUT THE SAME QUANTITY AGAIN AS A SPOT BUY
      *    AND POCOMMIT COUNT IT TWICE. RELEASES PRINT ON THE
      *    REPORT ONLY; THE INTERFACE CARRIES JUST THE SPOT
      *    SUGGESTIONS, LESS ANY HELD FOR APPROVAL.
           IF NOT SGR-IS-RELEASE
              AND (ROUTE-TO-INTERFACE OR ROUTE-APPROVED)
              PERFORM WRITE-INTERFACE-DETAIL
           END-IF

           MOVE SPACES              TO PIF-RECORD
           MOVE 'D'                 TO PIF-RECORD-TYPE
           MOVE WS-PIF-BATCH-NUMBER TO PIF-BATCH-NUMBER
           MOVE WS-ROUTE-VENDOR   TO PIF-VENDOR-CODE
           MOVE WS-ROUTE-PARTNO   TO PIF-PARTNO
           MOVE WS-ROUTE-QTY      TO PIF-SUGGESTED-QTY
           WRITE PIF-RECORD
           PERFORM CHECK-PIF-WRITE-STATUS
           ADD 1 TO PIF-DETAIL-COUNT
           ADD WS-ROUTE-QTY TO PIF-QTY-TOTAL
           .

      ***
      *** the approval gate for a spot suggestion. an approved
      *** CASPOHLD line for the vendor and part goes out at the
      *** approved quantity and leaves the hold file; a pending
      *** line stays held (its quantity and value refreshed) while
      *** the suggestion is still over the limit, and is dropped
      *** once it is not; a new over-limit suggestion is written
      *** pending for the category's buyer.
      ***
       ROUTE-SPOT-SUGGESTION.
           PERFORM RATE-SUGGESTION-VALUE
           IF NOT POH-FILE-IS-OPEN
              IF OVER-LIMIT
                 MOVE 'W' TO SW-SUG-ROUTE
                 MOVE 'WITHHELD - OVER LIMIT' TO PO-SOURCE-NOTE
              END-IF
           ELSE
              MOVE SPACES          TO WS-POH-REC
              MOVE SGR-VENDOR-CODE TO POH-VENDOR-CODE
              MOVE SGR-PART-NUM    TO POH-PARTNO
              MOVE POH-KEY         TO FD-POH-KEY
              READ POH-DATA-FILE INTO WS-POH-REC
                 INVALID KEY
                    IF OVER-LIMIT
                       PERFORM HOLD-NEW-SUGGESTION
                    END-IF
                 NOT INVALID KEY
                    PERFORM APPLY-EXISTING-HOLD
              END-READ
           END-IF
           IF ROUTE-TO-HOLD OR ROUTE-WITHHELD
              ADD 1 TO HELD-COUNT
           END-IF
           .

       RATE-SUGGESTION-VALUE.
           COMPUTE WS-SUG-VALUE = SGR-SUGGESTED-QTY * SGR-UNIT-PRICE
              ON SIZE ERROR
                 MOVE 9999999.99 TO WS-SUG-VALUE
           END-COMPUTE
           MOVE 'N'    TO SW-OVER-LIMIT
           MOVE SPACES TO WS-SUG-BUYER
           PERFORM SEEK-CATEGORY-LIMIT
           IF LIMIT-HIT
              MOVE LMT-BUYER(WS-HIT-SUB) TO WS-SUG-BUYER
              IF WS-SUG-VALUE > LMT-LIMIT(WS-HIT-SUB)
                 MOVE 'Y' TO SW-OVER-LIMIT
              END-IF
           END-IF
           .

       SEEK-CATEGORY-LIMIT.
           MOVE 'N' TO SW-LIMIT-HIT
           MOVE 'N' TO SW-LIMIT-SEEK
           MOVE 0   TO WS-DEFAULT-SUB
           MOVE 0   TO LMT-SUB
           PERFORM SEEK-ONE-LIMIT UNTIL LIMIT-SEEK-DONE
           IF NOT LIMIT-HIT AND WS-DEFAULT-SUB > 0
              MOVE 'Y'            TO SW-LIMIT-HIT
              MOVE WS-DEFAULT-SUB TO WS-HIT-SUB
           END-IF
           .

       SEEK-ONE-LIMIT.
           ADD 1 TO LMT-SUB
           IF LMT-SUB > LIMIT-COUNT
              MOVE 'Y' TO SW-LIMIT-SEEK
           ELSE
              IF LMT-ITEMCAT(LMT-SUB) = SPACES
                 MOVE LMT-SUB TO WS-DEFAULT-SUB
              ELSE
                 IF LMT-ITEMCAT(LMT-SUB) = SGR-ITEMCAT
                    MOVE 'Y'     TO SW-LIMIT-HIT
                    MOVE 'Y'     TO SW-LIMIT-SEEK
                    MOVE LMT-SUB TO WS-HIT-SUB
                 END-IF
              END-IF
           END-IF
           .

       HOLD-NEW-SUGGESTION.
           MOVE SPACES            TO WS-POH-REC
           MOVE SGR-VENDOR-CODE   TO POH-VENDOR-CODE
           MOVE SGR-PART-NUM      TO POH-PARTNO
           MOVE 'P'               TO POH-STATUS
           MOVE TODAY-DATE        TO POH-HOLD-DATE
           MOVE SGR-ITEMCAT       TO POH-ITEMCAT
           MOVE SGR-SUGGESTED-QTY TO POH-SUGGESTED-QTY
           MOVE SGR-SUGGESTED-QTY TO POH-APPROVED-QTY
           MOVE SGR-UNIT-PRICE    TO POH-UNIT-PRICE
           MOVE WS-SUG-VALUE      TO POH-VALUE
           MOVE WS-SUG-BUYER      TO POH-BUYER
           MOVE SPACES            TO POH-APPROVER
           MOVE 0                 TO POH-DECISION-DATE
           MOVE POH-KEY           TO FD-POH-KEY
           WRITE POH-REC FROM WS-POH-REC
           PERFORM CHECK-POH-WRITE-STATUS
           MOVE 'H'               TO SW-SUG-ROUTE
           MOVE WS-SUG-BUYER      TO HLN-BUYER
           MOVE WS-HELD-NOTE      TO PO-SOURCE-NOTE
           .

       APPLY-EXISTING-HOLD.
           EVALUATE TRUE
              WHEN POH-APPROVED
                 MOVE 'A'              TO SW-SUG-ROUTE
                 MOVE POH-APPROVED-QTY TO WS-ROUTE-QTY
                 MOVE POH-APPROVED-QTY TO APN-QTY
                 MOVE POH-APPROVER     TO APN-APPROVER
                 MOVE WS-APPROVED-NOTE TO PO-SOURCE-NOTE
                 ADD 1 TO APPROVED-COUNT
                 DELETE POH-DATA-FILE
                 PERFORM CHECK-POH-WRITE-STATUS
              WHEN OVER-LIMIT
                 MOVE 'H'               TO SW-SUG-ROUTE
                 MOVE SGR-SUGGESTED-QTY TO POH-SUGGESTED-QTY
                 MOVE SGR-SUGGESTED-QTY TO POH-APPROVED-QTY
                 MOVE SGR-UNIT-PRICE    TO POH-UNIT-PRICE
                 MOVE WS-SUG-VALUE      TO POH-VALUE
                 MOVE WS-SUG-BUYER      TO POH-BUYER
                 REWRITE POH-REC FROM WS-POH-REC
                 PERFORM CHECK-POH-WRITE-STATUS
                 MOVE WS-SUG-BUYER      TO HLN-BUYER
                 MOVE WS-HELD-NOTE      TO PO-SOURCE-NOTE
              WHEN OTHER
                 DELETE POH-DATA-FILE
                 PERFORM CHECK-POH-WRITE-STATUS
           END-EVALUATE
           .

       CHECK-POH-WRITE-STATUS.
           IF POH-FILE-STATUS NOT = '00'
              MOVE 'Y'             TO PO-WRITE-ERROR-FLAG
              MOVE POH-PARTNO      TO MSG-PO-PARTNO
              MOVE POH-FILE-STATUS TO MSG-PO-STATUS
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-PO-WRITE-MSG
           END-IF
           .

      ***
      *** approved lines whose part threw no suggestion this run
      *** still go out -- the approver's decision stands -- and
      *** print after the vendor blocks under their own heading.
      ***
       RELEASE-LEFTOVER-APPROVALS.
           MOVE LOW-VALUES TO FD-POH-KEY
           START POH-DATA-FILE KEY >= FD-POH-KEY
              INVALID KEY
                 MOVE 'Y' TO SW-POH-BROWSE-DONE
              NOT INVALID KEY
                 MOVE 'N' TO SW-POH-BROWSE-DONE
           END-START
           PERFORM RELEASE-ONE-LEFTOVER UNTIL POH-BROWSE-DONE
           .

       RELEASE-ONE-LEFTOVER.
           READ POH-DATA-FILE NEXT RECORD INTO WS-POH-REC
              AT END
                 MOVE 'Y' TO SW-POH-BROWSE-DONE
           END-READ
           IF NOT POH-BROWSE-DONE AND POH-APPROVED
              IF NOT LEFTOVER-HEADING-DONE
                 MOVE 'Y' TO SW-LEFTOVER-HEADING
                 WRITE PO-OUT-DATA FROM WS-LEFTOVER-HEADING
                 MOVE SPACES TO MSG-PO-PARTNO
                 PERFORM CHECK-WRITE-STATUS
              END-IF
              MOVE POH-VENDOR-CODE   TO PO-VENDOR-CODE
              MOVE POH-PARTNO        TO PO-PART-NUM
              MOVE SPACES            TO PO-DESCRIPTION
              MOVE 0                 TO PO-ON-HAND
              MOVE 0                 TO PO-ON-ORDER
              MOVE 0                 TO PO-REORDER-LEVEL
              MOVE 0                 TO PO-RAW-NEED
              MOVE POH-SUGGESTED-QTY TO PO-SUGGESTED-QTY
              MOVE POH-APPROVED-QTY  TO APN-QTY
              MOVE POH-APPROVER      TO APN-APPROVER
              MOVE WS-APPROVED-NOTE  TO PO-SOURCE-NOTE
              MOVE SPACES            TO PO-CAUTION-MARK
              WRITE PO-OUT-DATA FROM WS-PO-LINE
              MOVE POH-PARTNO TO MSG-PO-PARTNO
              PERFORM CHECK-WRITE-STATUS
              MOVE POH-VENDOR-CODE   TO WS-ROUTE-VENDOR
              MOVE POH-PARTNO        TO WS-ROUTE-PARTNO
              MOVE POH-APPROVED-QTY  TO WS-ROUTE-QTY
              PERFORM WRITE-INTERFACE-DETAIL
              ADD 1 TO APPROVED-COUNT
              DELETE POH-DATA-FILE
              PERFORM CHECK-POH-WRITE-STATUS
           END-IF
           .

      ***
      *** the APVCTL limit cards, one per item category -- no
      *** dataset or no cards means nothing is ever held.
      ***
       LOAD-APPROVAL-LIMITS.
           OPEN INPUT APL-CTL-FILE
           IF APL-CTL-STATUS = '00'
              MOVE 'N' TO SW-APL-EOF
              PERFORM LOAD-ONE-LIMIT UNTIL APL-AT-EOF
              CLOSE APL-CTL-FILE
           END-IF
           .

       LOAD-ONE-LIMIT.
           READ APL-CTL-FILE
              AT END
                 MOVE 'Y' TO SW-APL-EOF
           END-READ
           IF NOT APL-AT-EOF AND APL-LIMIT IS NUMERIC
              IF LIMIT-COUNT < 200
                 ADD 1 TO LIMIT-COUNT
                 MOVE APL-ITEMCAT TO LMT-ITEMCAT(LIMIT-COUNT)
                 MOVE APL-LIMIT   TO LMT-LIMIT(LIMIT-COUNT)
                 MOVE APL-BUYER   TO LMT-BUYER(LIMIT-COUNT)
              ELSE
                 MOVE 'Y' TO SW-APL-EOF
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-APL-FULL-MSG
              END-IF
           END-IF
           .

       WRITE-INTERFACE-TRAILER.
           .

       TERMINATION.
           IF POH-FILE-IS-OPEN
              PERFORM RELEASE-LEFTOVER-APPROVALS
              CLOSE POH-DATA-FILE
           END-IF

           PERFORM WRITE-INTERFACE-TRAILER

           CLOSE PO-DATA-FILE
           BY CONTENT '9'
           BY REFERENCE WS-CNS-DATA

           CALL 'PNTREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-PNT-REC

           IF VCT-FILE-IS-OPEN
              CLOSE VCT-DATA-FILE
           END-IF
           MOVE PO-COUNT TO SUM-PO-COUNT
           MOVE COVERED-COUNT TO SUM-COVERED-COUNT
           MOVE RELEASE-COUNT TO SUM-RELEASE-COUNT
           MOVE HELD-COUNT TO SUM-HELD-COUNT
           MOVE APPROVED-COUNT TO SUM-APPROVED-COUNT
           MOVE VMI-SKIPPED-COUNT TO SUM-VMI-COUNT
           MOVE CAUTION-COUNT TO SUM-CAUTION-COUNT
           DISPLAY WS-PO-SUMMARY-LINE
           .
