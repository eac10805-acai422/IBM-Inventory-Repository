       identification division.
       program-id. CASEMOV.
      ***
      *** CASEMOV - online movement entry (CICS transaction CMOV, mapset
      *** CASMMAP), the screen beside CASEOLC the dock asked for. A
      *** receipt, issue, or adjustment entered here posts to CASEIN
      *** immediately with the same edits batch STKPOST applies -- valid
      *** type, numeric quantity, an adjustment reason on the CASRSN
      *** table, an issue's charge-to cost center on CASCCTR, no posting
      *** that drives I-QOH negative or past its field, the hazard-class
      *** gate against CASHZWH, the CASSDS safety data sheet gate (a
      *** hazardous part is not received without a current sheet, and
      *** the refusal is logged to CSMT), the CASQC inspection hold (a
      *** flagged receipt lands on CASQUAR, not I-QOH), the CASALOC
      *** reservation guard on issues, and a refusal of issues for
      *** consignment-stocked parts (the ownership transfer lives in
      *** batch) and of any movement of a serialized part (the screen
      *** carries no serial) -- the same CASLOT lot handling (an issue
      *** naming no lot drawn first expiry first out, expired lots
      *** skipped) and CASCLYR FIFO cost-layer upkeep, a CASMHIST
      *** history record through the CMHS extrapartition queue, and a
      *** before/after journal image through CJRN, so I-QOH stops
      *** running a day behind the dock and the afternoon KITAVAIL run
      *** sees stock that arrived this morning. The posted change to
      *** I-QOH moves the CASWHBL balance for the part's own warehouse,
      *** and the part's CASBINL bin quantities there, just as the batch
      *** posting does. A posted receipt sends its dock label through
      *** the CLBL extrapartition queue in the layout batch writes to
      *** CASLABL. Authorization: the operator's userid must be on
      *** CASOAUTH, the same file that gates CASEOLC changes. A
      *** movement entered with no document number is issued the
      *** next MV number off CASDOCN, the control record the batch
      *** generators draw from through DOCNREC.
      ***
       environment division.
       data division.
       copy ALCDETL.
       01 WS-HAZ-REC.
       copy HAZMAST.
       01 WS-SDS-REC.
       copy SDSMAST.
       01 WS-SDSCTL-REC.
       copy SDSCTL.
       01 WS-HZW-REC.
       copy HAZWHSE.
       01 WS-RSN-REC.
       copy RSNMAST.
       01 WS-CCT-REC.
       copy CCTRMAST.
       01 WS-CNS-REC.
       copy CNSDETL.
       01 WS-SER-REC.
       copy SERDETL.
       01 WS-CLY-REC.
       copy CLYDETL.
       01 WS-WHB-REC.
       copy WHBDETL.
       01 WS-BIN-REC.
       copy BINDETL.
       01 WS-LBL-REC.
       copy LABLREC.
       01 WS-JRN-REC.
       copy MNTJRNL REPLACING ==JRN-DATE==         BY ==WJ-DATE==
                              ==JRN-TIME==         BY ==WJ-TIME==
                              ==JRN-PARTNO==       BY ==WJ-PARTNO==
                              ==JRN-BEFORE-IMAGE== BY ==WJ-BEFORE==
                              ==JRN-AFTER-IMAGE==  BY ==WJ-AFTER==
                              ==JRN-USERID==       BY ==WJ-USERID==
                              ==JRN-DOC-NUMBER==   BY ==WJ-DOC-NUMBER==.
       copy CASMMAPD.
       copy DFHAID.
       01 WS-COMMAREA           PIC X(01).
       01 WS-QC-RID             PIC X(09).
       01 WS-QUA-RID            PIC X(09).
       01 WS-HAZ-RID            PIC X(09).
       01 WS-SDS-RID            PIC X(09).
       01 WS-SDSCTL-RBA         PIC S9(08) COMP VALUE 0.
       01 WS-SDS-GRACE          PIC 9(03).
       01 WS-SDS-CUTOFF         PIC 9(08).
       01 WS-SDS-LOG-LINE.
           05 SLL-TRANID        PIC X(04).
           05                   PIC X(01) VALUE SPACE.
           05 SLL-USERID        PIC X(08).
           05                   PIC X(01) VALUE SPACE.
           05 SLL-PARTNO        PIC X(09).
           05                   PIC X(01) VALUE SPACE.
           05 SLL-REASON        PIC X(40).
       01 WS-HZW-RID            PIC X(03).
       01 WS-RSN-RID            PIC X(02).
       01 WS-CCT-RID            PIC X(06).
       01 WS-ALC-RID            PIC X(17).
       01 WS-ALC-BROWSE-KEY     PIC X(17).
       01 WS-CNS-RID            PIC X(13).
       01 WS-OTHER-ALLOC-QTY    PIC 9(07).
       01 WS-NEW-ALC-QTY        PIC S9(06).
       01 WS-NEW-QUA-QTY        PIC S9(06).
       01 WS-QUA-UNLAYERED      PIC 9(05).
       01 WS-QUA-HOLD-COST      PIC 9(05)V99.
       01 WS-SITE-DELTA         PIC S9(06).
       01 WS-NEW-WHB-QTY        PIC S9(06).
       01 WS-WHB-RID            PIC X(12).
       01 WS-BIN-RID            PIC X(15).
       01 WS-BIN-BROWSE-KEY     PIC X(15).
       01 SW-BIN-BROWSE-DONE    PIC X(01).
           88 BIN-BROWSE-DONE       VALUE 'Y'.
       01 WS-BIN-REMAIN         PIC 9(06).
       01 WS-BIN-TAKE           PIC 9(06).
       01 WS-PART-BIN-TABLE.
           05 WS-PART-BIN-ENTRY OCCURS 20 TIMES.
              10 PBN-LOCATION    PIC X(06).
              10 PBN-LOC-TYPE    PIC X(01).
              10 PBN-QTY         PIC 9(06).
              10 PBN-MAX-QTY     PIC 9(05).
              10 PBN-CHANGED     PIC X(01).
       01 PART-BIN-COUNT        PIC 9(02).
       01 PBN-SUB               PIC 9(02).
       01 PBN-PICK              PIC 9(02).
       01 PBN-RESERVE           PIC 9(02).
       01 WS-PUTAWAY-LOCATION   PIC X(06).
       01 WS-LBL-HAZ-BANNER.
           05 FILLER            PIC X(13) VALUE 'HAZARD CLASS '.
           05 LHB-CLASS         PIC X(03).
           05 FILLER            PIC X(04) VALUE ' ***'.
       01 WS-ISSUE-LOT-TABLE.
           05 WS-ISSUE-LOT-ENTRY OCCURS 50 TIMES.
              10 ILT-ORDER-KEY.
                 15 ILT-EXPIRY   PIC 9(08).
                 15 ILT-RECEIPT  PIC 9(08).
                 15 ILT-NUMBER   PIC X(06).
              10 ILT-QTY         PIC 9(05).
              10 ILT-DRAW-QTY    PIC 9(05).
              10 ILT-EXPIRED     PIC X(01).
       01 WS-NEW-ILT-KEY.
           05 NIK-EXPIRY          PIC 9(08).
           05 NIK-RECEIPT         PIC 9(08).
           05 NIK-NUMBER          PIC X(06).
       01 ISSUE-LOT-COUNT       PIC 9(02).
       01 ILT-SUB               PIC 9(02).
       01 ILT-SHIFT             PIC 9(02).
       01 LOT-DRAW-COUNT        PIC 9(02).
       01 EXPIRED-SKIP-COUNT    PIC 9(02).
       01 WS-LOT-NEED           PIC 9(05).
       01 WS-LOT-DRAW           PIC 9(05).
       01 WS-LOT-DRAWN-TOTAL    PIC 9(05).
       01 WS-LOT-BROWSE-KEY     PIC X(15).
       01 SW-LOT-BROWSE-DONE    PIC X(01).
           88 LOT-BROWSE-DONE       VALUE 'Y'.
       01 WS-LOT-POST-MSG.
           05                   PIC X(18) VALUE 'MOVEMENT POSTED - '.
           05 LPM-SKIP-COUNT    PIC Z9.
           05                   PIC X(26)
                                VALUE ' EXPIRED LOT(S) NOT ISSUED'.
       01 WS-ABS-TIME           PIC S9(15) COMP-3.
       01 WS-FMT-TIME           PIC 9(06).
       01 WS-TODAY              PIC 9(08).
       01 WS-DCN-REC.
       copy DOCNCTL.
       01 WS-DCN-RID            PIC X(02) VALUE 'MV'.
       01 WS-DCN-PERIOD         PIC 9(06).
       01 WS-DCN-NEXT           PIC 9(07).
       01 WS-ISSUED-DOC.
           05 WID-PREFIX        PIC X(02).
           05 WID-SEQUENCE      PIC 9(06).
       01 WS-DOC-POST-MSG.
           05                   PIC X(27)
                 VALUE 'MOVEMENT POSTED - DOCUMENT '.
           05 DPM-DOC-NUMBER    PIC X(08).
       linkage section.
       01 DFHCOMMAREA           PIC X(01).


      ***
      *** same edit pass as batch STKPOST: the type must be R, I,
      *** or A, the quantity numeric and non-zero, an adjustment
      *** sign only '-' or blank, an adjustment must give its
      *** reason, and an issue the department it is charged to.
      *** a blank document number is no longer an error -- one is
      *** issued once the movement has passed every edit.
      ***
       EDIT-THE-SCREEN-FIELDS.
           MOVE 'Y' TO SW-EDITS-PASSED
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'SIGN MUST BE - OR BLANK' TO VMSGO
           END-IF
           IF VTYPEI = 'A'
              AND (VREASONI = SPACES OR VREASONI = LOW-VALUES)
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'REASON CODE REQUIRED ON AN ADJUSTMENT' TO VMSGO
           END-IF
           IF VTYPEI = 'I'
              AND (VCOSTCTI = SPACES OR VCOSTCTI = LOW-VALUES)
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'COST CENTER REQUIRED ON AN ISSUE' TO VMSGO
           END-IF
           .

              MOVE WS-CASEIN-REC TO WS-BEFORE-IMAGE
              MOVE VQTYI TO WS-QTY-NUM
              PERFORM RATE-THE-MOVEMENT
              MOVE SPACES TO WS-ISSUED-DOC
              IF EDITS-PASSED
                 AND (VDOCNOI = SPACES OR VDOCNOI = LOW-VALUES)
                 PERFORM ISSUE-MOVEMENT-DOCUMENT
                 IF WS-ISSUED-DOC = SPACES
                    MOVE 'N' TO SW-EDITS-PASSED
                    MOVE 'NO DOCUMENT NUMBER AVAILABLE - KEY ONE'
                       TO VMSGO
                 ELSE
                    MOVE WS-ISSUED-DOC TO VDOCNOI
                 END-IF
              END-IF
              IF EDITS-PASSED
                 PERFORM APPLY-THE-MOVEMENT
              ELSE
           END-IF
           .

      ***
      *** issue the next MV movement document off CASDOCN -- the
      *** same record and next-number rule DOCNREC applies in
      *** batch, the first issue of a month rolling the month's
      *** first and last numbers. no control record, or a range
      *** with nothing left, leaves the document blank and the
      *** operator keys one.
      ***
       ISSUE-MOVEMENT-DOCUMENT.
           EXEC CICS READ FILE('CASDOCN')
                INTO(WS-DCN-REC)
                RIDFLD(WS-DCN-RID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF DCN-LAST-NUMBER < DCN-LOW-NUMBER
                 MOVE DCN-LOW-NUMBER TO WS-DCN-NEXT
              ELSE
                 COMPUTE WS-DCN-NEXT = DCN-LAST-NUMBER + 1
              END-IF
              IF WS-DCN-NEXT > DCN-HIGH-NUMBER
                 EXEC CICS UNLOCK FILE('CASDOCN') END-EXEC
              ELSE
                 EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
                 EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                      YYYYMMDD(WS-TODAY)
                 END-EXEC
                 COMPUTE WS-DCN-PERIOD = WS-TODAY / 100
                 IF WS-DCN-PERIOD NOT = DCN-CUR-PERIOD
                    IF DCN-CUR-PERIOD NOT = 0
                       MOVE DCN-CUR-PERIOD  TO DCN-PRV-PERIOD
                       MOVE DCN-CUR-FIRST   TO DCN-PRV-FIRST
                       MOVE DCN-LAST-NUMBER TO DCN-PRV-LAST
                    END-IF
                    MOVE WS-DCN-PERIOD TO DCN-CUR-PERIOD
                    MOVE WS-DCN-NEXT   TO DCN-CUR-FIRST
                 END-IF
                 MOVE WS-DCN-NEXT TO DCN-LAST-NUMBER
                 MOVE WS-TODAY    TO DCN-LAST-DATE
                 EXEC CICS REWRITE FILE('CASDOCN')
                      FROM(WS-DCN-REC)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE DCN-PREFIX  TO WID-PREFIX
                    MOVE WS-DCN-NEXT TO WID-SEQUENCE
                 END-IF
              END-IF
           END-IF
           .

       RATE-THE-MOVEMENT.
           MOVE 'N' TO SW-QUARANTINE-THIS
           MOVE 0   TO ISSUE-LOT-COUNT
           MOVE 0   TO LOT-DRAW-COUNT
           MOVE 0   TO EXPIRED-SKIP-COUNT
           IF I-QOH NOT NUMERIC
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'MASTER QOH NOT NUMERIC - SEE SUPERVISOR'
      *       CRYING OFF-BOOK -- THOSE PARTS POST IN BATCH, WHERE
      *       THE CARD CARRIES THE SERIAL.
              PERFORM CHECK-SERIAL-TRACKED
              IF EDITS-PASSED AND VTYPEI = 'A'
                 PERFORM CHECK-ADJUSTMENT-REASON
              END-IF
              IF EDITS-PASSED AND VTYPEI = 'I'
                 PERFORM CHECK-ISSUE-COST-CENTER
              END-IF
      *       A RECEIPT RUNS THE SAME GATES BATCH STKPOST RUNS:
      *       THE HAZARD CLASS MUST BE LEGAL FOR THE WAREHOUSE,
      *       A HAZARDOUS PART NEEDS A CURRENT SAFETY DATA SHEET,
      *       AND AN INSPECTION-FLAGGED PART HOLDS TO QUARANTINE
      *       INSTEAD OF LANDING IN PICKABLE STOCK.
              IF EDITS-PASSED AND VTYPEI = 'R'
                 PERFORM CHECK-HAZARD-COMPLIANCE
                 IF EDITS-PASSED
                    PERFORM CHECK-SDS-CURRENT
                 END-IF
                 IF EDITS-PASSED
                    PERFORM CHECK-INSPECTION-HOLD
                 END-IF
                 IF EDITS-PASSED AND VTYPEI = 'I'
                    PERFORM CHECK-ALLOCATION-COVER
                 END-IF
                 IF EDITS-PASSED AND VTYPEI = 'I'
                    AND (VLOTNOI = SPACES OR VLOTNOI = LOW-VALUES)
                    PERFORM SELECT-ISSUE-LOTS
                 END-IF
              END-IF
           END-IF
           .

      ***
      *** same reason guard as batch STKPOST: the code must be on
      *** CASRSN and not retired. no CASRSN file defined means the
      *** table is not configured, and the reason posts unproved.
      ***
       CHECK-ADJUSTMENT-REASON.
           MOVE VREASONI TO WS-RSN-RID
           EXEC CICS READ FILE('CASRSN')
                INTO(WS-RSN-REC)
                RIDFLD(WS-RSN-RID)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL) AND RSN-IS-RETIRED
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'REASON CODE RETIRED' TO VMSGO
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'REASON CODE NOT ON FILE' TO VMSGO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      ***
      *** same cost-center guard as batch STKPOST: the charge-to
      *** center must be on CASCCTR and not closed. no CASCCTR
      *** file defined means the center posts unproved.
      ***
       CHECK-ISSUE-COST-CENTER.
           MOVE VCOSTCTI TO WS-CCT-RID
           EXEC CICS READ FILE('CASCCTR')
                INTO(WS-CCT-REC)
                RIDFLD(WS-CCT-RID)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL) AND CCT-IS-CLOSED
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'COST CENTER CLOSED' TO VMSGO
              WHEN WS-RESP = DFHRESP(NOTFND)
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'COST CENTER NOT ON FILE' TO VMSGO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       CHECK-SERIAL-TRACKED.
           MOVE SPACES     TO WS-SER-BROWSE-KEY
           MOVE VPARTNOI   TO WS-SER-BROWSE-KEY(1:9)
           END-IF
           .

      ***
      *** same SDS gate as batch STKPOST: a hazard-classed part is
      *** refused when CASSDS holds no sheet for it, or its sheet
      *** has no review date or is past review by more than the
      *** SDSCTL grace period (30 days when no card is defined).
      *** the cutoff is today less the grace, so the refusal is a
      *** plain date compare. each refusal is logged to CSMT.
      ***
       CHECK-SDS-CURRENT.
           MOVE VPARTNOI TO WS-HAZ-RID
           EXEC CICS READ FILE('CASHAZ')
                INTO(WS-HAZ-REC)
                RIDFLD(WS-HAZ-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND HAZ-CLASS NOT = SPACES
              MOVE VPARTNOI TO WS-SDS-RID
              EXEC CICS READ FILE('CASSDS')
                   INTO(WS-SDS-REC)
                   RIDFLD(WS-SDS-RID)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM SET-SDS-CUTOFF
                 IF SDS-REVIEW-DATE NOT NUMERIC
                    OR SDS-REVIEW-DATE = 0
                    OR SDS-REVIEW-DATE < WS-SDS-CUTOFF
                    MOVE 'N' TO SW-EDITS-PASSED
                    MOVE 'SDS LAPSED - RECEIPT REFUSED' TO VMSGO
                 END-IF
              ELSE
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'SDS MISSING - RECEIPT REFUSED' TO VMSGO
              END-IF
              IF NOT EDITS-PASSED
                 PERFORM LOG-SDS-REFUSAL
              END-IF
           END-IF
           .

       SET-SDS-CUTOFF.
           MOVE 30 TO WS-SDS-GRACE
           EXEC CICS READ FILE('SDSCTL')
                INTO(WS-SDSCTL-REC)
                RIDFLD(WS-SDSCTL-RBA)
                RBA
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND SDS-GRACE-DAYS IS NUMERIC
              AND SDS-GRACE-DAYS > 0
              MOVE SDS-GRACE-DAYS TO WS-SDS-GRACE
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           COMPUTE WS-ABS-TIME = WS-ABS-TIME
                 - WS-SDS-GRACE * 86400000
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-SDS-CUTOFF)
           END-EXEC
           .

       LOG-SDS-REFUSAL.
           MOVE EIBTRNID   TO SLL-TRANID
           MOVE WS-USERID  TO SLL-USERID
           MOVE VPARTNOI   TO SLL-PARTNO
           MOVE VMSGO      TO SLL-REASON
           EXEC CICS WRITEQ TD QUEUE('CSMT')
                FROM(WS-SDS-LOG-LINE)
                LENGTH(LENGTH OF WS-SDS-LOG-LINE)
                RESP(WS-RESP)
           END-EXEC
           .

       CHECK-INSPECTION-HOLD.
           MOVE VPARTNOI TO WS-QC-RID
           EXEC CICS READ FILE('CASQC')
           .

       APPLY-THE-MOVEMENT.
           COMPUTE WS-SITE-DELTA = WS-NEW-QOH - I-QOH
           MOVE WS-NEW-QOH TO I-QOH
           IF VTYPEI = 'R' AND I-QOO IS NUMERIC
              IF WS-QTY-NUM < I-QOO
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'REWRITE FAILED - MOVEMENT NOT POSTED' TO VMSGO
           ELSE
              IF LOT-DRAW-COUNT > 0
                 PERFORM WRITE-LOT-DRAW-HISTORY
                 PERFORM RELIEVE-DRAWN-LOTS
              ELSE
                 PERFORM WRITE-HISTORY-RECORD
              END-IF
              PERFORM WRITE-ONLINE-JOURNAL
              IF QUARANTINE-THIS
                 PERFORM ADD-TO-QUARANTINE
              IF VTYPEI = 'I'
                 PERFORM RELIEVE-OWN-ALLOCATION
              END-IF
              MOVE SPACES TO WS-PUTAWAY-LOCATION
              IF WS-SITE-DELTA NOT = 0
                 PERFORM POST-SITE-BALANCE
                 PERFORM POST-BIN-QUANTITIES
              END-IF
      *       SAME FIFO LAYER DISCIPLINE AS BATCH -- A HELD
      *       RECEIPT'S LAYER POSTS WITH THE QC RELEASE, NOT THE
      *       HOLD.
                 AND NOT QUARANTINE-THIS
                 PERFORM APPLY-MOVEMENT-TO-LOT
              END-IF
              IF VTYPEI = 'R'
                 PERFORM WRITE-RECEIPT-LABEL
              END-IF
              MOVE I-QOH TO VQOHO
              MOVE I-QOO TO VQOOO
              IF QUARANTINE-THIS
                 MOVE 'MOVEMENT POSTED - HELD TO QUARANTINE'
                    TO VMSGO
              ELSE
                 IF EXPIRED-SKIP-COUNT > 0
                    MOVE EXPIRED-SKIP-COUNT TO LPM-SKIP-COUNT
                    MOVE WS-LOT-POST-MSG    TO VMSGO
                 ELSE
                    IF WS-ISSUED-DOC = SPACES
                       MOVE 'MOVEMENT POSTED' TO VMSGO
                    ELSE
                       MOVE WS-ISSUED-DOC   TO DPM-DOC-NUMBER
                       MOVE WS-DOC-POST-MSG TO VMSGO
                    END-IF
                 END-IF
              END-IF
           END-IF
           PERFORM SEND-CURRENT-MAP

      ***
      *** a held receipt lands on the same CASQUAR balance batch
      *** STKPOST feeds, waiting for QC's type 'Q' disposition. it
      *** has no cost layer yet, so it joins the unlayered part of
      *** the balance at I-UNITPR, the screen carrying no cost.
      ***
       ADD-TO-QUARANTINE.
           MOVE 0 TO WS-QUA-HOLD-COST
           IF I-UNITPR IS NUMERIC
              MOVE I-UNITPR TO WS-QUA-HOLD-COST
           END-IF
           MOVE VPARTNOI TO WS-QUA-RID
           EXEC CICS READ FILE('CASQUAR')
                INTO(WS-QUA-REC)
              IF WS-NEW-QUA-QTY > 99999
                 MOVE 99999 TO WS-NEW-QUA-QTY
              END-IF
              IF QUA-LAYERED-QTY IS NOT NUMERIC
                 MOVE 0 TO QUA-LAYERED-QTY
              END-IF
              IF QUA-LAYERED-QTY > QUA-QTY
                 MOVE QUA-QTY TO QUA-LAYERED-QTY
              END-IF
              IF QUA-HELD-COST IS NOT NUMERIC OR QUA-HELD-COST = 0
                 MOVE WS-QUA-HOLD-COST TO QUA-HELD-COST
              END-IF
              COMPUTE WS-QUA-UNLAYERED = QUA-QTY - QUA-LAYERED-QTY
              IF WS-QUA-UNLAYERED + WS-QTY-NUM > 0
                 COMPUTE QUA-HELD-COST ROUNDED =
                    ((WS-QUA-UNLAYERED * QUA-HELD-COST)
                     + (WS-QTY-NUM * WS-QUA-HOLD-COST))
                    / (WS-QUA-UNLAYERED + WS-QTY-NUM)
              END-IF
              MOVE WS-NEW-QUA-QTY TO QUA-QTY
              MOVE WS-TODAY       TO QUA-LAST-DATE
              EXEC CICS REWRITE FILE('CASQUAR')
              MOVE VPARTNOI   TO QUA-PARTNO
              MOVE WS-QTY-NUM TO QUA-QTY
              MOVE WS-TODAY   TO QUA-LAST-DATE
              MOVE 0          TO QUA-LAYERED-QTY
              MOVE WS-QUA-HOLD-COST TO QUA-HELD-COST
              EXEC CICS WRITE FILE('CASQUAR')
                   FROM(WS-QUA-REC)
                   RIDFLD(QUA-PARTNO)
           END-IF
           .

      ***
      *** the same site balance batch STKPOST keeps -- the change
      *** lands on the CASWHBL record for the part's own building,
      *** created on the first stock to arrive there and floored
      *** at zero for WHBRECON to show. no CASWHBL file defined
      *** means the site balances are not kept here.
      ***
       POST-SITE-BALANCE.
           MOVE SPACES      TO WS-WHB-RID
           MOVE VPARTNOI    TO WS-WHB-RID(1:9)
           MOVE I-WAREHOUSE TO WS-WHB-RID(10:3)
           EXEC CICS READ FILE('CASWHBL')
                INTO(WS-WHB-REC)
                RIDFLD(WS-WHB-RID)
                UPDATE
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP = DFHRESP(NORMAL)
                 IF WHB-QTY IS NUMERIC
                    COMPUTE WS-NEW-WHB-QTY = WHB-QTY + WS-SITE-DELTA
                 ELSE
                    MOVE WS-SITE-DELTA TO WS-NEW-WHB-QTY
                 END-IF
                 IF WS-NEW-WHB-QTY < 0
                    MOVE 0 TO WS-NEW-WHB-QTY
                 END-IF
                 IF WS-NEW-WHB-QTY > 99999
                    MOVE 99999 TO WS-NEW-WHB-QTY
                 END-IF
                 MOVE WS-NEW-WHB-QTY TO WHB-QTY
                 MOVE WS-TODAY       TO WHB-LAST-DATE
                 EXEC CICS REWRITE FILE('CASWHBL')
                      FROM(WS-WHB-REC)
                      RESP(WS-RESP)
                 END-EXEC
              WHEN WS-RESP = DFHRESP(NOTFND)
                 AND WS-SITE-DELTA > 0
                 MOVE SPACES        TO WS-WHB-REC
                 MOVE VPARTNOI      TO WHB-PARTNO
                 MOVE I-WAREHOUSE   TO WHB-WAREHOUSE
                 MOVE WS-SITE-DELTA TO WHB-QTY
                 MOVE 0             TO WHB-RDR-POINT
                 MOVE 0             TO WHB-MAX-QTY
                 MOVE WS-TODAY      TO WHB-LAST-DATE
                 EXEC CICS WRITE FILE('CASWHBL')
                      FROM(WS-WHB-REC)
                      RIDFLD(WHB-KEY)
                      RESP(WS-RESP)
                 END-EXEC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

      ***
      *** the same bin spread batch STKPOST makes -- stock coming
      *** in fills the pick face to its maximum and the rest goes
      *** to the first reserve location; stock going out comes off
      *** the pick face first, then the reserves in walk order. a
      *** part with no bins, or no CASBINL file defined, is not
      *** binned.
      ***
       POST-BIN-QUANTITIES.
           PERFORM LOAD-PART-BINS
           IF PART-BIN-COUNT > 0
              IF WS-SITE-DELTA > 0
                 MOVE WS-SITE-DELTA TO WS-BIN-REMAIN
                 PERFORM PUT-AWAY-TO-BINS
              ELSE
                 COMPUTE WS-BIN-REMAIN = 0 - WS-SITE-DELTA
                 IF PBN-PICK > 0
                    MOVE PBN-PICK TO PBN-SUB
                    PERFORM DRAW-FROM-ONE-BIN
                 END-IF
                 PERFORM DRAW-FROM-ONE-BIN
                    VARYING PBN-SUB FROM 1 BY 1
                    UNTIL PBN-SUB > PART-BIN-COUNT
                       OR WS-BIN-REMAIN = 0
              END-IF
              PERFORM REWRITE-ONE-BIN
                 VARYING PBN-SUB FROM 1 BY 1
                 UNTIL PBN-SUB > PART-BIN-COUNT
           END-IF
           .

       LOAD-PART-BINS.
           MOVE 0          TO PART-BIN-COUNT
           MOVE 0          TO PBN-PICK
           MOVE 0          TO PBN-RESERVE
           MOVE 'N'        TO SW-BIN-BROWSE-DONE
           MOVE LOW-VALUES TO WS-BIN-BROWSE-KEY
           MOVE VPARTNOI   TO WS-BIN-BROWSE-KEY(1:9)
           EXEC CICS STARTBR FILE('CASBINL')
                RIDFLD(WS-BIN-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO SW-BIN-BROWSE-DONE
           ELSE
              PERFORM LOAD-ONE-PART-BIN UNTIL BIN-BROWSE-DONE
              EXEC CICS ENDBR FILE('CASBINL') END-EXEC
           END-IF
           .

       LOAD-ONE-PART-BIN.
           EXEC CICS READNEXT FILE('CASBINL')
                INTO(WS-BIN-REC)
                RIDFLD(WS-BIN-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR BIN-PARTNO NOT = VPARTNOI OR PART-BIN-COUNT = 20
              MOVE 'Y' TO SW-BIN-BROWSE-DONE
           ELSE
              ADD 1 TO PART-BIN-COUNT
              MOVE BIN-LOCATION TO PBN-LOCATION(PART-BIN-COUNT)
              MOVE 'N'          TO PBN-CHANGED(PART-BIN-COUNT)
              MOVE 0            TO PBN-QTY(PART-BIN-COUNT)
              MOVE 0            TO PBN-MAX-QTY(PART-BIN-COUNT)
              IF BIN-QTY IS NUMERIC
                 MOVE BIN-QTY   TO PBN-QTY(PART-BIN-COUNT)
              END-IF
              IF BIN-IS-RESERVE
                 MOVE 'R' TO PBN-LOC-TYPE(PART-BIN-COUNT)
                 IF PBN-RESERVE = 0
                    MOVE PART-BIN-COUNT TO PBN-RESERVE
                 END-IF
              ELSE
                 MOVE 'P' TO PBN-LOC-TYPE(PART-BIN-COUNT)
                 IF BIN-MAX-QTY IS NUMERIC
                    MOVE BIN-MAX-QTY TO PBN-MAX-QTY(PART-BIN-COUNT)
                 END-IF
                 IF PBN-PICK = 0
                    MOVE PART-BIN-COUNT TO PBN-PICK
                 END-IF
              END-IF
           END-IF
           .

       PUT-AWAY-TO-BINS.
           IF PBN-PICK > 0
              IF PBN-MAX-QTY(PBN-PICK) = 0 OR PBN-RESERVE = 0
                 MOVE WS-BIN-REMAIN TO WS-BIN-TAKE
              ELSE
                 IF PBN-QTY(PBN-PICK) < PBN-MAX-QTY(PBN-PICK)
                    COMPUTE WS-BIN-TAKE =
                       PBN-MAX-QTY(PBN-PICK) - PBN-QTY(PBN-PICK)
                    IF WS-BIN-TAKE > WS-BIN-REMAIN
                       MOVE WS-BIN-REMAIN TO WS-BIN-TAKE
                    END-IF
                 ELSE
                    MOVE 0 TO WS-BIN-TAKE
                 END-IF
              END-IF
              ADD WS-BIN-TAKE      TO PBN-QTY(PBN-PICK)
              SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAIN
              MOVE 'Y'             TO PBN-CHANGED(PBN-PICK)
              IF WS-BIN-TAKE > 0
                 MOVE PBN-LOCATION(PBN-PICK) TO WS-PUTAWAY-LOCATION
              END-IF
           END-IF
           IF WS-BIN-REMAIN > 0
              IF WS-PUTAWAY-LOCATION = SPACES
                 MOVE PBN-LOCATION(PBN-RESERVE) TO WS-PUTAWAY-LOCATION
              END-IF
              ADD WS-BIN-REMAIN TO PBN-QTY(PBN-RESERVE)
              MOVE 0            TO WS-BIN-REMAIN
              MOVE 'Y'          TO PBN-CHANGED(PBN-RESERVE)
           END-IF
           .

       DRAW-FROM-ONE-BIN.
           IF PBN-QTY(PBN-SUB) > 0
              IF PBN-QTY(PBN-SUB) < WS-BIN-REMAIN
                 MOVE PBN-QTY(PBN-SUB) TO WS-BIN-TAKE
              ELSE
                 MOVE WS-BIN-REMAIN    TO WS-BIN-TAKE
              END-IF
              SUBTRACT WS-BIN-TAKE FROM PBN-QTY(PBN-SUB)
              SUBTRACT WS-BIN-TAKE FROM WS-BIN-REMAIN
              MOVE 'Y'             TO PBN-CHANGED(PBN-SUB)
           END-IF
           .

       REWRITE-ONE-BIN.
           IF PBN-CHANGED(PBN-SUB) = 'Y'
              MOVE VPARTNOI              TO WS-BIN-RID(1:9)
              MOVE PBN-LOCATION(PBN-SUB) TO WS-BIN-RID(10:6)
              EXEC CICS READ FILE('CASBINL')
                   INTO(WS-BIN-REC)
                   RIDFLD(WS-BIN-RID)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 IF PBN-QTY(PBN-SUB) > 99999
                    MOVE 99999 TO BIN-QTY
                 ELSE
                    MOVE PBN-QTY(PBN-SUB) TO BIN-QTY
                 END-IF
                 MOVE WS-TODAY TO BIN-LAST-DATE
                 EXEC CICS REWRITE FILE('CASBINL')
                      FROM(WS-BIN-REC)
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF
           .

      ***
      *** a posted issue consumes its own reservation the way the
      *** batch posting does -- the CASALOC detail comes down by
      *** online movements with no special handling.
      ***
       WRITE-HISTORY-RECORD.
           PERFORM BUILD-HISTORY-RECORD
           PERFORM PUT-HISTORY-RECORD
           .

       BUILD-HISTORY-RECORD.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
           END-IF
           MOVE WS-QTY-NUM TO MH-QTY
           MOVE VDOCNOI    TO MH-DOC-NUMBER
           IF VTYPEI = 'A'
              MOVE VREASONI TO MH-REASON-CODE
           END-IF
           IF VTYPEI = 'I'
              MOVE VCOSTCTI TO MH-COST-CENTER
           END-IF
           IF VLOTNOI NOT = SPACES AND VLOTNOI NOT = LOW-VALUES
              MOVE VLOTNOI TO MH-LOT-NUMBER
           END-IF
           ELSE
              MOVE 0 TO MH-HELD-QTY
           END-IF
           .

       PUT-HISTORY-RECORD.
           EXEC CICS WRITEQ TD QUEUE('CMHS')
                FROM(WS-HIST-REC)
                RESP(WS-RESP)
           END-EXEC
           .

      ***
      *** an issue split across lots leaves one history record per
      *** lot drawn, same as batch. the lots cover the whole issue
      *** -- one they cannot cover never gets this far.
      ***
       WRITE-LOT-DRAW-HISTORY.
           PERFORM BUILD-HISTORY-RECORD
           PERFORM WRITE-ONE-LOT-DRAW-HIST
              VARYING ILT-SUB FROM 1 BY 1
              UNTIL ILT-SUB > ISSUE-LOT-COUNT
           .

       WRITE-ONE-LOT-DRAW-HIST.
           IF ILT-DRAW-QTY(ILT-SUB) > 0
              MOVE ILT-DRAW-QTY(ILT-SUB) TO MH-QTY
              MOVE ILT-NUMBER(ILT-SUB)   TO MH-LOT-NUMBER
              PERFORM PUT-HISTORY-RECORD
           END-IF
           .

      ***
      *** the same dock label batch STKPOST writes for a receipt:
      *** the lot's CASLOT expiry (the screen's expiry for a held
      *** receipt, which has not reached CASLOT), the bin the
      *** put-away filled first or the quarantine hold, and the
      *** CASHAZ hazard banner. the screen takes no serial, so
      *** an online label never carries one.
      ***
       WRITE-RECEIPT-LABEL.
           MOVE SPACES       TO WS-LBL-REC
           MOVE VPARTNOI     TO LBL-PARTNO
           MOVE I-DESCR      TO LBL-DESCR
           MOVE 0            TO LBL-EXPIRY-DATE
           IF VLOTNOI NOT = SPACES AND VLOTNOI NOT = LOW-VALUES
              MOVE VLOTNOI   TO LBL-LOT-NUMBER
              IF NOT QUARANTINE-THIS
                 AND LOT-PARTNO = VPARTNOI AND LOT-NUMBER = VLOTNOI
                 AND LOT-EXPIRY-DATE IS NUMERIC
                 MOVE LOT-EXPIRY-DATE TO LBL-EXPIRY-DATE
              ELSE
                 IF VEXPIRYI IS NUMERIC
                    MOVE VEXPIRYI TO LBL-EXPIRY-DATE
                 END-IF
              END-IF
           END-IF
           MOVE I-WAREHOUSE  TO LBL-WAREHOUSE
           IF QUARANTINE-THIS
              MOVE 'Q'                 TO LBL-STATUS
           ELSE
              MOVE SPACE               TO LBL-STATUS
              MOVE WS-PUTAWAY-LOCATION TO LBL-LOCATION
           END-IF
           MOVE WS-QTY-NUM   TO LBL-QTY
           MOVE I-UOM-CODE   TO LBL-UOM
           MOVE VDOCNOI      TO LBL-DOC-NUMBER
           MOVE WS-TODAY     TO LBL-RECEIPT-DATE
           MOVE SPACES       TO WS-HAZ-REC
           MOVE VPARTNOI     TO WS-HAZ-RID
           EXEC CICS READ FILE('CASHAZ')
                INTO(WS-HAZ-REC)
                RIDFLD(WS-HAZ-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND HAZ-CLASS NOT = SPACES
              MOVE HAZ-CLASS         TO LBL-HAZ-CLASS
              MOVE HAZ-CLASS         TO LHB-CLASS
              MOVE WS-LBL-HAZ-BANNER TO LBL-HAZ-BANNER
           END-IF
           EXEC CICS WRITEQ TD QUEUE('CLBL')
                FROM(WS-LBL-REC)
                RESP(WS-RESP)
           END-EXEC
           .

       WRITE-ONLINE-JOURNAL.
           MOVE SPACES TO WS-JRN-REC
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           END-EXEC
           .

      ***
      *** same first-expiry-first-out draw as batch STKPOST: an
      *** issue naming no lot comes off the part's CASLOT lots in
      *** expiry date order (undated lots last, older receipt first
      *** on a tie). a lot already expired is never drawn -- it is
      *** counted and the operator told, so it can be written off.
      *** the draw is made while the movement is still being edited:
      *** an issue the unexpired lots cannot cover is refused before
      *** CASEIN is rewritten, so CASLOT stays in step with I-QOH.
      ***
       SELECT-ISSUE-LOTS.
           MOVE 0 TO ISSUE-LOT-COUNT
           MOVE 0 TO WS-LOT-DRAWN-TOTAL
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC
           MOVE 'N'        TO SW-LOT-BROWSE-DONE
           MOVE LOW-VALUES TO WS-LOT-BROWSE-KEY
           MOVE VPARTNOI   TO WS-LOT-BROWSE-KEY(1:9)
           EXEC CICS STARTBR FILE('CASLOT')
                RIDFLD(WS-LOT-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO SW-LOT-BROWSE-DONE
           ELSE
              PERFORM LOAD-ONE-ISSUE-LOT UNTIL LOT-BROWSE-DONE
              EXEC CICS ENDBR FILE('CASLOT') END-EXEC
           END-IF
           IF ISSUE-LOT-COUNT > 0
              MOVE WS-QTY-NUM TO WS-LOT-NEED
              PERFORM DRAW-ONE-ISSUE-LOT
                 VARYING ILT-SUB FROM 1 BY 1
                 UNTIL ILT-SUB > ISSUE-LOT-COUNT
              IF WS-LOT-NEED > 0
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'UNEXPIRED LOTS SHORT - ISSUE NOT POSTED'
                    TO VMSGO
              END-IF
           END-IF
           .

       LOAD-ONE-ISSUE-LOT.
           EXEC CICS READNEXT FILE('CASLOT')
                INTO(WS-LOT-REC)
                RIDFLD(WS-LOT-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              OR LOT-PARTNO NOT = VPARTNOI OR ISSUE-LOT-COUNT = 50
              MOVE 'Y' TO SW-LOT-BROWSE-DONE
           ELSE
              IF LOT-QTY IS NUMERIC AND LOT-QTY > 0
                 IF LOT-EXPIRY-DATE IS NUMERIC AND LOT-EXPIRY-DATE > 0
                    MOVE LOT-EXPIRY-DATE TO NIK-EXPIRY
                 ELSE
                    MOVE 99999999        TO NIK-EXPIRY
                 END-IF
                 IF LOT-RECEIPT-DATE IS NUMERIC
                    MOVE LOT-RECEIPT-DATE TO NIK-RECEIPT
                 ELSE
                    MOVE 0                TO NIK-RECEIPT
                 END-IF
                 MOVE LOT-NUMBER TO NIK-NUMBER
                 MOVE 1 TO ILT-SUB
                 PERFORM STEP-ISSUE-LOT-SLOT
                    UNTIL ILT-SUB > ISSUE-LOT-COUNT
                       OR ILT-ORDER-KEY(ILT-SUB) > WS-NEW-ILT-KEY
                 PERFORM SHIFT-ONE-ISSUE-LOT
                    VARYING ILT-SHIFT FROM ISSUE-LOT-COUNT BY -1
                    UNTIL ILT-SHIFT < ILT-SUB
                 ADD 1 TO ISSUE-LOT-COUNT
                 MOVE WS-NEW-ILT-KEY TO ILT-ORDER-KEY(ILT-SUB)
                 MOVE LOT-QTY        TO ILT-QTY(ILT-SUB)
                 MOVE 0              TO ILT-DRAW-QTY(ILT-SUB)
                 MOVE 'N'            TO ILT-EXPIRED(ILT-SUB)
                 IF NIK-EXPIRY < WS-TODAY
                    MOVE 'Y' TO ILT-EXPIRED(ILT-SUB)
                 END-IF
              END-IF
           END-IF
           .

       STEP-ISSUE-LOT-SLOT.
           ADD 1 TO ILT-SUB
           .

       SHIFT-ONE-ISSUE-LOT.
           MOVE WS-ISSUE-LOT-ENTRY(ILT-SHIFT)
             TO WS-ISSUE-LOT-ENTRY(ILT-SHIFT + 1)
           .

       DRAW-ONE-ISSUE-LOT.
           MOVE 0 TO ILT-DRAW-QTY(ILT-SUB)
           IF ILT-EXPIRED(ILT-SUB) = 'Y'
              ADD 1 TO EXPIRED-SKIP-COUNT
           ELSE
              IF WS-LOT-NEED > 0
                 IF ILT-QTY(ILT-SUB) < WS-LOT-NEED
                    MOVE ILT-QTY(ILT-SUB) TO WS-LOT-DRAW
                 ELSE
                    MOVE WS-LOT-NEED      TO WS-LOT-DRAW
                 END-IF
                 MOVE WS-LOT-DRAW TO ILT-DRAW-QTY(ILT-SUB)
                 SUBTRACT WS-LOT-DRAW FROM WS-LOT-NEED
                 ADD WS-LOT-DRAW  TO WS-LOT-DRAWN-TOTAL
                 ADD 1            TO LOT-DRAW-COUNT
              END-IF
           END-IF
           .

       RELIEVE-DRAWN-LOTS.
           PERFORM RELIEVE-ONE-DRAWN-LOT
              VARYING ILT-SUB FROM 1 BY 1
              UNTIL ILT-SUB > ISSUE-LOT-COUNT
           .

       RELIEVE-ONE-DRAWN-LOT.
           IF ILT-DRAW-QTY(ILT-SUB) > 0
              MOVE VPARTNOI            TO WS-LOT-KEY(1:9)
              MOVE ILT-NUMBER(ILT-SUB) TO WS-LOT-KEY(10:6)
              EXEC CICS READ FILE('CASLOT')
                   INTO(WS-LOT-REC)
                   RIDFLD(WS-LOT-KEY)
                   UPDATE
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 IF LOT-QTY < ILT-DRAW-QTY(ILT-SUB)
                    MOVE 0 TO LOT-QTY
                 ELSE
                    SUBTRACT ILT-DRAW-QTY(ILT-SUB) FROM LOT-QTY
                 END-IF
                 EXEC CICS REWRITE FILE('CASLOT')
                      FROM(WS-LOT-REC)
                      RESP(WS-RESP)
                 END-EXEC
              END-IF
           END-IF
           .

       SEND-CURRENT-MAP.
           EXEC CICS SEND MAP('CASMM01') MAPSET('CASMMAP')
                ERASE FREEKB
