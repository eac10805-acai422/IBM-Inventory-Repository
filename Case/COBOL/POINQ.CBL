       identification division.
       program-id. POINQ.
      ***
      *** POINQ - online open purchase order inquiry (CICS
      *** transaction CPOI, mapset CPOMAP). The buyer keys a part
      *** (mode P) or a vendor (mode V) and sees every open CASOPO
      *** line for it, twelve to a screen: order date, due date and
      *** order quantity, the quantity received against the order
      *** so far (the running total STKPOST keeps on the CASOPO
      *** line as it appends each CASPOPF receipt record), and the
      *** CASASNST shipment notice matched to the line with its
      *** quantity and ETA. A line is flagged PD when its due date
      *** has passed and the order is not yet received in full, and
      *** BL when the part's vendor holds a live CASBLKT blanket
      *** contract with quantity left to release -- the same test
      *** VENDPO applies before it raises a release. Vendor mode
      *** walks the vendor's parts through the CASEINV path (the
      *** CASEIN alternate index over I-VENDOR-CODE) and lists each
      *** part's orders in turn. PF8 pages forward from the part and
      *** PO carried in the NEXT field; Enter starts over from the
      *** keyed part or vendor.
      *** The screen is display only and never takes the CASELOCK
      *** online flag, but it still honours the interlock: while a
      *** batch updater owns the files or has asked the region to
      *** quiesce, the inquiry is refused rather than showing a
      *** picture the batch run is halfway through changing.
      ***
       environment division.
       data division.
       working-storage section.
       01 WS-CASEIN-REC.
       copy DEFINP.
       01 WS-OPO-REC.
       copy OPODETL.
       01 WS-AST-REC.
       copy ASNSTAT.
       01 WS-BLK-REC.
       copy BLKDETL.
       01 WS-VND-REC.
       copy VENDMAST.
       copy CPOMAPD.
       copy DFHAID.
       01 WS-COMMAREA           PIC X(01).
       01 WS-RESP               PIC S9(08) COMP.
       01 WS-LCK-REC.
       copy LOCKREC.
       01 WS-LOCK-KEY           PIC X(08) VALUE 'CASEIN  '.
       01 WS-LOCK-RID           PIC X(08).
       01 SW-MASTER-INTERLOCKED PIC X(01) VALUE 'N'.
           88 MASTER-INTERLOCKED    VALUE 'Y'.
       01 SW-KEY-ON-FILE        PIC X(01) VALUE 'N'.
           88 KEY-ON-FILE           VALUE 'Y'.
       01 SW-MORE-LINES         PIC X(01) VALUE 'N'.
           88 MORE-LINES            VALUE 'Y'.
       01 SW-OPO-BROWSE-DONE    PIC X(01).
           88 OPO-BROWSE-DONE       VALUE 'Y'.
       01 SW-VEND-BROWSE-DONE   PIC X(01).
           88 VEND-BROWSE-DONE      VALUE 'Y'.
       01 WS-ABS-TIME           PIC S9(15) COMP-3.
       01 WS-TODAY              PIC 9(08).
       01 WS-PARTNO-RID         PIC X(09).
       01 WS-VENDOR-RID         PIC X(04).
       01 WS-VEND-BROWSE-KEY    PIC X(04).
       01 WS-LIST-PARTNO        PIC X(09).
       01 WS-OPO-BROWSE-KEY     PIC X(17).
       01 WS-AST-RID            PIC X(17).
       01 WS-BLK-RID            PIC X(13).
       01 WS-RESUME-KEY.
           05 WS-RESUME-PARTNO  PIC X(09).
           05 WS-RESUME-PO      PIC X(08).
       01 WS-ROW-COUNT          PIC 9(02).
       01 WS-ROW-SUB            PIC 9(02).
       01 WS-RECVD-QTY          PIC 9(07).
       01 WS-BLK-REMAIN         PIC S9(07).
       01 WS-PO-LINE.
           05 PL-PARTNO         PIC X(09).
           05 FILLER            PIC X(01).
           05 PL-PO-NUMBER      PIC X(08).
           05 FILLER            PIC X(01).
           05 PL-ORDER-DATE     PIC X(08).
           05 FILLER            PIC X(01).
           05 PL-DUE-DATE       PIC X(08).
           05 FILLER            PIC X(01).
           05 PL-ORDER-QTY      PIC ZZZZ9.
           05 FILLER            PIC X(02).
           05 PL-RECVD-QTY      PIC ZZZZ9.
           05 FILLER            PIC X(02).
           05 PL-ETA-DATE       PIC X(08).
           05 FILLER            PIC X(01).
           05 PL-ASN-QTY        PIC ZZZZ9.
           05 FILLER            PIC X(02).
           05 PL-PAST-DUE       PIC X(02).
           05 FILLER            PIC X(01).
           05 PL-BLANKET        PIC X(02).
           05 FILLER            PIC X(06).

       procedure division.
       MAINLINE.
           IF EIBCALEN = 0
              PERFORM SEND-FRESH-MAP
           ELSE
              EVALUATE EIBAID
                 WHEN DFHPF3
                    PERFORM RETURN-TO-CICS
                 WHEN DFHCLEAR
                    PERFORM SEND-FRESH-MAP
                 WHEN DFHPF8
                    PERFORM PAGE-FORWARD
                 WHEN OTHER
                    PERFORM PROCESS-THE-SCREEN
              END-EVALUATE
           END-IF
           PERFORM RETURN-TRANSID
           .

       SEND-FRESH-MAP.
           MOVE LOW-VALUES TO CPOM01O
           MOVE 'ENTER MODE AND PART OR VENDOR AND PRESS ENTER'
              TO PMSGO
           EXEC CICS SEND MAP('CPOM01') MAPSET('CPOMAP')
                ERASE FREEKB
           END-EXEC
           .

       PROCESS-THE-SCREEN.
           EXEC CICS RECEIVE MAP('CPOM01') MAPSET('CPOMAP')
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM SEND-FRESH-MAP
           ELSE
              MOVE SPACES TO WS-RESUME-KEY
              PERFORM INQUIRE-OPEN-ORDERS
           END-IF
           .

      ***
      *** PF8 carries on from the part and PO left in the NEXT
      *** field by the previous screen; with nothing there the
      *** list is already complete.
      ***
       PAGE-FORWARD.
           EXEC CICS RECEIVE MAP('CPOM01') MAPSET('CPOMAP')
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              PERFORM SEND-FRESH-MAP
           ELSE
              IF PNEXTI = SPACES OR PNEXTI = LOW-VALUES
                 MOVE 'NO MORE LINES - PRESS ENTER TO START OVER'
                    TO PMSGO
                 PERFORM SEND-CURRENT-MAP
              ELSE
                 MOVE PNEXTI TO WS-RESUME-KEY
                 PERFORM INQUIRE-OPEN-ORDERS
              END-IF
           END-IF
           .

       INQUIRE-OPEN-ORDERS.
           INSPECT PMODEI REPLACING ALL LOW-VALUE BY SPACE
           INSPECT PKEYI  REPLACING ALL LOW-VALUE BY SPACE
           EVALUATE TRUE
              WHEN PMODEI NOT = 'P' AND PMODEI NOT = 'V'
                 MOVE 'MODE MUST BE P OR V' TO PMSGO
                 PERFORM SEND-CURRENT-MAP
              WHEN PKEYI = SPACES
                 MOVE 'ENTER A PART NUMBER OR VENDOR CODE' TO PMSGO
                 PERFORM SEND-CURRENT-MAP
              WHEN OTHER
                 PERFORM CHECK-MASTER-INTERLOCK
                 IF MASTER-INTERLOCKED
                    MOVE 'FILES HELD FOR BATCH - TRY AGAIN LATER'
                       TO PMSGO
                    PERFORM SEND-CURRENT-MAP
                 ELSE
                    PERFORM LIST-OPEN-ORDERS
                 END-IF
           END-EVALUATE
           .

      ***
      *** read-only view of the CASEIN ownership token: a batch
      *** owner or a pending quiesce holds the inquiry off, but the
      *** record is never read for update and the online flag is
      *** left alone -- it marks an updating region, and an
      *** inquiry must not make a batch acquire wait on it. no
      *** token record means no batch job has ever held the files.
      ***
       CHECK-MASTER-INTERLOCK.
           MOVE 'N' TO SW-MASTER-INTERLOCKED
           MOVE WS-LOCK-KEY TO WS-LOCK-RID
           EXEC CICS READ FILE('CASELOCK')
                INTO(WS-LCK-REC)
                RIDFLD(WS-LOCK-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              IF LCK-OWNED-BY-BATCH OR LCK-QUIESCE-REQUESTED
                 MOVE 'Y' TO SW-MASTER-INTERLOCKED
              END-IF
           END-IF
           .

       LIST-OPEN-ORDERS.
           MOVE 0 TO WS-ROW-COUNT
           MOVE 'N' TO SW-MORE-LINES
           MOVE 'N' TO SW-KEY-ON-FILE
           MOVE SPACES TO PNEXTO PVENDO PVNAMEO
           PERFORM CLEAR-LIST-ROW
              VARYING WS-ROW-SUB FROM 1 BY 1
              UNTIL WS-ROW-SUB > 12
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-TODAY)
           END-EXEC
           IF PMODEI = 'P'
              PERFORM LIST-PART-ORDERS
           ELSE
              PERFORM LIST-VENDOR-ORDERS
           END-IF
           EVALUATE TRUE
              WHEN NOT KEY-ON-FILE
                 CONTINUE
              WHEN MORE-LINES
                 MOVE 'MORE OPEN ORDERS - PRESS PF8' TO PMSGO
              WHEN WS-ROW-COUNT = 0
                 MOVE 'NO OPEN ORDERS FOUND' TO PMSGO
              WHEN OTHER
                 MOVE 'END OF OPEN ORDERS' TO PMSGO
           END-EVALUATE
           PERFORM SEND-CURRENT-MAP
           .

       CLEAR-LIST-ROW.
           MOVE SPACES TO PLINO(WS-ROW-SUB)
           .

       LIST-PART-ORDERS.
           MOVE PKEYI TO WS-PARTNO-RID
           EXEC CICS READ FILE('CASEIN')
                INTO(WS-CASEIN-REC)
                RIDFLD(WS-PARTNO-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'PART NOT ON FILE' TO PMSGO
           ELSE
              MOVE 'Y' TO SW-KEY-ON-FILE
              MOVE I-VENDOR-CODE TO WS-VENDOR-RID
              PERFORM SHOW-VENDOR-NAME
              MOVE I-PARTNO TO WS-LIST-PARTNO
              IF WS-RESUME-KEY = SPACES
                 MOVE SPACES     TO WS-OPO-BROWSE-KEY
                 MOVE I-PARTNO   TO WS-OPO-BROWSE-KEY(1:9)
                 MOVE LOW-VALUES TO WS-OPO-BROWSE-KEY(10:8)
              ELSE
                 MOVE WS-RESUME-KEY TO WS-OPO-BROWSE-KEY
              END-IF
              PERFORM LIST-ORDERS-FOR-PART
           END-IF
           .

      ***
      *** vendor mode: every part carrying the vendor code, in part
      *** number order off the CASEINV path. a resumed page skips
      *** the parts already listed and picks the resume part up at
      *** its next PO.
      ***
       LIST-VENDOR-ORDERS.
           MOVE PKEYI(1:4) TO WS-VENDOR-RID
           EXEC CICS READ FILE('VENDMAST')
                INTO(WS-VND-REC)
                RIDFLD(WS-VENDOR-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'VENDOR NOT ON VENDMAST' TO PMSGO
           ELSE
              MOVE 'Y' TO SW-KEY-ON-FILE
              MOVE VND-VENDOR-CODE TO PVENDO
              MOVE VND-NAME        TO PVNAMEO
              MOVE WS-VENDOR-RID   TO WS-VEND-BROWSE-KEY
              EXEC CICS STARTBR FILE('CASEINV')
                   RIDFLD(WS-VEND-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'N' TO SW-VEND-BROWSE-DONE
                 PERFORM READ-NEXT-VENDOR-PART
                    UNTIL VEND-BROWSE-DONE
                 EXEC CICS ENDBR FILE('CASEINV') END-EXEC
              END-IF
           END-IF
           .

       READ-NEXT-VENDOR-PART.
           EXEC CICS READNEXT FILE('CASEINV')
                INTO(WS-CASEIN-REC)
                RIDFLD(WS-VEND-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 AND WS-RESP NOT = DFHRESP(DUPKEY)
                 MOVE 'Y' TO SW-VEND-BROWSE-DONE
              WHEN I-VENDOR-CODE NOT = WS-VENDOR-RID
                 MOVE 'Y' TO SW-VEND-BROWSE-DONE
              WHEN WS-RESUME-KEY NOT = SPACES
                 AND I-PARTNO < WS-RESUME-PARTNO
                 CONTINUE
              WHEN OTHER
                 MOVE I-PARTNO TO WS-LIST-PARTNO
                 IF I-PARTNO = WS-RESUME-PARTNO
                    MOVE WS-RESUME-KEY TO WS-OPO-BROWSE-KEY
                 ELSE
                    MOVE SPACES     TO WS-OPO-BROWSE-KEY
                    MOVE I-PARTNO   TO WS-OPO-BROWSE-KEY(1:9)
                    MOVE LOW-VALUES TO WS-OPO-BROWSE-KEY(10:8)
                 END-IF
                 PERFORM LIST-ORDERS-FOR-PART
                 IF MORE-LINES
                    MOVE 'Y' TO SW-VEND-BROWSE-DONE
                 END-IF
           END-EVALUATE
           .

       SHOW-VENDOR-NAME.
           MOVE WS-VENDOR-RID TO PVENDO
           EXEC CICS READ FILE('VENDMAST')
                INTO(WS-VND-REC)
                RIDFLD(WS-VENDOR-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE VND-NAME TO PVNAMEO
           END-IF
           .

      ***
      *** the orders for WS-LIST-PARTNO from WS-OPO-BROWSE-KEY on.
      *** an order found once the twelve rows are full is not shown;
      *** its key goes to the NEXT field for PF8 to resume from.
      ***
       LIST-ORDERS-FOR-PART.
           EXEC CICS STARTBR FILE('CASOPO')
                RIDFLD(WS-OPO-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO SW-OPO-BROWSE-DONE
              PERFORM READ-NEXT-OPEN-ORDER
                 UNTIL OPO-BROWSE-DONE
              EXEC CICS ENDBR FILE('CASOPO') END-EXEC
           END-IF
           .

       READ-NEXT-OPEN-ORDER.
           EXEC CICS READNEXT FILE('CASOPO')
                INTO(WS-OPO-REC)
                RIDFLD(WS-OPO-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           EVALUATE TRUE
              WHEN WS-RESP NOT = DFHRESP(NORMAL)
                 MOVE 'Y' TO SW-OPO-BROWSE-DONE
              WHEN OPO-PARTNO NOT = WS-LIST-PARTNO
                 MOVE 'Y' TO SW-OPO-BROWSE-DONE
              WHEN WS-ROW-COUNT NOT < 12
                 MOVE OPO-KEY TO PNEXTO
                 MOVE 'Y' TO SW-MORE-LINES
                 MOVE 'Y' TO SW-OPO-BROWSE-DONE
              WHEN OTHER
                 PERFORM FORMAT-ORDER-ROW
           END-EVALUATE
           .

       FORMAT-ORDER-ROW.
           ADD 1 TO WS-ROW-COUNT
           MOVE SPACES         TO WS-PO-LINE
           MOVE OPO-PARTNO     TO PL-PARTNO
           MOVE OPO-PO-NUMBER  TO PL-PO-NUMBER
           MOVE OPO-ORDER-DATE TO PL-ORDER-DATE
           MOVE OPO-DUE-DATE   TO PL-DUE-DATE
           IF OPO-QTY IS NUMERIC
              MOVE OPO-QTY TO PL-ORDER-QTY
           ELSE
              MOVE 0 TO PL-ORDER-QTY
           END-IF
           PERFORM SUM-RECEIVED-TO-DATE
           MOVE WS-RECVD-QTY TO PL-RECVD-QTY
           MOVE OPO-KEY TO WS-AST-RID
           EXEC CICS READ FILE('CASASNST')
                INTO(WS-AST-REC)
                RIDFLD(WS-AST-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE AST-ETA-DATE TO PL-ETA-DATE
              IF AST-QTY IS NUMERIC
                 MOVE AST-QTY TO PL-ASN-QTY
              END-IF
           END-IF
           IF OPO-DUE-DATE IS NUMERIC AND OPO-QTY IS NUMERIC
              AND OPO-DUE-DATE > 0
              AND OPO-DUE-DATE < WS-TODAY
              AND WS-RECVD-QTY < OPO-QTY
              MOVE 'PD' TO PL-PAST-DUE
           END-IF
           PERFORM CHECK-BLANKET-RELEASE
           MOVE WS-PO-LINE TO PLINO(WS-ROW-COUNT)
           .

      ***
      *** received to date: the running total STKPOST keeps on the
      *** CASOPO line as it writes each CASPOPF receipt record.
      ***
       SUM-RECEIVED-TO-DATE.
           IF OPO-RECEIVED-QTY IS NUMERIC
              MOVE OPO-RECEIVED-QTY TO WS-RECVD-QTY
           ELSE
              MOVE 0 TO WS-RECVD-QTY
           END-IF
           .

      ***
      *** same live-contract test VENDPO applies before raising a
      *** release: a CASBLKT contract for the part's vendor, inside
      *** its expiry, with quantity still to release.
      ***
       CHECK-BLANKET-RELEASE.
           MOVE I-VENDOR-CODE TO WS-BLK-RID(1:4)
           MOVE OPO-PARTNO    TO WS-BLK-RID(5:9)
           EXEC CICS READ FILE('CASBLKT')
                INTO(WS-BLK-REC)
                RIDFLD(WS-BLK-RID)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              AND BLK-CONTRACT-QTY IS NUMERIC
              AND BLK-RELEASED-QTY IS NUMERIC
              AND BLK-EXPIRY-DATE IS NUMERIC
              AND BLK-EXPIRY-DATE >= WS-TODAY
              COMPUTE WS-BLK-REMAIN =
                 BLK-CONTRACT-QTY - BLK-RELEASED-QTY
              IF WS-BLK-REMAIN > 0
                 MOVE 'BL' TO PL-BLANKET
              END-IF
           END-IF
           .

       SEND-CURRENT-MAP.
           EXEC CICS SEND MAP('CPOM01') MAPSET('CPOMAP')
                ERASE FREEKB
           END-EXEC
           .

       RETURN-TRANSID.
           MOVE SPACE TO WS-COMMAREA
           EXEC CICS RETURN TRANSID('CPOI')
                COMMAREA(WS-COMMAREA)
                LENGTH(1)
           END-EXEC
           .

       RETURN-TO-CICS.
           EXEC CICS SEND TEXT FROM(WS-COMMAREA) LENGTH(0) ERASE
           END-EXEC
           EXEC CICS RETURN END-EXEC
           .
