      *** CASMAINT applies in batch; every applied change writes
      *** the same before/after journal record through the CJRN
      *** extrapartition queue (routed to CASJRNL), so online
      *** changes carry the same audit trail as batch ones. Each
      *** applied change is issued the next MT maintenance document
      *** number off CASDOCN, shown to the operator and carried on
      *** its journal record.
      *** Part notes: an inquiry also shows the part's first
      *** current CASNOTE note, the browse action steps through the
      *** rest (wrapping back to the first), and the note action
      *** adds a new note -- up to three lines of text, an optional
      *** expiry date and the buying-caution flag -- as the next
      *** sequence for the part.
      *** Authorization: the operator's userid must be on the
      *** CASOAUTH file to use the change and note actions;
      *** everyone can inquire and browse.
      ***
       environment division.
       data division.
                              ==JRN-PARTNO==       BY ==WJ-PARTNO==
                              ==JRN-BEFORE-IMAGE== BY ==WJ-BEFORE==
                              ==JRN-AFTER-IMAGE==  BY ==WJ-AFTER==
                              ==JRN-USERID==       BY ==WJ-USERID==
                              ==JRN-DOC-NUMBER==   BY ==WJ-DOC-NUMBER==.
       copy CASEMAPD.
       copy DFHAID.
       01 WS-COMMAREA           PIC X(01).
       01 WS-UNITPR-NUM         PIC 9(05)V99.
       01 WS-ABS-TIME           PIC S9(15) COMP-3.
       01 WS-FMT-TIME           PIC 9(06).
       01 WS-DCN-REC.
       copy DOCNCTL.
       01 WS-DCN-RID            PIC X(02) VALUE 'MT'.
       01 WS-DCN-TODAY          PIC 9(08).
       01 WS-DCN-PERIOD         PIC 9(06).
       01 WS-DCN-NEXT           PIC 9(07).
       01 WS-CHANGE-DOC.
           05 WCD-PREFIX        PIC X(02).
           05 WCD-SEQUENCE      PIC 9(06).
       01 WS-PNT-REC.
       copy PARTNOTE.
       01 WS-NOTE-BROWSE-KEY.
           05 NBK-PARTNO        PIC X(09).
           05 NBK-SEQUENCE      PIC 9(03).
       01 WS-NOTE-PARTNO        PIC X(09).
       01 WS-NOTE-START         PIC 9(04).
       01 WS-NOTE-LAST-SEQ      PIC 9(03).
       01 WS-NOTE-TODAY         PIC 9(08).
       01 WS-NOTE-EXPIRY        PIC 9(08).
       01 WS-NOTE-EXPIRY-PARTS REDEFINES WS-NOTE-EXPIRY.
           05 NXP-YEAR          PIC 9(04).
           05 NXP-MONTH         PIC 9(02).
           05 NXP-DAY           PIC 9(02).
       01 SW-NOTE-BROWSE-DONE   PIC X(01).
           88 NOTE-BROWSE-DONE      VALUE 'Y'.
       01 SW-NOTE-FOUND         PIC X(01).
           88 NOTE-FOUND            VALUE 'Y'.
       01 WS-NOTE-ADDED-MSG.
           05                   PIC X(20)
                 VALUE 'NOTE ADDED - NUMBER '.
           05 WNA-SEQUENCE      PIC 9(03).
       01 WS-APPLIED-MSG.
           05                   PIC X(26)
                 VALUE 'CHANGE APPLIED - DOCUMENT '.
           05 WAM-DOC-NUMBER    PIC X(08).
       linkage section.
       01 DFHCOMMAREA           PIC X(01).

                    PERFORM INQUIRE-ON-PART
                 WHEN 'C'
                    PERFORM CHANGE-THE-PART
                 WHEN 'N'
                    PERFORM ADD-PART-NOTE
                 WHEN 'B'
                    PERFORM BROWSE-PART-NOTES
                 WHEN OTHER
                    MOVE 'ACTION MUST BE I, C, N OR B' TO MMSGO
                    PERFORM SEND-CURRENT-MAP
              END-EVALUATE
           END-IF
           IF WS-RESP = DFHRESP(NORMAL)
              PERFORM FORMAT-RECORD-TO-MAP
              MOVE 'PART DISPLAYED' TO MMSGO
              MOVE 0 TO WS-NOTE-START
              PERFORM FIND-CURRENT-NOTE
              IF NOTE-FOUND
                 PERFORM FORMAT-NOTE-TO-MAP
              END-IF
           ELSE
              MOVE LOW-VALUES TO CASEM01O
              MOVE 'PART NOT ON FILE' TO MMSGO
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM ISSUE-CHANGE-DOCUMENT
                 PERFORM WRITE-ONLINE-JOURNAL
                 PERFORM FORMAT-RECORD-TO-MAP
                 IF WS-CHANGE-DOC = SPACES
                    MOVE 'CHANGE APPLIED' TO MMSGO
                 ELSE
                    MOVE WS-CHANGE-DOC  TO WAM-DOC-NUMBER
                    MOVE WS-APPLIED-MSG TO MMSGO
                 END-IF
              ELSE
                 MOVE 'REWRITE FAILED - CHANGE NOT APPLIED' TO MMSGO
              END-IF
           END-IF
           .

      ***
      *** every applied change is issued the next MT maintenance
      *** document off CASDOCN -- the same record and the same
      *** next-number rule DOCNREC applies in batch -- and the
      *** journal record carries it. no control record, or a
      *** range with nothing left, journals the change with no
      *** document; the change itself is already on the master.
      ***
       ISSUE-CHANGE-DOCUMENT.
           MOVE SPACES TO WS-CHANGE-DOC
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
                      YYYYMMDD(WS-DCN-TODAY)
                 END-EXEC
                 COMPUTE WS-DCN-PERIOD = WS-DCN-TODAY / 100
                 IF WS-DCN-PERIOD NOT = DCN-CUR-PERIOD
                    IF DCN-CUR-PERIOD NOT = 0
                       MOVE DCN-CUR-PERIOD  TO DCN-PRV-PERIOD
                       MOVE DCN-CUR-FIRST   TO DCN-PRV-FIRST
                       MOVE DCN-LAST-NUMBER TO DCN-PRV-LAST
                    END-IF
                    MOVE WS-DCN-PERIOD TO DCN-CUR-PERIOD
                    MOVE WS-DCN-NEXT   TO DCN-CUR-FIRST
                 END-IF
                 MOVE WS-DCN-NEXT  TO DCN-LAST-NUMBER
                 MOVE WS-DCN-TODAY TO DCN-LAST-DATE
                 EXEC CICS REWRITE FILE('CASDOCN')
                      FROM(WS-DCN-REC)
                      RESP(WS-RESP)
                 END-EXEC
                 IF WS-RESP = DFHRESP(NORMAL)
                    MOVE DCN-PREFIX  TO WCD-PREFIX
                    MOVE WS-DCN-NEXT TO WCD-SEQUENCE
                 END-IF
              END-IF
           END-IF
           .

       WRITE-ONLINE-JOURNAL.
           MOVE SPACES TO WS-JRN-REC
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           MOVE MPARTNOI         TO WJ-PARTNO
           MOVE WS-BEFORE-IMAGE  TO WJ-BEFORE
           MOVE WS-CASEIN-REC    TO WJ-AFTER
           MOVE WS-CHANGE-DOC    TO WJ-DOC-NUMBER
           EXEC CICS WRITEQ TD QUEUE('CJRN')
                FROM(WS-JRN-REC)
                RESP(WS-RESP)
           END-EXEC
           .

      ***
      *** browse -- the note after the one on the screen, by
      *** sequence; past the last current note it wraps back to
      *** the first. the part itself is redisplayed with it.
      ***
       BROWSE-PART-NOTES.
           IF MNTSEQI IS NUMERIC
              MOVE MNTSEQI TO WS-NOTE-START
              ADD 1 TO WS-NOTE-START
           ELSE
              MOVE 0 TO WS-NOTE-START
           END-IF
           EXEC CICS READ FILE('CASEIN')
                INTO(WS-CASEIN-REC)
                RIDFLD(MPARTNOI)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE LOW-VALUES TO CASEM01O
              MOVE 'PART NOT ON FILE' TO MMSGO
           ELSE
              PERFORM FORMAT-RECORD-TO-MAP
              MOVE 'NOTE DISPLAYED' TO MMSGO
              PERFORM FIND-CURRENT-NOTE
              IF NOT NOTE-FOUND AND WS-NOTE-START > 0
                 MOVE 'END OF NOTES - FIRST NOTE SHOWN' TO MMSGO
                 MOVE 0 TO WS-NOTE-START
                 PERFORM FIND-CURRENT-NOTE
              END-IF
              IF NOTE-FOUND
                 PERFORM FORMAT-NOTE-TO-MAP
              ELSE
                 MOVE 'NO CURRENT NOTES FOR PART' TO MMSGO
              END-IF
           END-IF
           PERFORM SEND-CURRENT-MAP
           .

      ***
      *** the first current note for the part in I-PARTNO at or
      *** after sequence WS-NOTE-START. a note is current through
      *** its expiry date; one with no expiry date always is.
      ***
       FIND-CURRENT-NOTE.
           MOVE 'N' TO SW-NOTE-FOUND
           PERFORM GET-NOTE-TODAY
           MOVE I-PARTNO TO WS-NOTE-PARTNO
           IF WS-NOTE-START NOT > 999
              MOVE I-PARTNO      TO NBK-PARTNO
              MOVE WS-NOTE-START TO NBK-SEQUENCE
              EXEC CICS STARTBR FILE('CASNOTE')
                   RIDFLD(WS-NOTE-BROWSE-KEY)
                   GTEQ
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 MOVE 'N' TO SW-NOTE-BROWSE-DONE
                 PERFORM READ-NEXT-CURRENT-NOTE
                    UNTIL NOTE-BROWSE-DONE OR NOTE-FOUND
                 EXEC CICS ENDBR FILE('CASNOTE') END-EXEC
              END-IF
           END-IF
           .

       READ-NEXT-CURRENT-NOTE.
           EXEC CICS READNEXT FILE('CASNOTE')
                INTO(WS-PNT-REC)
                RIDFLD(WS-NOTE-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO SW-NOTE-BROWSE-DONE
           ELSE
              IF PNT-PARTNO NOT = WS-NOTE-PARTNO
                 MOVE 'Y' TO SW-NOTE-BROWSE-DONE
              ELSE
                 IF PNT-EXPIRY-DATE NOT NUMERIC
                    OR PNT-EXPIRY-DATE = 0
                    OR PNT-EXPIRY-DATE NOT < WS-NOTE-TODAY
                    MOVE 'Y' TO SW-NOTE-FOUND
                 END-IF
              END-IF
           END-IF
           .

      ***
      *** note add -- the part must be on CASEIN, at least one line
      *** of text keyed, the expiry blank or a date not yet past,
      *** and the caution flag B or blank. the note takes the next
      *** sequence after the part's last note, expired or not.
      ***
       ADD-PART-NOTE.
           PERFORM CHECK-USER-AUTHORITY
           IF NOT USER-AUTHORIZED
              MOVE 'NOT AUTHORIZED FOR NOTES' TO MMSGO
           ELSE
              PERFORM EDIT-NOTE-FIELDS
              IF EDITS-PASSED
                 PERFORM WRITE-NEW-NOTE
              END-IF
           END-IF
           PERFORM SEND-CURRENT-MAP
           .

       EDIT-NOTE-FIELDS.
           MOVE 'Y' TO SW-EDITS-PASSED
           PERFORM GET-NOTE-TODAY
           EXEC CICS READ FILE('CASEIN')
                INTO(WS-CASEIN-REC)
                RIDFLD(MPARTNOI)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'PART NOT ON FILE' TO MMSGO
           END-IF
           IF (MNOTE1I = SPACES OR MNOTE1I = LOW-VALUES)
              AND (MNOTE2I = SPACES OR MNOTE2I = LOW-VALUES)
              AND (MNOTE3I = SPACES OR MNOTE3I = LOW-VALUES)
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'NOTE TEXT REQUIRED' TO MMSGO
           END-IF
           MOVE 0 TO WS-NOTE-EXPIRY
           IF MNTEXPI NOT = SPACES AND MNTEXPI NOT = LOW-VALUES
              IF MNTEXPI NOT NUMERIC
                 MOVE 'N' TO SW-EDITS-PASSED
                 MOVE 'EXPIRY MUST BE A DATE, YYYYMMDD' TO MMSGO
              ELSE
                 MOVE MNTEXPI TO WS-NOTE-EXPIRY
                 IF WS-NOTE-EXPIRY > 0
                    IF NXP-MONTH < 1 OR NXP-MONTH > 12
                       OR NXP-DAY < 1 OR NXP-DAY > 31
                       MOVE 'N' TO SW-EDITS-PASSED
                       MOVE 'EXPIRY MUST BE A DATE, YYYYMMDD'
                          TO MMSGO
                    ELSE
                       IF WS-NOTE-EXPIRY < WS-NOTE-TODAY
                          MOVE 'N' TO SW-EDITS-PASSED
                          MOVE 'EXPIRY DATE ALREADY PAST' TO MMSGO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           IF MNTCAUI NOT = 'B' AND MNTCAUI NOT = SPACE
              AND MNTCAUI NOT = LOW-VALUE
              MOVE 'N' TO SW-EDITS-PASSED
              MOVE 'CAUTION MUST BE B OR BLANK' TO MMSGO
           END-IF
           .

       WRITE-NEW-NOTE.
           MOVE 0        TO WS-NOTE-LAST-SEQ
           MOVE I-PARTNO TO WS-NOTE-PARTNO
           MOVE I-PARTNO TO NBK-PARTNO
           MOVE 0        TO NBK-SEQUENCE
           EXEC CICS STARTBR FILE('CASNOTE')
                RIDFLD(WS-NOTE-BROWSE-KEY)
                GTEQ
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
              MOVE 'N' TO SW-NOTE-BROWSE-DONE
              PERFORM READ-FOR-LAST-NOTE UNTIL NOTE-BROWSE-DONE
              EXEC CICS ENDBR FILE('CASNOTE') END-EXEC
           END-IF
           IF WS-NOTE-LAST-SEQ = 999
              MOVE 'NOTE LIMIT REACHED FOR PART' TO MMSGO
           ELSE
              MOVE SPACES           TO WS-PNT-REC
              MOVE I-PARTNO         TO PNT-PARTNO
              COMPUTE PNT-SEQUENCE = WS-NOTE-LAST-SEQ + 1
              MOVE WS-NOTE-TODAY    TO PNT-DATE
              MOVE WS-USERID        TO PNT-USERID
              MOVE WS-NOTE-EXPIRY   TO PNT-EXPIRY-DATE
              IF MNTCAUI = 'B'
                 MOVE 'B'           TO PNT-CAUTION-FLAG
              END-IF
              MOVE MNOTE1I          TO PNT-TEXT-LINE(1)
              MOVE MNOTE2I          TO PNT-TEXT-LINE(2)
              MOVE MNOTE3I          TO PNT-TEXT-LINE(3)
              INSPECT WS-PNT-REC REPLACING ALL LOW-VALUE BY SPACE
              EXEC CICS WRITE FILE('CASNOTE')
                   FROM(WS-PNT-REC)
                   RIDFLD(PNT-KEY)
                   RESP(WS-RESP)
              END-EXEC
              IF WS-RESP = DFHRESP(NORMAL)
                 PERFORM FORMAT-NOTE-TO-MAP
                 MOVE PNT-SEQUENCE      TO WNA-SEQUENCE
                 MOVE WS-NOTE-ADDED-MSG TO MMSGO
              ELSE
                 MOVE 'NOTE WRITE FAILED - NOTE NOT ADDED' TO MMSGO
              END-IF
           END-IF
           .

       READ-FOR-LAST-NOTE.
           EXEC CICS READNEXT FILE('CASNOTE')
                INTO(WS-PNT-REC)
                RIDFLD(WS-NOTE-BROWSE-KEY)
                RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
              MOVE 'Y' TO SW-NOTE-BROWSE-DONE
           ELSE
              IF PNT-PARTNO NOT = WS-NOTE-PARTNO
                 MOVE 'Y' TO SW-NOTE-BROWSE-DONE
              ELSE
                 MOVE PNT-SEQUENCE TO WS-NOTE-LAST-SEQ
              END-IF
           END-IF
           .

       GET-NOTE-TODAY.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
                YYYYMMDD(WS-NOTE-TODAY)
           END-EXEC
           .

       FORMAT-NOTE-TO-MAP.
           MOVE PNT-SEQUENCE     TO MNTSEQO
           MOVE PNT-USERID       TO MNTUSERO
           MOVE PNT-DATE         TO MNTDATEO
           IF PNT-EXPIRY-DATE IS NUMERIC AND PNT-EXPIRY-DATE > 0
              MOVE PNT-EXPIRY-DATE TO MNTEXPO
           ELSE
              MOVE SPACES          TO MNTEXPO
           END-IF
           MOVE PNT-CAUTION-FLAG TO MNTCAUO
           MOVE PNT-TEXT-LINE(1) TO MNOTE1O
           MOVE PNT-TEXT-LINE(2) TO MNOTE2O
           MOVE PNT-TEXT-LINE(3) TO MNOTE3O
           .

       FORMAT-RECORD-TO-MAP.
           MOVE LOW-VALUES     TO CASEM01O
           MOVE I-PARTNO       TO MPARTNOO
