              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-PRD-PERIOD
              FILE STATUS IS PRD-FILE-STATUS.
           SELECT BIN-DATA-FILE ASSIGN TO CASBINL
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FD-BIN-KEY
              FILE STATUS IS BIN-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  CASEIN-FILE.
           05 FILLER            PIC X(71).
       FD  CNT-DATA-FILE.
       01 CNT-RECORD.
           copy CNTSHEET REPLACING ==CNT-PARTNO== BY ==CIN-PARTNO==
                          ==CNT-COUNTED-QTY== BY ==CIN-COUNTED-QTY==
                        ==CNT-BIN-LOCATION== BY ==CIN-BIN-LOCATION==.
       FD  RUNLOG-FILE.
       copy RUNLOGRC.
       FD  VAR-DATA-FILE.
       FD  RCNT-DATA-FILE.
       01 RCNT-RECORD.
           copy CNTSHEET REPLACING ==CNT-PARTNO== BY ==RCN-PARTNO==
                            ==CNT-COUNTED-QTY== BY ==RCN-COUNTED-QTY==
                          ==CNT-BIN-LOCATION== BY ==RCN-BIN-LOCATION==.
       FD  HIST-DATA-FILE.
       01 HIST-RECORD.
           copy MOVEHIST.
       01 PRD-REC.
           05 FD-PRD-PERIOD     PIC X(06).
           05 FILLER            PIC X(74).
       FD  BIN-DATA-FILE.
       01 BIN-REC.
           05 FD-BIN-KEY        PIC X(15).
           05 FILLER            PIC X(65).
      *
      *    THE SHEETS GO OUT IN WALK ORDER, ONE LINE PER BIN, SO A
      *    PART'S COUNTS COME BACK SCATTERED -- THEY ARE SORTED
      *    TOGETHER AND TOTALLED BEFORE THE PART IS RECONCILED.
      *
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-PARTNO        PIC X(09).
           05 SRT-BIN-LOCATION  PIC X(06).
           05 SRT-COUNTED-QTY   PIC 9(05).
       working-storage section.
       01 WS-CNT-REC.
       copy CNTSHEET.
       01 SW-CNT-EOF          PIC X(01) VALUE 'N'.
           88 CNT-AT-EOF          VALUE 'Y'.
       01 SW-SORT-EOF         PIC X(01) VALUE 'N'.
           88 SORT-AT-EOF         VALUE 'Y'.
       01 WS-PART-COUNTED-QTY PIC 9(07).
      ***
      *** the part's counted bins, set back onto CASBINL when the
      *** count is accepted
      ***
       01 WS-COUNT-BIN-TABLE.
           05 WS-COUNT-BIN-ENTRY OCCURS 20 TIMES.
              10 CBN-LOCATION    PIC X(06).
              10 CBN-QTY         PIC 9(05).
       01 COUNT-BIN-COUNT     PIC 9(02).
       01 CBN-SUB             PIC 9(02).
       01 BIN-FILE-STATUS     PIC X(02).
       01 SW-BIN-FILE-OPEN    PIC X(01) VALUE 'N'.
           88 BIN-FILE-IS-OPEN    VALUE 'Y'.
       01 WS-BIN-REC.
       copy BINDETL.
       01 SW-COUNT-ACCEPTED   PIC X(01).
           88 COUNT-ACCEPTED      VALUE 'Y'.
       01 WS-CASEIN-REC.
       copy DEFINP.
       01 CASEIN-FILE-STATUS  PIC X(02).
       01 CNT-FILE-STATUS     PIC X(02).
       01 RUNLOG-FILE-STATUS  PIC X(02).
       01 RUNLOG-RUN-DATE     PIC 9(08).
       01 RUNLOG-START-TIME   PIC 9(08).
       01 RUNLOG-END-TIME     PIC 9(08).
       01 VAR-FILE-STATUS     PIC X(02).
       01 CNT-CTL-STATUS      PIC X(02).
       01 RCNT-FILE-STATUS    PIC X(02).
           PERFORM ACQUIRE-MASTER-LOCK
           IF RUN-ALLOWED
              PERFORM INITIALIZATION
              SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-PARTNO SRT-BIN-LOCATION
                 INPUT PROCEDURE IS RELEASE-COUNT-LINES
                 OUTPUT PROCEDURE IS RECONCILE-SORTED-COUNTS
              PERFORM TERMINATION
              PERFORM RELEASE-MASTER-LOCK
           END-IF
           .

       INITIALIZATION.
           ACCEPT RUNLOG-START-TIME FROM TIME

           OPEN INPUT CNT-CTL-FILE
           IF CNT-CTL-STATUS = '00'
              READ CNT-CTL-FILE
              MOVE 'N' TO SW-LCNT-FILE-OPEN
           END-IF

      *    WITHOUT THE BIN MASTER THE PART-LEVEL COUNT STILL POSTS;
      *    ONLY THE BIN QUANTITIES ARE LEFT AS THEY WERE.
           OPEN I-O BIN-DATA-FILE
           IF BIN-FILE-STATUS = '00'
              MOVE 'Y' TO SW-BIN-FILE-OPEN
           ELSE
              MOVE 'N' TO SW-BIN-FILE-OPEN
              MOVE 'CNT020'         TO MSG-CNT-OPEN-CODE
              MOVE BIN-FILE-STATUS  TO MSG-CNT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-CNT-OPEN-MSG
           END-IF
           .

       RELEASE-COUNT-LINES.
           MOVE 'N' TO SW-CNT-EOF
           READ CNT-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-CNT-EOF
           END-READ
           PERFORM RELEASE-ONE-COUNT-LINE UNTIL CNT-AT-EOF
           .

       RELEASE-ONE-COUNT-LINE.
           MOVE CIN-PARTNO       TO SRT-PARTNO
           MOVE CIN-BIN-LOCATION TO SRT-BIN-LOCATION
           IF CIN-COUNTED-QTY IS NUMERIC
              MOVE CIN-COUNTED-QTY TO SRT-COUNTED-QTY
           ELSE
              MOVE 0 TO SRT-COUNTED-QTY
           END-IF
           RELEASE SORT-RECORD

           READ CNT-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-CNT-EOF
           END-READ
           .

       RECONCILE-SORTED-COUNTS.
           MOVE 'N' TO SW-SORT-EOF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           PERFORM PROCESS-COUNTS UNTIL SORT-AT-EOF
           .

      ***
      *** one part's count -- every bin line for it totalled into
      *** the part-level figure the reconciliation has always
      *** worked from.
      ***
       GATHER-PART-COUNT.
           MOVE SPACES     TO WS-CNT-REC
           MOVE SRT-PARTNO TO CNT-PARTNO
           MOVE 0          TO WS-PART-COUNTED-QTY
           MOVE 0          TO COUNT-BIN-COUNT
           PERFORM GATHER-ONE-COUNT-LINE
              UNTIL SORT-AT-EOF OR SRT-PARTNO NOT = CNT-PARTNO
           IF WS-PART-COUNTED-QTY > 99999
              MOVE 99999 TO CNT-COUNTED-QTY
           ELSE
              MOVE WS-PART-COUNTED-QTY TO CNT-COUNTED-QTY
           END-IF
           .

       GATHER-ONE-COUNT-LINE.
           ADD SRT-COUNTED-QTY TO WS-PART-COUNTED-QTY
           IF SRT-BIN-LOCATION NOT = SPACES AND COUNT-BIN-COUNT < 20
              ADD 1 TO COUNT-BIN-COUNT
              MOVE SRT-BIN-LOCATION TO CBN-LOCATION(COUNT-BIN-COUNT)
              MOVE SRT-COUNTED-QTY  TO CBN-QTY(COUNT-BIN-COUNT)
           END-IF
           RETURN SORT-WORK-FILE
              AT END
                 MOVE 'Y' TO SW-SORT-EOF
           END-RETURN
           .

      ***
           .

       PROCESS-COUNTS.
           PERFORM GATHER-PART-COUNT
           MOVE 'N'        TO SW-COUNT-ACCEPTED
           MOVE CNT-PARTNO TO FD-PARTNO
           READ CASEIN-FILE INTO WS-CASEIN-REC
              INVALID KEY
                 PERFORM WRITE-COUNT-HISTORY
                 IF CNT-COUNTED-QTY NOT = I-QOH
                    PERFORM RECONCILE-ONE-VARIANCE
                 ELSE
                    MOVE 'Y' TO SW-COUNT-ACCEPTED
                 END-IF
           END-READ

           IF COUNT-ACCEPTED AND BIN-FILE-IS-OPEN
              PERFORM SET-ONE-BIN-COUNT
                 VARYING CBN-SUB FROM 1 BY 1
                 UNTIL CBN-SUB > COUNT-BIN-COUNT
           END-IF
           .

      ***
      *** once the part's count stands -- exact, or its variance
      *** posted -- each counted bin takes the quantity found in
      *** it, so a pick face and a reserve that were off by the
      *** same amount in opposite directions are put right too.
      ***
       SET-ONE-BIN-COUNT.
           MOVE SPACES                TO WS-BIN-REC
           MOVE CNT-PARTNO            TO BIN-PARTNO
           MOVE CBN-LOCATION(CBN-SUB) TO BIN-LOCATION
           MOVE BIN-KEY               TO FD-BIN-KEY
           READ BIN-DATA-FILE INTO WS-BIN-REC
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE CBN-QTY(CBN-SUB) TO BIN-QTY
                 MOVE TODAY-DATE       TO BIN-LAST-DATE
                 REWRITE BIN-REC FROM WS-BIN-REC
                 IF BIN-FILE-STATUS NOT = '00'
                    MOVE 'Y'             TO CNT-OPEN-ERROR-FLAG
                    MOVE 'CNT021'        TO MSG-CNT-OPEN-CODE
                    MOVE BIN-FILE-STATUS TO MSG-CNT-OPEN-STAT
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-CNT-OPEN-MSG
                 END-IF
           END-READ
           .

           ELSE
              ADD 1 TO POSTED-COUNT
              ADD WS-VARIANCE-VALUE TO NET-VALUE-IMPACT
              MOVE 'Y' TO SW-COUNT-ACCEPTED
              PERFORM WRITE-ADJUSTMENT-HISTORY
              PERFORM WRITE-POSTING-JOURNAL
              MOVE 'AUTO-POSTED'    TO VAR-DISPOSITION
              MOVE WS-QTY-VARIANCE TO MH-QTY
           END-IF
           MOVE 0 TO MH-HELD-QTY
           MOVE 'CC' TO MH-REASON-CODE
           WRITE HIST-RECORD
           IF HIST-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO CNT-OPEN-ERROR-FLAG
           IF LCNT-FILE-IS-OPEN
              CLOSE LCNT-DATA-FILE
           END-IF
           IF BIN-FILE-IS-OPEN
              CLOSE BIN-DATA-FILE
           END-IF

           IF VAR-WRITE-ERROR-FOUND OR CNT-OPEN-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
      *    THE RUN-LOG ENTRY IS WHAT LETS RUNDEP PROVE THIS JOB
      *    COMPLETED TODAY BEFORE ITS SUCCESSORS RUN.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNLOG-END-TIME FROM TIME
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = '00'
              MOVE SPACES        TO RUNLOG-RECORD
              MOVE 'CNTRECON' TO RL-JOB-NAME
              MOVE RUNLOG-RUN-DATE TO RL-RUN-DATE
              MOVE RUNLOG-START-TIME TO RL-START-TIME
              MOVE RUNLOG-END-TIME TO RL-END-TIME
              MOVE VARIANCE-COUNT TO RL-RECORDS-READ
              MOVE POSTED-COUNT  TO RL-RECORDS-WRITTEN
              MOVE 0             TO RL-FLAGGED-COUNT
