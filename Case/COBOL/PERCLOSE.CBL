       01 RPT-FILE-STATUS     PIC X(02).
       01 RUNLOG-FILE-STATUS  PIC X(02).
       01 RUNLOG-RUN-DATE     PIC 9(08).
       01 RUNLOG-START-TIME   PIC 9(08).
       01 RUNLOG-END-TIME     PIC 9(08).
       01 WS-PRD-REC.
       copy PRDDETL.
       01 PCL-ERROR-FLAG      PIC X(01) VALUE 'N'.
       01 SNAPSHOT-QTY-TOTAL  PIC 9(09) VALUE 0.
       01 SNAPSHOT-VALUE      PIC 9(09)V9(02) VALUE 0.
       01 WS-PART-VALUE       PIC 9(08)V9(02).
       01 WS-OWNED-QTY        PIC 9(07).
       01 WS-CSG-DATA         PIC X(80).
       01 CSG-LOOKUP-PARTNO   PIC X(09) EXTERNAL.
       01 CSG-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 CSG-FOUND           VALUE 'Y'.
       01 CSG-SITE-QTY        PIC 9(07) EXTERNAL.
       01 CSG-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 CSG-IO-ERROR-FOUND  VALUE 'Y'.
       01 CSG-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 200 TIMES INDEXED BY CTX.
              10 CT-ITEMCAT    PIC X(03).
      *** a refused close leaves everything exactly as it was.
      ***
       INITIALIZATION.
           ACCEPT RUNLOG-START-TIME FROM TIME

           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT PCL-CTL-FILE
              BY CONTENT '1'
              BY REFERENCE IN-DATA

              CALL 'CSGREC' USING
              BY CONTENT '1'
              BY REFERENCE WS-CSG-DATA

              CALL 'GETREC' USING
              BY CONTENT '2'
              BY REFERENCE IN-DATA
      ***
      *** one snapshot record per part: the quantity on hand and
      *** its I-UNITPR extension at this moment, stamped with the
      *** period being closed. stock of ours sitting at customer
      *** consignment sites (CASCSGN) is off I-QOH but still on
      *** the balance sheet, so it is carried beside the on-hand
      *** and extended into the value. the category totals
      *** accumulate for the register as the master streams past.
      ***
       SNAPSHOT-ONE-RECORD.
           IF I-QOH NOT NUMERIC
           IF I-UNITPR NOT NUMERIC
              MOVE 0 TO I-UNITPR
           END-IF
           MOVE I-QOH    TO WS-OWNED-QTY
           MOVE I-PARTNO TO CSG-LOOKUP-PARTNO
           CALL 'CSGREC' USING
           BY CONTENT '3'
           BY REFERENCE WS-CSG-DATA
           MOVE 0 TO RETURN-CODE
           IF CSG-FOUND
              ADD CSG-SITE-QTY TO WS-OWNED-QTY
           END-IF
           COMPUTE WS-PART-VALUE = WS-OWNED-QTY * I-UNITPR
              ON SIZE ERROR
                 MOVE 99999999.99 TO WS-PART-VALUE
           END-COMPUTE
           MOVE I-PARTNO      TO SNP-PARTNO
           MOVE I-ITEMCAT     TO SNP-ITEMCAT
           MOVE I-QOH         TO SNP-QOH
           MOVE CSG-SITE-QTY  TO SNP-SITE-QTY
           MOVE I-UNITPR      TO SNP-UNITPR
           MOVE WS-PART-VALUE TO SNP-VALUE
           WRITE SNO-RECORD
                   BY CONTENT WS-PCL-OPEN-MSG
           ELSE
              ADD 1             TO SNAPSHOT-COUNT
              ADD WS-OWNED-QTY  TO SNAPSHOT-QTY-TOTAL
              ADD WS-PART-VALUE TO SNAPSHOT-VALUE
              PERFORM TALLY-CATEGORY
           END-IF
              IF CT-ITEMCAT (CAT-SUB) = I-ITEMCAT
                 MOVE 'Y' TO SW-CAT-FOUND
                 ADD 1             TO CT-PART-COUNT (CAT-SUB)
                 ADD WS-OWNED-QTY  TO CT-QTY-TOTAL (CAT-SUB)
                 ADD WS-PART-VALUE TO CT-VALUE (CAT-SUB)
              END-IF
           END-PERFORM
                 MOVE '***' TO CT-ITEMCAT (CAT-ENTRY-COUNT)
              END-IF
              ADD 1             TO CT-PART-COUNT (CAT-ENTRY-COUNT)
              ADD WS-OWNED-QTY  TO CT-QTY-TOTAL (CAT-ENTRY-COUNT)
              ADD WS-PART-VALUE TO CT-VALUE (CAT-ENTRY-COUNT)
           END-IF
           .
           BY CONTENT '9'
           BY REFERENCE IN-DATA

           CALL 'CSGREC' USING
           BY CONTENT '9'
           BY REFERENCE WS-CSG-DATA

           PERFORM WRITE-CATEGORY-LINE
              VARYING CAT-SUB FROM 1 BY 1
              UNTIL CAT-SUB > CAT-ENTRY-COUNT
      *    THE RUN-LOG ENTRY IS WHAT LETS RUNDEP PROVE THIS JOB
      *    COMPLETED TODAY BEFORE ITS SUCCESSORS RUN.
           ACCEPT RUNLOG-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUNLOG-END-TIME FROM TIME
           OPEN EXTEND RUNLOG-FILE
           IF RUNLOG-FILE-STATUS = '00'
              MOVE SPACES          TO RUNLOG-RECORD
              MOVE 'PERCLOSE'      TO RL-JOB-NAME
              MOVE RUNLOG-RUN-DATE TO RL-RUN-DATE
              MOVE RUNLOG-START-TIME TO RL-START-TIME
              MOVE RUNLOG-END-TIME TO RL-END-TIME
              MOVE SNAPSHOT-COUNT  TO RL-RECORDS-READ
              MOVE SNAPSHOT-COUNT  TO RL-RECORDS-WRITTEN
              MOVE 0               TO RL-FLAGGED-COUNT
