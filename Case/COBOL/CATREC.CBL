       01 CAT-IO-ERROR-FLAG    PIC X(01) EXTERNAL.
           88 CAT-IO-ERROR-FOUND   VALUE 'Y'.
       01 CAT-IO-ERROR-STATUS  PIC X(02) EXTERNAL.
      ***
      *** enriched snapshot -- while GETREC is serving a reader's
      *** pass from CASENRCH, the current detail carries the
      *** category master answer for the part just read; the
      *** CATMAST record is rebuilt from it for the caller.
      ***
       01 ENR-SNAP-ACTIVE-FLAG PIC X(01) EXTERNAL.
           88 ENR-SNAP-ACTIVE      VALUE 'Y'.
       01 ENR-CURRENT-RECORD   EXTERNAL.
       copy ENRSNAP.
       01 WS-CAT-SNAP-DATA     PIC X(80).
       01 WS-CAT-SNAP-FIELDS REDEFINES WS-CAT-SNAP-DATA.
       copy CATMAST.
       linkage section.
      ***
      *** good place to define parameters
              WHEN "1"
                 PERFORM OPEN-CATEGORY-FILE
              WHEN "3"
                 IF ENR-SNAP-ACTIVE AND ENR-IS-DETAIL
                    AND ENR-ITEMCAT = CAT-LOOKUP-CODE
                    PERFORM CATEGORY-FROM-SNAPSHOT
                 ELSE
                    PERFORM LOOKUP-CATEGORY-RECORD
                 END-IF
              WHEN "9"
                 PERFORM CLOSE-CATEGORY-FILE
              WHEN OTHER
           END-IF
           .

       CATEGORY-FROM-SNAPSHOT.
           MOVE ENR-CAT-FOUND TO CAT-RESULT-FLAG
           IF CAT-FOUND
              MOVE SPACES              TO WS-CAT-SNAP-DATA
              MOVE CAT-LOOKUP-CODE     TO CAT-CODE
              MOVE ENR-CAT-DESCR       TO CAT-DESCR
              MOVE ENR-CAT-COST-METHOD TO CAT-COST-METHOD
              MOVE WS-CAT-SNAP-DATA    TO PARM-OUTREC
           ELSE
              MOVE 4 TO RETURN-CODE
           END-IF
           .

       LOOKUP-CATEGORY-RECORD.
           MOVE 'N' TO CAT-RESULT-FLAG
           IF CAT-FILE-IS-OPEN
