              ACCESS MODE IS DYNAMIC
              RECORD KEY IS OVR-PARTNO
              FILE STATUS IS OVR-FILE-STATUS.
           SELECT ENR-DATA-FILE ASSIGN TO CASENRCH
              FILE STATUS IS ENR-FILE-STATUS.
       data division.
       file section.
       FD IN-DATA-FILE.
       FD OVR-CTL-FILE.
       01 OVR-CTL-RECORD.
           copy OVRCTL.
       FD ENR-DATA-FILE.
       01 ENR-DATA-RECORD      PIC X(200).
       working-storage section.
       01 OVR-FILE-STATUS      PIC X(02).
       01 OVR-FILE-OPEN-FLAG   PIC X(01) VALUE 'N'.
           88 IO-ERROR-FOUND       VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 PRIOR-FILE-STATUS   PIC X(02).
      ***
      *** enriched snapshot -- a read-only reporting program that
      *** sets ENR-SNAP-REQUEST-FLAG to 'Y' before function '1' has
      *** its sequential pass ('2') served from the CASENRCH
      *** snapshot ENRXTRCT built after posting, instead of from
      *** the master. the current detail is left in
      *** ENR-CURRENT-RECORD, where the lookup modules answer from
      *** it for the same part. keyed functions ('3' through 'G')
      *** stay on the master, which does not change once posting
      *** has closed. ENR-SOURCE-TEXT names what the pass is
      *** reading so each report can print it in its heading.
      ***
       01 ENR-FILE-STATUS     PIC X(02).
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
           88 ENR-SNAP-REQUESTED  VALUE 'Y'.
       01 ENR-SNAP-ACTIVE-FLAG PIC X(01) EXTERNAL.
           88 ENR-SNAP-ACTIVE     VALUE 'Y'.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 ENR-CURRENT-RECORD EXTERNAL.
       copy ENRSNAP.
       01 WS-LIVE-SOURCE-TEXT PIC X(40)
              VALUE 'SOURCE: LIVE CASEIN MASTER'.
       01 WS-SNAP-SOURCE-TEXT.
           05 FILLER          PIC X(26)
              VALUE 'SOURCE: CASENRCH SNAPSHOT '.
           05 SRC-BUILD-DATE  PIC 9(08).
           05 FILLER          PIC X(01) VALUE SPACE.
           05 SRC-BUILD-HHMM  PIC 9(04).
           05 FILLER          PIC X(01) VALUE SPACE.
       01 WS-ENR-OPEN-MSG.
           05 FILLER          PIC X(41)
              VALUE 'GET006 CASENRCH SNAPSHOT UNAVAILABLE - ST'.
           05 FILLER          PIC X(07) VALUE 'ATUS = '.
           05 MSG-ENR-STATUS  PIC X(02).
           05 FILLER          PIC X(23)
              VALUE ' - READING LIVE CASEIN'.
           05 FILLER          PIC X(01) VALUE X'00'.
       linkage section.
      ***
      *** good place to define parameters
                 MOVE 'N' TO SEQ-ERROR-FLAG
                 MOVE SPACES TO WS-PREV-PARTNO
                 PERFORM CAPTURE-TRAILER-COUNT
                 PERFORM OPEN-SNAPSHOT-SOURCE
              WHEN "2"
                 PERFORM READ-SELECTED-RECORD
              WHEN "3"
                 PERFORM READ-NEXT-BY-CATEGORY
              WHEN "9"
                    CLOSE IN-DATA-FILE
                    PERFORM CLOSE-SNAPSHOT-SOURCE
              WHEN OTHER
                   CALL 'LOGGER' USING BY CONTENT 'E'
                               BY CONTENT
       READ-SELECTED-RECORD.
           MOVE 'N' TO SW-RECORD-SELECTED
           PERFORM UNTIL RECORD-SELECTED OR RETURN-CODE = 4
              IF ENR-SNAP-ACTIVE
                 PERFORM READ-NEXT-SNAPSHOT-RECORD
              ELSE
                 READ IN-DATA-FILE NEXT RECORD INTO PARM-OUTREC
                    AT END
                    MOVE 4 TO RETURN-CODE
                 END-READ
                 IF IO-FILE-STATUS NOT = '00'
                    AND IO-FILE-STATUS NOT = '10'
                    MOVE 'Y'            TO IO-ERROR-FLAG
                    MOVE IO-FILE-STATUS TO IO-ERROR-STATUS
                    MOVE 4              TO RETURN-CODE
                 END-IF
              END-IF
              IF RETURN-CODE NOT = 4
                 IF I-PARTNO = TRAILER-KEY
           END-PERFORM
           .

      ***
      *** the snapshot header names the build; a snapshot that
      *** will not open, or does not start with its header, is
      *** not trusted -- the pass falls back to the master with a
      *** warning so the report still runs and says what it read.
      *** the request is one-shot: it is cleared here so a later
      *** program in the same run unit reads the master unless it
      *** asks again.
      ***
       OPEN-SNAPSHOT-SOURCE.
           MOVE 'N'                 TO ENR-SNAP-ACTIVE-FLAG
           MOVE SPACES              TO ENR-CURRENT-RECORD
           MOVE WS-LIVE-SOURCE-TEXT TO ENR-SOURCE-TEXT
           IF ENR-SNAP-REQUESTED AND IO-FILE-STATUS = '00'
              OPEN INPUT ENR-DATA-FILE
              IF ENR-FILE-STATUS = '00'
                 READ ENR-DATA-FILE INTO ENR-CURRENT-RECORD
                    AT END
                       MOVE '10' TO ENR-FILE-STATUS
                 END-READ
                 IF ENR-FILE-STATUS = '00' AND ENR-IS-HEADER
                    MOVE 'Y'                TO ENR-SNAP-ACTIVE-FLAG
                    MOVE ENR-HDR-BUILD-DATE TO SRC-BUILD-DATE
                    MOVE ENR-HDR-BUILD-HHMM TO SRC-BUILD-HHMM
                    MOVE WS-SNAP-SOURCE-TEXT TO ENR-SOURCE-TEXT
                 ELSE
                    CLOSE ENR-DATA-FILE
                 END-IF
              END-IF
              IF NOT ENR-SNAP-ACTIVE
                 MOVE ENR-FILE-STATUS TO MSG-ENR-STATUS
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-ENR-OPEN-MSG
                 MOVE SPACES TO ENR-CURRENT-RECORD
              END-IF
           END-IF
           MOVE 'N' TO ENR-SNAP-REQUEST-FLAG
           .

      ***
      *** each snapshot record carries the CASEIN image, which goes
      *** back to the caller exactly as the master read would;
      *** the '999999999' image on the 'T' record ends the pass
      *** through the usual trailer check.
      ***
       READ-NEXT-SNAPSHOT-RECORD.
           READ ENR-DATA-FILE INTO ENR-CURRENT-RECORD
              AT END
                 MOVE 4 TO RETURN-CODE
           END-READ
           IF ENR-FILE-STATUS NOT = '00'
              AND ENR-FILE-STATUS NOT = '10'
              MOVE 'Y'             TO IO-ERROR-FLAG
              MOVE ENR-FILE-STATUS TO IO-ERROR-STATUS
              MOVE 4               TO RETURN-CODE
           END-IF
           IF RETURN-CODE = 4
              MOVE SPACES TO ENR-CURRENT-RECORD
           ELSE
              MOVE ENR-CASEIN-IMAGE TO PARM-OUTREC
           END-IF
           .

       CLOSE-SNAPSHOT-SOURCE.
           IF ENR-SNAP-ACTIVE
              CLOSE ENR-DATA-FILE
              MOVE 'N'    TO ENR-SNAP-ACTIVE-FLAG
              MOVE SPACES TO ENR-CURRENT-RECORD
           END-IF
           .

       CHECK-DUPLICATE.
           MOVE 'N' TO DUP-PART-FLAG
           IF WS-PREV-PARTNO NOT = SPACES
