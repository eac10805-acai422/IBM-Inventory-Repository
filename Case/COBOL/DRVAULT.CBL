       identification division.
       program-id. DRVAULT.
      ***
      *** DRVAULT - nightly disaster-recovery vaulting step, run at
      *** the end of the nightly stream. CASHSKP's CASEBKP plus the
      *** CASJRNL replay through CASRECOV covers the master, but
      *** the satellites that grew up around it -- CASLOT, CASSER,
      *** CASCLYR, CASOPO, CASALOC, CASBOM, CASMHIST, CASPSNAP,
      *** the count and class files, and the vendor, category and
      *** customer masters -- were vaulted by whatever job happened
      *** to copy them. Every file named on the controlled DRLIST
      *** is copied into one CASVAULT generation, and CASVMANF gets
      *** a manifest entry per file: its record count, its RECHASH
      *** hash total, and the CASJRNL position the copy is
      *** consistent with. The copy is taken under the CASEIN lock
      *** so neither the master nor the journal moves while it
      *** runs. A listed file that cannot be opened, or that this
      *** program has no DD for, is logged, entered on the
      *** manifest, and ends the run with return code 8 -- the
      *** vault is short and someone has to know tonight. DRVERIFY
      *** proves the vault restores, quarterly.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT DR-LIST-FILE ASSIGN TO DRLIST
              FILE STATUS IS DR-LIST-STATUS.
           SELECT JRN-DATA-FILE ASSIGN TO CASJRNL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT VAULT-DATA-FILE ASSIGN TO CASVAULT
              FILE STATUS IS VAULT-FILE-STATUS.
           SELECT MANF-DATA-FILE ASSIGN TO CASVMANF
              FILE STATUS IS MANF-FILE-STATUS.
           SELECT EIN-DATA-FILE ASSIGN TO CASEIN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-EIN-KEY
              FILE STATUS IS EIN-FILE-STATUS.
           SELECT VND-DATA-FILE ASSIGN TO VENDMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-VND-KEY
              FILE STATUS IS VND-FILE-STATUS.
           SELECT CAT-DATA-FILE ASSIGN TO CATMAST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-CAT-KEY
              FILE STATUS IS CAT-FILE-STATUS.
           SELECT CUS-DATA-FILE ASSIGN TO CASCUST
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-CUS-KEY
              FILE STATUS IS CUS-FILE-STATUS.
           SELECT LOT-DATA-FILE ASSIGN TO CASLOT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-LOT-KEY
              FILE STATUS IS LOT-FILE-STATUS.
           SELECT SER-DATA-FILE ASSIGN TO CASSER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-SER-KEY
              FILE STATUS IS SER-FILE-STATUS.
           SELECT CLY-DATA-FILE ASSIGN TO CASCLYR
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-CLY-KEY
              FILE STATUS IS CLY-FILE-STATUS.
           SELECT OPO-DATA-FILE ASSIGN TO CASOPO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-OPO-KEY
              FILE STATUS IS OPO-FILE-STATUS.
           SELECT ALC-DATA-FILE ASSIGN TO CASALOC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-ALC-KEY
              FILE STATUS IS ALC-FILE-STATUS.
           SELECT BOM-DATA-FILE ASSIGN TO CASBOM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-BOM-KEY
              FILE STATUS IS BOM-FILE-STATUS.
           SELECT ABX-DATA-FILE ASSIGN TO CASABCX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-ABX-KEY
              FILE STATUS IS ABX-FILE-STATUS.
           SELECT LCN-DATA-FILE ASSIGN TO CASLCNT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-LCN-KEY
              FILE STATUS IS LCN-FILE-STATUS.
           SELECT MHS-DATA-FILE ASSIGN TO CASMHIST
              FILE STATUS IS MHS-FILE-STATUS.
           SELECT SNP-DATA-FILE ASSIGN TO CASPSNAP
              FILE STATUS IS SNP-FILE-STATUS.
       data division.
       file section.
       FD  DR-LIST-FILE.
       01 DR-LIST-RECORD.
           copy DRLIST.
       FD  JRN-DATA-FILE.
       01 JRN-RECORD.
           copy MNTJRNL.
       FD  VAULT-DATA-FILE.
       01 VAULT-RECORD.
           copy VAULTREC.
       FD  MANF-DATA-FILE.
       01 MANF-RECORD.
           copy VLTMANF.
       FD  EIN-DATA-FILE.
       01 EIN-REC.
           05 FD-EIN-KEY        PIC X(09).
           05 FILLER            PIC X(71).
       FD  VND-DATA-FILE.
       01 VND-REC.
           05 FD-VND-KEY        PIC X(04).
           05 FILLER            PIC X(76).
       FD  CAT-DATA-FILE.
       01 CAT-REC.
           05 FD-CAT-KEY        PIC X(03).
           05 FILLER            PIC X(77).
       FD  CUS-DATA-FILE.
       01 CUS-REC.
           05 FD-CUS-KEY        PIC X(10).
           05 FILLER            PIC X(70).
       FD  LOT-DATA-FILE.
       01 LOT-REC.
           05 FD-LOT-KEY        PIC X(15).
           05 FILLER            PIC X(65).
       FD  SER-DATA-FILE.
       01 SER-REC.
           05 FD-SER-KEY        PIC X(21).
           05 FILLER            PIC X(59).
       FD  CLY-DATA-FILE.
       01 CLY-REC.
           05 FD-CLY-KEY        PIC X(25).
           05 FILLER            PIC X(55).
       FD  OPO-DATA-FILE.
       01 OPO-REC.
           05 FD-OPO-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  ALC-DATA-FILE.
       01 ALC-REC.
           05 FD-ALC-KEY        PIC X(17).
           05 FILLER            PIC X(63).
       FD  BOM-DATA-FILE.
       01 BOM-REC.
           05 FD-BOM-KEY        PIC X(26).
           05 FILLER            PIC X(54).
       FD  ABX-DATA-FILE.
       01 ABX-REC.
           05 FD-ABX-KEY        PIC X(09).
           05 FILLER            PIC X(71).
       FD  LCN-DATA-FILE.
       01 LCN-REC.
           05 FD-LCN-KEY        PIC X(09).
           05 FILLER            PIC X(71).
       FD  MHS-DATA-FILE.
       01 MHS-REC               PIC X(80).
       FD  SNP-DATA-FILE.
       01 SNP-REC               PIC X(80).
       working-storage section.
       01 DR-LIST-STATUS      PIC X(02).
       01 JRN-FILE-STATUS     PIC X(02).
       01 VAULT-FILE-STATUS   PIC X(02).
       01 MANF-FILE-STATUS    PIC X(02).
       01 EIN-FILE-STATUS     PIC X(02).
       01 VND-FILE-STATUS     PIC X(02).
       01 CAT-FILE-STATUS     PIC X(02).
       01 CUS-FILE-STATUS     PIC X(02).
       01 LOT-FILE-STATUS     PIC X(02).
       01 SER-FILE-STATUS     PIC X(02).
       01 CLY-FILE-STATUS     PIC X(02).
       01 OPO-FILE-STATUS     PIC X(02).
       01 ALC-FILE-STATUS     PIC X(02).
       01 BOM-FILE-STATUS     PIC X(02).
       01 ABX-FILE-STATUS     PIC X(02).
       01 LCN-FILE-STATUS     PIC X(02).
       01 MHS-FILE-STATUS     PIC X(02).
       01 SNP-FILE-STATUS     PIC X(02).
       01 SRC-FILE-STATUS     PIC X(02).
       01 VLT-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 VLT-ERROR-FOUND     VALUE 'Y'.
       01 WS-VLT-OPEN-MSG.
           05 MSG-VLT-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-VLT-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-VLT-FILE-MSG.
           05 MSG-VLT-FILE-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-VLT-FILE-NAME PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-VLT-FILE-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-LCK-DATA         PIC X(80).
       01 LCK-REQUEST-JOB     PIC X(08) EXTERNAL.
       01 LCK-RESULT-FLAG     PIC X(01) EXTERNAL.
           88 LCK-GRANTED         VALUE 'Y'.
       01 LCK-HOLDER-OUT      PIC X(08) EXTERNAL.
       01 LCK-IO-ERROR-FLAG   PIC X(01) EXTERNAL.
           88 LCK-IO-ERROR-FOUND  VALUE 'Y'.
       01 LCK-IO-ERROR-STATUS PIC X(02) EXTERNAL.
       01 SW-RUN-ALLOWED      PIC X(01) VALUE 'N'.
           88 RUN-ALLOWED         VALUE 'Y'.
       01 SW-LOCK-WAS-GRANTED PIC X(01) VALUE 'N'.
           88 LOCK-WAS-GRANTED    VALUE 'Y'.
       01 WS-SAVED-RETURN-CODE PIC S9(04).
       01 WS-LOCK-REFUSED-MSG.
           05 FILLER            PIC X(26) VALUE
              'VLT002 CASEIN LOCK HELD BY'.
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-LOCK-HOLDER   PIC X(08).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 VAULT-DATE          PIC 9(08).
       01 VAULT-TIME          PIC 9(08).
       01 JRN-POSITION        PIC 9(09) VALUE 0.
       01 JRN-LAST-DATE       PIC 9(08) VALUE 0.
       01 JRN-LAST-TIME       PIC 9(08) VALUE 0.
       01 SW-LIST-EOF         PIC X(01) VALUE 'N'.
           88 LIST-AT-EOF         VALUE 'Y'.
       01 SW-LIST-OPEN        PIC X(01) VALUE 'N'.
           88 LIST-IS-OPEN        VALUE 'Y'.
       01 SW-JRN-EOF          PIC X(01) VALUE 'N'.
           88 JRN-AT-EOF          VALUE 'Y'.
       01 SW-FILE-EOF         PIC X(01).
           88 FILE-AT-EOF         VALUE 'Y'.
       01 SW-FILE-KNOWN       PIC X(01).
           88 FILE-KNOWN          VALUE 'Y'.
       01 SW-ALREADY-DONE     PIC X(01).
           88 ALREADY-DONE        VALUE 'Y'.
       01 CUR-FILE-NAME       PIC X(08).
       01 WS-VAULT-IMAGE      PIC X(80).
       01 RECORD-HASH         PIC 9(09).
       01 FILE-RECORD-COUNT   PIC 9(09).
       01 FILE-HASH-TOTAL     PIC 9(15).
      ***
      *** the files already taken this run, so a repeated card on
      *** the list cannot put a file into the vault twice.
      ***
       01 DONE-LIMIT          PIC 9(02) VALUE 50.
       01 DONE-COUNT          PIC 9(02) VALUE 0.
       01 WS-DONE-TABLE.
           05 DONE-FILE-NAME   PIC X(08) OCCURS 50 TIMES.
       01 DONE-SUB            PIC 9(02).
       01 FILES-LISTED        PIC 9(05) VALUE 0.
       01 FILES-VAULTED       PIC 9(05) VALUE 0.
       01 FILES-NOT-VAULTED   PIC 9(05) VALUE 0.
       01 RECORDS-VAULTED     PIC 9(09) VALUE 0.
       01 WS-VLT-SUMMARY-LINE.
           05 FILLER          PIC X(15) VALUE 'FILES VAULTED: '.
           05 SUM-VAULTED     PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'RECORDS: '.
           05 SUM-RECORDS     PIC ZZZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(13) VALUE 'NOT VAULTED: '.
           05 SUM-NOT-VAULTED PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(18) VALUE 'JOURNAL POSITION: '.
           05 SUM-JRN-POSITION PIC ZZZZZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'VLT001: Starting program'
           PERFORM ACQUIRE-MASTER-LOCK
           IF RUN-ALLOWED
              PERFORM INITIALIZATION
              PERFORM VAULT-LISTED-FILE UNTIL LIST-AT-EOF
              PERFORM TERMINATION
              PERFORM RELEASE-MASTER-LOCK
           END-IF
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'VLT999: All done'
           GOBACK
           .

      ***
      *** the vault must be one instant of the master and the
      *** journal, so it holds the same CASEIN interlock the batch
      *** updaters take. a refusal posts the quiesce request and
      *** the RC 12 rerun gets the file; no CASELOCK dataset means
      *** no interlock is configured and the copy runs unguarded.
      ***
       ACQUIRE-MASTER-LOCK.
           MOVE 'DRVAULT ' TO LCK-REQUEST-JOB
           CALL 'LOCKMGR' USING
           BY CONTENT 'A'
           BY REFERENCE WS-LCK-DATA
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
              WHEN LCK-GRANTED
                 MOVE 'Y' TO SW-RUN-ALLOWED
                 MOVE 'Y' TO SW-LOCK-WAS-GRANTED
              WHEN LCK-IO-ERROR-FOUND
                 MOVE 'Y' TO SW-RUN-ALLOWED
              WHEN OTHER
                 MOVE 'N' TO SW-RUN-ALLOWED
                 MOVE LCK-HOLDER-OUT TO MSG-LOCK-HOLDER
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-LOCK-REFUSED-MSG
                 MOVE 12 TO RETURN-CODE
           END-EVALUATE
           .

       RELEASE-MASTER-LOCK.
           IF LOCK-WAS-GRANTED
              MOVE RETURN-CODE TO WS-SAVED-RETURN-CODE
              MOVE 'DRVAULT ' TO LCK-REQUEST-JOB
              CALL 'LOCKMGR' USING
              BY CONTENT 'R'
              BY REFERENCE WS-LCK-DATA
              MOVE WS-SAVED-RETURN-CODE TO RETURN-CODE
           END-IF
           .

       INITIALIZATION.
           ACCEPT VAULT-DATE FROM DATE YYYYMMDD
           ACCEPT VAULT-TIME FROM TIME

           OPEN OUTPUT VAULT-DATA-FILE
           IF VAULT-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO VLT-ERROR-FLAG
              MOVE 'VLT010'          TO MSG-VLT-OPEN-CODE
              MOVE VAULT-FILE-STATUS TO MSG-VLT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VLT-OPEN-MSG
           END-IF

           OPEN OUTPUT MANF-DATA-FILE
           IF MANF-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO VLT-ERROR-FLAG
              MOVE 'VLT011'          TO MSG-VLT-OPEN-CODE
              MOVE MANF-FILE-STATUS  TO MSG-VLT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VLT-OPEN-MSG
           END-IF

           PERFORM FIND-JOURNAL-POSITION

           OPEN INPUT DR-LIST-FILE
           IF DR-LIST-STATUS NOT = '00'
              MOVE 'Y'               TO VLT-ERROR-FLAG
              MOVE 'VLT009'          TO MSG-VLT-OPEN-CODE
              MOVE DR-LIST-STATUS    TO MSG-VLT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VLT-OPEN-MSG
           ELSE
              MOVE 'Y' TO SW-LIST-OPEN
           END-IF

      *    NOTHING IS COPIED INTO A VAULT WITH NO MANIFEST OR NO
      *    JOURNAL POSITION -- IT COULD NOT BE PROVED LATER.
           IF VLT-ERROR-FOUND
              MOVE 'Y' TO SW-LIST-EOF
           ELSE
              PERFORM READ-NEXT-LIST-CARD
           END-IF
           .

      ***
      *** the journal position the vault is consistent with: how
      *** many CASJRNL records exist as the copy starts, and the
      *** timestamp of the last. a recovery onto this vault
      *** replays only the records after them.
      ***
       FIND-JOURNAL-POSITION.
           OPEN INPUT JRN-DATA-FILE
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO VLT-ERROR-FLAG
              MOVE 'VLT012'          TO MSG-VLT-OPEN-CODE
              MOVE JRN-FILE-STATUS   TO MSG-VLT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VLT-OPEN-MSG
           ELSE
              MOVE 'N' TO SW-JRN-EOF
              PERFORM COUNT-ONE-JOURNAL-RECORD UNTIL JRN-AT-EOF
              CLOSE JRN-DATA-FILE
           END-IF
           .

       COUNT-ONE-JOURNAL-RECORD.
           READ JRN-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-JRN-EOF
              NOT AT END
                 ADD 1 TO JRN-POSITION
                 MOVE JRN-DATE TO JRN-LAST-DATE
                 MOVE JRN-TIME TO JRN-LAST-TIME
           END-READ
           .

       READ-NEXT-LIST-CARD.
           READ DR-LIST-FILE
              AT END
                 MOVE 'Y' TO SW-LIST-EOF
           END-READ
           .

       VAULT-LISTED-FILE.
           IF DRF-FILE-NAME NOT = SPACES
              MOVE DRF-FILE-NAME TO CUR-FILE-NAME
              ADD 1 TO FILES-LISTED
              MOVE 'N' TO SW-ALREADY-DONE
              PERFORM CHECK-ONE-DONE-FILE
                 VARYING DONE-SUB FROM 1 BY 1
                 UNTIL DONE-SUB > DONE-COUNT OR ALREADY-DONE
              IF ALREADY-DONE
                 MOVE 'VLT003'      TO MSG-VLT-FILE-CODE
                 MOVE CUR-FILE-NAME TO MSG-VLT-FILE-NAME
                 MOVE SPACES        TO MSG-VLT-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT WS-VLT-FILE-MSG
              ELSE
                 IF DONE-COUNT < DONE-LIMIT
                    ADD 1 TO DONE-COUNT
                    MOVE CUR-FILE-NAME TO DONE-FILE-NAME(DONE-COUNT)
                 END-IF
                 PERFORM VAULT-ONE-FILE
              END-IF
           END-IF

           PERFORM READ-NEXT-LIST-CARD
           .

       CHECK-ONE-DONE-FILE.
           IF DONE-FILE-NAME(DONE-SUB) = CUR-FILE-NAME
              MOVE 'Y' TO SW-ALREADY-DONE
           END-IF
           .

      ***
      *** one listed file into the vault, front to back, then its
      *** manifest entry. a file that will not open, or that has
      *** no DD here, still gets its entry so the gap is on
      *** record.
      ***
       VAULT-ONE-FILE.
           MOVE 0   TO FILE-RECORD-COUNT
           MOVE 0   TO FILE-HASH-TOTAL
           MOVE 'N' TO SW-FILE-EOF
           MOVE SPACES TO SRC-FILE-STATUS
           PERFORM OPEN-SOURCE-FILE

           MOVE SPACES TO MANF-RECORD
           EVALUATE TRUE
              WHEN NOT FILE-KNOWN
                 MOVE 'U' TO MNF-STATUS
                 ADD 1 TO FILES-NOT-VAULTED
                 MOVE 'VLT004'      TO MSG-VLT-FILE-CODE
                 MOVE CUR-FILE-NAME TO MSG-VLT-FILE-NAME
                 MOVE SPACES        TO MSG-VLT-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-VLT-FILE-MSG
              WHEN SRC-FILE-STATUS NOT = '00'
                 MOVE 'M' TO MNF-STATUS
                 ADD 1 TO FILES-NOT-VAULTED
                 MOVE 'VLT005'        TO MSG-VLT-FILE-CODE
                 MOVE CUR-FILE-NAME   TO MSG-VLT-FILE-NAME
                 MOVE SRC-FILE-STATUS TO MSG-VLT-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-VLT-FILE-MSG
              WHEN OTHER
                 PERFORM COPY-ONE-RECORD UNTIL FILE-AT-EOF
                 PERFORM CLOSE-SOURCE-FILE
                 MOVE 'V' TO MNF-STATUS
                 ADD 1 TO FILES-VAULTED
           END-EVALUATE

           MOVE VAULT-DATE        TO MNF-VAULT-DATE
           MOVE VAULT-TIME        TO MNF-VAULT-TIME
           MOVE CUR-FILE-NAME     TO MNF-FILE-NAME
           MOVE FILE-RECORD-COUNT TO MNF-RECORD-COUNT
           MOVE FILE-HASH-TOTAL   TO MNF-HASH-TOTAL
           MOVE JRN-POSITION      TO MNF-JRN-COUNT
           MOVE JRN-LAST-DATE     TO MNF-JRN-DATE
           MOVE JRN-LAST-TIME     TO MNF-JRN-TIME
           MOVE SRC-FILE-STATUS   TO MNF-OPEN-STATUS
           WRITE MANF-RECORD
           IF MANF-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO VLT-ERROR-FLAG
              MOVE 'VLT014'          TO MSG-VLT-OPEN-CODE
              MOVE MANF-FILE-STATUS  TO MSG-VLT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VLT-OPEN-MSG
           END-IF
           .

       COPY-ONE-RECORD.
           PERFORM READ-SOURCE-FILE
           EVALUATE TRUE
              WHEN FILE-AT-EOF
                 CONTINUE
              WHEN SRC-FILE-STATUS = '00'
                 PERFORM VAULT-ONE-IMAGE
              WHEN OTHER
                 MOVE 'Y'             TO VLT-ERROR-FLAG
                 MOVE 'Y'             TO SW-FILE-EOF
                 MOVE 'VLT006'        TO MSG-VLT-FILE-CODE
                 MOVE CUR-FILE-NAME   TO MSG-VLT-FILE-NAME
                 MOVE SRC-FILE-STATUS TO MSG-VLT-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-VLT-FILE-MSG
           END-EVALUATE
           .

       VAULT-ONE-IMAGE.
           ADD 1 TO FILE-RECORD-COUNT
           ADD 1 TO RECORDS-VAULTED
           CALL 'RECHASH' USING
           BY REFERENCE WS-VAULT-IMAGE
           BY REFERENCE RECORD-HASH
           ADD RECORD-HASH TO FILE-HASH-TOTAL

           MOVE SPACES            TO VAULT-RECORD
           MOVE CUR-FILE-NAME     TO VAU-FILE-NAME
           MOVE FILE-RECORD-COUNT TO VAU-SEQUENCE
           MOVE WS-VAULT-IMAGE    TO VAU-IMAGE
           WRITE VAULT-RECORD
           IF VAULT-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO VLT-ERROR-FLAG
              MOVE 'Y'               TO SW-FILE-EOF
              MOVE 'VLT013'          TO MSG-VLT-OPEN-CODE
              MOVE VAULT-FILE-STATUS TO MSG-VLT-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-VLT-OPEN-MSG
           END-IF
           .

      ***
      *** the DR files this step can copy. a file joins the vault
      *** by a DD here and a card on DRLIST -- the card alone is
      *** refused, so nobody believes a file is vaulted that is
      *** not.
      ***
       OPEN-SOURCE-FILE.
           MOVE 'Y' TO SW-FILE-KNOWN
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 OPEN INPUT EIN-DATA-FILE
                 MOVE EIN-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'VENDMAST'
                 OPEN INPUT VND-DATA-FILE
                 MOVE VND-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CATMAST'
                 OPEN INPUT CAT-DATA-FILE
                 MOVE CAT-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASCUST'
                 OPEN INPUT CUS-DATA-FILE
                 MOVE CUS-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASLOT'
                 OPEN INPUT LOT-DATA-FILE
                 MOVE LOT-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASSER'
                 OPEN INPUT SER-DATA-FILE
                 MOVE SER-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASCLYR'
                 OPEN INPUT CLY-DATA-FILE
                 MOVE CLY-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASOPO'
                 OPEN INPUT OPO-DATA-FILE
                 MOVE OPO-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASALOC'
                 OPEN INPUT ALC-DATA-FILE
                 MOVE ALC-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASBOM'
                 OPEN INPUT BOM-DATA-FILE
                 MOVE BOM-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASABCX'
                 OPEN INPUT ABX-DATA-FILE
                 MOVE ABX-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASLCNT'
                 OPEN INPUT LCN-DATA-FILE
                 MOVE LCN-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASMHIST'
                 OPEN INPUT MHS-DATA-FILE
                 MOVE MHS-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASPSNAP'
                 OPEN INPUT SNP-DATA-FILE
                 MOVE SNP-FILE-STATUS TO SRC-FILE-STATUS
              WHEN OTHER
                 MOVE 'N' TO SW-FILE-KNOWN
           END-EVALUATE
           .

       READ-SOURCE-FILE.
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 READ EIN-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE EIN-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'VENDMAST'
                 READ VND-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE VND-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CATMAST'
                 READ CAT-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE CAT-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASCUST'
                 READ CUS-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE CUS-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASLOT'
                 READ LOT-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE LOT-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASSER'
                 READ SER-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE SER-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASCLYR'
                 READ CLY-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE CLY-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASOPO'
                 READ OPO-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE OPO-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASALOC'
                 READ ALC-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE ALC-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASBOM'
                 READ BOM-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE BOM-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASABCX'
                 READ ABX-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE ABX-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASLCNT'
                 READ LCN-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE LCN-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASMHIST'
                 READ MHS-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE MHS-FILE-STATUS TO SRC-FILE-STATUS
              WHEN 'CASPSNAP'
                 READ SNP-DATA-FILE INTO WS-VAULT-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE SNP-FILE-STATUS TO SRC-FILE-STATUS
           END-EVALUATE
           .

       CLOSE-SOURCE-FILE.
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 CLOSE EIN-DATA-FILE
              WHEN 'VENDMAST'
                 CLOSE VND-DATA-FILE
              WHEN 'CATMAST'
                 CLOSE CAT-DATA-FILE
              WHEN 'CASCUST'
                 CLOSE CUS-DATA-FILE
              WHEN 'CASLOT'
                 CLOSE LOT-DATA-FILE
              WHEN 'CASSER'
                 CLOSE SER-DATA-FILE
              WHEN 'CASCLYR'
                 CLOSE CLY-DATA-FILE
              WHEN 'CASOPO'
                 CLOSE OPO-DATA-FILE
              WHEN 'CASALOC'
                 CLOSE ALC-DATA-FILE
              WHEN 'CASBOM'
                 CLOSE BOM-DATA-FILE
              WHEN 'CASABCX'
                 CLOSE ABX-DATA-FILE
              WHEN 'CASLCNT'
                 CLOSE LCN-DATA-FILE
              WHEN 'CASMHIST'
                 CLOSE MHS-DATA-FILE
              WHEN 'CASPSNAP'
                 CLOSE SNP-DATA-FILE
           END-EVALUATE
           .

       TERMINATION.
           IF LIST-IS-OPEN
              CLOSE DR-LIST-FILE
           END-IF
           CLOSE VAULT-DATA-FILE
           CLOSE MANF-DATA-FILE

           IF FILES-LISTED = 0 AND NOT VLT-ERROR-FOUND
              MOVE 'Y' TO VLT-ERROR-FLAG
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT Z'VLT007 DR FILE LIST IS EMPTY'
           END-IF

           EVALUATE TRUE
              WHEN VLT-ERROR-FOUND
                 MOVE 16 TO RETURN-CODE
              WHEN FILES-NOT-VAULTED > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE FILES-VAULTED     TO SUM-VAULTED
           MOVE RECORDS-VAULTED   TO SUM-RECORDS
           MOVE FILES-NOT-VAULTED TO SUM-NOT-VAULTED
           MOVE JRN-POSITION      TO SUM-JRN-POSITION
           DISPLAY WS-VLT-SUMMARY-LINE
           .
