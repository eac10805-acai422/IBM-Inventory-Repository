       identification division.
       program-id. DRVERIFY.
      ***
      *** DRVERIFY - quarterly disaster-recovery restore
      *** verification: the auditors' printed proof that the
      *** DRVAULT vault brings the site back. The job runs it
      *** either side of a CASRECOV replay, under the DRVCTL card:
      *** mode 'R' reloads every file on the CASVMANF manifest from
      *** CASVAULT into the RSTxxxx test restore files, balances
      *** each load to the manifest count, and punches the CASRSTRC
      *** card that has CASRECOV replay CASJRNL onto the restored
      *** CASEIN from the manifest's journal position on. Mode 'V'
      *** then reads the restored set back, recomputes every file's
      *** record count and RECHASH hash total, and prints them
      *** against the manifest on CASDRVRP. CASEIN is expected to
      *** differ by exactly the journal records replayed, so its
      *** expected count and hash are carried forward across them
      *** from their before- and after-images. The job closes with
      *** INTEGCHK, its DDs on the restored set, for the cross-file
      *** checks. Any file that is missing from the vault, does not
      *** restore, or does not match ends the run with return code
      *** 8 and is logged so the digest shows it.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT DRV-CTL-FILE ASSIGN TO DRVCTL
              FILE STATUS IS DRV-CTL-STATUS.
           SELECT MANF-DATA-FILE ASSIGN TO CASVMANF
              FILE STATUS IS MANF-FILE-STATUS.
           SELECT VAULT-DATA-FILE ASSIGN TO CASVAULT
              FILE STATUS IS VAULT-FILE-STATUS.
           SELECT JRN-DATA-FILE ASSIGN TO CASJRNL
              FILE STATUS IS JRN-FILE-STATUS.
           SELECT RCV-OUT-FILE ASSIGN TO CASRSTRC
              FILE STATUS IS RCV-OUT-STATUS.
           SELECT RPT-DATA-FILE ASSIGN TO CASDRVRP
              FILE STATUS IS RPT-FILE-STATUS.
           SELECT RST-EIN-FILE ASSIGN TO RSTEIN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-EIN-KEY
              FILE STATUS IS RST-EIN-STATUS.
           SELECT RST-VND-FILE ASSIGN TO RSTVND
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-VND-KEY
              FILE STATUS IS RST-VND-STATUS.
           SELECT RST-CAT-FILE ASSIGN TO RSTCAT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-CAT-KEY
              FILE STATUS IS RST-CAT-STATUS.
           SELECT RST-CUS-FILE ASSIGN TO RSTCUS
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-CUS-KEY
              FILE STATUS IS RST-CUS-STATUS.
           SELECT RST-LOT-FILE ASSIGN TO RSTLOT
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-LOT-KEY
              FILE STATUS IS RST-LOT-STATUS.
           SELECT RST-SER-FILE ASSIGN TO RSTSER
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-SER-KEY
              FILE STATUS IS RST-SER-STATUS.
           SELECT RST-CLY-FILE ASSIGN TO RSTCLY
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-CLY-KEY
              FILE STATUS IS RST-CLY-STATUS.
           SELECT RST-OPO-FILE ASSIGN TO RSTOPO
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-OPO-KEY
              FILE STATUS IS RST-OPO-STATUS.
           SELECT RST-ALC-FILE ASSIGN TO RSTALC
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-ALC-KEY
              FILE STATUS IS RST-ALC-STATUS.
           SELECT RST-BOM-FILE ASSIGN TO RSTBOM
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-BOM-KEY
              FILE STATUS IS RST-BOM-STATUS.
           SELECT RST-ABX-FILE ASSIGN TO RSTABX
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-ABX-KEY
              FILE STATUS IS RST-ABX-STATUS.
           SELECT RST-LCN-FILE ASSIGN TO RSTLCN
              ORGANIZATION IS INDEXED
              ACCESS MODE IS SEQUENTIAL
              RECORD KEY IS FD-RST-LCN-KEY
              FILE STATUS IS RST-LCN-STATUS.
           SELECT RST-MHS-FILE ASSIGN TO RSTMHS
              FILE STATUS IS RST-MHS-STATUS.
           SELECT RST-SNP-FILE ASSIGN TO RSTSNP
              FILE STATUS IS RST-SNP-STATUS.
       data division.
       file section.
       FD  DRV-CTL-FILE.
       01 DRV-CTL-RECORD.
           copy DRVCTL.
       FD  MANF-DATA-FILE.
       01 MANF-RECORD.
           copy VLTMANF.
       FD  VAULT-DATA-FILE.
       01 VAULT-RECORD.
           copy VAULTREC.
       FD  JRN-DATA-FILE.
       01 JRN-RECORD.
           copy MNTJRNL.
       FD  RCV-OUT-FILE.
       01 RCV-CTL-RECORD.
           copy RCVCTL.
       FD  RPT-DATA-FILE.
       01 RPT-OUT-DATA          PIC X(133).
       FD  RST-EIN-FILE.
       01 RST-EIN-REC.
           05 FD-RST-EIN-KEY    PIC X(09).
           05 FILLER            PIC X(71).
       FD  RST-VND-FILE.
       01 RST-VND-REC.
           05 FD-RST-VND-KEY    PIC X(04).
           05 FILLER            PIC X(76).
       FD  RST-CAT-FILE.
       01 RST-CAT-REC.
           05 FD-RST-CAT-KEY    PIC X(03).
           05 FILLER            PIC X(77).
       FD  RST-CUS-FILE.
       01 RST-CUS-REC.
           05 FD-RST-CUS-KEY    PIC X(10).
           05 FILLER            PIC X(70).
       FD  RST-LOT-FILE.
       01 RST-LOT-REC.
           05 FD-RST-LOT-KEY    PIC X(15).
           05 FILLER            PIC X(65).
       FD  RST-SER-FILE.
       01 RST-SER-REC.
           05 FD-RST-SER-KEY    PIC X(21).
           05 FILLER            PIC X(59).
       FD  RST-CLY-FILE.
       01 RST-CLY-REC.
           05 FD-RST-CLY-KEY    PIC X(25).
           05 FILLER            PIC X(55).
       FD  RST-OPO-FILE.
       01 RST-OPO-REC.
           05 FD-RST-OPO-KEY    PIC X(17).
           05 FILLER            PIC X(63).
       FD  RST-ALC-FILE.
       01 RST-ALC-REC.
           05 FD-RST-ALC-KEY    PIC X(17).
           05 FILLER            PIC X(63).
       FD  RST-BOM-FILE.
       01 RST-BOM-REC.
           05 FD-RST-BOM-KEY    PIC X(26).
           05 FILLER            PIC X(54).
       FD  RST-ABX-FILE.
       01 RST-ABX-REC.
           05 FD-RST-ABX-KEY    PIC X(09).
           05 FILLER            PIC X(71).
       FD  RST-LCN-FILE.
       01 RST-LCN-REC.
           05 FD-RST-LCN-KEY    PIC X(09).
           05 FILLER            PIC X(71).
       FD  RST-MHS-FILE.
       01 RST-MHS-REC           PIC X(80).
       FD  RST-SNP-FILE.
       01 RST-SNP-REC           PIC X(80).
       working-storage section.
       01 DRV-CTL-STATUS      PIC X(02).
       01 MANF-FILE-STATUS    PIC X(02).
       01 VAULT-FILE-STATUS   PIC X(02).
       01 JRN-FILE-STATUS     PIC X(02).
       01 RCV-OUT-STATUS      PIC X(02).
       01 RPT-FILE-STATUS     PIC X(02).
       01 RST-EIN-STATUS      PIC X(02).
       01 RST-VND-STATUS      PIC X(02).
       01 RST-CAT-STATUS      PIC X(02).
       01 RST-CUS-STATUS      PIC X(02).
       01 RST-LOT-STATUS      PIC X(02).
       01 RST-SER-STATUS      PIC X(02).
       01 RST-CLY-STATUS      PIC X(02).
       01 RST-OPO-STATUS      PIC X(02).
       01 RST-ALC-STATUS      PIC X(02).
       01 RST-BOM-STATUS      PIC X(02).
       01 RST-ABX-STATUS      PIC X(02).
       01 RST-LCN-STATUS      PIC X(02).
       01 RST-MHS-STATUS      PIC X(02).
       01 RST-SNP-STATUS      PIC X(02).
       01 RST-FILE-STATUS     PIC X(02).
       01 DVR-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 DVR-ERROR-FOUND     VALUE 'Y'.
       01 WS-DVR-OPEN-MSG.
           05 MSG-DVR-OPEN-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-DVR-OPEN-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-DVR-FILE-MSG.
           05 MSG-DVR-FILE-CODE PIC X(07).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-DVR-FILE-NAME PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-DVR-FILE-STAT PIC X(02).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 WS-DVR-RESULT-MSG.
           05 FILLER            PIC X(07) VALUE 'DVR016 '.
           05 MSG-RES-FILE-NAME PIC X(08).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 MSG-RES-TEXT      PIC X(24).
           05 FILLER            PIC X(01) VALUE X'00'.
       01 SW-RESTORE-MODE     PIC X(01) VALUE 'N'.
           88 RESTORE-MODE        VALUE 'Y'.
       01 TODAY-DATE          PIC 9(08).
       01 VAULT-DATE          PIC 9(08) VALUE 0.
       01 VAULT-TIME          PIC 9(08) VALUE 0.
       01 JRN-POSITION        PIC 9(09) VALUE 0.
       01 SW-MANF-EOF         PIC X(01) VALUE 'N'.
           88 MANF-AT-EOF         VALUE 'Y'.
       01 SW-VAULT-EOF        PIC X(01) VALUE 'N'.
           88 VAULT-AT-EOF        VALUE 'Y'.
       01 SW-JRN-EOF          PIC X(01) VALUE 'N'.
           88 JRN-AT-EOF          VALUE 'Y'.
       01 SW-JRN-READ         PIC X(01) VALUE 'N'.
           88 JRN-WAS-READ        VALUE 'Y'.
       01 SW-FILE-EOF         PIC X(01).
           88 FILE-AT-EOF         VALUE 'Y'.
       01 SW-FILE-KNOWN       PIC X(01).
           88 FILE-KNOWN          VALUE 'Y'.
       01 SW-FILE-OPEN        PIC X(01).
           88 FILE-IS-OPEN        VALUE 'Y'.
       01 SW-WRITE-FAILED     PIC X(01).
           88 WRITE-FAILED        VALUE 'Y'.
       01 CUR-FILE-NAME       PIC X(08).
       01 WS-RESTORE-IMAGE    PIC X(80).
       01 RECORD-HASH         PIC 9(09).
      ***
      *** the manifest, held so each mode can walk it in vault
      *** order. the restore load and the verify recount are kept
      *** beside each entry.
      ***
       01 MNT-LIMIT           PIC 9(02) VALUE 50.
       01 MNT-COUNT           PIC 9(02) VALUE 0.
       01 WS-MNT-TABLE.
           05 WS-MNT-ENTRY OCCURS 50 TIMES.
              10 MNT-FILE-NAME  PIC X(08).
              10 MNT-STATUS     PIC X(01).
                 88 MNT-VAULTED     VALUE 'V'.
              10 MNT-RECORD-COUNT PIC 9(09).
              10 MNT-HASH-TOTAL PIC 9(15).
       01 MNT-SUB             PIC 9(02).
       01 LOADED-COUNT        PIC 9(09).
       01 RESTORED-COUNT      PIC 9(09).
       01 RESTORED-HASH       PIC 9(15).
       01 EXPECTED-COUNT      PIC S9(10).
       01 EXPECTED-HASH       PIC S9(16).
      ***
      *** what the journal replay should have done to CASEIN: the
      *** records after the vault position, their net effect on
      *** the record count, and on the hash total -- an add brings
      *** in its after-image, a delete takes out its before-image,
      *** and a change swaps one for the other.
      ***
       01 JRN-READ-COUNT      PIC 9(09) VALUE 0.
       01 JRN-AFTER-COUNT     PIC 9(09) VALUE 0.
       01 JRN-ADD-COUNT       PIC 9(09) VALUE 0.
       01 JRN-CHANGE-COUNT    PIC 9(09) VALUE 0.
       01 JRN-DELETE-COUNT    PIC 9(09) VALUE 0.
       01 JRN-COUNT-DELTA     PIC S9(10) VALUE 0.
       01 JRN-HASH-DELTA      PIC S9(16) VALUE 0.
       01 FILES-RESTORED      PIC 9(05) VALUE 0.
       01 RECORDS-RESTORED    PIC 9(09) VALUE 0.
       01 FILES-MATCHED       PIC 9(05) VALUE 0.
       01 FILES-FAILED        PIC 9(05) VALUE 0.
       01 WS-DVR-TITLE-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(40)  VALUE
              'DISASTER RECOVERY RESTORE VERIFICATION  '.
           05                  PIC X(13)  VALUE 'VAULT TAKEN: '.
           05 TTL-VAULT-DATE   PIC 9(08).
           05                  PIC X(01)  VALUE SPACES.
           05 TTL-VAULT-TIME   PIC 9(08).
           05                  PIC X(21)  VALUE
              '   JOURNAL POSITION: '.
           05 TTL-JRN-POSITION PIC ZZZZZZZZ9.
           05                  PIC X(08)  VALUE '   RUN: '.
           05 TTL-RUN-DATE     PIC 9(08).
           05                  PIC X(16)  VALUE SPACES.
       01 WS-DVR-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'FILE'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '  VAULT COUNT'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '     EXPECTED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(13)  VALUE '     RESTORED'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(19)  VALUE
              '      EXPECTED HASH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(19)  VALUE
              '      RESTORED HASH'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(24)  VALUE 'RESULT'.
           05                  PIC X(11)  VALUE SPACES.
       01 WS-DVR-LINE.
           05                  PIC X      VALUE SPACES.
           05 DVL-FILE-NAME    PIC X(08).
           05                  PIC X(02)  VALUE SPACES.
           05 DVL-VAULT-COUNT  PIC Z,ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DVL-EXPECTED-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DVL-RESTORED-COUNT PIC Z,ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DVL-EXPECTED-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DVL-RESTORED-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05                  PIC X(02)  VALUE SPACES.
           05 DVL-RESULT       PIC X(24).
           05                  PIC X(11)  VALUE SPACES.
       01 WS-DVR-JOURNAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(08)  VALUE 'CASJRNL'.
           05                  PIC X(02)  VALUE SPACES.
           05                  PIC X(34)  VALUE
              'RECORDS AFTER THE VAULT POSITION: '.
           05 JNL-AFTER-COUNT  PIC ZZZZZZZZ9.
           05                  PIC X(09)  VALUE '   ADDS: '.
           05 JNL-ADD-COUNT    PIC ZZZZZZZZ9.
           05                  PIC X(12)  VALUE '   CHANGES: '.
           05 JNL-CHANGE-COUNT PIC ZZZZZZZZ9.
           05                  PIC X(12)  VALUE '   DELETES: '.
           05 JNL-DELETE-COUNT PIC ZZZZZZZZ9.
           05                  PIC X(19)  VALUE SPACES.
       01 WS-DVR-TOTAL-LINE.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(19)  VALUE 'FILES ON MANIFEST: '.
           05 TOT-MANIFEST     PIC ZZZZ9.
           05                  PIC X(12)  VALUE '   MATCHED: '.
           05 TOT-MATCHED      PIC ZZZZ9.
           05                  PIC X(11)  VALUE '   FAILED: '.
           05 TOT-FAILED       PIC ZZZZ9.
           05                  PIC X(75)  VALUE SPACES.
       01 WS-DVR-NOTE-LINE.
           05                  PIC X      VALUE SPACES.
           05 DVN-TEXT         PIC X(80).
           05                  PIC X(52)  VALUE SPACES.
       01 WS-DVR-SUMMARY-LINE.
           05 FILLER          PIC X(16) VALUE 'FILES RESTORED: '.
           05 SUM-RESTORED    PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'RECORDS: '.
           05 SUM-RECORDS     PIC ZZZZZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(09) VALUE 'MATCHED: '.
           05 SUM-MATCHED     PIC ZZZZ9.
           05 FILLER          PIC X(04) VALUE SPACES.
           05 FILLER          PIC X(08) VALUE 'FAILED: '.
           05 SUM-FAILED      PIC ZZZZ9.
       procedure division.
       MAINLINE.
           MOVE 0 TO RETURN-CODE
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'DVR001: Starting program'
           PERFORM INITIALIZATION
           IF NOT DVR-ERROR-FOUND
              IF RESTORE-MODE
                 PERFORM RESTORE-THE-VAULT
              ELSE
                 PERFORM VERIFY-THE-RESTORE
              END-IF
           END-IF
           PERFORM TERMINATION
           CALL 'LOGGER' USING BY CONTENT 'I'
                BY CONTENT Z'DVR999: All done'
           GOBACK
           .

       INITIALIZATION.
           ACCEPT TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT DRV-CTL-FILE
           IF DRV-CTL-STATUS = '00'
              READ DRV-CTL-FILE
                 AT END
                    CONTINUE
                 NOT AT END
                    IF DRV-IS-RESTORE
                       MOVE 'Y' TO SW-RESTORE-MODE
                    END-IF
              END-READ
              CLOSE DRV-CTL-FILE
           END-IF

           OPEN INPUT MANF-DATA-FILE
           IF MANF-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO DVR-ERROR-FLAG
              MOVE 'DVR009'          TO MSG-DVR-OPEN-CODE
              MOVE MANF-FILE-STATUS  TO MSG-DVR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DVR-OPEN-MSG
           ELSE
              MOVE 'N' TO SW-MANF-EOF
              PERFORM LOAD-ONE-MANIFEST-ENTRY UNTIL MANF-AT-EOF
              CLOSE MANF-DATA-FILE
              IF MNT-COUNT = 0
                 MOVE 'Y' TO DVR-ERROR-FLAG
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT Z'DVR014 VAULT MANIFEST IS EMPTY'
              END-IF
           END-IF
           .

       LOAD-ONE-MANIFEST-ENTRY.
           READ MANF-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-MANF-EOF
              NOT AT END
                 IF MNT-COUNT < MNT-LIMIT
                    ADD 1 TO MNT-COUNT
                    MOVE MNF-FILE-NAME    TO MNT-FILE-NAME(MNT-COUNT)
                    MOVE MNF-STATUS       TO MNT-STATUS(MNT-COUNT)
                    MOVE MNF-RECORD-COUNT
                       TO MNT-RECORD-COUNT(MNT-COUNT)
                    MOVE MNF-HASH-TOTAL   TO MNT-HASH-TOTAL(MNT-COUNT)
                    MOVE MNF-VAULT-DATE   TO VAULT-DATE
                    MOVE MNF-VAULT-TIME   TO VAULT-TIME
                    MOVE MNF-JRN-COUNT    TO JRN-POSITION
                 ELSE
                    MOVE 'Y' TO DVR-ERROR-FLAG
                    MOVE 'Y' TO SW-MANF-EOF
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT Z'DVR008 MANIFEST TABLE FULL'
                 END-IF
           END-READ
           .

      ***
      *** restore -- the vault holds the files in manifest order,
      *** so each entry takes the run of vault records carrying its
      *** name. a file that will not open for the reload still has
      *** its records read past, so the ones behind it restore.
      ***
       RESTORE-THE-VAULT.
           OPEN INPUT VAULT-DATA-FILE
           IF VAULT-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO DVR-ERROR-FLAG
              MOVE 'DVR010'          TO MSG-DVR-OPEN-CODE
              MOVE VAULT-FILE-STATUS TO MSG-DVR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DVR-OPEN-MSG
           ELSE
              PERFORM READ-NEXT-VAULT-RECORD
              PERFORM RESTORE-ONE-FILE
                 VARYING MNT-SUB FROM 1 BY 1 UNTIL MNT-SUB > MNT-COUNT
              IF NOT VAULT-AT-EOF
                 CALL 'LOGGER' USING BY CONTENT 'W'
                      BY CONTENT
                      Z'DVR003 VAULT RECORDS NOT ON THE MANIFEST'
              END-IF
              CLOSE VAULT-DATA-FILE
              PERFORM PUNCH-REPLAY-CARD
           END-IF
           .

       READ-NEXT-VAULT-RECORD.
           READ VAULT-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-VAULT-EOF
           END-READ
           .

       RESTORE-ONE-FILE.
           IF MNT-VAULTED(MNT-SUB)
              MOVE MNT-FILE-NAME(MNT-SUB) TO CUR-FILE-NAME
              MOVE 0 TO LOADED-COUNT
              MOVE 'N' TO SW-FILE-OPEN
              MOVE 'N' TO SW-WRITE-FAILED
              MOVE SPACES TO RST-FILE-STATUS
              PERFORM OPEN-RESTORE-OUTPUT
              EVALUATE TRUE
                 WHEN NOT FILE-KNOWN
                    MOVE 'Y' TO DVR-ERROR-FLAG
                    MOVE 'DVR004'        TO MSG-DVR-FILE-CODE
                    MOVE CUR-FILE-NAME   TO MSG-DVR-FILE-NAME
                    MOVE SPACES          TO MSG-DVR-FILE-STAT
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-DVR-FILE-MSG
                 WHEN RST-FILE-STATUS NOT = '00'
                    MOVE 'Y' TO DVR-ERROR-FLAG
                    MOVE 'DVR005'        TO MSG-DVR-FILE-CODE
                    MOVE CUR-FILE-NAME   TO MSG-DVR-FILE-NAME
                    MOVE RST-FILE-STATUS TO MSG-DVR-FILE-STAT
                    CALL 'LOGGER' USING BY CONTENT 'E'
                         BY CONTENT WS-DVR-FILE-MSG
                 WHEN OTHER
                    MOVE 'Y' TO SW-FILE-OPEN
              END-EVALUATE

              PERFORM RESTORE-ONE-RECORD
                 UNTIL VAULT-AT-EOF
                    OR VAU-FILE-NAME NOT = CUR-FILE-NAME

              IF FILE-IS-OPEN
                 PERFORM CLOSE-RESTORE-FILE
                 IF NOT WRITE-FAILED
                    ADD 1 TO FILES-RESTORED
                 END-IF
              END-IF
              IF LOADED-COUNT NOT = MNT-RECORD-COUNT(MNT-SUB)
                 ADD 1 TO FILES-FAILED
                 MOVE 'DVR006'        TO MSG-DVR-FILE-CODE
                 MOVE CUR-FILE-NAME   TO MSG-DVR-FILE-NAME
                 MOVE SPACES          TO MSG-DVR-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-DVR-FILE-MSG
              END-IF
           END-IF
           .

       RESTORE-ONE-RECORD.
           IF FILE-IS-OPEN AND NOT WRITE-FAILED
              MOVE VAU-IMAGE TO WS-RESTORE-IMAGE
              PERFORM WRITE-RESTORE-RECORD
              IF RST-FILE-STATUS = '00'
                 ADD 1 TO LOADED-COUNT
                 ADD 1 TO RECORDS-RESTORED
              ELSE
                 MOVE 'Y' TO DVR-ERROR-FLAG
                 MOVE 'Y' TO SW-WRITE-FAILED
                 MOVE 'DVR007'        TO MSG-DVR-FILE-CODE
                 MOVE CUR-FILE-NAME   TO MSG-DVR-FILE-NAME
                 MOVE RST-FILE-STATUS TO MSG-DVR-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-DVR-FILE-MSG
              END-IF
           END-IF
           PERFORM READ-NEXT-VAULT-RECORD
           .

      ***
      *** the CASRECOV card for the replay step: a forward replay
      *** with no stop point that passes over the journal records
      *** the vaulted CASEIN already holds.
      ***
       PUNCH-REPLAY-CARD.
           OPEN OUTPUT RCV-OUT-FILE
           IF RCV-OUT-STATUS NOT = '00'
              MOVE 'Y'               TO DVR-ERROR-FLAG
              MOVE 'DVR011'          TO MSG-DVR-OPEN-CODE
              MOVE RCV-OUT-STATUS    TO MSG-DVR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DVR-OPEN-MSG
           ELSE
              MOVE SPACES       TO RCV-CTL-RECORD
              MOVE 0            TO RCV-STOP-DATE
              MOVE 0            TO RCV-STOP-TIME
              MOVE 0            TO RCV-SEL-FROM-DATE
              MOVE 0            TO RCV-SEL-FROM-TIME
              MOVE JRN-POSITION TO RCV-REPLAY-AFTER
              WRITE RCV-CTL-RECORD
              CLOSE RCV-OUT-FILE
           END-IF
           .

      ***
      *** verify -- every manifest entry is recounted and rehashed
      *** from its restored file and printed against what the
      *** manifest, and for CASEIN the replay, says it must be.
      ***
       VERIFY-THE-RESTORE.
           PERFORM SUM-JOURNAL-AFTER-VAULT

           OPEN OUTPUT RPT-DATA-FILE
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO DVR-ERROR-FLAG
              MOVE 'DVR013'          TO MSG-DVR-OPEN-CODE
              MOVE RPT-FILE-STATUS   TO MSG-DVR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DVR-OPEN-MSG
           ELSE
              MOVE VAULT-DATE   TO TTL-VAULT-DATE
              MOVE VAULT-TIME   TO TTL-VAULT-TIME
              MOVE JRN-POSITION TO TTL-JRN-POSITION
              MOVE TODAY-DATE   TO TTL-RUN-DATE
              WRITE RPT-OUT-DATA FROM WS-DVR-TITLE-LINE
              PERFORM CHECK-RPT-WRITE-STATUS
              WRITE RPT-OUT-DATA FROM WS-DVR-HEADING
              PERFORM CHECK-RPT-WRITE-STATUS

              PERFORM VERIFY-ONE-FILE
                 VARYING MNT-SUB FROM 1 BY 1 UNTIL MNT-SUB > MNT-COUNT

              PERFORM WRITE-VERIFY-TOTALS
              CLOSE RPT-DATA-FILE
           END-IF
           .

       SUM-JOURNAL-AFTER-VAULT.
           OPEN INPUT JRN-DATA-FILE
           IF JRN-FILE-STATUS NOT = '00'
              MOVE 'Y'               TO DVR-ERROR-FLAG
              MOVE 'DVR012'          TO MSG-DVR-OPEN-CODE
              MOVE JRN-FILE-STATUS   TO MSG-DVR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DVR-OPEN-MSG
           ELSE
              MOVE 'Y' TO SW-JRN-READ
              MOVE 'N' TO SW-JRN-EOF
              PERFORM SUM-ONE-JOURNAL-RECORD UNTIL JRN-AT-EOF
              CLOSE JRN-DATA-FILE
           END-IF
           .

       SUM-ONE-JOURNAL-RECORD.
           READ JRN-DATA-FILE
              AT END
                 MOVE 'Y' TO SW-JRN-EOF
              NOT AT END
                 ADD 1 TO JRN-READ-COUNT
                 IF JRN-READ-COUNT > JRN-POSITION
                    ADD 1 TO JRN-AFTER-COUNT
                    PERFORM TAKE-JOURNAL-EFFECT
                 END-IF
           END-READ
           .

       TAKE-JOURNAL-EFFECT.
           EVALUATE TRUE
              WHEN JRN-IS-ADD
                 ADD 1 TO JRN-ADD-COUNT
                 ADD 1 TO JRN-COUNT-DELTA
                 CALL 'RECHASH' USING
                 BY REFERENCE JRN-AFTER-IMAGE
                 BY REFERENCE RECORD-HASH
                 ADD RECORD-HASH TO JRN-HASH-DELTA
              WHEN JRN-IS-CHANGE
                 ADD 1 TO JRN-CHANGE-COUNT
                 CALL 'RECHASH' USING
                 BY REFERENCE JRN-AFTER-IMAGE
                 BY REFERENCE RECORD-HASH
                 ADD RECORD-HASH TO JRN-HASH-DELTA
                 CALL 'RECHASH' USING
                 BY REFERENCE JRN-BEFORE-IMAGE
                 BY REFERENCE RECORD-HASH
                 SUBTRACT RECORD-HASH FROM JRN-HASH-DELTA
              WHEN JRN-IS-DELETE
                 ADD 1 TO JRN-DELETE-COUNT
                 SUBTRACT 1 FROM JRN-COUNT-DELTA
                 CALL 'RECHASH' USING
                 BY REFERENCE JRN-BEFORE-IMAGE
                 BY REFERENCE RECORD-HASH
                 SUBTRACT RECORD-HASH FROM JRN-HASH-DELTA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           .

       VERIFY-ONE-FILE.
           MOVE MNT-FILE-NAME(MNT-SUB) TO CUR-FILE-NAME
           MOVE 0 TO RESTORED-COUNT
           MOVE 0 TO RESTORED-HASH
           MOVE MNT-RECORD-COUNT(MNT-SUB) TO EXPECTED-COUNT
           MOVE MNT-HASH-TOTAL(MNT-SUB)   TO EXPECTED-HASH
           IF CUR-FILE-NAME = 'CASEIN'
              ADD JRN-COUNT-DELTA TO EXPECTED-COUNT
              ADD JRN-HASH-DELTA  TO EXPECTED-HASH
           END-IF

           MOVE SPACES TO WS-DVR-LINE
           MOVE CUR-FILE-NAME             TO DVL-FILE-NAME
           MOVE MNT-RECORD-COUNT(MNT-SUB) TO DVL-VAULT-COUNT
           MOVE EXPECTED-COUNT            TO DVL-EXPECTED-COUNT
           MOVE EXPECTED-HASH             TO DVL-EXPECTED-HASH

           IF MNT-VAULTED(MNT-SUB)
              MOVE SPACES TO RST-FILE-STATUS
              PERFORM OPEN-RESTORE-INPUT
              IF FILE-KNOWN AND RST-FILE-STATUS = '00'
                 MOVE 'N' TO SW-FILE-EOF
                 PERFORM RECOUNT-ONE-RECORD UNTIL FILE-AT-EOF
                 PERFORM CLOSE-RESTORE-FILE
                 MOVE RESTORED-COUNT TO DVL-RESTORED-COUNT
                 MOVE RESTORED-HASH  TO DVL-RESTORED-HASH
                 EVALUATE TRUE
                    WHEN CUR-FILE-NAME = 'CASEIN' AND NOT JRN-WAS-READ
                       MOVE 'JOURNAL NOT READ' TO DVL-RESULT
                    WHEN RESTORED-COUNT NOT = EXPECTED-COUNT
                       MOVE 'COUNT MISMATCH' TO DVL-RESULT
                    WHEN RESTORED-HASH NOT = EXPECTED-HASH
                       MOVE 'HASH MISMATCH' TO DVL-RESULT
                    WHEN CUR-FILE-NAME = 'CASEIN'
                       AND JRN-AFTER-COUNT > 0
                       MOVE 'MATCHED AFTER REPLAY' TO DVL-RESULT
                    WHEN OTHER
                       MOVE 'MATCHED' TO DVL-RESULT
                 END-EVALUATE
              ELSE
                 MOVE 'NOT RESTORED' TO DVL-RESULT
              END-IF
           ELSE
              MOVE 'NOT IN VAULT' TO DVL-RESULT
           END-IF

           IF DVL-RESULT(1:7) = 'MATCHED'
              ADD 1 TO FILES-MATCHED
           ELSE
              ADD 1 TO FILES-FAILED
              MOVE CUR-FILE-NAME TO MSG-RES-FILE-NAME
              MOVE DVL-RESULT    TO MSG-RES-TEXT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-DVR-RESULT-MSG
           END-IF
           WRITE RPT-OUT-DATA FROM WS-DVR-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       RECOUNT-ONE-RECORD.
           PERFORM READ-RESTORE-RECORD
           EVALUATE TRUE
              WHEN FILE-AT-EOF
                 CONTINUE
              WHEN RST-FILE-STATUS = '00'
                 ADD 1 TO RESTORED-COUNT
                 CALL 'RECHASH' USING
                 BY REFERENCE WS-RESTORE-IMAGE
                 BY REFERENCE RECORD-HASH
                 ADD RECORD-HASH TO RESTORED-HASH
              WHEN OTHER
                 MOVE 'Y'             TO DVR-ERROR-FLAG
                 MOVE 'Y'             TO SW-FILE-EOF
                 MOVE 'DVR017'        TO MSG-DVR-FILE-CODE
                 MOVE CUR-FILE-NAME   TO MSG-DVR-FILE-NAME
                 MOVE RST-FILE-STATUS TO MSG-DVR-FILE-STAT
                 CALL 'LOGGER' USING BY CONTENT 'E'
                      BY CONTENT WS-DVR-FILE-MSG
           END-EVALUATE
           .

       WRITE-VERIFY-TOTALS.
           MOVE JRN-AFTER-COUNT  TO JNL-AFTER-COUNT
           MOVE JRN-ADD-COUNT    TO JNL-ADD-COUNT
           MOVE JRN-CHANGE-COUNT TO JNL-CHANGE-COUNT
           MOVE JRN-DELETE-COUNT TO JNL-DELETE-COUNT
           WRITE RPT-OUT-DATA FROM WS-DVR-JOURNAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           MOVE SPACES TO DVN-TEXT
           WRITE RPT-OUT-DATA FROM WS-DVR-NOTE-LINE
           MOVE MNT-COUNT     TO TOT-MANIFEST
           MOVE FILES-MATCHED TO TOT-MATCHED
           MOVE FILES-FAILED  TO TOT-FAILED
           WRITE RPT-OUT-DATA FROM WS-DVR-TOTAL-LINE
           PERFORM CHECK-RPT-WRITE-STATUS

           IF FILES-FAILED = 0 AND NOT DVR-ERROR-FOUND
              MOVE 'RECOVERY VERIFIED - EVERY VAULTED FILE RESTORED AND
      -            ' MATCHED ITS MANIFEST' TO DVN-TEXT
           ELSE
              MOVE 'RECOVERY NOT VERIFIED - SEE THE FAILED FILES ABOVE'
                 TO DVN-TEXT
           END-IF
           WRITE RPT-OUT-DATA FROM WS-DVR-NOTE-LINE
           PERFORM CHECK-RPT-WRITE-STATUS
           .

       CHECK-RPT-WRITE-STATUS.
           IF RPT-FILE-STATUS NOT = '00'
              MOVE 'Y'              TO DVR-ERROR-FLAG
              MOVE 'DVR015'         TO MSG-DVR-OPEN-CODE
              MOVE RPT-FILE-STATUS  TO MSG-DVR-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-DVR-OPEN-MSG
           END-IF
           .

      ***
      *** the test restore files, one per DR file DRVAULT can copy.
      *** the RSTxxxx DDs point at test dataset names only -- this
      *** program never opens a production file for output.
      ***
       OPEN-RESTORE-OUTPUT.
           MOVE 'Y' TO SW-FILE-KNOWN
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 OPEN OUTPUT RST-EIN-FILE
                 MOVE RST-EIN-STATUS TO RST-FILE-STATUS
              WHEN 'VENDMAST'
                 OPEN OUTPUT RST-VND-FILE
                 MOVE RST-VND-STATUS TO RST-FILE-STATUS
              WHEN 'CATMAST'
                 OPEN OUTPUT RST-CAT-FILE
                 MOVE RST-CAT-STATUS TO RST-FILE-STATUS
              WHEN 'CASCUST'
                 OPEN OUTPUT RST-CUS-FILE
                 MOVE RST-CUS-STATUS TO RST-FILE-STATUS
              WHEN 'CASLOT'
                 OPEN OUTPUT RST-LOT-FILE
                 MOVE RST-LOT-STATUS TO RST-FILE-STATUS
              WHEN 'CASSER'
                 OPEN OUTPUT RST-SER-FILE
                 MOVE RST-SER-STATUS TO RST-FILE-STATUS
              WHEN 'CASCLYR'
                 OPEN OUTPUT RST-CLY-FILE
                 MOVE RST-CLY-STATUS TO RST-FILE-STATUS
              WHEN 'CASOPO'
                 OPEN OUTPUT RST-OPO-FILE
                 MOVE RST-OPO-STATUS TO RST-FILE-STATUS
              WHEN 'CASALOC'
                 OPEN OUTPUT RST-ALC-FILE
                 MOVE RST-ALC-STATUS TO RST-FILE-STATUS
              WHEN 'CASBOM'
                 OPEN OUTPUT RST-BOM-FILE
                 MOVE RST-BOM-STATUS TO RST-FILE-STATUS
              WHEN 'CASABCX'
                 OPEN OUTPUT RST-ABX-FILE
                 MOVE RST-ABX-STATUS TO RST-FILE-STATUS
              WHEN 'CASLCNT'
                 OPEN OUTPUT RST-LCN-FILE
                 MOVE RST-LCN-STATUS TO RST-FILE-STATUS
              WHEN 'CASMHIST'
                 OPEN OUTPUT RST-MHS-FILE
                 MOVE RST-MHS-STATUS TO RST-FILE-STATUS
              WHEN 'CASPSNAP'
                 OPEN OUTPUT RST-SNP-FILE
                 MOVE RST-SNP-STATUS TO RST-FILE-STATUS
              WHEN OTHER
                 MOVE 'N' TO SW-FILE-KNOWN
           END-EVALUATE
           .

       OPEN-RESTORE-INPUT.
           MOVE 'Y' TO SW-FILE-KNOWN
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 OPEN INPUT RST-EIN-FILE
                 MOVE RST-EIN-STATUS TO RST-FILE-STATUS
              WHEN 'VENDMAST'
                 OPEN INPUT RST-VND-FILE
                 MOVE RST-VND-STATUS TO RST-FILE-STATUS
              WHEN 'CATMAST'
                 OPEN INPUT RST-CAT-FILE
                 MOVE RST-CAT-STATUS TO RST-FILE-STATUS
              WHEN 'CASCUST'
                 OPEN INPUT RST-CUS-FILE
                 MOVE RST-CUS-STATUS TO RST-FILE-STATUS
              WHEN 'CASLOT'
                 OPEN INPUT RST-LOT-FILE
                 MOVE RST-LOT-STATUS TO RST-FILE-STATUS
              WHEN 'CASSER'
                 OPEN INPUT RST-SER-FILE
                 MOVE RST-SER-STATUS TO RST-FILE-STATUS
              WHEN 'CASCLYR'
                 OPEN INPUT RST-CLY-FILE
                 MOVE RST-CLY-STATUS TO RST-FILE-STATUS
              WHEN 'CASOPO'
                 OPEN INPUT RST-OPO-FILE
                 MOVE RST-OPO-STATUS TO RST-FILE-STATUS
              WHEN 'CASALOC'
                 OPEN INPUT RST-ALC-FILE
                 MOVE RST-ALC-STATUS TO RST-FILE-STATUS
              WHEN 'CASBOM'
                 OPEN INPUT RST-BOM-FILE
                 MOVE RST-BOM-STATUS TO RST-FILE-STATUS
              WHEN 'CASABCX'
                 OPEN INPUT RST-ABX-FILE
                 MOVE RST-ABX-STATUS TO RST-FILE-STATUS
              WHEN 'CASLCNT'
                 OPEN INPUT RST-LCN-FILE
                 MOVE RST-LCN-STATUS TO RST-FILE-STATUS
              WHEN 'CASMHIST'
                 OPEN INPUT RST-MHS-FILE
                 MOVE RST-MHS-STATUS TO RST-FILE-STATUS
              WHEN 'CASPSNAP'
                 OPEN INPUT RST-SNP-FILE
                 MOVE RST-SNP-STATUS TO RST-FILE-STATUS
              WHEN OTHER
                 MOVE 'N' TO SW-FILE-KNOWN
           END-EVALUATE
           .

       WRITE-RESTORE-RECORD.
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 WRITE RST-EIN-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-EIN-STATUS TO RST-FILE-STATUS
              WHEN 'VENDMAST'
                 WRITE RST-VND-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-VND-STATUS TO RST-FILE-STATUS
              WHEN 'CATMAST'
                 WRITE RST-CAT-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-CAT-STATUS TO RST-FILE-STATUS
              WHEN 'CASCUST'
                 WRITE RST-CUS-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-CUS-STATUS TO RST-FILE-STATUS
              WHEN 'CASLOT'
                 WRITE RST-LOT-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-LOT-STATUS TO RST-FILE-STATUS
              WHEN 'CASSER'
                 WRITE RST-SER-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-SER-STATUS TO RST-FILE-STATUS
              WHEN 'CASCLYR'
                 WRITE RST-CLY-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-CLY-STATUS TO RST-FILE-STATUS
              WHEN 'CASOPO'
                 WRITE RST-OPO-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-OPO-STATUS TO RST-FILE-STATUS
              WHEN 'CASALOC'
                 WRITE RST-ALC-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-ALC-STATUS TO RST-FILE-STATUS
              WHEN 'CASBOM'
                 WRITE RST-BOM-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-BOM-STATUS TO RST-FILE-STATUS
              WHEN 'CASABCX'
                 WRITE RST-ABX-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-ABX-STATUS TO RST-FILE-STATUS
              WHEN 'CASLCNT'
                 WRITE RST-LCN-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-LCN-STATUS TO RST-FILE-STATUS
              WHEN 'CASMHIST'
                 WRITE RST-MHS-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-MHS-STATUS TO RST-FILE-STATUS
              WHEN 'CASPSNAP'
                 WRITE RST-SNP-REC FROM WS-RESTORE-IMAGE
                 MOVE RST-SNP-STATUS TO RST-FILE-STATUS
           END-EVALUATE
           .

       READ-RESTORE-RECORD.
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 READ RST-EIN-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-EIN-STATUS TO RST-FILE-STATUS
              WHEN 'VENDMAST'
                 READ RST-VND-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-VND-STATUS TO RST-FILE-STATUS
              WHEN 'CATMAST'
                 READ RST-CAT-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-CAT-STATUS TO RST-FILE-STATUS
              WHEN 'CASCUST'
                 READ RST-CUS-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-CUS-STATUS TO RST-FILE-STATUS
              WHEN 'CASLOT'
                 READ RST-LOT-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-LOT-STATUS TO RST-FILE-STATUS
              WHEN 'CASSER'
                 READ RST-SER-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-SER-STATUS TO RST-FILE-STATUS
              WHEN 'CASCLYR'
                 READ RST-CLY-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-CLY-STATUS TO RST-FILE-STATUS
              WHEN 'CASOPO'
                 READ RST-OPO-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-OPO-STATUS TO RST-FILE-STATUS
              WHEN 'CASALOC'
                 READ RST-ALC-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-ALC-STATUS TO RST-FILE-STATUS
              WHEN 'CASBOM'
                 READ RST-BOM-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-BOM-STATUS TO RST-FILE-STATUS
              WHEN 'CASABCX'
                 READ RST-ABX-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-ABX-STATUS TO RST-FILE-STATUS
              WHEN 'CASLCNT'
                 READ RST-LCN-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-LCN-STATUS TO RST-FILE-STATUS
              WHEN 'CASMHIST'
                 READ RST-MHS-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-MHS-STATUS TO RST-FILE-STATUS
              WHEN 'CASPSNAP'
                 READ RST-SNP-FILE INTO WS-RESTORE-IMAGE
                    AT END
                       MOVE 'Y' TO SW-FILE-EOF
                 END-READ
                 MOVE RST-SNP-STATUS TO RST-FILE-STATUS
           END-EVALUATE
           .

       CLOSE-RESTORE-FILE.
           EVALUATE CUR-FILE-NAME
              WHEN 'CASEIN'
                 CLOSE RST-EIN-FILE
              WHEN 'VENDMAST'
                 CLOSE RST-VND-FILE
              WHEN 'CATMAST'
                 CLOSE RST-CAT-FILE
              WHEN 'CASCUST'
                 CLOSE RST-CUS-FILE
              WHEN 'CASLOT'
                 CLOSE RST-LOT-FILE
              WHEN 'CASSER'
                 CLOSE RST-SER-FILE
              WHEN 'CASCLYR'
                 CLOSE RST-CLY-FILE
              WHEN 'CASOPO'
                 CLOSE RST-OPO-FILE
              WHEN 'CASALOC'
                 CLOSE RST-ALC-FILE
              WHEN 'CASBOM'
                 CLOSE RST-BOM-FILE
              WHEN 'CASABCX'
                 CLOSE RST-ABX-FILE
              WHEN 'CASLCNT'
                 CLOSE RST-LCN-FILE
              WHEN 'CASMHIST'
                 CLOSE RST-MHS-FILE
              WHEN 'CASPSNAP'
                 CLOSE RST-SNP-FILE
           END-EVALUATE
           .

       TERMINATION.
           EVALUATE TRUE
              WHEN DVR-ERROR-FOUND
                 MOVE 16 TO RETURN-CODE
              WHEN FILES-FAILED > 0
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 MOVE 0 TO RETURN-CODE
           END-EVALUATE

           MOVE FILES-RESTORED   TO SUM-RESTORED
           MOVE RECORDS-RESTORED TO SUM-RECORDS
           MOVE FILES-MATCHED    TO SUM-MATCHED
           MOVE FILES-FAILED     TO SUM-FAILED
           DISPLAY WS-DVR-SUMMARY-LINE
           .
