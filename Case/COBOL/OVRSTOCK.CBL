      *** and the 999-capped no-usage parts -- extends each band
      *** by item value, and ranks the detail by tied-up value
      *** descending so management sees where the working capital
      *** is buried. The total tied-up value across the bands is
      *** also appended, for the month of the run, to the CASKPIF
      *** headline file the KPISCORE scorecard reads.
      ***
       environment division.
       input-output section.
       file-control.
           SELECT OVS-DATA-FILE ASSIGN TO CASOVST
              FILE STATUS IS OVS-FILE-STATUS.
           SELECT KPI-DATA-FILE ASSIGN TO CASKPIF
              FILE STATUS IS KPI-FILE-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
       data division.
       file section.
       FD  OVS-DATA-FILE.
       01 OVS-OUT-DATA          PIC X(133).
       FD  KPI-DATA-FILE.
       01 KPI-RECORD.
           copy KPIFEED.
       SD  SORT-WORK-FILE.
       01 SORT-RECORD.
           05 SRT-ITEM-VALUE    PIC 9(08)V9(02).
       01 IN-DATA-FIELDS REDEFINES IN-DATA.
       copy DEFINP.
       01 OVS-FILE-STATUS     PIC X(02).
       01 KPI-FILE-STATUS     PIC X(02).
       01 KPI-RUN-DATE        PIC 9(08).
       01 KPI-RUN-TIME        PIC 9(08).
       01 OVS-ERROR-FLAG      PIC X(01) VALUE 'N'.
           88 OVS-ERROR-FOUND     VALUE 'Y'.
       01 WS-OVS-OPEN-MSG.
       01 IO-ERROR-FLAG       PIC X(01) EXTERNAL.
           88 IO-ERROR-FOUND      VALUE 'Y'.
       01 IO-ERROR-STATUS     PIC X(02) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 ENR-SOURCE-TEXT     PIC X(40) EXTERNAL.
       01 WS-IO-MSG.
           05 FILLER            PIC X(23) VALUE
              'GET005 CASEIN I/O ERROR'.
       01 BANDN-COUNT         PIC 9(07) VALUE 0.
       01 BANDN-VALUE         PIC 9(11)V9(02) VALUE 0.
       01 OVERSTOCK-COUNT     PIC 9(07) VALUE 0.
       01 WS-OVS-SOURCE-LINE.
           05                  PIC X      VALUE SPACES.
           05 OVS-SOURCE-TEXT  PIC X(40).
           05                  PIC X(92)  VALUE SPACES.
       01 WS-OVS-HEADING.
           05                  PIC X      VALUE SPACES.
           05                  PIC X(11)  VALUE 'PART NUMBER'.
              CALL 'LOGGER' USING BY CONTENT 'E'
                   BY CONTENT WS-OVS-OPEN-MSG
           END-IF
           .

       RELEASE-OVERSTOCK-PARTS.
           MOVE SPACES TO SEL-WAREHOUSE
           MOVE 0 TO RETURN-CODE

      *    READ TONIGHT'S ENRICHED SNAPSHOT WHEN IT IS THERE; THE
      *    HEADING NAMES WHICH SOURCE THE LISTING CAME FROM.
           MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
           MOVE ENR-SOURCE-TEXT TO OVS-SOURCE-TEXT
           WRITE OVS-OUT-DATA FROM WS-OVS-SOURCE-LINE
           WRITE OVS-OUT-DATA FROM WS-OVS-HEADING

           CALL 'GETREC' USING
           BY CONTENT '2'

           CLOSE OVS-DATA-FILE

           PERFORM WRITE-KPI-HEADLINE

           IF OVS-ERROR-FOUND
              MOVE 16 TO RETURN-CODE
           END-IF
           MOVE OVERSTOCK-COUNT TO SUM-OVS-COUNT
           DISPLAY WS-OVS-SUMMARY-LINE
           .

      ***
      *** the excess value -- all four bands -- as of this run's
      *** month, for the KPISCORE scorecard.
      ***
       WRITE-KPI-HEADLINE.
           ACCEPT KPI-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT KPI-RUN-TIME FROM TIME
           OPEN EXTEND KPI-DATA-FILE
           IF KPI-FILE-STATUS = '00'
              MOVE SPACES        TO KPI-RECORD
              COMPUTE KPF-PERIOD = KPI-RUN-DATE / 100
              MOVE 'EXCESS'      TO KPF-KPI-CODE
              COMPUTE KPF-VALUE = BAND1-VALUE + BAND2-VALUE
                                + BAND3-VALUE + BANDN-VALUE
              MOVE 'OVRSTOCK'    TO KPF-SOURCE-JOB
              MOVE KPI-RUN-DATE  TO KPF-RUN-DATE
              MOVE KPI-RUN-TIME  TO KPF-RUN-TIME
              WRITE KPI-RECORD
              CLOSE KPI-DATA-FILE
           ELSE
              MOVE 'OVS011'         TO MSG-OVS-OPEN-CODE
              MOVE KPI-FILE-STATUS  TO MSG-OVS-OPEN-STAT
              CALL 'LOGGER' USING BY CONTENT 'W'
                   BY CONTENT WS-OVS-OPEN-MSG
           END-IF
           .
