       01 SEL-PARTNO-LOW    PIC X(09) EXTERNAL.
       01 SEL-PARTNO-HIGH   PIC X(09) EXTERNAL.
       01 SEL-WAREHOUSE     PIC X(03) EXTERNAL.
       01 ENR-SNAP-REQUEST-FLAG PIC X(01) EXTERNAL.
       01 TRAILER-COUNT     PIC 9(07) EXTERNAL.
       01 TRAILER-SEEN-FLAG PIC X(01) EXTERNAL.
           88 TRAILER-WAS-SEEN  VALUE 'Y'.
              MOVE 'N' TO RPT-RESTART-FLAG
           END-IF

      *    THE NIGHTLY REPORT READS THE ENRICHED SNAPSHOT, AS THE
      *    OTHER REPORTS DO; A CONTINUOUS RUN IS WATCHING THE LIVE
      *    MASTER THROUGH THE DAY AND STAYS ON IT.
           IF NOT CTL-IS-CONTINUOUS
              MOVE 'Y' TO ENR-SNAP-REQUEST-FLAG
           END-IF
           CALL 'GETREC' USING
           BY CONTENT '1'
           BY REFERENCE IN-DATA
