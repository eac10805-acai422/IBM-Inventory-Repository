      ***
      *** RFWCTL - VALROLL run-control card (RFWCTL dataset).
      *** RFW-BUSINESS-DATE is the day being proved; zero or blank
      *** takes the run date. RFW-SNAP-PERIOD (YYYYMM) names the
      *** CASPSNAP period whose snapshot opens the roll when there
      *** is no saved CASVBAL balance -- the first night after the
      *** job goes in, or after a lost balance; zero or blank takes
      *** the month before the business date.
      ***
           10 RFW-BUSINESS-DATE PIC 9(08).
           10 RFW-SNAP-PERIOD   PIC 9(06).
           10 FILLER            PIC X(66).
