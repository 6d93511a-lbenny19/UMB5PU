      *****************************************************************
      *                 WORKDAY-FEED-RECORD                           *
      *  ONE RECORD PER CALENDAR DATE PER BANK ON THE WORKDAY FEED    *
      *  (WDCFEED) THE CLOSE CALENDAR T58061 WRITES ALONGSIDE ITS     *
      *  REPORT, FROM THE SAME DAY TABLE THE REPORT PRINTS.  A        *
      *  BUSINESS DAY CARRIES ITS WORKDAY NUMBER WITHIN ITS MONTH     *
      *  COUNTED FORWARD (WD+N, FIRST BUSINESS DAY = 1) AND BACKWARD  *
      *  FROM MONTH END (WD-N, LAST BUSINESS DAY = 1); BOTH ARE ZERO  *
      *  ON A DAY THAT IS NOT A BUSINESS DAY.                         *
      *****************************************************************
       01  WORKDAY-FEED-RECORD.
           05  WFR-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  WFR-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  WFR-CAL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  WFR-BUSINESS-SW         PIC X.
           05  FILLER                  PIC X.
           05  WFR-HOLIDAY-SW          PIC X.
           05  FILLER                  PIC X.
           05  WFR-EARLY-CLOSE-SW      PIC X.
           05  FILLER                  PIC X.
           05  WFR-CLOSE-TIME          PIC 9(4).
           05  FILLER                  PIC X.
           05  WFR-WD-FORWARD          PIC 9(2).
           05  FILLER                  PIC X.
           05  WFR-WD-BACKWARD         PIC 9(2).
           05  FILLER                  PIC X.
      *  BUSINESS DAYS IN THE DATE'S MONTH.
           05  WFR-MONTH-BUS-DAYS      PIC 9(2).
