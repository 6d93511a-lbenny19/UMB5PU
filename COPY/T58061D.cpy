      *****************************************************************
      *                 CLOSE-TASK-RECORD                             *
      *  ONE NAMED MONTH-END CLOSE TASK PER RECORD (CLOSTASK), READ   *
      *  BY THE WORKDAY CLOSE CALENDAR T58061 AND RESOLVED TO ACTUAL  *
      *  DATES ON ITS ONE-PAGE CLOSE SCHEDULE.  THE WORKDAY NUMBER    *
      *  COUNTS BUSINESS DAYS RELATIVE TO THE CLOSE OF A PERIOD       *
      *  MONTH: WD-1 IS THE LAST BUSINESS DAY OF THE PERIOD MONTH,    *
      *  WD-2 THE ONE BEFORE IT; WD+1 IS THE FIRST BUSINESS DAY OF    *
      *  THE FOLLOWING MONTH, WD+2 THE SECOND.  THERE IS NO WD0.      *
      *****************************************************************
       01  CLOSE-TASK-RECORD.
           05  CTR-TASK-NAME           PIC X(30).
           05  FILLER                  PIC X.
           05  CTR-WD-SIGN             PIC X.
               88  CTR-WD-AFTER            VALUE '+'.
               88  CTR-WD-BEFORE           VALUE '-'.
               88  CTR-WD-SIGN-VALID       VALUE '+' '-'.
           05  CTR-WD-NUMBER           PIC 9(2).
           05  FILLER                  PIC X.
      *  WHICH PERIODS THE TASK RUNS FOR.  SPACE OR M = EVERY MONTH,
      *  Q = QUARTER-END PERIODS (MAR/JUN/SEP/DEC), A = YEAR END
      *  (DECEMBER) ONLY.
           05  CTR-FREQUENCY           PIC X.
               88  CTR-FREQ-MONTHLY        VALUE 'M' ' '.
               88  CTR-FREQ-QUARTERLY      VALUE 'Q'.
               88  CTR-FREQ-ANNUAL         VALUE 'A'.
               88  CTR-FREQ-VALID          VALUE 'M' ' ' 'Q' 'A'.
