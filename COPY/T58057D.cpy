      *****************************************************************
      *                 BRANCH-CALENDAR-RECORD                        *
      *  ONE RECORD PER BRANCH PER DATE THE BRANCH DOES NOT FOLLOW    *
      *  ITS PARENT BANK'S CALENDAR, ON THE KEYED BRANCH CALENDAR     *
      *  FILE (BRCHCAL).  A BRANCH INHERITS EVERY CLOSURE ON THE      *
      *  BANK'S CALFILE CALENDAR (T58009D); A RECORD HERE REPLACES    *
      *  THE BANK'S ANSWER FOR THAT ONE DATE AND CALENDAR TYPE:       *
      *    BCL-BRANCH-CLOSED -- A LOCAL CLOSURE (PARADE, COUNTY       *
      *        HOLIDAY, FLOODED BUILDING), FULL DAY OR EARLY CLOSE,   *
      *        WHETHER OR NOT THE BANK IS OPEN;                       *
      *    BCL-BRANCH-OPEN   -- THE BRANCH STAYS OPEN ON A DATE THE   *
      *        BANK IS CLOSED.  WEEKENDS STILL COME FROM THE BANK'S   *
      *        WEEKEND DAYS, AND FEDWIRE STAYS WHATEVER THE BANK'S    *
      *        CALENDAR SAYS -- THE WIRE ROOM IS THE BANK'S.          *
      *  KEYED AND APPROVED THROUGH THE T58023/T58032 MAKER/CHECKER   *
      *  PATH WITH A BRANCH ID ON THE SCREEN; READ BY THE INQUIRY     *
      *  T58011 AND THE MONTH SCREEN T58037 FOR THE COMBINED          *
      *  BANK-PLUS-BRANCH VIEW.  NOT BUILT BY THE BATCH -- THE FILE   *
      *  IS MAINTAINED IN PLACE, SO IT CARRIES NO LOAD GENERATION.    *
      *****************************************************************
       01  BRANCH-CALENDAR-RECORD.
           05  BCL-KEY.
               10  BCL-BANK-ID         PIC 9(5).
               10  BCL-BRANCH-ID       PIC 9(5).
               10  BCL-CAL-TYPE        PIC X.
               10  BCL-DATE            PIC 9(8).
           05  BCL-ENTRY-TYPE          PIC X.
               88  BCL-BRANCH-CLOSED       VALUE 'C'.
               88  BCL-BRANCH-OPEN         VALUE 'O'.
           05  BCL-SYMBOL              PIC X.
           05  BCL-SOURCE              PIC X.
           05  BCL-EARLY-CLOSE-SW      PIC X.
               88  BCL-EARLY-CLOSE         VALUE 'Y'.
               88  BCL-FULL-DAY            VALUE 'N'.
           05  BCL-CLOSE-TIME          PIC 9(4).
           05  BCL-DESCRIPTION         PIC X(20).
           05  BCL-WIRE-CUTOFF         PIC 9(4).
           05  BCL-ACH-CUTOFF          PIC 9(4).
