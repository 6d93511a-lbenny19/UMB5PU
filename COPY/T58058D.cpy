      *****************************************************************
      *                 BUSINESS-DAY-INDEX-BLOCK                      *
      *  CALL BLOCK FOR THE BUSINESS-DAY ORDINAL INDEX T58058.  THE   *
      *  FIRST CALL FOR A BANK AND CALENDAR TYPE LOADS THAT BANK'S    *
      *  ACTIVE CALFILE GENERATION ONCE INTO AN IN-MEMORY TABLE OVER  *
      *  A FIXED WINDOW OF YEARS AROUND THE RUN DATE, WHERE EVERY     *
      *  DATE CARRIES ITS RUNNING BUSINESS-DAY NUMBER; EVERY LATER    *
      *  CALL FOR THAT BANK IS TABLE ARITHMETIC.  THE ACTIONS ANSWER  *
      *  THE SAME QUESTIONS AS THE T58001 ACTIONS OF THE SAME NAME.   *
      *                                                               *
      *  BDX-ANSWERED 'N' MEANS THE INDEX CANNOT ANSWER (DATE OR      *
      *  RESULT OUTSIDE THE WINDOW, A ZERO OFFSET, NO CALFILE, OR     *
      *  THE TABLE IS FULL) AND THE CALLER MAKES ITS T58001 CALL AS   *
      *  BEFORE.  BDX-DAY-CHECKS IS THE NUMBER OF SINGLE-DATE CHECKS  *
      *  A DAY-BY-DAY WALK WOULD HAVE NEEDED FOR THE SAME ANSWER,     *
      *  FOR THE CALLER'S CALLS-SAVED TOTALS.                         *
      *****************************************************************
       01  BUSINESS-DAY-INDEX-BLOCK.
           05  BDX-ACTION              PIC X.
               88  BDX-ADD-BUS-DAYS        VALUE 'A'.
               88  BDX-COUNT-BUS-DAYS      VALUE 'C'.
               88  BDX-CLASSIFY-DATE       VALUE 'K'.
               88  BDX-NEXT-OPEN-DAY       VALUE 'O'.
           05  BDX-BANK-ID             PIC 9(5).
      *  SPACE IS TREATED AS 'B', AS DCB-CAL-TYPE IS.
           05  BDX-CAL-TYPE            PIC X.
      *  THE BANK'S WEEKEND DAYS (0=SUN .. 6=SAT) FROM THE BANK
      *  MASTER; SPACES MEAN THE SATURDAY/SUNDAY DEFAULT.  USED
      *  WHEN THE BANK'S INDEX IS LOADED.
           05  BDX-WEEKEND-DAY-1       PIC X.
           05  BDX-WEEKEND-DAY-2       PIC X.
           05  BDX-INPUT-DATE          PIC 9(8).
      *  BDX-TO-DATE IS THE SECOND DATE FOR BDX-COUNT-BUS-DAYS.
           05  BDX-TO-DATE             PIC 9(8).
      *  SIGNED BUSINESS-DAY OFFSET FOR BDX-ADD-BUS-DAYS.
           05  BDX-DAY-OFFSET          PIC S9(4).
      *  BDX-NEXT-OPEN-DAY SCANS FORWARD (F) OR BACKWARD (B) FROM
      *  BDX-INPUT-DATE, INCLUSIVE, FOR THE FIRST DATE THE BANK IS
      *  OPEN -- BUSINESS DAY, NOT A HOLIDAY, FEDWIRE OPEN.
           05  BDX-DIRECTION           PIC X.
               88  BDX-FORWARD             VALUE 'F'.
               88  BDX-BACKWARD            VALUE 'B'.
      *  RESULTS.
           05  BDX-ANSWERED-SW         PIC X.
               88  BDX-ANSWERED            VALUE 'Y'.
               88  BDX-NOT-ANSWERED        VALUE 'N'.
           05  BDX-RESULT-DATE         PIC 9(8).
           05  BDX-DAY-COUNT           PIC S9(5).
           05  BDX-BUSINESS-DAY-SW     PIC X.
               88  BDX-IS-BUSINESS-DAY     VALUE 'Y'.
               88  BDX-NOT-BUSINESS-DAY    VALUE 'N'.
           05  BDX-HOLIDAY-SW          PIC X.
               88  BDX-IS-HOLIDAY          VALUE 'Y'.
               88  BDX-NOT-HOLIDAY         VALUE 'N'.
           05  BDX-FEDWIRE-SW          PIC X.
               88  BDX-FEDWIRE-OPEN        VALUE 'Y'.
               88  BDX-FEDWIRE-CLOSED      VALUE 'N'.
           05  BDX-DAY-CHECKS          PIC 9(7).
      *  RUN TOTALS KEPT BY T58058 FOR THE CALLER'S REPORT.
           05  BDX-INDEXES-LOADED      PIC 9(5).
           05  BDX-RECORDS-LOADED      PIC 9(7).
