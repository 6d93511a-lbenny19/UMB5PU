      *  BANK WEEKEND DAYS (T58034; 0=SUN .. 6=SAT).
           05  CDMF-BANK-WEEKEND-1     PIC X.
           05  CDMF-BANK-WEEKEND-2     PIC X.
      *  USER ENTITLEMENT MAINTENANCE FIELDS (T58049).  THE BANK AND
      *  CALENDAR TYPE RIDE IN CDMF-BANK-ID (ZERO = ALL BANKS) AND
      *  CDMF-CAL-TYPE ('*' = ALL TYPES); EACH FLAG IS Y OR N.
           05  CDMF-ENT-USER-ID        PIC X(8).
           05  CDMF-ENT-INQUIRE        PIC X.
           05  CDMF-ENT-MAKE           PIC X.
           05  CDMF-ENT-APPROVE        PIC X.
           05  CDMF-ENT-BANK-MAINT     PIC X.
           05  CDMF-ENT-ADMIN          PIC X.
           05  CDMF-ENT-EMERGENCY      PIC X.
      *  BANK NORMAL HOURS AND TIME ZONE (T58034), HHMM IN THE BANK'S
      *  OWN TIME; THE OFFSET IS SIGNED HHMM FROM UTC AND THE
      *  DAYLIGHT-SAVING RULE IS U, E OR N.
           05  CDMF-BANK-OPEN-TIME     PIC 9(4).
           05  CDMF-BANK-LOBBY-CLOSE   PIC 9(4).
           05  CDMF-BANK-WIRE-CUTOFF   PIC 9(4).
           05  CDMF-BANK-ACH-CUTOFF    PIC 9(4).
           05  CDMF-BANK-TZ-LABEL      PIC X(5).
           05  CDMF-BANK-TZ-OFFSET     PIC S9(4)
                                       SIGN LEADING SEPARATE.
           05  CDMF-BANK-TZ-DST-RULE   PIC X.
      *  CUTOFF-WINDOW INQUIRY (T58051): THE TIME ASKED ABOUT, HHMM
      *  IN OUR OWN TIME ZONE, AND ONE ANSWER LINE PER WINDOW.
           05  CDMF-INQUIRY-TIME       PIC 9(4).
           05  CDMF-LOBBY-WINDOW       PIC X(56).
           05  CDMF-WIRE-WINDOW        PIC X(56).
           05  CDMF-ACH-WINDOW         PIC X(56).
      *  CALENDAR OWNER TYPE (T58034): B = BANK, M = CURRENCY MARKET,
      *  WITH THE MARKET'S CURRENCY AND SPOT LAG IN BUSINESS DAYS.
           05  CDMF-BANK-OWNER-TYPE    PIC X.
           05  CDMF-BANK-MARKET-CCY    PIC X(3).
           05  CDMF-BANK-SPOT-DAYS     PIC 9.
      *  BRANCH UNDER THE BANK (T58056 MASTER; T58023/T58032 BRANCH
      *  CLOSURES; T58011/T58037 COMBINED VIEW).  ZERO = THE BANK
      *  ITSELF.  CDMF-BRANCH-OPEN 'Y' KEYS A STAY-OPEN OVERRIDE OF A
      *  BANK CLOSURE INSTEAD OF A BRANCH CLOSURE.
           05  CDMF-BRANCH-ID          PIC 9(5).
           05  CDMF-BRANCH-OPEN        PIC X.
           05  CDMF-BRANCH-NAME        PIC X(30).
           05  CDMF-BRANCH-CITY        PIC X(20).
           05  CDMF-BRANCH-STATE       PIC X(2).
           05  CDMF-BRANCH-STATUS      PIC X.
