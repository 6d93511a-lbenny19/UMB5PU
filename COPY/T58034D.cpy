      *****************************************************************
       01  BANK-MASTER-RECORD.
           05  BMR-BANK-ID             PIC 9(5).
               88  BMR-MARKET-ID-RANGE     VALUE 90000 THRU 99999.
           05  BMR-SHORT-NAME          PIC X(15).
           05  BMR-NAME                PIC X(30).
           05  BMR-STATUS-SW           PIC X.
      *  AND THE REQUEST PROCESSORS.
           05  BMR-WEEKEND-DAY-1       PIC X.
           05  BMR-WEEKEND-DAY-2       PIC X.
      *  NORMAL BUSINESS-DAY HOURS, HHMM IN THE BANK'S OWN TIME ZONE.
      *  BMR-OPEN-TIME OPENS THE LOBBY, WIRE AND ACH WINDOWS; EACH
      *  WINDOW CLOSES AT ITS OWN CUTOFF.  ZERO MEANS NOT SET.  AN
      *  EARLY-CLOSE DAY ON CALFILE OVERRIDES THE CUTOFFS FOR THE DAY.
           05  BMR-OPEN-TIME           PIC 9(4).
           05  BMR-LOBBY-CLOSE         PIC 9(4).
           05  BMR-WIRE-CUTOFF         PIC 9(4).
           05  BMR-ACH-CUTOFF          PIC 9(4).
      *  THE BANK'S TIME ZONE: A SHORT LABEL FOR DISPLAY, THE
      *  STANDARD-TIME OFFSET FROM UTC AS SIGNED HHMM (-0500 FOR NEW
      *  YORK, +0100 FOR FRANKFURT), AND THE DAYLIGHT-SAVING RULE --
      *  U = US (SECOND SUNDAY OF MARCH TO FIRST SUNDAY OF NOVEMBER),
      *  E = EUROPEAN (LAST SUNDAY OF MARCH TO LAST SUNDAY OF
      *  OCTOBER), N OR SPACE = NO DAYLIGHT SAVING.  A BLANK LABEL
      *  MEANS THE BANK KEEPS OUR OWN TIME.
           05  BMR-TZ-LABEL            PIC X(5).
           05  BMR-TZ-UTC-OFFSET       PIC S9(4)
                                       SIGN LEADING SEPARATE.
           05  BMR-TZ-DST-RULE         PIC X.
               88  BMR-TZ-DST-US           VALUE 'U'.
               88  BMR-TZ-DST-EU           VALUE 'E'.
               88  BMR-TZ-NO-DST           VALUE 'N' ' '.
      *  CALENDAR OWNER TYPE.  A CURRENCY MARKET (TARGET2, LONDON,
      *  TOKYO ...) OWNS A CALENDAR THE SAME WAY A BANK DOES: ITS
      *  CLOSURES ARE KEYED AND APPROVED ON T58023/T58032 (OR LOADED
      *  BY T58046), BUILT BY T58010/T58009 AND STORED ON CALFILE
      *  UNDER ITS OWNER ID ON THE TYPE 'B' CALENDAR.  MARKET OWNER
      *  IDS ARE 90000-99999, SO THE BUILD CAN TELL A MARKET FROM A
      *  BANK BY ITS ID ALONE (SEE DHT-MARKET-OWNER, T58015D).
           05  BMR-OWNER-TYPE          PIC X.
               88  BMR-OWNER-BANK          VALUE 'B' ' '.
               88  BMR-OWNER-MARKET        VALUE 'M'.
      *  FOR A MARKET ONLY: THE ISO CURRENCY CODE IT SETTLES, AND ITS
      *  SPOT LAG IN MARKET BUSINESS DAYS (2, OR 1 FOR A T+1 SPOT
      *  CURRENCY SUCH AS CAD).  READ BY THE FX VALUE-DATE
      *  CALCULATOR T58052.
           05  BMR-MARKET-CCY          PIC X(3).
           05  BMR-SPOT-DAYS           PIC 9.
