      *****************************************************************
      *                 FX-VALUE-DATE-REQUEST-RECORD                  *
      *  ONE FX SETTLEMENT (VALUE) DATE QUESTION PER RECORD, READ BY  *
      *  THE VALUE-DATE CALCULATOR T58052: A TRADE DATE, THE TWO      *
      *  CURRENCIES OF THE PAIR, THE TENOR, AND THE US BANK THAT      *
      *  SETTLES THE DOLLAR SIDE.  EACH NON-USD CURRENCY IS LOOKED UP *
      *  TO ITS MARKET OWNER ON THE BANK MASTER (BMR-OWNER-MARKET,    *
      *  T58034D).  THE FILE IS BRACKETED BY THE SAME HDR/TRL         *
      *  CONTROL RECORDS AS THE BUSINESS-DAY REQUEST FILE (T58022D).  *
      *****************************************************************
       01  FX-VALUE-DATE-REQUEST-RECORD.
           05  FVR-REQUEST-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  FVR-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  FVR-TRADE-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  FVR-CCY-PAIR.
               10  FVR-CCY-1           PIC X(3).
               10  FVR-CCY-2           PIC X(3).
           05  FILLER                  PIC X.
      *  SPT = SPOT, T+1 = ONE MARKET DAY AFTER THE TRADE, OR A WEEK
      *  OR MONTH TENOR LEFT-JUSTIFIED: 1W, 2W, 1M, 3M, 12M ...
           05  FVR-TENOR               PIC X(3).
               88  FVR-TENOR-SPOT          VALUE 'SPT'.
               88  FVR-TENOR-NEXT-DAY      VALUE 'T+1'.
           05  FVR-TENOR-X REDEFINES FVR-TENOR.
               10  FVR-TENOR-CHAR-1    PIC X.
               10  FVR-TENOR-CHAR-2    PIC X.
               10  FVR-TENOR-CHAR-3    PIC X.
      *
       01  FX-VALUE-DATE-REQUEST-CONTROL.
           05  FVC-RECORD-TYPE         PIC X(3).
               88  FVC-HEADER              VALUE 'HDR'.
               88  FVC-TRAILER             VALUE 'TRL'.
           05  FILLER                  PIC X.
           05  FVC-REQUEST-COUNT       PIC 9(7).
