      *****************************************************************
       01  DCB-HOLIDAY-TABLE.
           05  DHT-BANK-ID             PIC 9(5).
      *  OWNER IDS 90000-99999 ARE CURRENCY MARKETS, NOT BANKS (SEE
      *  BMR-OWNER-TYPE, T58034D) -- NO FEDERAL HOLIDAYS, NO CHAIN.
               88  DHT-MARKET-OWNER        VALUE 90000 THRU 99999.
           05  DHT-ENTRY-COUNT         PIC 9(4)       BINARY.
           05  DHT-MAX-ENTRIES         PIC 9(4)       BINARY VALUE 2000.
           05  FILLER                  PIC X(73).
