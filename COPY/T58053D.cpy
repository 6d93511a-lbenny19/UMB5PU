      *****************************************************************
      *                    RUN-LEDGER-RECORD                          *
      *  ONE START OR END ENTRY FOR A BATCH STEP.  EVERY BATCH        *
      *  PROGRAM OF THE CALENDAR STREAM BUILDS ONE AS IT STARTS AND   *
      *  ANOTHER AS IT ENDS AND APPENDS IT TO THE SHARED RUN LEDGER   *
      *  BY CALL 'T58053', THE WAY DTS ERRORS GO TO THE AUDIT LOG     *
      *  THROUGH T58021.  T58053 TAKES THE RUN DATE/TIME AND, ON THE  *
      *  END ENTRY, THE FINAL TCB-RETURN-CODE FROM THE TCB.  THE      *
      *  LABELS NAME WHAT THE STEP COUNTS (REQUESTS, DHT ENTRIES,     *
      *  CALFILE RECORDS ...) SO THE LEDGER READS WITHOUT THE SOURCE. *
      *  BANK ID ZERO = A MULTI-BANK OR BANK-INDEPENDENT RUN.         *
      *****************************************************************
       01  RUN-LEDGER-RECORD.
           05  RLG-PROGRAM-ID          PIC X(8).
           05  RLG-EVENT               PIC X.
               88  RLG-EVENT-START         VALUE 'S'.
               88  RLG-EVENT-END           VALUE 'E'.
           05  RLG-BANK-ID             PIC 9(5).
           05  RLG-IN-LABEL            PIC X(8).
           05  RLG-IN-COUNT            PIC 9(9).
           05  RLG-OUT-LABEL           PIC X(8).
           05  RLG-OUT-COUNT           PIC 9(9).
