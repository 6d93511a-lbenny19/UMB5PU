      *****************************************************************
      *                 RUN-LEDGER-FILE-RECORD                        *
      *  ON-FILE LAYOUT OF THE SHARED BATCH RUN LEDGER (RUNLEDG).     *
      *  WRITTEN BY T58053 FROM A RUN-LEDGER-RECORD (T58053D) AND     *
      *  READ BACK BY THE MORNING RUN-STATUS REPORT T58054.  THE RUN  *
      *  DATE/TIME ARE THE STEP'S TCB-RUN-DATE/TCB-RUN-TIME -- THE    *
      *  RUN DATE IS THE NIGHT THE STEP BELONGS TO -- AND THE LOG     *
      *  DATE/TIME ARE THE CLOCK WHEN THE ENTRY WAS WRITTEN.  THE     *
      *  RETURN CODE IS ZERO ON A START ENTRY.  FIELDS ARE SPACE-     *
      *  SEPARATED SO THE FILE STAYS BROWSABLE.                       *
      *****************************************************************
       01  RUN-LEDGER-FILE-RECORD.
           05  RLF-PROGRAM-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  RLF-EVENT               PIC X.
               88  RLF-EVENT-START         VALUE 'S'.
               88  RLF-EVENT-END           VALUE 'E'.
           05  FILLER                  PIC X.
           05  RLF-RUN-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  RLF-RUN-TIME            PIC 9(6).
           05  FILLER                  PIC X.
           05  RLF-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  RLF-IN-LABEL            PIC X(8).
           05  FILLER                  PIC X.
           05  RLF-IN-COUNT            PIC 9(9).
           05  FILLER                  PIC X.
           05  RLF-OUT-LABEL           PIC X(8).
           05  FILLER                  PIC X.
           05  RLF-OUT-COUNT           PIC 9(9).
           05  FILLER                  PIC X.
           05  RLF-RETURN-CODE         PIC 9(4).
           05  FILLER                  PIC X.
           05  RLF-LOG-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  RLF-LOG-TIME            PIC 9(6).
