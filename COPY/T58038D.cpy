      *                 OPERATOR-ALERT-RECORD                         *
      *  ONE RECORD PER THRESHOLD BREACH FOUND BY THE DTS AUDIT       *
      *  MONITOR T58036, WRITTEN TO THE OPERATOR ALERT FILE THE       *
      *  CONSOLE AUTOMATION WATCHES.  THE EMERGENCY CLOSURE SCREEN    *
      *  T58055 APPENDS ONE PER CLOSURE APPLIED, AND T58036 ONE PER   *
      *  POST-FACTO ITEM LEFT UNDECIDED PAST ITS CONFIRM-BY DATE --   *
      *  OAR-ALERT-TYPE TELLS THEM APART (SPACE IS A THRESHOLD        *
      *  BREACH WRITTEN BEFORE THE TYPE EXISTED).  FOR THOSE TWO THE  *
      *  LOG DATE IS THE CLOSURE DATE AND THE COUNTS ARE ZERO.        *
      *  FIELDS ARE SPACE-SEPARATED SO THE FILE STAYS BROWSABLE,     *
      *  SAME AS THE AUDIT LOG ITSELF.                                *
      *****************************************************************
       01  OPERATOR-ALERT-RECORD.
           05  OAR-ALERT-DATE          PIC 9(8).
           05  OAR-ACTUAL-COUNT        PIC 9(7).
           05  FILLER                  PIC X.
           05  OAR-MAX-COUNT           PIC 9(5).
           05  FILLER                  PIC X.
           05  OAR-ALERT-TYPE          PIC X.
               88  OAR-THRESHOLD-BREACH    VALUE 'T' ' '.
               88  OAR-EMERGENCY-CLOSURE   VALUE 'E'.
               88  OAR-POST-FACTO-OVERDUE  VALUE 'O'.
           05  FILLER                  PIC X.
           05  OAR-ALERT-TEXT          PIC X(40).
