      *****************************************************************
      *                 CALENDAR-DELTA-RECORD                         *
      *  ONE CHANGED CALENDAR DATE PER RECORD, WRITTEN BY THE DELTA   *
      *  REPORTER T58026 ALONGSIDE ITS PRINTED ADDED/DROPPED/CHANGED  *
      *  LINES.  THE POST-BUILD RE-CHECK T58044 READS IT TO DECIDE    *
      *  WHICH ALREADY-ISSUED ANSWERS COULD HAVE MOVED.               *
      *  CDL-NEAR-TERM-SW IS Y WHEN THE DATE FALLS INSIDE THE NEXT    *
      *  10 BUSINESS DAYS, THE SAME WINDOW THE DELTA REPORT FLAGS.    *
      *****************************************************************
       01  CALENDAR-DELTA-RECORD.
           05  CDL-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  CDL-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  CDL-CAL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  CDL-CHANGE-TYPE         PIC X.
               88  CDL-ADDED               VALUE 'A'.
               88  CDL-DROPPED             VALUE 'D'.
               88  CDL-CHANGED             VALUE 'C'.
           05  FILLER                  PIC X.
           05  CDL-NEAR-TERM-SW        PIC X.
               88  CDL-NEAR-TERM           VALUE 'Y'.
