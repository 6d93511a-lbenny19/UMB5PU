      *  ONLY AN APPROVED ENTRY TOUCHES DCB-HOLIDAY-TABLE AND THE     *
      *  CALENDAR-KEY-RECORD FILE.  FIELDS ARE SPACE-SEPARATED SO     *
      *  THE FILE STAYS BROWSABLE, SAME AS THE MAINTENANCE AUDIT.     *
      *  A POST-FACTO ITEM (HPR-POST-FACTO) IS PARKED BY THE          *
      *  EMERGENCY CLOSURE SCREEN T58055 AFTER THE CLOSURE HAS        *
      *  ALREADY BEEN APPLIED: APPROVING IT CONFIRMS THE CLOSURE,     *
      *  REJECTING IT REVERSES THE CLOSURE BACK TO THE PRIOR ENTRY    *
      *  (OR REMOVES IT WHEN THERE WAS NONE).  IT MUST BE DECIDED BY  *
      *  HPR-CONFIRM-BY-DATE; THE AUDIT MONITOR T58036 ALERTS THE     *
      *  OPERATORS ON ANY STILL PENDING AFTER THAT DATE.              *
      *  A BRANCH ITEM (HPR-BRANCH-ITEM) IS A CLOSURE OR STAY-OPEN    *
      *  OVERRIDE FOR ONE BRANCH UNDER THE BANK (T58057D).            *
      *****************************************************************
       01  HOLIDAY-PENDING-RECORD.
           05  HPR-STATUS              PIC X.
           05  HPR-DECISION-DATE       PIC 9(8).
           05  FILLER                  PIC X.
           05  HPR-DECISION-TIME       PIC 9(6).
      *  EMERGENCY CLOSURE (T58055) FIELDS.  APPENDED AT THE END SO
      *  ITEMS PARKED BEFORE THEY EXISTED READ BACK AS SPACES (NOT
      *  POST-FACTO).  THE PRIOR FIELDS HOLD THE EARLY-CLOSE ENTRY
      *  THE CLOSURE REPLACED, FOR THE REVERSAL; HPR-PRIOR-SW IS 'N'
      *  WHEN THE CLOSURE WAS A PLAIN ADD.
           05  FILLER                  PIC X.
           05  HPR-POST-FACTO-SW       PIC X.
               88  HPR-POST-FACTO          VALUE 'Y'.
           05  FILLER                  PIC X.
           05  HPR-CONFIRM-BY-DATE     PIC 9(8).
           05  FILLER                  PIC X.
           05  HPR-PRIOR-SW            PIC X.
               88  HPR-PRIOR-ENTRY         VALUE 'Y'.
           05  FILLER                  PIC X.
           05  HPR-PRIOR-SYMBOL        PIC X.
           05  FILLER                  PIC X.
           05  HPR-PRIOR-DESCRIPTION   PIC X(20).
           05  FILLER                  PIC X.
           05  HPR-PRIOR-EARLY-CLOSE-SW PIC X.
           05  FILLER                  PIC X.
           05  HPR-PRIOR-CLOSE-TIME    PIC 9(4).
           05  FILLER                  PIC X.
           05  HPR-PRIOR-WIRE-CUTOFF   PIC 9(4).
           05  FILLER                  PIC X.
           05  HPR-PRIOR-ACH-CUTOFF    PIC 9(4).
      *  BRANCH CLOSURE ITEMS.  A BANK-LEVEL ITEM CARRIES SPACES IN
      *  HPR-BRANCH-ENTRY-TYPE; A BRANCH ITEM CARRIES C (BRANCH
      *  CLOSED) OR O (BRANCH STAYS OPEN) AND IS APPLIED TO THE
      *  BRANCH CALENDAR FILE (T58057D) INSTEAD OF THE HOLIDAY TABLE.
           05  FILLER                  PIC X.
           05  HPR-BRANCH-ID           PIC 9(5).
           05  FILLER                  PIC X.
           05  HPR-BRANCH-ENTRY-TYPE   PIC X.
               88  HPR-BRANCH-ITEM         VALUE 'C' 'O'.
               88  HPR-BRANCH-CLOSED       VALUE 'C'.
               88  HPR-BRANCH-OPEN         VALUE 'O'.
