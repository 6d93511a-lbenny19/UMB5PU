      *  SUPERVISOR EMERGENCY OVERRIDE (APPLIED DIRECT FROM T58023
      *  WITH NO SECOND USER) CARRIES SPACES IN THE CHECKER AND 'Y'
      *  IN THE OVERRIDE SWITCH SO IT STANDS OUT ON THE AUDIT TRAIL.
      *  A SAME-DAY EMERGENCY CLOSURE FROM T58055 IS STAMPED THE SAME
      *  WAY WITH 'E'; ITS POST-FACTO CONFIRMATION OR REVERSAL ON
      *  T58032 WRITES A SECOND RECORD CARRYING THE CHECKER.
           05  FILLER                  PIC X.
           05  HMA-CHECKER-ID          PIC X(8).
           05  FILLER                  PIC X.
           05  HMA-OVERRIDE-SW         PIC X.
               88  HMA-OVERRIDE            VALUE 'Y'.
               88  HMA-EMERGENCY           VALUE 'E'.
      *  NAMED CUTOFFS CARRIED WITH THE EARLY-CLOSE FIELDS ABOVE.
           05  FILLER                  PIC X.
           05  HMA-WIRE-CUTOFF         PIC 9(4).
           05  FILLER                  PIC X.
           05  HMA-ACH-CUTOFF          PIC 9(4).
      *  BRANCH CLOSURE CHANGES (T58057D).  SPACES IN THE ENTRY TYPE
      *  MARK A BANK-LEVEL CHANGE; C OR O MARKS A CHANGE TO ONE
      *  BRANCH'S CALENDAR, WHICH NEVER REACHES THE BANK BUILD.
           05  FILLER                  PIC X.
           05  HMA-BRANCH-ID           PIC 9(5).
           05  FILLER                  PIC X.
           05  HMA-BRANCH-ENTRY-TYPE   PIC X.
               88  HMA-BRANCH-ITEM         VALUE 'C' 'O'.
