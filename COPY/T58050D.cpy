      *****************************************************************
      *                 ENTITLEMENT-AUDIT-RECORD                      *
      *  ONE ENTRY PER ADD/CHANGE/DELETE APPLIED TO THE ENTITLEMENT   *
      *  FILE (T58049D) BY THE ONLINE ENTITLEMENT MAINTENANCE         *
      *  TRANSACTION T58049, APPENDED TO ITS OWN AUDIT FILE (ENTAUD)  *
      *  WITH THE ADMINISTRATOR'S USER AND TERMINAL.  THE FLAGS ARE   *
      *  CARRIED BEFORE AND AFTER THE CHANGE IN THE UER-FLAGS ORDER   *
      *  (INQUIRE, MAKE, APPROVE, BANK MASTER, ADMINISTER, EMERGENCY *
      *  CLOSURE) -- SPACES BEFORE AN ADD, SPACES AFTER A DELETE.     *
      *  THE RECERTIFICATION LISTING T58050 PRINTS THE YEAR'S         *
      *  ENTRIES.  FIELDS ARE SPACE-SEPARATED, SAME AS THE HOLIDAY    *
      *  MAINTENANCE AUDIT (T58023D).                                 *
      *****************************************************************
       01  ENTITLEMENT-AUDIT-RECORD.
           05  EAR-LOG-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  EAR-LOG-TIME            PIC 9(6).
           05  FILLER                  PIC X.
           05  EAR-ADMIN-USER-ID       PIC X(8).
           05  FILLER                  PIC X.
           05  EAR-TERMINAL-ID         PIC X(8).
           05  FILLER                  PIC X.
           05  EAR-FUNCTION            PIC X(2).
           05  FILLER                  PIC X.
           05  EAR-USER-ID             PIC X(8).
           05  FILLER                  PIC X.
           05  EAR-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  EAR-CAL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  EAR-BEFORE-FLAGS        PIC X(6).
           05  FILLER                  PIC X.
           05  EAR-AFTER-FLAGS         PIC X(6).
