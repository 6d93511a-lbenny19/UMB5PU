      *****************************************************************
      *                 USER-ENTITLEMENT-RECORD                       *
      *  ONE RECORD PER USER / BANK / CALENDAR TYPE ON THE KEYED      *
      *  ENTITLEMENT FILE (ENTITLE), MAINTAINED ONLINE BY T58049 AND  *
      *  READ BY THE ENTITLEMENT CHECK T58048 FOR EVERY INQUIRY,      *
      *  MAINTENANCE, APPROVAL, EMERGENCY CLOSURE AND BANK MASTER    *
      *  TRANSACTION.                                                 *
      *  UER-BANK-ID ZERO GRANTS THE USER EVERY BANK; UER-CAL-TYPE    *
      *  '*' GRANTS EVERY CALENDAR TYPE.  THE MOST SPECIFIC RECORD    *
      *  ON FILE DECIDES (BANK AND TYPE, THEN BANK, THEN ALL-BANKS    *
      *  AND TYPE, THEN ALL-BANKS), SO AN ALL-BANKS GRANT CAN BE      *
      *  NARROWED FOR ONE BANK.  BANK MASTER MAINTENANCE AND          *
      *  ENTITLEMENT ADMINISTRATION ARE NOT PER CALENDAR TYPE AND ARE *
      *  TAKEN FROM THE '*' RECORDS ONLY.                             *
      *****************************************************************
       01  USER-ENTITLEMENT-RECORD.
           05  UER-KEY.
               10  UER-USER-ID         PIC X(8).
               10  UER-BANK-ID         PIC 9(5).
                   88  UER-ALL-BANKS       VALUE ZERO.
               10  UER-CAL-TYPE        PIC X.
                   88  UER-ALL-TYPES       VALUE '*'.
           05  UER-FLAGS.
               10  UER-INQUIRE-SW      PIC X.
                   88  UER-MAY-INQUIRE     VALUE 'Y'.
               10  UER-MAKE-SW         PIC X.
                   88  UER-MAY-MAKE        VALUE 'Y'.
               10  UER-APPROVE-SW      PIC X.
                   88  UER-MAY-APPROVE     VALUE 'Y'.
               10  UER-BANK-MAINT-SW   PIC X.
                   88  UER-MAY-MAINTAIN-BANK VALUE 'Y'.
               10  UER-ADMIN-SW        PIC X.
                   88  UER-MAY-ADMINISTER  VALUE 'Y'.
      *  EMERGENCY CLOSURE (T58055) -- APPLIES A SAME-DAY CLOSURE
      *  STRAIGHT TO THE CALENDAR, CONFIRMED AFTERWARDS ON T58032.
      *  PER BANK AND CALENDAR TYPE, LIKE MAKE AND APPROVE.
               10  UER-EMERGENCY-SW    PIC X.
                   88  UER-MAY-DECLARE-EMERGENCY VALUE 'Y'.
           05  UER-GRANTED-BY          PIC X(8).
           05  UER-GRANTED-DATE        PIC 9(8).
           05  UER-CHANGED-BY          PIC X(8).
           05  UER-CHANGED-DATE        PIC 9(8).
