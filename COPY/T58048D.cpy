      *****************************************************************
      *                 ENTITLEMENT-CHECK-BLOCK                       *
      *  PARAMETER BLOCK FOR THE SHARED ENTITLEMENT CHECK T58048.     *
      *  THE CALLER FILLS THE USER, BANK, CALENDAR TYPE AND THE       *
      *  ACTION IT IS ABOUT TO TAKE; T58048 LOOKS THE USER UP ON THE  *
      *  ENTITLEMENT FILE (T58049D) AND ANSWERS ALLOWED OR REFUSED,   *
      *  WITH A MESSAGE READY TO MOVE TO CDMF-ERROR-MESSAGE WHEN      *
      *  REFUSED.  ECB-FILE-STATUS IS THE ENTITLEMENT FILE'S OPEN     *
      *  STATUS, SO THE ENTITLEMENT SCREEN CAN TELL A FILE THAT HAS   *
      *  NEVER BEEN LOADED ('35') FROM A PLAIN REFUSAL.               *
      *****************************************************************
       01  ENTITLEMENT-CHECK-BLOCK.
           05  ECB-USER-ID             PIC X(8).
           05  ECB-BANK-ID             PIC 9(5).
           05  ECB-CAL-TYPE            PIC X.
           05  ECB-ACTION              PIC X.
               88  ECB-ACT-INQUIRE         VALUE 'I'.
               88  ECB-ACT-MAKE            VALUE 'M'.
               88  ECB-ACT-APPROVE         VALUE 'A'.
               88  ECB-ACT-BANK-MAINT      VALUE 'B'.
               88  ECB-ACT-ADMINISTER      VALUE 'S'.
               88  ECB-ACT-EMERGENCY       VALUE 'E'.
           05  ECB-RESULT-SW           PIC X.
               88  ECB-ALLOWED             VALUE 'Y'.
               88  ECB-REFUSED             VALUE 'N'.
           05  ECB-MESSAGE             PIC X(60).
           05  ECB-FILE-STATUS         PIC XX.
