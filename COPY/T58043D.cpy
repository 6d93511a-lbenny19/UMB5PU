      *****************************************************************
      *                 SCHEDULE-REQUEST-RECORD                       *
      *  ONE PAYMENT-SCHEDULE REQUEST PER RECORD, READ BY THE         *
      *  ADJUSTED SCHEDULE GENERATOR T58043.  THE GENERATOR WRITES    *
      *  ONE RESULT RECORD PER PERIOD CARRYING THE UNADJUSTED AND     *
      *  THE ROLLED (ADJUSTED) DATE.  FIELDS ARE SPACE-SEPARATED SO   *
      *  THE FILE CAN BE KEYED OR BUILT BY THE LOAN SYSTEMS EXTRACT.  *
      *  THE FILE IS BRACKETED BY THE SAME HDR/TRL CONTROL RECORDS    *
      *  AS THE BUSINESS-DAY REQUEST FILE (T58022D).                  *
      *****************************************************************
       01  SCHEDULE-REQUEST-RECORD.
           05  SRQ-SCHEDULE-ID         PIC X(8).
           05  FILLER                  PIC X.
           05  SRQ-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
      *  CALENDAR TYPE THE ROLL RUNS AGAINST (SEE DCB-CAL-TYPE);
      *  SPACE IS TREATED AS 'B'.
           05  SRQ-CAL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  SRQ-START-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  SRQ-FREQUENCY           PIC X.
               88  SRQ-FREQ-MONTHLY        VALUE 'M'.
               88  SRQ-FREQ-QUARTERLY      VALUE 'Q'.
               88  SRQ-FREQ-SEMIANNUAL     VALUE 'S'.
               88  SRQ-FREQ-ANNUAL         VALUE 'A'.
           05  FILLER                  PIC X.
           05  SRQ-PERIODS             PIC 9(3).
           05  FILLER                  PIC X.
      *  FO = FOLLOWING, MF = MODIFIED FOLLOWING,
      *  PR = PRECEDING, MP = MODIFIED PRECEDING.
           05  SRQ-ROLL-CONVENTION     PIC X(2).
               88  SRQ-ROLL-FOLLOWING      VALUE 'FO'.
               88  SRQ-ROLL-MOD-FOLLOWING  VALUE 'MF'.
               88  SRQ-ROLL-PRECEDING      VALUE 'PR'.
               88  SRQ-ROLL-MOD-PRECEDING  VALUE 'MP'.
               88  SRQ-ROLL-VALID          VALUE 'FO' 'MF' 'PR' 'MP'.
           05  FILLER                  PIC X.
      *  Y = A START DATE ON THE LAST DAY OF ITS MONTH KEEPS EVERY
      *  PERIOD ON THE LAST DAY OF THE MONTH (31-JAN, 28/29-FEB,
      *  31-MAR ...).  N OR SPACE HOLDS THE START DAY, CLAMPED TO
      *  THE MONTH LENGTH.
           05  SRQ-EOM-SW              PIC X.
               88  SRQ-EOM-ROLL            VALUE 'Y'.
               88  SRQ-EOM-VALID           VALUE 'Y' 'N' ' '.
      *
       01  SCHEDULE-REQUEST-CONTROL.
           05  SQC-RECORD-TYPE         PIC X(3).
               88  SQC-HEADER              VALUE 'HDR'.
               88  SQC-TRAILER             VALUE 'TRL'.
           05  FILLER                  PIC X.
           05  SQC-REQUEST-COUNT       PIC 9(7).
