      *****************************************************************
      *                 CORRESPONDENT-HOLIDAY-RECORD                  *
      *  ONE CLOSURE OR EARLY CLOSE PER RECORD IN THE INBOUND         *
      *  CORRESPONDENT HOLIDAY FILE (CORRHOL) THE LOADER T58046       *
      *  EDITS AND PARKS ON THE PENDING-CHANGE FILE (T58032D) FOR     *
      *  APPROVAL ON T58032.  FIELDS ARE SPACE-SEPARATED AND USE THE  *
      *  SAME VALUES AS THE T58023 MAINTENANCE SCREEN: CAL TYPE       *
      *  B/F/A/S (SPACE = B), SYMBOL AS PRINTED ON THE CALENDAR       *
      *  (SPACE = H), EARLY-CLOSE Y WITH HHMM LOBBY CLOSE AND         *
      *  OPTIONAL WIRE/ACH CUTOFFS (ZERO = NOT SET).                  *
      *****************************************************************
       01  CORRESPONDENT-HOLIDAY-RECORD.
           05  CHI-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  CHI-DATE                PIC 9(8).
           05  FILLER                  PIC X.
           05  CHI-CAL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  CHI-SYMBOL              PIC X.
           05  FILLER                  PIC X.
           05  CHI-DESCRIPTION         PIC X(20).
           05  FILLER                  PIC X.
           05  CHI-EARLY-CLOSE-SW      PIC X.
               88  CHI-EARLY-CLOSE         VALUE 'Y'.
           05  FILLER                  PIC X.
           05  CHI-CLOSE-TIME          PIC 9(4).
           05  FILLER                  PIC X.
           05  CHI-WIRE-CUTOFF         PIC 9(4).
           05  FILLER                  PIC X.
           05  CHI-ACH-CUTOFF          PIC 9(4).
      *  HEADER/TRAILER CONTROL RECORDS, AS ON THE BUSINESS-DAY
      *  REQUEST FILE (T58022D).  THE TRAILER CARRIES THE NUMBER OF
      *  HOLIDAY ROWS THE CORRESPONDENT SENT.
       01  CORRESPONDENT-HOLIDAY-CONTROL.
           05  CHC-RECORD-TYPE         PIC X(3).
               88  CHC-HEADER              VALUE 'HDR'.
               88  CHC-TRAILER             VALUE 'TRL'.
           05  FILLER                  PIC X.
           05  CHC-RECORD-COUNT        PIC 9(7).
