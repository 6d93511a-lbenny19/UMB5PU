      *****************************************************************
      *                 CALENDAR-BACKUP-RECORD                        *
      *  SEQUENTIAL BACKUP OF THE KEYED CALENDAR FILE (CALFILE),      *
      *  WRITTEN BY THE UNLOAD T58059 AND READ BY THE RELOAD T58060.  *
      *  ONE HDR RECORD, THEN ONE DTL RECORD PER CALENDAR-KEY-RECORD  *
      *  IN KEY ORDER -- GENERATION CONTROL RECORDS (GEN 0) INCLUDED  *
      *  -- THEN ONE BNK CONTROL RECORD PER BANK AND A TRL RECORD     *
      *  WITH THE FILE TOTALS.  THE DTL DATA IS THE T58009D RECORD    *
      *  IMAGE BYTE FOR BYTE.                                         *
      *                                                               *
      *  HASH TOTAL: FOR EVERY RECORD, CKR-GEN + CKR-DATE +           *
      *  CKR-CLOSE-TIME + CKR-WIRE-CUTOFF + CKR-ACH-CUTOFF, PLUS THE  *
      *  ACTIVE GENERATION IN CKR-SYMBOL ON A CONTROL RECORD, SO A    *
      *  LOST, ADDED OR ALTERED DATE OR CUTOVER SHOWS AS A BREAK.     *
      *  NON-NUMERIC FIELDS COUNT AS ZERO.                            *
      *****************************************************************
       01  CALENDAR-BACKUP-RECORD.
           05  CBK-RECORD-TYPE         PIC X(3).
               88  CBK-HEADER              VALUE 'HDR'.
               88  CBK-DETAIL              VALUE 'DTL'.
               88  CBK-BANK-TOTAL          VALUE 'BNK'.
               88  CBK-TRAILER             VALUE 'TRL'.
           05  FILLER                  PIC X.
           05  CBK-DETAIL-DATA         PIC X(51).
      *  DTL - THE CALENDAR-KEY-RECORD FIELDS THE CONTROL TOTALS
      *  ARE TAKEN FROM, SO THE UNLOAD AND THE RELOAD HASH THE SAME
      *  BYTES.
           05  CBK-DETAIL-FIELDS       REDEFINES CBK-DETAIL-DATA.
               10  CBK-DTL-KEY.
                   15  CBK-DTL-BANK-ID PIC 9(5).
                   15  CBK-DTL-GEN     PIC 9.
                   15  CBK-DTL-CAL-TYPE
                                       PIC X.
                   15  CBK-DTL-DATE    PIC 9(8).
               10  CBK-DTL-SYMBOL      PIC X.
               10  FILLER              PIC X(2).
               10  CBK-DTL-CLOSE-TIME  PIC 9(4).
               10  FILLER              PIC X(21).
               10  CBK-DTL-WIRE-CUTOFF PIC 9(4).
               10  CBK-DTL-ACH-CUTOFF  PIC 9(4).
      *  HDR - WHERE AND WHEN THE BACKUP WAS TAKEN.
           05  CBK-HEADER-DATA         REDEFINES CBK-DETAIL-DATA.
               10  CBK-HDR-FILE-ID     PIC X(8).
               10  FILLER              PIC X.
               10  CBK-HDR-PROGRAM-ID  PIC X(8).
               10  FILLER              PIC X.
               10  CBK-HDR-UNLOAD-DATE PIC 9(8).
               10  FILLER              PIC X.
               10  CBK-HDR-UNLOAD-TIME PIC 9(6).
               10  FILLER              PIC X(18).
      *  BNK - ONE PER BANK: ALL ITS RECORDS, ITS CONTROL RECORD
      *  (0 OR 1) AND ITS HASH TOTAL.
           05  CBK-BANK-TOTAL-DATA     REDEFINES CBK-DETAIL-DATA.
               10  CBK-BNK-BANK-ID     PIC 9(5).
               10  FILLER              PIC X.
               10  CBK-BNK-RECORD-COUNT
                                       PIC 9(7).
               10  FILLER              PIC X.
               10  CBK-BNK-CONTROL-COUNT
                                       PIC 9.
               10  FILLER              PIC X.
               10  CBK-BNK-HASH-TOTAL  PIC 9(15).
               10  FILLER              PIC X(20).
      *  TRL - FILE TOTALS OVER EVERY DTL AND BNK RECORD.
           05  CBK-TRAILER-DATA        REDEFINES CBK-DETAIL-DATA.
               10  CBK-TRL-RECORD-COUNT
                                       PIC 9(9).
               10  FILLER              PIC X.
               10  CBK-TRL-CONTROL-COUNT
                                       PIC 9(5).
               10  FILLER              PIC X.
               10  CBK-TRL-BANK-COUNT  PIC 9(5).
               10  FILLER              PIC X.
               10  CBK-TRL-HASH-TOTAL  PIC 9(15).
               10  FILLER              PIC X(14).
