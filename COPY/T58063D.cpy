      *****************************************************************
      *                 CLOSURE-RULE-RECORD                           *
      *  ONE RECURRING CLOSURE RULE FOR ONE BANK (CLOSRULE), EXPANDED *
      *  EACH YEAR BY T58063 INTO PENDING ADDS ON HOLPEND (T58032D)   *
      *  FOR A CHECKER TO APPROVE ON T58032.  RULE TYPES:             *
      *    F - FIXED MONTH/DAY (CRL-MONTH, CRL-DAY)                   *
      *    N - NTH OCCURRENCE OF A DAY OF WEEK IN CRL-MONTH           *
      *        (CRL-NTH 1-5, CRL-DOW 0=SUN .. 6=SAT)                  *
      *    L - LAST OCCURRENCE OF CRL-DOW IN CRL-MONTH                *
      *    E - EASTER SUNDAY PLUS CRL-EASTER-OFFSET DAYS              *
      *        (-2 = GOOD FRIDAY, +1 = EASTER MONDAY)                 *
      *  CRL-OBSERVE-SHIFT MOVES A DATE THAT LANDS ON THE BANK'S OWN  *
      *  WEEKEND (BMR-WEEKEND-DAY-1/-2) TO AN OPEN DAY:               *
      *    N OR SPACE - NO SHIFT (A WEEKEND DATE IS NOT PARKED)       *
      *    F - FOLLOWING OPEN DAY     P - PRECEDING OPEN DAY          *
      *    M - NEAREST OPEN DAY, FOLLOWING ON A TIE                   *
      *  A RULE WITH CRL-EARLY-CLOSE-SW Y PARKS AN EARLY CLOSE AT     *
      *  CRL-CLOSE-TIME; THE WIRE AND ACH CUTOFFS ARE OPTIONAL        *
      *  (SPACES OR ZERO = NONE).  FIELDS ARE SPACE-SEPARATED.        *
      *****************************************************************
       01  CLOSURE-RULE-RECORD.
           05  CRL-BANK-ID             PIC 9(5).
           05  FILLER                  PIC X.
           05  CRL-RULE-TYPE           PIC X.
               88  CRL-FIXED-DATE          VALUE 'F'.
               88  CRL-NTH-WEEKDAY         VALUE 'N'.
               88  CRL-LAST-WEEKDAY        VALUE 'L'.
               88  CRL-EASTER-RELATIVE     VALUE 'E'.
               88  CRL-RULE-TYPE-VALID     VALUE 'F' 'N' 'L' 'E'.
           05  FILLER                  PIC X.
           05  CRL-MONTH               PIC 9(2).
           05  FILLER                  PIC X.
           05  CRL-DAY                 PIC 9(2).
           05  FILLER                  PIC X.
           05  CRL-NTH                 PIC 9.
           05  FILLER                  PIC X.
           05  CRL-DOW                 PIC 9.
           05  FILLER                  PIC X.
           05  CRL-EASTER-OFFSET       PIC S9(3)
                                       SIGN LEADING SEPARATE.
           05  FILLER                  PIC X.
           05  CRL-OBSERVE-SHIFT       PIC X.
               88  CRL-SHIFT-NONE          VALUE 'N' ' '.
               88  CRL-SHIFT-FOLLOWING     VALUE 'F'.
               88  CRL-SHIFT-PRECEDING     VALUE 'P'.
               88  CRL-SHIFT-NEAREST       VALUE 'M'.
               88  CRL-SHIFT-VALID         VALUE 'N' ' ' 'F' 'P' 'M'.
           05  FILLER                  PIC X.
           05  CRL-CAL-TYPE            PIC X.
           05  FILLER                  PIC X.
           05  CRL-SYMBOL              PIC X.
           05  FILLER                  PIC X.
           05  CRL-EARLY-CLOSE-SW      PIC X.
               88  CRL-EARLY-CLOSE         VALUE 'Y'.
           05  FILLER                  PIC X.
           05  CRL-CLOSE-TIME          PIC 9(4).
           05  FILLER                  PIC X.
           05  CRL-WIRE-CUTOFF         PIC 9(4).
           05  FILLER                  PIC X.
           05  CRL-ACH-CUTOFF          PIC 9(4).
           05  FILLER                  PIC X.
           05  CRL-DESCRIPTION         PIC X(20).
