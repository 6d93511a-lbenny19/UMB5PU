002900* IMMEDIATELY INSTEAD OF WAITING ON A REGION RECYCLE.  A DATE
002910* WITH NO RECORD ON FILE IS AN ORDINARY DAY -- WEEKENDS ARE
002920* DERIVED FROM THE DAY OF WEEK, NOT STORED.
002930* THE USER MUST HOLD THE INQUIRE ENTITLEMENT FOR THE BANK AND
002940* CALENDAR TYPE (T58048).
002952* AN OPTIONAL BRANCH ID GIVES THE COMBINED BANK-PLUS-BRANCH
002964* ANSWER: THE BRANCH INHERITS THE BANK'S CALENDAR EXCEPT ON A
002976* DATE ITS BRANCH CALENDAR (T58057D) OVERRIDES -- A LOCAL
002988* CLOSURE, OR STAYING OPEN ON A BANK HOLIDAY.
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003460         RECORD KEY CKR-KEY
003465*        KEY IS BANK-ID / GEN / CAL-TYPE / DATE (T58009D)
003470         FILE STATUS IS W-CALFILE-STATUS.
003472     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANCHMST
003474         ORGANIZATION INDEXED
003476         ACCESS MODE RANDOM
003478         RECORD KEY BRM-KEY
003480         FILE STATUS IS W-BRANCHMST-STATUS.
003482     SELECT BRANCH-CALENDAR-FILE ASSIGN TO BRCHCAL
003484         ORGANIZATION INDEXED
003486         ACCESS MODE RANDOM
003488         RECORD KEY BCL-KEY
003490         FILE STATUS IS W-BRCHCAL-STATUS.
003500 DATA DIVISION.
003505 FILE SECTION.
003506 FD  CALENDAR-KEY-FILE.
003508 FD  BANK-MASTER-FILE.
003509 COPY T58034D. *> KEYED BANK MASTER (WEEKEND-DAY DEFINITION)
003510     EJECT
003520 FD  BRANCH-MASTER-FILE.
003530 COPY T58056D. *> KEYED BRANCH MASTER
003540 FD  BRANCH-CALENDAR-FILE.
003550 COPY T58057D. *> BRANCH CLOSURES AND STAY-OPEN OVERRIDES
003600 WORKING-STORAGE SECTION.
003700*
003800 01  CC-CHANGE-ID.
006200     05  W-LAST-BUS-OF-YEAR      PIC 9(8).
006300     05  W-FIRST-BUS-OF-QTR      PIC 9(8).
006400     05  W-LAST-BUS-OF-QTR       PIC 9(8).
006405* BRANCH VIEW -- ON ONLY WHEN A BRANCH ID WAS KEYED AND THE
006410* BRANCH CALENDAR FILE EXISTS; WITHOUT THE FILE THE BRANCH
006415* SIMPLY INHERITS THE BANK'S ANSWER.
006420     05  W-BRANCHMST-STATUS      PIC XX.
006425         88  W-BRANCHMST-STATUS-OK       VALUE '00'.
006430     05  W-BRCHCAL-STATUS        PIC XX.
006435         88  W-BRCHCAL-STATUS-OK         VALUE '00'.
006440         88  W-BRCHCAL-STATUS-NOT-FOUND  VALUE '35'.
006445         88  W-BRCHCAL-REC-NOT-FOUND     VALUE '23'.
006450     05  W-BRANCH-VIEW-SW        PIC X       VALUE 'N'.
006455         88  W-BRANCH-VIEW               VALUE 'Y'.
006460     05  W-BRANCH-ACTIVE-SW      PIC X       VALUE 'N'.
006465         88  W-BRANCH-ACTIVE             VALUE 'Y'.
006500     05  W-FOUND-SW              PIC X       VALUE 'N'.
006600         88  W-DATE-FOUND            VALUE 'Y'.
006610     05  W-PERIOD-BOUND-DATE     PIC 9(8).
006690*                    DATE ROUTINE ACTIONS/RESULTS
006691 COPY T58007D.
006692 COPY T58008D.
006693*
006694*                    ENTITLEMENT CHECK PARAMETERS
006695 COPY T58048D.
006700     EJECT
006800 LOCAL-STORAGE SECTION.
006900 01  W000-WORKAREA.
009000     05  LINE 2  COLUMN 10  VALUE 'HOLIDAY/BUSINESS-DAY INQUIRY'.
009100     05  LINE 5  COLUMN 10  VALUE 'BANK ID . . . .'.
009200     05  LINE 5  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
009225     05  LINE 5  COLUMN 34  VALUE 'BRANCH'.
009250     05  LINE 5  COLUMN 41  PIC 9(5)   USING CDMF-BRANCH-ID.
009275     05  LINE 5  COLUMN 48  VALUE '(OPTIONAL)'.
009300     05  LINE 6  COLUMN 10  VALUE 'INQUIRY DATE .'.
009400     05  LINE 6  COLUMN 26  PIC 9(8)   USING CDMF-INQUIRY-DATE.
009410     05  LINE 7  COLUMN 10  VALUE 'CAL TYPE . . .'.
012211             TO CDMF-ERROR-MESSAGE
012212         GO TO 2000-EXIT
012213     END-IF.
012214     PERFORM 2050-CHECK-ENTITLEMENT.
012215     IF CDMF-ERROR-FOUND
012216         GO TO 2000-EXIT
012217     END-IF.
012218     OPEN INPUT CALENDAR-KEY-FILE.
012220     IF NOT W-CALFILE-STATUS-OK
012230         SET CDMF-ERROR-FOUND TO TRUE
012240         SET TCB-RC-WARNING TO TRUE
012297     PERFORM 2700-READ-ACTIVE-GENERATION.
012298     PERFORM 2750-READ-BANK-WEEKEND.
012300     MOVE CDMF-INQUIRY-DATE TO W-SCAN-DATE.
012316     PERFORM 2760-OPEN-BRANCH-VIEW THRU 2760-EXIT.
012332     IF CDMF-ERROR-FOUND
012348         CLOSE CALENDAR-KEY-FILE
012364         GO TO 2000-EXIT
012380     END-IF.
012400     PERFORM 2500-CHECK-BUSINESS-DAY.
012800     MOVE DCB-RESULT-CODE TO CDMF-DTS-RESULT-CODE.
012900     IF DCB-RESULT-CODE NOT = DTR-SUCCESS
013300             W-RESULT-CODE-DISPLAY         DELIMITED BY SIZE
013400             INTO CDMF-ERROR-MESSAGE
013410         PERFORM 9600-LOG-DTS-AUDIT-ENTRY
013415         PERFORM 2770-CLOSE-BRANCH-VIEW
013420         CLOSE CALENDAR-KEY-FILE
013500         GO TO 2000-EXIT
013600     END-IF.
015100     IF W-IS-BUSINESS-DAY
015200         PERFORM 2100-MARK-FIRST-LAST-OF-PERIOD
015300     END-IF.
015325     PERFORM 2770-CLOSE-BRANCH-VIEW.
015350     CLOSE CALENDAR-KEY-FILE.
015400 2000-EXIT.
015500     EXIT.
015510 2050-CHECK-ENTITLEMENT.
015520     MOVE TCB-USER-ID TO ECB-USER-ID.
015530     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
015540     MOVE CDMF-CAL-TYPE TO ECB-CAL-TYPE.
015550     SET ECB-ACT-INQUIRE TO TRUE.
015560     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
015570         ENTITLEMENT-CHECK-BLOCK.
015580     IF ECB-REFUSED
015585         SET CDMF-ERROR-FOUND TO TRUE
015590         SET TCB-RC-WARNING TO TRUE
015595         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
015599     END-IF.
015600 2100-MARK-FIRST-LAST-OF-PERIOD.
015700     COMPUTE W-INQUIRY-QTR = ((W-INQUIRY-MONTH - 1) / 3) + 1.
015800     COMPUTE W-QTR-START-MONTH = ((W-INQUIRY-QTR - 1) * 3) + 1.
023930         WHEN OTHER
023940             MOVE DTR-GENERAL-ERROR TO DCB-RESULT-CODE
023950     END-EVALUATE.
023962     IF W-BRANCH-VIEW AND DCB-RESULT-CODE = DTR-SUCCESS
023974         PERFORM 2650-APPLY-BRANCH-ENTRY
023986     END-IF.
024000* THE BANK'S GEN-0 CONTROL RECORD NAMES THE GENERATION THE
024010* BUILD FINISHED LOADING, SO EVERY ANSWER COMES FROM A
024020* COMPLETE CALENDAR -- BEFORE-BUILD OR AFTER-BUILD, NEVER A
024510         END-IF
024520         CLOSE BANK-MASTER-FILE
024530     END-IF.
024540*
024550******************************************************************
024560*  A BRANCH RECORD REPLACES THE BANK'S ANSWER FOR THE DATE.     *
024570*  A BRANCH CLOSURE IS A HOLIDAY OR AN EARLY CLOSE AT THE       *
024580*  BRANCH; A STAY-OPEN OVERRIDE PUTS THE DATE BACK TO AN        *
024590*  ORDINARY DAY (WEEKENDS STILL COME FROM THE BANK'S WEEKEND    *
024600*  DAYS).  FEDWIRE IS LEFT AS THE BANK'S CALENDAR SET IT -- A   *
024610*  BRANCH OPEN ON A BANK HOLIDAY STILL CANNOT SEND A WIRE.      *
024620******************************************************************
024630 2650-APPLY-BRANCH-ENTRY.
024640     MOVE CDMF-BANK-ID   TO BCL-BANK-ID.
024650     MOVE CDMF-BRANCH-ID TO BCL-BRANCH-ID.
024660     MOVE CDMF-CAL-TYPE  TO BCL-CAL-TYPE.
024670     MOVE W-SCAN-DATE    TO BCL-DATE.
024680     READ BRANCH-CALENDAR-FILE.
024690     EVALUATE TRUE
024700         WHEN W-BRCHCAL-STATUS-OK
024710             MOVE 'N' TO DCB-HOLIDAY-SW
024720             MOVE 'N' TO DCB-EARLY-CLOSE-SW
024730             MOVE ZERO TO DCB-CLOSE-TIME
024740             MOVE ZERO TO DCB-WIRE-CUTOFF
024750             MOVE ZERO TO DCB-ACH-CUTOFF
024760             IF W-SCAN-DOW = W-WKND-DAY-1
024770                     OR W-SCAN-DOW = W-WKND-DAY-2
024780                 MOVE 'N' TO DCB-BUSINESS-DAY-SW
024790             ELSE
024800                 MOVE 'Y' TO DCB-BUSINESS-DAY-SW
024810             END-IF
024820             IF BCL-BRANCH-CLOSED
024830                 IF BCL-EARLY-CLOSE
024840                     MOVE 'Y' TO DCB-EARLY-CLOSE-SW
024850                     MOVE BCL-CLOSE-TIME TO DCB-CLOSE-TIME
024860                     MOVE BCL-WIRE-CUTOFF TO DCB-WIRE-CUTOFF
024870                     MOVE BCL-ACH-CUTOFF TO DCB-ACH-CUTOFF
024880                 ELSE
024890                     MOVE 'Y' TO DCB-HOLIDAY-SW
024900                     MOVE 'N' TO DCB-BUSINESS-DAY-SW
024910                 END-IF
024920             END-IF
024930         WHEN W-BRCHCAL-REC-NOT-FOUND
024940             CONTINUE
024950         WHEN OTHER
024960             MOVE DTR-GENERAL-ERROR TO DCB-RESULT-CODE
024970     END-EVALUATE.
024980*
024990* THE BRANCH MUST BE ACTIVE UNDER THIS BANK ON THE BRANCH
025000* MASTER.  NO BRANCH CALENDAR FILE MEANS NO BRANCH ENTRIES.
025010 2760-OPEN-BRANCH-VIEW.
025020     MOVE 'N' TO W-BRANCH-VIEW-SW.
025030     IF CDMF-BRANCH-ID = ZERO
025040         GO TO 2760-EXIT
025050     END-IF.
025060     MOVE 'N' TO W-BRANCH-ACTIVE-SW.
025070     OPEN INPUT BRANCH-MASTER-FILE.
025080     IF W-BRANCHMST-STATUS-OK
025090         MOVE CDMF-BANK-ID   TO BRM-BANK-ID
025100         MOVE CDMF-BRANCH-ID TO BRM-BRANCH-ID
025110         READ BRANCH-MASTER-FILE
025120         IF W-BRANCHMST-STATUS-OK AND BRM-ACTIVE
025130             SET W-BRANCH-ACTIVE TO TRUE
025140         END-IF
025150         CLOSE BRANCH-MASTER-FILE
025160     END-IF.
025170     IF NOT W-BRANCH-ACTIVE
025180         SET CDMF-ERROR-FOUND TO TRUE
025190         SET TCB-RC-WARNING TO TRUE
025200         MOVE 'BRANCH NOT ACTIVE ON BRANCH MASTER FOR THIS BANK'
025210             TO CDMF-ERROR-MESSAGE
025220         GO TO 2760-EXIT
025230     END-IF.
025240     OPEN INPUT BRANCH-CALENDAR-FILE.
025250     EVALUATE TRUE
025260         WHEN W-BRCHCAL-STATUS-OK
025270             SET W-BRANCH-VIEW TO TRUE
025280         WHEN W-BRCHCAL-STATUS-NOT-FOUND
025290             CONTINUE
025300         WHEN OTHER
025310             SET CDMF-ERROR-FOUND TO TRUE
025320             SET TCB-RC-WARNING TO TRUE
025330             STRING 'BRANCH CALENDAR NOT AVAILABLE - STATUS '
025340                 DELIMITED BY SIZE
025350                 W-BRCHCAL-STATUS      DELIMITED BY SIZE
025360                 INTO CDMF-ERROR-MESSAGE
025370             END-STRING
025380     END-EVALUATE.
025390 2760-EXIT.
025400     EXIT.
025410 2770-CLOSE-BRANCH-VIEW.
025420     IF W-BRANCH-VIEW
025430         CLOSE BRANCH-CALENDAR-FILE
025440         MOVE 'N' TO W-BRANCH-VIEW-SW
025450     END-IF.
026500 9600-LOG-DTS-AUDIT-ENTRY.
026510     MOVE TCB-PROGRAM-ID    TO DAL-PROGRAM-ID.
026520     MOVE CDMF-BANK-ID      TO DAL-BANK-ID.
