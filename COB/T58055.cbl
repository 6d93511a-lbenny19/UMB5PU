000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58055.
000400 AUTHOR.
000500*CRT*************************************************************
000600*CRV*      UMB  VERSION 5  RELEASE 0  CST 0  MLU 0              *
000700*CRT*************************************************************
000800*CRY*     COPYRIGHT (C) 2026 COMPUTER SCIENCES CORPORATION      *
000900*CRT*************************************************************
001000*CRK* UMB5.0.5.0
001100 DATE-COMPILED.
001200*****************************************************************
001300*
001400* ONLINE EMERGENCY CLOSURE TRANSACTION.  WHEN A REGION CLOSES
001500* FOR WEATHER THE CLOSURE HAS TO BE LIVE IN MINUTES, WHILE DUAL
001600* CONTROL ON T58023/T58032 WAITS FOR A SECOND USER AND THE
001700* ONLINE INQUIRY AND THE SCHEDULER CARDS KEEP TREATING THE DAY
001800* AS OPEN.  THIS SCREEN -- SAME STYLE AND CDMF DIALOG AREA AS
001900* T58023 -- TAKES A FULL OR EARLY CLOSURE FOR TODAY OR TOMORROW
002000* (TCB-RUN-DATE OR THE DAY AFTER) AND APPLIES IT STRAIGHT TO
002100* DCB-HOLIDAY-TABLE AND THE BANK'S ACTIVE CALFILE GENERATION,
002200* STAMPED DHT-SOURCE-MANUAL.  IN THE SAME TRANSACTION IT:
002300*   - WRITES THE MAINTENANCE AUDIT RECORD (T58023D) WITH NO
002400*     CHECKER AND THE OVERRIDE SWITCH SET TO 'E';
002500*   - PARKS A POST-FACTO ITEM ON THE PENDING-CHANGE FILE
002600*     (T58032D) THAT A SECOND USER MUST CONFIRM OR REVERSE ON
002700*     T58032 BY THE NEXT BUSINESS DAY -- THE AUDIT MONITOR
002800*     T58036 ALERTS THE OPERATORS WHEN ONE GOES OVERDUE;
002900*   - APPENDS AN OPERATOR ALERT RECORD (T58038D) SO THE CONSOLE
003000*     TEAM KNOWS A CLOSURE WENT IN OUTSIDE DUAL CONTROL;
003100*   - APPENDS A NEAR-TERM CHANGE TO THE CALENDAR DELTA FILE
003200*     (T58044D) SO THE POST-BUILD RE-CHECK T58044 REGENERATES
003300*     THE NEXT-PROCESSING DATE CARDS THE CLOSURE MOVES.
003400* AN EARLY CLOSE ALREADY ON THE DATE MAY BE TIGHTENED OR TURNED
003500* INTO A FULL CLOSURE; THE ENTRY IT REPLACES RIDES ON THE
003600* POST-FACTO ITEM SO A REVERSAL CAN PUT IT BACK.  A DATE THAT
003700* IS ALREADY A FULL CLOSURE, A FED-SOURCED ENTRY, OR A DATE
003800* WITH AN EMERGENCY CLOSURE STILL AWAITING CONFIRMATION IS
003900* REFUSED.  THE USER MUST HOLD THE EMERGENCY CLOSURE
004000* ENTITLEMENT FOR THE BANK AND CALENDAR TYPE (T58048).
004100*
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER. IBM-370.
004500 OBJECT-COMPUTER. IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MAINT-AUDIT-FILE ASSIGN TO HOLMAUD
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS IS W-AUDIT-STATUS.
005100     SELECT PENDING-CHANGE-FILE ASSIGN TO HOLPEND
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS IS W-PEND-STATUS.
005400     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
005500         ORGANIZATION INDEXED
005600         ACCESS MODE RANDOM
005700         RECORD KEY CKR-KEY
005800         FILE STATUS IS W-CALFILE-STATUS.
005900     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
006000         ORGANIZATION INDEXED
006100         ACCESS MODE RANDOM
006200         RECORD KEY BMR-BANK-ID
006300         FILE STATUS IS W-BANKMST-STATUS.
006400     SELECT OPERATOR-ALERT-FILE ASSIGN TO OPALERT
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS IS W-ALERT-STATUS.
006700     SELECT CALENDAR-DELTA-FILE ASSIGN TO HOLDELTA
006800         ORGANIZATION LINE SEQUENTIAL
006900         FILE STATUS IS W-DELTA-STATUS.
007000 DATA DIVISION.
007100     EJECT
007200 FILE SECTION.
007300 FD  MAINT-AUDIT-FILE.
007400 COPY T58023D. *> HOLIDAY MAINTENANCE AUDIT RECORD
007500 FD  PENDING-CHANGE-FILE.
007600 COPY T58032D. *> POST-FACTO ITEM FOR CONFIRMATION ON T58032
007700 FD  CALENDAR-KEY-FILE.
007800 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
007900 FD  BANK-MASTER-FILE.
008000 COPY T58034D. *> BANK MASTER -- THE BANK'S WEEKEND DAYS
008100 FD  OPERATOR-ALERT-FILE.
008200 COPY T58038D. *> ALERT RECORDS FOR CONSOLE AUTOMATION
008300 FD  CALENDAR-DELTA-FILE.
008400 COPY T58044D. *> CHANGED DATES FOR THE RE-CHECK T58044
008500     EJECT
008600 WORKING-STORAGE SECTION.
008700*
008800 01  CC-CHANGE-ID.
008900     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
009000*
009100 01  C-CHARACTER-CONSTANTS.
009200     05  CC-EMERGENCY-FUNCTION   PIC X(2)    VALUE 'EC'.
009300     05  CC-DEFAULT-SYMBOL       PIC X       VALUE 'H'.
009400     05  CC-DEFAULT-DESCRIPTION  PIC X(20)
009500                                 VALUE 'EMERGENCY CLOSURE'.
009600*  HOW FAR AHEAD TO LOOK FOR THE CONFIRM-BY BUSINESS DAY BEFORE
009700*  FALLING BACK TO THE NEXT CALENDAR DAY.
009800     05  CC-MAX-CONFIRM-DAYS     PIC 9(4)    BINARY VALUE 10.
009900*
010000 01  W-WORKAREA.
010100     05  W-AUDIT-STATUS          PIC XX.
010200         88  W-AUDIT-STATUS-OK       VALUE '00'.
010300         88  W-AUDIT-STATUS-NOT-FOUND VALUE '35'.
010400     05  W-PEND-STATUS           PIC XX.
010500         88  W-PEND-STATUS-OK        VALUE '00'.
010600         88  W-PEND-STATUS-EOF       VALUE '10'.
010700         88  W-PEND-STATUS-NOT-FOUND VALUE '35'.
010800* ACTIVE LOAD GENERATION FOR THE BANK, FROM THE GEN-0 CONTROL
010900* RECORD THE BUILD CUTS OVER -- SEE T58009D.
011000     05  W-ACTIVE-GEN            PIC 9.
011100     05  W-CALFILE-STATUS        PIC XX.
011200         88  W-CALFILE-STATUS-OK     VALUE '00'.
011300         88  W-CALFILE-STATUS-NOT-FOUND VALUE '35'.
011400     05  W-BANKMST-STATUS        PIC XX.
011500         88  W-BANKMST-STATUS-OK     VALUE '00'.
011600     05  W-ALERT-STATUS          PIC XX.
011700         88  W-ALERT-STATUS-OK       VALUE '00'.
011800         88  W-ALERT-STATUS-NOT-FOUND VALUE '35'.
011900     05  W-DELTA-STATUS          PIC XX.
012000         88  W-DELTA-STATUS-OK       VALUE '00'.
012100         88  W-DELTA-STATUS-NOT-FOUND VALUE '35'.
012200     05  W-DATE-CHECK-INT        PIC S9(9).
012300     05  W-TOMORROW-DATE         PIC 9(8).
012400     05  W-ENTRY-POS             PIC 9(4)    BINARY.
012500     05  W-SHIFT-POS             PIC 9(4)    BINARY.
012800     05  W-FOUND-SW              PIC X       VALUE 'N'.
012900         88  W-DATE-FOUND            VALUE 'Y'.
013000     05  W-AWAITING-SW           PIC X       VALUE 'N'.
013100         88  W-ALREADY-AWAITING      VALUE 'Y'.
013200* AD WHEN THE DATE WAS NOT IN THE TABLE, CH WHEN THE CLOSURE
013300* REPLACED AN EARLY CLOSE -- WHAT THE AUDIT AND THE POST-FACTO
013400* ITEM RECORD AS THE FUNCTION APPLIED.
013500     05  W-APPLY-FUNCTION        PIC X(2).
013600         88  W-APPLY-ADD             VALUE 'AD'.
013700         88  W-APPLY-CHANGE          VALUE 'CH'.
013800*
013900* THE EARLY-CLOSE ENTRY THE CLOSURE REPLACED, FOR THE REVERSAL.
014000 01  W-PRIOR-ENTRY.
014100     05  W-PRIOR-SW              PIC X.
014200     05  W-PRIOR-SYMBOL          PIC X.
014300     05  W-PRIOR-DESCRIPTION     PIC X(20).
014400     05  W-PRIOR-EARLY-CLOSE-SW  PIC X.
014500     05  W-PRIOR-CLOSE-TIME      PIC 9(4).
014600     05  W-PRIOR-WIRE-CUTOFF     PIC 9(4).
014700     05  W-PRIOR-ACH-CUTOFF      PIC 9(4).
014800*
014900* NEXT BUSINESS DAY SEARCH FOR THE CONFIRM-BY DATE.
015000 01  W-CONFIRM-BY-WORK.
015100     05  W-CONFIRM-BY-DATE       PIC 9(8).
015200     05  W-CANDIDATE-DATE        PIC 9(8).
015300     05  W-CANDIDATE-INT         PIC S9(9).
015400     05  W-DAY-COUNT             PIC 9(4)    BINARY.
015500     05  W-DOW                   PIC 9.
015600     05  W-WKND-DAY-1            PIC 9.
015700     05  W-WKND-DAY-2            PIC 9.
015800     05  W-SCAN-POS              PIC 9(4)    BINARY.
015900     05  W-BUSINESS-DAY-SW       PIC X       VALUE 'N'.
016000         88  W-BUSINESS-DAY-FOUND    VALUE 'Y'.
016100     05  W-CLOSED-SW             PIC X       VALUE 'N'.
016200         88  W-CANDIDATE-CLOSED      VALUE 'Y'.
016300*
016400*                    ENTITLEMENT CHECK PARAMETERS
016500 COPY T58048D.
016600     EJECT
016700 LINKAGE SECTION.
016800*
016900*                    TRANSACTION-CONTROL-BLOCK
017000 COPY P49000D.
017100*
017200*                    DCB-HOLIDAY-TABLE
017300 COPY T58015D.
017400*
017500*                    ITEM-MAINTENANCE SCREEN WORK AREA
017600 COPY U48030D.
017700     EJECT
017800 SCREEN SECTION.
017900 01  T58055-EMERGENCY-SCREEN.
018000     05  BLANK SCREEN.
018100     05  LINE 2  COLUMN 10  VALUE 'EMERGENCY CLOSURE'.
018200     05  LINE 4  COLUMN 10  VALUE 'FUNCTION . . .'.
018300     05  LINE 4  COLUMN 26  PIC X(2)   USING CDMF-FUNCTION-CODE.
018400     05  LINE 4  COLUMN 30  VALUE '(EC=APPLY EMERGENCY CLOSURE)'.
018500     05  LINE 5  COLUMN 10  VALUE 'BANK ID . . . .'.
018600     05  LINE 5  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
018700     05  LINE 6  COLUMN 10  VALUE 'CLOSURE DATE .'.
018800     05  LINE 6  COLUMN 26  PIC 9(8)   USING CDMF-INQUIRY-DATE.
018900     05  LINE 6  COLUMN 40  VALUE 'CAL TYPE'.
019000     05  LINE 6  COLUMN 50  PIC X      USING CDMF-CAL-TYPE.
019100     05  LINE 6  COLUMN 54  VALUE '(TODAY OR TOMORROW)'.
019200     05  LINE 7  COLUMN 10  VALUE 'DESCRIPTION . .'.
019300     05  LINE 7  COLUMN 26  PIC X(20)
019400                            USING CDMF-MAINT-DESCRIPTION.
019500     05  LINE 8  COLUMN 10  VALUE 'SYMBOL . . . .'.
019600     05  LINE 8  COLUMN 26  PIC X      USING CDMF-MAINT-SYMBOL.
019700     05  LINE 9  COLUMN 10  VALUE 'EARLY CLOSE .'.
019800     05  LINE 9  COLUMN 26  PIC X
019900                            USING CDMF-MAINT-EARLY-CLOSE.
020000     05  LINE 9  COLUMN 30  VALUE 'CLOSE TIME'.
020100     05  LINE 9  COLUMN 42  PIC 9(4)
020200                            USING CDMF-MAINT-CLOSE-TIME.
020300     05  LINE 9  COLUMN 48  VALUE 'WIRE'.
020400     05  LINE 9  COLUMN 54  PIC 9(4)
020500                            USING CDMF-MAINT-WIRE-CUTOFF.
020600     05  LINE 9  COLUMN 60  VALUE 'ACH'.
020700     05  LINE 9  COLUMN 65  PIC 9(4)
020800                            USING CDMF-MAINT-ACH-CUTOFF.
020900     05  LINE 10 COLUMN 10  VALUE 'STATUS . . . .'.
021000     05  LINE 10 COLUMN 26  PIC X(56)  USING CDMF-RESULT-STATUS.
021100     05  LINE 12 COLUMN 10  PIC X(60)  USING CDMF-ERROR-MESSAGE.
021200     EJECT
021300 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
021400                             DCB-HOLIDAY-TABLE
021500                             CDMF-ITEM-MAINT-SCREEN-DG.
021600     EJECT
021700 0000-MAIN-PROCESS.
021800     PERFORM 1000-INITIALIZE.
021900     DISPLAY T58055-EMERGENCY-SCREEN.
022000     ACCEPT  T58055-EMERGENCY-SCREEN.
022100     PERFORM 2000-APPLY-EMERGENCY-CLOSURE THRU 2000-EXIT.
022200     DISPLAY T58055-EMERGENCY-SCREEN.
022300     GOBACK.
022400 1000-INITIALIZE.
022500     MOVE ZERO TO TCB-RETURN-CODE.
022600     SET CDMF-NO-ERROR TO TRUE.
022700     MOVE SPACES TO CDMF-ERROR-MESSAGE.
022800     MOVE SPACES TO CDMF-RESULT-STATUS.
022900     COMPUTE W-DATE-CHECK-INT =
023000         FUNCTION INTEGER-OF-DATE (TCB-RUN-DATE) + 1.
023100     COMPUTE W-TOMORROW-DATE =
023200         FUNCTION DATE-OF-INTEGER (W-DATE-CHECK-INT).
023300*
023400******************************************************************
023500*  EDIT THE SCREEN, THEN APPLY.  EVERY EDIT AND THE ENTITLEMENT *
023600*  CHECK COME BEFORE THE FIRST UPDATE, SO A REFUSED CLOSURE     *
023700*  LEAVES NOTHING BEHIND.                                       *
023800******************************************************************
023900 2000-APPLY-EMERGENCY-CLOSURE.
024000     IF CDMF-FUNCTION-CODE NOT = CC-EMERGENCY-FUNCTION
024100         MOVE 'INVALID FUNCTION - USE EC TO APPLY THE CLOSURE'
024200             TO CDMF-ERROR-MESSAGE
024300         PERFORM 8000-FLAG-ERROR
024400         GO TO 2000-EXIT
024500     END-IF.
024600     IF CDMF-BANK-ID NOT = DHT-BANK-ID
024700         MOVE 'BANK ID DOES NOT MATCH HOLIDAY TABLE'
024800             TO CDMF-ERROR-MESSAGE
024900         PERFORM 8000-FLAG-ERROR
025000         GO TO 2000-EXIT
025100     END-IF.
025200* TODAY OR TOMORROW ONLY -- BOTH ARE REAL DATES, SO NO SEPARATE
025300* CALENDAR EDIT IS NEEDED.  ANYTHING LATER HAS TIME FOR DUAL
025400* CONTROL ON T58023.
025500     IF CDMF-INQUIRY-DATE NOT = TCB-RUN-DATE
025600             AND CDMF-INQUIRY-DATE NOT = W-TOMORROW-DATE
025700         MOVE 'EMERGENCY CLOSURE IS FOR TODAY OR TOMORROW ONLY'
025800             TO CDMF-ERROR-MESSAGE
025900         PERFORM 8000-FLAG-ERROR
026000         GO TO 2000-EXIT
026100     END-IF.
026200     IF CDMF-CAL-TYPE = SPACE
026300         MOVE 'B' TO CDMF-CAL-TYPE
026400     END-IF.
026500     IF CDMF-CAL-TYPE NOT = 'B' AND CDMF-CAL-TYPE NOT = 'F'
026600             AND CDMF-CAL-TYPE NOT = 'A'
026700             AND CDMF-CAL-TYPE NOT = 'S'
026800         MOVE 'INVALID CALENDAR TYPE - USE B, F, A, OR S'
026900             TO CDMF-ERROR-MESSAGE
027000         PERFORM 8000-FLAG-ERROR
027100         GO TO 2000-EXIT
027200     END-IF.
027300     IF CDMF-MAINT-SYMBOL = SPACE
027400         MOVE CC-DEFAULT-SYMBOL TO CDMF-MAINT-SYMBOL
027500     END-IF.
027600     IF CDMF-MAINT-DESCRIPTION = SPACES
027700         MOVE CC-DEFAULT-DESCRIPTION TO CDMF-MAINT-DESCRIPTION
027800     END-IF.
027900     IF CDMF-MAINT-IS-EARLY-CLOSE
028000         IF CDMF-MAINT-CLOSE-TIME = ZERO
028100                 OR CDMF-MAINT-CLOSE-TIME > 2359
028200                 OR CDMF-MAINT-CLOSE-TIME (3:2) > '59'
028300             MOVE 'EARLY CLOSE NEEDS A VALID CLOSE TIME (HHMM)'
028400                 TO CDMF-ERROR-MESSAGE
028500             PERFORM 8000-FLAG-ERROR
028600             GO TO 2000-EXIT
028700         END-IF
028800     ELSE
028900         MOVE 'N' TO CDMF-MAINT-EARLY-CLOSE
029000     END-IF.
029100     PERFORM 2050-CHECK-ENTITLEMENT.
029200     IF CDMF-ERROR-FOUND
029300         GO TO 2000-EXIT
029400     END-IF.
029500     PERFORM 2500-FIND-TABLE-ENTRY.
029600     PERFORM 2600-CHECK-EXISTING-ENTRY THRU 2600-EXIT.
029700     IF CDMF-ERROR-FOUND
029800         GO TO 2000-EXIT
029900     END-IF.
030000     PERFORM 2700-CHECK-AWAITING-CONFIRMATION.
030100     IF W-ALREADY-AWAITING
030200         MOVE 'EMERGENCY CLOSURE ALREADY AWAITING CONFIRMATION'
030300             TO CDMF-ERROR-MESSAGE
030400         PERFORM 8000-FLAG-ERROR
030500         GO TO 2000-EXIT
030600     END-IF.
030700     PERFORM 3000-APPLY-TO-TABLE.
030800     PERFORM 2800-FIND-CONFIRM-BY-DATE.
030900     PERFORM 9000-WRITE-MAINT-AUDIT.
031000     PERFORM 6500-WRITE-POST-FACTO-ITEM.
031100     PERFORM 6600-WRITE-OPERATOR-ALERT.
031200     PERFORM 6700-WRITE-CALENDAR-DELTA.
031300     IF CDMF-MAINT-IS-EARLY-CLOSE
031400         STRING 'EARLY CLOSE APPLIED - CONFIRM ON T58032 BY '
031500                 DELIMITED BY SIZE
031600             W-CONFIRM-BY-DATE      DELIMITED BY SIZE
031700             INTO CDMF-RESULT-STATUS
031800         END-STRING
031900     ELSE
032000         STRING 'FULL CLOSURE APPLIED - CONFIRM ON T58032 BY '
032100                 DELIMITED BY SIZE
032200             W-CONFIRM-BY-DATE      DELIMITED BY SIZE
032300             INTO CDMF-RESULT-STATUS
032400         END-STRING
032500     END-IF.
032600* THE CALENDAR FILE GOES LAST: A FAILURE THERE LEAVES THE TABLE,
032700* AUDIT AND POST-FACTO ITEM IN STEP AND FLAGS A WARNING.
032800     PERFORM 7000-UPDATE-CALENDAR-KEY-FILE.
032900 2000-EXIT.
033000     EXIT.
033100*
033200* APPLYING OUTSIDE DUAL CONTROL NEEDS THE EMERGENCY CLOSURE
033300* ENTITLEMENT FOR THE BANK AND CALENDAR TYPE.
033400 2050-CHECK-ENTITLEMENT.
033500     MOVE TCB-USER-ID TO ECB-USER-ID.
033600     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
033700     MOVE CDMF-CAL-TYPE TO ECB-CAL-TYPE.
033800     SET ECB-ACT-EMERGENCY TO TRUE.
033900     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
034000         ENTITLEMENT-CHECK-BLOCK.
034100     IF ECB-REFUSED
034200         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
034300         PERFORM 8000-FLAG-ERROR
034400     END-IF.
034500*
034600******************************************************************
034700*  LOCATE CDMF-INQUIRY-DATE / CDMF-CAL-TYPE IN THE HOLIDAY      *
034800*  TABLE (SORTED BY DATE, THEN TYPE).  W-ENTRY-POS IS THE       *
034900*  MATCHING ENTRY WHEN FOUND, OTHERWISE THE POSITION THE NEW    *
035000*  ENTRY BELONGS AT TO KEEP THE TABLE IN ORDER.                 *
035100******************************************************************
035200 2500-FIND-TABLE-ENTRY.
035300     MOVE 'N' TO W-FOUND-SW.
035400     MOVE ZERO TO W-ENTRY-POS.
035500     PERFORM VARYING W-SHIFT-POS FROM 1 BY 1
035600             UNTIL W-SHIFT-POS > DHT-ENTRY-COUNT
035700                OR W-ENTRY-POS > ZERO
035800         IF DHT-DATE (W-SHIFT-POS) = CDMF-INQUIRY-DATE
035900                 AND DHT-CAL-TYPE (W-SHIFT-POS) =
036000                     CDMF-CAL-TYPE
036100             MOVE 'Y' TO W-FOUND-SW
036200             MOVE W-SHIFT-POS TO W-ENTRY-POS
036300         ELSE
036400             IF DHT-DATE (W-SHIFT-POS) > CDMF-INQUIRY-DATE
036500                 OR (DHT-DATE (W-SHIFT-POS) = CDMF-INQUIRY-DATE
036600                     AND DHT-CAL-TYPE (W-SHIFT-POS) >
036700                         CDMF-CAL-TYPE)
036800                 MOVE W-SHIFT-POS TO W-ENTRY-POS
036900             END-IF
037000         END-IF
037100     END-PERFORM.
037200     IF W-ENTRY-POS = ZERO
037300         COMPUTE W-ENTRY-POS = DHT-ENTRY-COUNT + 1
037400     END-IF.
037500*
037600******************************************************************
037700*  A NEW DATE IS AN ADD.  AN EARLY CLOSE ALREADY ON THE DATE IS *
037800*  REPLACED AS A CHANGE, AND SAVED FOR THE REVERSAL.  A FULL    *
037900*  CLOSURE ALREADY THERE LEAVES NOTHING TO DO, AND FED ENTRIES  *
038000*  STAY PROTECTED HERE AS EVERYWHERE ELSE.                      *
038100******************************************************************
038200 2600-CHECK-EXISTING-ENTRY.
038300     MOVE SPACES TO W-PRIOR-ENTRY.
038400     MOVE 'N' TO W-PRIOR-SW.
038500     MOVE ZERO TO W-PRIOR-CLOSE-TIME.
038600     MOVE ZERO TO W-PRIOR-WIRE-CUTOFF.
038700     MOVE ZERO TO W-PRIOR-ACH-CUTOFF.
038800     IF NOT W-DATE-FOUND
038900         IF DHT-ENTRY-COUNT >= DHT-MAX-ENTRIES
039000             MOVE 'HOLIDAY TABLE AT CAPACITY - NOT APPLIED'
039100                 TO CDMF-ERROR-MESSAGE
039200             PERFORM 8000-FLAG-ERROR
039300             GO TO 2600-EXIT
039400         END-IF
039500         SET W-APPLY-ADD TO TRUE
039600         GO TO 2600-EXIT
039700     END-IF.
039800     IF DHT-SOURCE-FED (W-ENTRY-POS)
039900         MOVE 'FED-SOURCED ENTRY - PROTECTED FROM CHANGE'
040000             TO CDMF-ERROR-MESSAGE
040100         PERFORM 8000-FLAG-ERROR
040200         GO TO 2600-EXIT
040300     END-IF.
040400     IF NOT DHT-EARLY-CLOSE (W-ENTRY-POS)
040500         MOVE 'DATE IS ALREADY A FULL CLOSURE - NOTHING TO APPLY'
040600             TO CDMF-ERROR-MESSAGE
040700         PERFORM 8000-FLAG-ERROR
040800         GO TO 2600-EXIT
040900     END-IF.
040902* AN EMERGENCY MAY ONLY TIGHTEN AN EARLY CLOSE -- A LATER CLOSE OR
040904* CUTOFF GOES THROUGH MAKER/CHECKER ON T58023.  A CUTOFF LEFT
040906* BLANK FALLS BACK TO THE NEW CLOSE TIME, SO IT IS HELD TO THE
040908* SAME TEST AGAINST A CUTOFF ALREADY ON THE DATE.
040910     IF CDMF-MAINT-IS-EARLY-CLOSE
040912         IF CDMF-MAINT-CLOSE-TIME NOT <
040914                 DHT-CLOSE-TIME (W-ENTRY-POS)
040916             MOVE 'EMERGENCY CLOSE MUST BE EARLIER THAN EXISTING'
040918                 TO CDMF-ERROR-MESSAGE
040922             PERFORM 8000-FLAG-ERROR
040924             GO TO 2600-EXIT
040926         END-IF
040928         IF (DHT-WIRE-CUTOFF (W-ENTRY-POS) > ZERO
040930                 AND ((CDMF-MAINT-WIRE-CUTOFF > ZERO
040932                     AND CDMF-MAINT-WIRE-CUTOFF >
040934                         DHT-WIRE-CUTOFF (W-ENTRY-POS))
040936                  OR (CDMF-MAINT-WIRE-CUTOFF = ZERO
040938                     AND CDMF-MAINT-CLOSE-TIME >
040940                         DHT-WIRE-CUTOFF (W-ENTRY-POS))))
040942            OR (DHT-ACH-CUTOFF (W-ENTRY-POS) > ZERO
040944                 AND ((CDMF-MAINT-ACH-CUTOFF > ZERO
040946                     AND CDMF-MAINT-ACH-CUTOFF >
040948                         DHT-ACH-CUTOFF (W-ENTRY-POS))
040950                  OR (CDMF-MAINT-ACH-CUTOFF = ZERO
040952                     AND CDMF-MAINT-CLOSE-TIME >
040954                         DHT-ACH-CUTOFF (W-ENTRY-POS))))
040956             MOVE 'CUTOFFS MAY NOT BE LATER THAN EXISTING ONES'
040958                 TO CDMF-ERROR-MESSAGE
040960             PERFORM 8000-FLAG-ERROR
040962             GO TO 2600-EXIT
040964         END-IF
040966     END-IF.
041000     SET W-APPLY-CHANGE TO TRUE.
041100     MOVE 'Y' TO W-PRIOR-SW.
041200     MOVE DHT-SYMBOL (W-ENTRY-POS)      TO W-PRIOR-SYMBOL.
041300     MOVE DHT-DESCRIPTION (W-ENTRY-POS) TO W-PRIOR-DESCRIPTION.
041400     MOVE DHT-EARLY-CLOSE-SW (W-ENTRY-POS)
041500         TO W-PRIOR-EARLY-CLOSE-SW.
041600     MOVE DHT-CLOSE-TIME (W-ENTRY-POS)  TO W-PRIOR-CLOSE-TIME.
041700     MOVE DHT-WIRE-CUTOFF (W-ENTRY-POS) TO W-PRIOR-WIRE-CUTOFF.
041800     MOVE DHT-ACH-CUTOFF (W-ENTRY-POS)  TO W-PRIOR-ACH-CUTOFF.
041900 2600-EXIT.
042000     EXIT.
042100*
042200* ONE UNDECIDED EMERGENCY CLOSURE PER BANK/DATE/TYPE -- A SECOND
042300* ONE WOULD LEAVE TWO REVERSALS THAT DISAGREE ON THE PRIOR ENTRY.
042400 2700-CHECK-AWAITING-CONFIRMATION.
042500     MOVE 'N' TO W-AWAITING-SW.
042600     OPEN INPUT PENDING-CHANGE-FILE.
042700     IF W-PEND-STATUS-OK
042800         PERFORM UNTIL W-PEND-STATUS-EOF OR W-ALREADY-AWAITING
042900             READ PENDING-CHANGE-FILE
043000                 AT END
043100                     SET W-PEND-STATUS-EOF TO TRUE
043200                 NOT AT END
043300                     IF HPR-PENDING AND HPR-POST-FACTO
043400                         AND HPR-BANK-ID = CDMF-BANK-ID
043500                         AND HPR-DATE = CDMF-INQUIRY-DATE
043600                         AND HPR-CAL-TYPE = CDMF-CAL-TYPE
043700                         MOVE 'Y' TO W-AWAITING-SW
043800                     END-IF
043900             END-READ
044000         END-PERFORM
044100         CLOSE PENDING-CHANGE-FILE
044200     END-IF.
044300*
044400******************************************************************
044500*  THE POST-FACTO ITEM IS DUE BY THE BANK'S NEXT BUSINESS DAY   *
044600*  AFTER TODAY: NOT ONE OF ITS WEEKEND DAYS (BANK MASTER,       *
044700*  SATURDAY/SUNDAY BY DEFAULT) AND NOT A FULL BANK CLOSURE IN   *
044800*  THE TABLE -- WHICH NOW INCLUDES THIS ONE WHEN IT IS FOR      *
044900*  TOMORROW.                                                    *
045000******************************************************************
045100 2800-FIND-CONFIRM-BY-DATE.
045200     PERFORM 2850-READ-BANK-WEEKEND.
045300     COMPUTE W-CANDIDATE-INT =
045400         FUNCTION INTEGER-OF-DATE (TCB-RUN-DATE).
045500     MOVE ZERO TO W-DAY-COUNT.
045600     MOVE 'N' TO W-BUSINESS-DAY-SW.
045700     PERFORM UNTIL W-BUSINESS-DAY-FOUND
045800             OR W-DAY-COUNT >= CC-MAX-CONFIRM-DAYS
045900         ADD 1 TO W-CANDIDATE-INT
046000         ADD 1 TO W-DAY-COUNT
046100         COMPUTE W-CANDIDATE-DATE =
046200             FUNCTION DATE-OF-INTEGER (W-CANDIDATE-INT)
046300         COMPUTE W-DOW = FUNCTION MOD (W-CANDIDATE-INT, 7)
046400         IF W-DOW NOT = W-WKND-DAY-1
046500                 AND W-DOW NOT = W-WKND-DAY-2
046600             PERFORM 2870-CHECK-CANDIDATE-CLOSED
046700             IF NOT W-CANDIDATE-CLOSED
046800                 MOVE 'Y' TO W-BUSINESS-DAY-SW
046900             END-IF
047000         END-IF
047100     END-PERFORM.
047200     IF W-BUSINESS-DAY-FOUND
047300         MOVE W-CANDIDATE-DATE TO W-CONFIRM-BY-DATE
047400     ELSE
047500         MOVE W-TOMORROW-DATE TO W-CONFIRM-BY-DATE
047600     END-IF.
047700* THE BANK'S WEEKEND IS CONFIGURATION, NOT GEOMETRY -- SAME
047800* RULE AS THE CALENDAR QUERY T58039.
047900 2850-READ-BANK-WEEKEND.
048000     MOVE 6 TO W-WKND-DAY-1.
048100     MOVE 0 TO W-WKND-DAY-2.
048200     OPEN INPUT BANK-MASTER-FILE.
048300     IF W-BANKMST-STATUS-OK
048400         MOVE CDMF-BANK-ID TO BMR-BANK-ID
048500         READ BANK-MASTER-FILE
048600         IF W-BANKMST-STATUS-OK
048700                 AND BMR-WEEKEND-DAY-1 >= '0'
048800                 AND BMR-WEEKEND-DAY-1 <= '6'
048900                 AND BMR-WEEKEND-DAY-2 >= '0'
049000                 AND BMR-WEEKEND-DAY-2 <= '6'
049100             MOVE BMR-WEEKEND-DAY-1 TO W-WKND-DAY-1
049200             MOVE BMR-WEEKEND-DAY-2 TO W-WKND-DAY-2
049300         END-IF
049400         CLOSE BANK-MASTER-FILE
049500     END-IF.
049600 2870-CHECK-CANDIDATE-CLOSED.
049700     MOVE 'N' TO W-CLOSED-SW.
049800     PERFORM VARYING W-SCAN-POS FROM 1 BY 1
049900             UNTIL W-SCAN-POS > DHT-ENTRY-COUNT
050000                OR W-CANDIDATE-CLOSED
050100         IF DHT-DATE (W-SCAN-POS) = W-CANDIDATE-DATE
050200                 AND (DHT-TYPE-BANK (W-SCAN-POS)
050300                     OR DHT-CAL-TYPE (W-SCAN-POS) = SPACE)
050400                 AND NOT DHT-EARLY-CLOSE (W-SCAN-POS)
050500             MOVE 'Y' TO W-CLOSED-SW
050600         END-IF
050700     END-PERFORM.
050800*
050900******************************************************************
051000*  APPLY THE CLOSURE TO THE LIVE TABLE -- INSERT IN ORDER FOR   *
051100*  AN ADD, OVERLAY THE EARLY-CLOSE ENTRY FOR A CHANGE.          *
051200******************************************************************
051300 3000-APPLY-TO-TABLE.
051400     IF W-APPLY-ADD
051500         ADD 1 TO DHT-ENTRY-COUNT
051600         PERFORM VARYING W-SHIFT-POS FROM DHT-ENTRY-COUNT BY -1
051700                 UNTIL W-SHIFT-POS <= W-ENTRY-POS
051800             MOVE DHT-ENTRY (W-SHIFT-POS - 1)
051900                 TO DHT-ENTRY (W-SHIFT-POS)
052000         END-PERFORM
052100         MOVE CDMF-INQUIRY-DATE TO DHT-DATE (W-ENTRY-POS)
052200         MOVE CDMF-CAL-TYPE     TO DHT-CAL-TYPE (W-ENTRY-POS)
052300     END-IF.
052400     MOVE CDMF-MAINT-DESCRIPTION TO DHT-DESCRIPTION (W-ENTRY-POS).
052500     MOVE CDMF-MAINT-SYMBOL      TO DHT-SYMBOL (W-ENTRY-POS).
052600     SET DHT-SOURCE-MANUAL (W-ENTRY-POS) TO TRUE.
052700     PERFORM 6000-SET-EARLY-CLOSE-FIELDS.
052800*
052900******************************************************************
053000*  AN EARLY CLOSE IS A BUSINESS DAY WITH AN EARLY CUTOFF, SO    *
053100*  ANYTHING OTHER THAN AN EXPLICIT 'Y' IS STORED AS A FULL DAY  *
053200*  WITH A ZERO CLOSE TIME.                                      *
053300******************************************************************
053400 6000-SET-EARLY-CLOSE-FIELDS.
053500     IF CDMF-MAINT-IS-EARLY-CLOSE
053600         SET DHT-EARLY-CLOSE (W-ENTRY-POS) TO TRUE
053700         MOVE CDMF-MAINT-CLOSE-TIME
053800             TO DHT-CLOSE-TIME (W-ENTRY-POS)
053900         MOVE CDMF-MAINT-WIRE-CUTOFF
054000             TO DHT-WIRE-CUTOFF (W-ENTRY-POS)
054100         MOVE CDMF-MAINT-ACH-CUTOFF
054200             TO DHT-ACH-CUTOFF (W-ENTRY-POS)
054300     ELSE
054400         SET DHT-FULL-DAY (W-ENTRY-POS) TO TRUE
054500         MOVE ZERO TO DHT-CLOSE-TIME (W-ENTRY-POS)
054600         MOVE ZERO TO DHT-WIRE-CUTOFF (W-ENTRY-POS)
054700         MOVE ZERO TO DHT-ACH-CUTOFF (W-ENTRY-POS)
054800         MOVE ZERO TO CDMF-MAINT-CLOSE-TIME
054900         MOVE ZERO TO CDMF-MAINT-WIRE-CUTOFF
055000         MOVE ZERO TO CDMF-MAINT-ACH-CUTOFF
055100     END-IF.
055200*
055300******************************************************************
055400*  PARK THE POST-FACTO ITEM.  IT CARRIES THE CLOSURE AS APPLIED *
055500*  PLUS THE ENTRY IT REPLACED; T58032 CONFIRMS IT (NO TABLE     *
055600*  CHANGE) OR REVERSES IT BACK TO THE PRIOR ENTRY.              *
055700******************************************************************
055800 6500-WRITE-POST-FACTO-ITEM.
055900     OPEN EXTEND PENDING-CHANGE-FILE.
056000     IF W-PEND-STATUS-NOT-FOUND
056100         OPEN OUTPUT PENDING-CHANGE-FILE
056200     END-IF.
056300     MOVE SPACES TO HOLIDAY-PENDING-RECORD.
056400     SET HPR-PENDING TO TRUE.
056500     MOVE TCB-USER-ID            TO HPR-MAKER-ID.
056600     MOVE TCB-TERMINAL-ID        TO HPR-MAKER-TERMINAL.
056700     MOVE TCB-RUN-DATE           TO HPR-ENTRY-DATE.
056800     MOVE TCB-RUN-TIME           TO HPR-ENTRY-TIME.
056900     MOVE W-APPLY-FUNCTION       TO HPR-FUNCTION.
057000     MOVE CDMF-BANK-ID           TO HPR-BANK-ID.
057100     MOVE CDMF-INQUIRY-DATE      TO HPR-DATE.
057200     MOVE CDMF-CAL-TYPE          TO HPR-CAL-TYPE.
057300     MOVE CDMF-MAINT-SYMBOL      TO HPR-SYMBOL.
057400     MOVE CDMF-MAINT-DESCRIPTION TO HPR-DESCRIPTION.
057500     MOVE CDMF-MAINT-EARLY-CLOSE TO HPR-EARLY-CLOSE-SW.
057600     MOVE CDMF-MAINT-CLOSE-TIME  TO HPR-CLOSE-TIME.
057700     MOVE CDMF-MAINT-WIRE-CUTOFF TO HPR-WIRE-CUTOFF.
057800     MOVE CDMF-MAINT-ACH-CUTOFF  TO HPR-ACH-CUTOFF.
057900     MOVE SPACES                 TO HPR-CHECKER-ID.
058000     MOVE ZERO                   TO HPR-DECISION-DATE.
058100     MOVE ZERO                   TO HPR-DECISION-TIME.
058200     SET HPR-POST-FACTO          TO TRUE.
058300     MOVE W-CONFIRM-BY-DATE      TO HPR-CONFIRM-BY-DATE.
058400     MOVE W-PRIOR-SW             TO HPR-PRIOR-SW.
058500     MOVE W-PRIOR-SYMBOL         TO HPR-PRIOR-SYMBOL.
058600     MOVE W-PRIOR-DESCRIPTION    TO HPR-PRIOR-DESCRIPTION.
058700     MOVE W-PRIOR-EARLY-CLOSE-SW TO HPR-PRIOR-EARLY-CLOSE-SW.
058800     MOVE W-PRIOR-CLOSE-TIME     TO HPR-PRIOR-CLOSE-TIME.
058900     MOVE W-PRIOR-WIRE-CUTOFF    TO HPR-PRIOR-WIRE-CUTOFF.
059000     MOVE W-PRIOR-ACH-CUTOFF     TO HPR-PRIOR-ACH-CUTOFF.
059050     MOVE ZERO                   TO HPR-BRANCH-ID.
059100     WRITE HOLIDAY-PENDING-RECORD.
059200     CLOSE PENDING-CHANGE-FILE.
059300*
059400* TELL THE CONSOLE TEAM.  THE LOG DATE IS THE CLOSURE DATE.
059500 6600-WRITE-OPERATOR-ALERT.
059600     OPEN EXTEND OPERATOR-ALERT-FILE.
059700     IF W-ALERT-STATUS-NOT-FOUND
059800         OPEN OUTPUT OPERATOR-ALERT-FILE
059900     END-IF.
060000     IF NOT W-ALERT-STATUS-OK
060100         SET TCB-RC-WARNING TO TRUE
060200         MOVE 'CLOSURE APPLIED - OPERATOR ALERT NOT WRITTEN'
060300             TO CDMF-ERROR-MESSAGE
060400     ELSE
060500         MOVE SPACES TO OPERATOR-ALERT-RECORD
060600         MOVE TCB-RUN-DATE       TO OAR-ALERT-DATE
060700         MOVE TCB-RUN-TIME       TO OAR-ALERT-TIME
060800         MOVE CDMF-INQUIRY-DATE  TO OAR-LOG-DATE
060900         MOVE ZERO               TO OAR-RESULT-CODE
061000         MOVE 'T58055'           TO OAR-PROGRAM-ID
061100         MOVE CDMF-BANK-ID       TO OAR-BANK-ID
061200         MOVE ZERO               TO OAR-ACTUAL-COUNT
061300         MOVE ZERO               TO OAR-MAX-COUNT
061400         SET OAR-EMERGENCY-CLOSURE TO TRUE
061500         IF CDMF-MAINT-IS-EARLY-CLOSE
061600             STRING 'EMERGENCY EARLY CLOSE TYPE '
061700                     DELIMITED BY SIZE
061800                 CDMF-CAL-TYPE  DELIMITED BY SIZE
061900                 ' BY '         DELIMITED BY SIZE
062000                 TCB-USER-ID    DELIMITED BY SIZE
062100                 INTO OAR-ALERT-TEXT
062200             END-STRING
062300         ELSE
062400             STRING 'EMERGENCY FULL CLOSURE TYPE '
062500                     DELIMITED BY SIZE
062600                 CDMF-CAL-TYPE  DELIMITED BY SIZE
062700                 ' BY '         DELIMITED BY SIZE
062800                 TCB-USER-ID    DELIMITED BY SIZE
062900                 INTO OAR-ALERT-TEXT
063000             END-STRING
063100         END-IF
063200         WRITE OPERATOR-ALERT-RECORD
063300         CLOSE OPERATOR-ALERT-FILE
063400     END-IF.
063500*
063600* A NEAR-TERM CHANGE FOR THE RE-CHECK T58044, WHICH REGENERATES
063700* THE DATE CARDS AND RE-RESOLVES THE ANSWERS IT MOVES.
063800 6700-WRITE-CALENDAR-DELTA.
063900     OPEN EXTEND CALENDAR-DELTA-FILE.
064000     IF W-DELTA-STATUS-NOT-FOUND
064100         OPEN OUTPUT CALENDAR-DELTA-FILE
064200     END-IF.
064300     IF NOT W-DELTA-STATUS-OK
064400         SET TCB-RC-WARNING TO TRUE
064500         MOVE 'CLOSURE APPLIED - DATE-CARD DELTA NOT WRITTEN'
064600             TO CDMF-ERROR-MESSAGE
064700     ELSE
064800         MOVE SPACES TO CALENDAR-DELTA-RECORD
064900         MOVE CDMF-BANK-ID      TO CDL-BANK-ID
065000         MOVE CDMF-INQUIRY-DATE TO CDL-DATE
065100         MOVE CDMF-CAL-TYPE     TO CDL-CAL-TYPE
065200         IF W-APPLY-ADD
065300             SET CDL-ADDED TO TRUE
065400         ELSE
065500             SET CDL-CHANGED TO TRUE
065600         END-IF
065700         SET CDL-NEAR-TERM TO TRUE
065800         WRITE CALENDAR-DELTA-RECORD
065900         CLOSE CALENDAR-DELTA-FILE
066000     END-IF.
066100*
066200******************************************************************
066300*  MIRROR THE CLOSURE ONTO THE BANK'S ACTIVE CALFILE GENERATION *
066400*  SO THE ONLINE INQUIRY (T58011) ANSWERS CLOSED AT ONCE.       *
066500*  FEDWIRE DEFAULTS MATCH THE BUILD'S NO-CHAIN RULE: CLOSED FOR *
066600*  A FULL-DAY CLOSURE, OPEN FOR AN EARLY CLOSE.                 *
066700******************************************************************
066800 7000-UPDATE-CALENDAR-KEY-FILE.
066900     OPEN I-O CALENDAR-KEY-FILE.
067000     IF W-CALFILE-STATUS-NOT-FOUND
067100         OPEN OUTPUT CALENDAR-KEY-FILE
067200     END-IF.
067300     IF NOT W-CALFILE-STATUS-OK
067400         SET TCB-RC-WARNING TO TRUE
067500         STRING 'TABLE UPDATED - CALENDAR FILE NOT UPDATED - '
067600             DELIMITED BY SIZE
067700             'STATUS '            DELIMITED BY SIZE
067800             W-CALFILE-STATUS     DELIMITED BY SIZE
067900             INTO CDMF-ERROR-MESSAGE
068000         END-STRING
068100     ELSE
068200         PERFORM 7300-SET-CALENDAR-KEY
068300         PERFORM 7200-REWRITE-CALENDAR-RECORD
068400         CLOSE CALENDAR-KEY-FILE
068500     END-IF.
068600 7200-REWRITE-CALENDAR-RECORD.
068700     MOVE CDMF-MAINT-SYMBOL      TO CKR-SYMBOL.
068800     MOVE 'M'                    TO CKR-SOURCE.
068900     MOVE CDMF-MAINT-DESCRIPTION TO CKR-DESCRIPTION.
069000     IF CDMF-MAINT-IS-EARLY-CLOSE
069100         SET CKR-EARLY-CLOSE TO TRUE
069200         MOVE CDMF-MAINT-CLOSE-TIME TO CKR-CLOSE-TIME
069300         MOVE CDMF-MAINT-WIRE-CUTOFF TO CKR-WIRE-CUTOFF
069400         MOVE CDMF-MAINT-ACH-CUTOFF TO CKR-ACH-CUTOFF
069500         SET CKR-FEDWIRE-OPEN TO TRUE
069600     ELSE
069700         SET CKR-FULL-DAY TO TRUE
069800         MOVE ZERO TO CKR-CLOSE-TIME
069900         MOVE ZERO TO CKR-WIRE-CUTOFF
070000         MOVE ZERO TO CKR-ACH-CUTOFF
070100         SET CKR-FEDWIRE-CLOSED TO TRUE
070200     END-IF.
070300     WRITE CALENDAR-KEY-RECORD
070400         INVALID KEY
070500             REWRITE CALENDAR-KEY-RECORD
070600         END-REWRITE
070700     END-WRITE.
070800*
070900* POSITION THE KEY UNDER THE BANK'S ACTIVE LOAD GENERATION
071000* (GEN-0 CONTROL RECORD, SEE T58009D) SO THE CLOSURE LANDS IN
071100* THE SAME CALENDAR COPY THE INQUIRY ANSWERS FROM.
071200 7300-SET-CALENDAR-KEY.
071300     MOVE 1 TO W-ACTIVE-GEN.
071400     MOVE CDMF-BANK-ID TO CKR-BANK-ID.
071500     MOVE 0 TO CKR-GEN.
071600     MOVE '0' TO CKR-CAL-TYPE.
071700     MOVE ZERO TO CKR-DATE.
071800     READ CALENDAR-KEY-FILE.
071900     IF W-CALFILE-STATUS-OK AND CKR-SYMBOL IS NUMERIC
072000         MOVE CKR-SYMBOL TO W-ACTIVE-GEN
072100     END-IF.
072200     MOVE W-ACTIVE-GEN      TO CKR-GEN.
072300     MOVE CDMF-CAL-TYPE     TO CKR-CAL-TYPE.
072400     MOVE CDMF-INQUIRY-DATE TO CKR-DATE.
072500 8000-FLAG-ERROR.
072600     SET CDMF-ERROR-FOUND TO TRUE.
072700     SET TCB-RC-WARNING TO TRUE.
072800*
072900* NO CHECKER, OVERRIDE SWITCH 'E' -- THE CONFIRMATION OR
073000* REVERSAL ON T58032 WRITES THE RECORD THAT CARRIES ONE.
073100 9000-WRITE-MAINT-AUDIT.
073200     OPEN EXTEND MAINT-AUDIT-FILE.
073300     IF W-AUDIT-STATUS-NOT-FOUND
073400         OPEN OUTPUT MAINT-AUDIT-FILE
073500     END-IF.
073600     MOVE SPACES TO HOLIDAY-MAINT-AUDIT-RECORD.
073700     MOVE TCB-RUN-DATE           TO HMA-LOG-DATE.
073800     MOVE TCB-RUN-TIME           TO HMA-LOG-TIME.
073900     MOVE TCB-USER-ID            TO HMA-USER-ID.
074000     MOVE TCB-TERMINAL-ID        TO HMA-TERMINAL-ID.
074100     MOVE W-APPLY-FUNCTION       TO HMA-FUNCTION.
074200     MOVE CDMF-BANK-ID           TO HMA-BANK-ID.
074300     MOVE CDMF-INQUIRY-DATE      TO HMA-DATE.
074400     MOVE CDMF-MAINT-SYMBOL      TO HMA-SYMBOL.
074500     MOVE CDMF-MAINT-DESCRIPTION TO HMA-DESCRIPTION.
074600     MOVE CDMF-MAINT-EARLY-CLOSE TO HMA-EARLY-CLOSE-SW.
074700     MOVE CDMF-MAINT-CLOSE-TIME  TO HMA-CLOSE-TIME.
074800     MOVE CDMF-CAL-TYPE          TO HMA-CAL-TYPE.
074900     MOVE CDMF-MAINT-WIRE-CUTOFF TO HMA-WIRE-CUTOFF.
075000     MOVE CDMF-MAINT-ACH-CUTOFF  TO HMA-ACH-CUTOFF.
075100     MOVE SPACES                 TO HMA-CHECKER-ID.
075200     SET HMA-EMERGENCY           TO TRUE.
075250     MOVE ZERO                   TO HMA-BRANCH-ID.
075300     WRITE HOLIDAY-MAINT-AUDIT-RECORD.
075400     CLOSE MAINT-AUDIT-FILE.
075500 END PROGRAM T58055.
