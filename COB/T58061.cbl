000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58061.
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
001400* WORKDAY-NUMBERED MONTH-END CLOSE CALENDAR.  FOR EACH BANK AND
001500* YEAR, EVERY DATE IS CLASSIFIED BY THE SAME DTA-HOLIDAY-CHECK
001600* CALL, WITH THE BANK'S OWN WEEKEND DAYS, THAT THE PRINTED
001700* CALENDAR (T58006/T58007) IS DRAWN FROM, AND EVERY BUSINESS
001800* DAY IS NUMBERED WITHIN ITS MONTH FORWARD (WD+1 = FIRST
001900* BUSINESS DAY) AND BACKWARD FROM MONTH END (WD-1 = LAST
002000* BUSINESS DAY).  OUTPUT:
002100*   - WDCRPT   THE NUMBERED CALENDAR, MONTH BY MONTH, WITH
002200*              HOLIDAYS AND EARLY-CLOSE DAYS SHOWN, FOLLOWED BY
002300*              A ONE-PAGE CLOSE SCHEDULE THAT RESOLVES EACH
002400*              NAMED TASK ON CLOSTASK (T58061D) TO ITS DATE FOR
002500*              EVERY PERIOD OF THE YEAR
002600*   - WDCFEED  ONE RECORD PER DATE (T58062D) WITH THE SAME
002700*              NUMBERS, FOR THE GENERAL LEDGER CLOSE TOOLS
002800* A TASK'S WD-N FALLS IN THE PERIOD MONTH AND ITS WD+N IN THE
002900* MONTH AFTER, SO JANUARY OF THE NEXT YEAR IS CLASSIFIED TOO
003000* FOR THE DECEMBER CLOSE.  A BANK-YEAR WITH ANY DATE-SERVICES
003100* ERROR IS NOT NUMBERED AT ALL RATHER THAN NUMBERED WRONG.
003200* THE RUN IS DRIVEN BY BANKLIST OR PINNED TO ONE BANK WITH
003300* BANKID ON RUNPARM; YEARFROM/YEARTO PICK THE YEARS (DEFAULT
003400* THE RUN YEAR) AND CALTYPE THE CALENDAR TYPE (DEFAULT B).
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER. IBM-370.
003900 OBJECT-COMPUTER. IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT WORKDAY-REPORT-FILE ASSIGN TO WDCRPT
004300         ORGANIZATION LINE SEQUENTIAL.
004400     SELECT WORKDAY-FEED-FILE ASSIGN TO WDCFEED
004500         ORGANIZATION LINE SEQUENTIAL.
004600     SELECT CLOSE-TASK-FILE ASSIGN TO CLOSTASK
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS W-TASK-STATUS.
004900     SELECT BANK-LIST-FILE ASSIGN TO BANKLIST
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS W-BANKLIST-STATUS.
005200     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
005300         ORGANIZATION INDEXED
005400         ACCESS MODE RANDOM
005500         RECORD KEY BMR-BANK-ID
005600         FILE STATUS IS W-BANKMST-STATUS.
005700 DATA DIVISION.
005800     EJECT
005900 FILE SECTION.
006000 FD  WORKDAY-REPORT-FILE.
006100 01  WORKDAY-REPORT-RECORD       PIC X(133).
006200 FD  WORKDAY-FEED-FILE.
006300 COPY T58062D. *> PER-DAY WORKDAY NUMBER FEED
006400 FD  CLOSE-TASK-FILE.
006500 COPY T58061D. *> NAMED CLOSE TASKS WITH WORKDAY NUMBERS
006600 FD  BANK-LIST-FILE.
006700 COPY T58020D. *> BANK LIST DRIVING A MULTI-BANK RUN
006800 FD  BANK-MASTER-FILE.
006900 COPY T58034D. *> KEYED BANK MASTER FOR NAMES AND WEEKEND DAYS
007000     EJECT
007100 WORKING-STORAGE SECTION.
007200*
007300 01  CC-CHANGE-ID.
007400     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
007500*
007600* 40 TASKS KEEP THE CLOSE SCHEDULE ON ONE PAGE; NO MONTH HAS
007700* MORE THAN 23 BUSINESS DAYS.  THE DAY TABLE HOLDS A LEAP YEAR
007800* PLUS THE FOLLOWING JANUARY.
007900 01  C-WORKDAY-CONSTANTS.
008000     05  C-MAX-TASKS             PIC 9(4)    BINARY VALUE 40.
008100     05  C-MAX-WD                PIC 9(2)    VALUE 23.
008200*
008300 01  C-DAY-NAMES.
008400     05  FILLER                  PIC X(21)   VALUE
008500         'SUNMONTUEWEDTHUFRISAT'.
008600 01  C-DAY-NAME-TBL REDEFINES C-DAY-NAMES.
008700     05  C-DAY-NAME              OCCURS 7 TIMES PIC X(3).
008800 01  C-MONTH-ABBREVS.
008900     05  FILLER                  PIC X(36)   VALUE
009000         'JANFEBMARAPRMAYJUNJULAUGSEPOCTNOVDEC'.
009100 01  C-MONTH-ABBREV-TBL REDEFINES C-MONTH-ABBREVS.
009200     05  C-MONTH-ABBREV          OCCURS 12 TIMES PIC X(3).
009300 01  C-MONTH-NAMES.
009400     05  FILLER  PIC X(9)  VALUE 'JANUARY'.
009500     05  FILLER  PIC X(9)  VALUE 'FEBRUARY'.
009600     05  FILLER  PIC X(9)  VALUE 'MARCH'.
009700     05  FILLER  PIC X(9)  VALUE 'APRIL'.
009800     05  FILLER  PIC X(9)  VALUE 'MAY'.
009900     05  FILLER  PIC X(9)  VALUE 'JUNE'.
010000     05  FILLER  PIC X(9)  VALUE 'JULY'.
010100     05  FILLER  PIC X(9)  VALUE 'AUGUST'.
010200     05  FILLER  PIC X(9)  VALUE 'SEPTEMBER'.
010300     05  FILLER  PIC X(9)  VALUE 'OCTOBER'.
010400     05  FILLER  PIC X(9)  VALUE 'NOVEMBER'.
010500     05  FILLER  PIC X(9)  VALUE 'DECEMBER'.
010600 01  C-MONTH-NAME-TBL REDEFINES C-MONTH-NAMES.
010700     05  C-MONTH-NAME            OCCURS 12 TIMES PIC X(9).
010800*
010900 01  W-FILE-STATUS-CONTROL.
011000     05  W-TASK-STATUS           PIC XX.
011100         88  W-TASK-STATUS-OK            VALUE '00'.
011200         88  W-TASK-STATUS-EOF           VALUE '10'.
011300     05  W-BANKLIST-STATUS       PIC XX.
011400         88  W-BANKLIST-STATUS-OK        VALUE '00'.
011500         88  W-BANKLIST-STATUS-EOF       VALUE '10'.
011600     05  W-BANKMST-STATUS        PIC XX.
011700         88  W-BANKMST-STATUS-OK         VALUE '00'.
011800     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
011900         88  W-BANKMST-OPEN              VALUE 'Y'.
012000*
012100 01  W-RUN-CONTROL.
012200     05  W-BANK-ID               PIC 9(5).
012300     05  W-BANK-NAME             PIC X(15).
012400* THE BANK'S WEEKEND DAYS FROM ITS MASTER RECORD, PASSED TO
012500* THE DATE SERVICES ON EVERY CALL; SPACES = SAT/SUN.
012600     05  W-BANK-WKND-1           PIC X.
012700     05  W-BANK-WKND-2           PIC X.
012800     05  W-CAL-TYPE              PIC X.
012900     05  W-YEAR                  PIC 9(4).
013000     05  W-YEAR-FROM             PIC 9(4).
013100     05  W-YEAR-TO               PIC 9(4).
013200     05  W-MONTH                 PIC 9(2).
013300     05  W-PERIOD                PIC 9(2).
013400     05  W-SLOT                  PIC 9(2).
013500     05  W-WORK-DATE             PIC 9(8).
013600     05  W-WORK-DATE-X           REDEFINES W-WORK-DATE.
013700         10  W-WORK-YEAR         PIC 9(4).
013800         10  W-WORK-MONTH        PIC 9(2).
013900         10  W-WORK-DAY          PIC 9(2).
014000     05  W-DAY-INTEGER           PIC S9(9).
014100     05  W-FIRST-INTEGER         PIC S9(9).
014200     05  W-LAST-INTEGER          PIC S9(9).
014300     05  W-DOW                   PIC 9.
014400     05  W-EDIT-REASON           PIC X(30).
014500*
014600 01  W-RUN-COUNTERS.
014700     05  W-BANK-YEAR-COUNT       PIC 9(5)    VALUE ZERO.
014800     05  W-SKIPPED-COUNT         PIC 9(5)    VALUE ZERO.
014900     05  W-FEED-COUNT            PIC 9(9)    VALUE ZERO.
015000     05  W-TASK-READ-COUNT       PIC 9(5)    VALUE ZERO.
015100     05  W-TASK-REJECT-COUNT     PIC 9(5)    VALUE ZERO.
015200     05  W-DTS-ERROR-COUNT       PIC 9(5)    VALUE ZERO.
015300     05  W-PAGE-NO               PIC 9(4)    VALUE ZERO.
015400*
015500* THE CLOSE TASKS, LOADED ONCE FROM CLOSTASK.
015600 01  W-TASK-TABLE.
015700     05  W-TASK-COUNT            PIC 9(4)    BINARY VALUE ZERO.
015800     05  W-TASK-ENTRY            OCCURS 40 TIMES.
015900         10  W-TK-NAME           PIC X(30).
016000         10  W-TK-SIGN           PIC X.
016100         10  W-TK-NUMBER         PIC 9(2).
016200         10  W-TK-FREQUENCY      PIC X.
016300 01  W-TASK-SUB                  PIC 9(4)    BINARY.
016400*
016500* ONE ENTRY PER DATE FROM 1 JANUARY OF THE YEAR THROUGH 31
016600* JANUARY OF THE NEXT.  THE SLOT IS THE MONTH (1-12), OR 13
016700* FOR THE FOLLOWING JANUARY.
016800 01  W-DAY-TABLE.
016900     05  W-DAY-COUNT             PIC 9(4)    BINARY.
017000     05  W-DAY-ENTRY             OCCURS 400 TIMES.
017100         10  W-DE-DATE           PIC 9(8).
017200         10  W-DE-DATE-X         REDEFINES W-DE-DATE.
017300             15  W-DE-YEAR       PIC 9(4).
017400             15  W-DE-MONTH      PIC 9(2).
017500             15  W-DE-DAY        PIC 9(2).
017600         10  W-DE-SLOT           PIC 9(2).
017700         10  W-DE-DOW            PIC 9.
017800         10  W-DE-BUSINESS-SW    PIC X.
017900             88  W-DE-BUSINESS-DAY       VALUE 'Y'.
018000         10  W-DE-HOLIDAY-SW     PIC X.
018100             88  W-DE-HOLIDAY            VALUE 'Y'.
018200         10  W-DE-EARLY-CLOSE-SW PIC X.
018300             88  W-DE-EARLY-CLOSE        VALUE 'Y'.
018400         10  W-DE-CLOSE-TIME     PIC 9(4).
018500         10  W-DE-WD-FORWARD     PIC 9(2).
018600         10  W-DE-WD-BACKWARD    PIC 9(2).
018700 01  W-DAY-SUB                   PIC 9(4)    BINARY.
018800 01  W-YEAR-DTS-ERRORS           PIC 9(5).
018900*
019000* PER-MONTH SLOT: BUSINESS DAYS AND THE SLOT'S FIRST AND LAST
019100* DAY-TABLE ENTRIES.
019200 01  W-SLOT-TABLE.
019300     05  W-SLOT-ENTRY            OCCURS 13 TIMES.
019400         10  W-SLOT-BUS-DAYS     PIC 9(2).
019500         10  W-SLOT-FIRST-IDX    PIC 9(4)    BINARY.
019600         10  W-SLOT-LAST-IDX     PIC 9(4)    BINARY.
019700*
019800* PRINT WORKAREAS.
019900 01  W-PRINT-LINE                PIC X(133).
020000 01  W-DAY-LINE.
020100     05  FILLER                  PIC X(2)    VALUE SPACES.
020200     05  W-DL-DATE               PIC 9(8).
020300     05  FILLER                  PIC X(2)    VALUE SPACES.
020400     05  W-DL-DAY-NAME           PIC X(3).
020500     05  FILLER                  PIC X(3)    VALUE SPACES.
020600     05  W-DL-WD-FORWARD         PIC X(5).
020700     05  FILLER                  PIC X(3)    VALUE SPACES.
020800     05  W-DL-WD-BACKWARD        PIC X(5).
020900     05  FILLER                  PIC X(3)    VALUE SPACES.
021000     05  W-DL-NOTE               PIC X(30).
021100 01  W-WD-TEXT.
021200     05  FILLER                  PIC X(2)    VALUE 'WD'.
021300     05  W-WD-SIGN               PIC X.
021400     05  W-WD-NUMBER             PIC 9(2).
021500 01  W-SCHEDULE-LINE.
021600     05  W-SL-TASK-NAME          PIC X(30).
021700     05  FILLER                  PIC X.
021800     05  W-SL-WD                 PIC X(5).
021900     05  W-SL-CELL               OCCURS 12 TIMES PIC X(8).
022000 01  W-CELL-TEXT.
022100     05  FILLER                  PIC X(2)    VALUE SPACES.
022200     05  W-CT-MONTH              PIC 9(2).
022300     05  FILLER                  PIC X       VALUE '/'.
022400     05  W-CT-DAY                PIC 9(2).
022500     05  W-CT-FLAG               PIC X.
022600 01  W-RESOLVE-CONTROL.
022700     05  W-FOUND-SW              PIC X.
022800         88  W-DATE-FOUND                VALUE 'Y'.
022900     05  W-RUNS-SW               PIC X.
023000         88  W-TASK-RUNS                 VALUE 'Y'.
023100*
023200* WORKAREA FOR THE SHARED DTS AUDIT LOG -- WRITTEN EVERY TIME
023300* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
023400 COPY T58017D.
023500*
023600* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
023700 COPY T58030D.
023800* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
023900 COPY T58053D.
024000 COPY T58007D. *> DATE ROUTINE ACTIONS
024100 COPY T58008D. *> DATE ROUTINE RESULTS
024200     EJECT
024300 LINKAGE SECTION.
024400*
024500*                    TRANSACTION-CONTROL-BLOCK
024600 COPY P49000D.
024700*
024800*                    DATE-CONTROL-BLOCK
024900 COPY T58001D.
025000     EJECT
025100 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
025200                             DATE-CONTROL-BLOCK.
025300     EJECT
025400 0000-MAIN-PROCESS.
025500     PERFORM 9800-LOG-RUN-START.
025600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025700     IF RCB-PARM-ERROR
025800         MOVE RCB-ERROR-MESSAGE TO W-PRINT-LINE
025900         PERFORM 8000-WRITE-LINE
026000         SET TCB-RC-ERROR TO TRUE
026100     ELSE
026200         PERFORM 1200-LOAD-CLOSE-TASKS THRU 1200-EXIT
026300         IF RCB-BANK-ID > ZERO
026400             MOVE RCB-BANK-ID TO W-BANK-ID
026500             MOVE SPACES TO W-BANK-NAME
026600             PERFORM 2000-PROCESS-ONE-BANK
026700         ELSE
026800             PERFORM 1500-SWEEP-BANK-LIST
026900         END-IF
027000         PERFORM 6000-PRINT-RUN-TOTALS
027100     END-IF.
027200     IF W-BANKMST-OPEN
027300         CLOSE BANK-MASTER-FILE
027400     END-IF.
027500     CLOSE WORKDAY-REPORT-FILE.
027600     CLOSE WORKDAY-FEED-FILE.
027700     PERFORM 9810-LOG-RUN-END.
027800     GOBACK.
027900 1000-INITIALIZE.
028000     OPEN OUTPUT WORKDAY-REPORT-FILE.
028100     OPEN OUTPUT WORKDAY-FEED-FILE.
028200     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
028300         RUN-CONTROL-BLOCK.
028400     IF RCB-PARM-ERROR
028500         GO TO 1000-EXIT
028600     END-IF.
028700     IF RCB-YEAR-FROM > ZERO
028800         MOVE RCB-YEAR-FROM TO W-YEAR-FROM
028900     ELSE
029000         COMPUTE W-YEAR-FROM = TCB-RUN-DATE / 10000
029100     END-IF.
029200     IF RCB-YEAR-TO > ZERO
029300         MOVE RCB-YEAR-TO TO W-YEAR-TO
029400     ELSE
029500         MOVE W-YEAR-FROM TO W-YEAR-TO
029600     END-IF.
029700     IF W-YEAR-TO < W-YEAR-FROM
029800         MOVE W-YEAR-FROM TO W-YEAR-TO
029900     END-IF.
030000     IF RCB-CAL-TYPE NOT = SPACE
030100         MOVE RCB-CAL-TYPE TO W-CAL-TYPE
030200     ELSE
030300         MOVE 'B' TO W-CAL-TYPE
030400     END-IF.
030500     OPEN INPUT BANK-MASTER-FILE.
030600     IF W-BANKMST-STATUS-OK
030700         SET W-BANKMST-OPEN TO TRUE
030800     END-IF.
030900     MOVE SPACES TO W-PRINT-LINE.
031000     STRING 'WORKDAY CLOSE CALENDAR  CAL TYPE ' DELIMITED BY SIZE
031100         W-CAL-TYPE              DELIMITED BY SIZE
031200         '  YEARS '              DELIMITED BY SIZE
031300         W-YEAR-FROM             DELIMITED BY SIZE
031400         '-'                     DELIMITED BY SIZE
031500         W-YEAR-TO               DELIMITED BY SIZE
031600         '  RUN '                DELIMITED BY SIZE
031700         TCB-RUN-DATE            DELIMITED BY SIZE
031800         INTO W-PRINT-LINE
031900     END-STRING.
032000     PERFORM 8000-WRITE-LINE.
032100 1000-EXIT.
032200     EXIT.
032300*
032400******************************************************************
032500*  LOAD AND EDIT THE CLOSE TASKS.  A BAD TASK IS LISTED AND     *
032600*  LEFT OFF THE SCHEDULE; NO CLOSTASK FILE MEANS NO SCHEDULE.   *
032700******************************************************************
032800 1200-LOAD-CLOSE-TASKS.
032900     OPEN INPUT CLOSE-TASK-FILE.
033000     IF NOT W-TASK-STATUS-OK
033100         MOVE 'NO CLOSTASK FILE - CLOSE SCHEDULE NOT PRINTED'
033200             TO W-PRINT-LINE
033300         PERFORM 8000-WRITE-LINE
033400         GO TO 1200-EXIT
033500     END-IF.
033600     PERFORM UNTIL W-TASK-STATUS-EOF
033700         READ CLOSE-TASK-FILE
033800             AT END
033900                 SET W-TASK-STATUS-EOF TO TRUE
034000             NOT AT END
034100                 PERFORM 1210-EDIT-CLOSE-TASK THRU 1210-EXIT
034200         END-READ
034300     END-PERFORM.
034400     CLOSE CLOSE-TASK-FILE.
034500 1200-EXIT.
034600     EXIT.
034700 1210-EDIT-CLOSE-TASK.
034800     ADD 1 TO W-TASK-READ-COUNT.
034900     IF CTR-TASK-NAME = SPACES
035000         MOVE 'TASK NAME MISSING' TO W-EDIT-REASON
035100         PERFORM 1220-REJECT-CLOSE-TASK
035200         GO TO 1210-EXIT
035300     END-IF.
035400     IF NOT CTR-WD-SIGN-VALID
035500         MOVE 'WD SIGN MUST BE + OR -' TO W-EDIT-REASON
035600         PERFORM 1220-REJECT-CLOSE-TASK
035700         GO TO 1210-EXIT
035800     END-IF.
035900     IF CTR-WD-NUMBER IS NOT NUMERIC
036000             OR CTR-WD-NUMBER = ZERO
036100             OR CTR-WD-NUMBER > C-MAX-WD
036200         MOVE 'WD NUMBER MUST BE 01-23' TO W-EDIT-REASON
036300         PERFORM 1220-REJECT-CLOSE-TASK
036400         GO TO 1210-EXIT
036500     END-IF.
036600     IF NOT CTR-FREQ-VALID
036700         MOVE 'FREQUENCY MUST BE M, Q OR A' TO W-EDIT-REASON
036800         PERFORM 1220-REJECT-CLOSE-TASK
036900         GO TO 1210-EXIT
037000     END-IF.
037100     IF W-TASK-COUNT NOT < C-MAX-TASKS
037200         MOVE 'SCHEDULE FULL - 40 TASKS' TO W-EDIT-REASON
037300         PERFORM 1220-REJECT-CLOSE-TASK
037400         GO TO 1210-EXIT
037500     END-IF.
037600     ADD 1 TO W-TASK-COUNT.
037700     MOVE CTR-TASK-NAME   TO W-TK-NAME (W-TASK-COUNT).
037800     MOVE CTR-WD-SIGN     TO W-TK-SIGN (W-TASK-COUNT).
037900     MOVE CTR-WD-NUMBER   TO W-TK-NUMBER (W-TASK-COUNT).
038000     MOVE CTR-FREQUENCY   TO W-TK-FREQUENCY (W-TASK-COUNT).
038100     IF CTR-FREQUENCY = SPACE
038200         MOVE 'M' TO W-TK-FREQUENCY (W-TASK-COUNT)
038300     END-IF.
038400 1210-EXIT.
038500     EXIT.
038600 1220-REJECT-CLOSE-TASK.
038700     ADD 1 TO W-TASK-REJECT-COUNT.
038800     SET TCB-RC-WARNING TO TRUE.
038900     MOVE SPACES TO W-PRINT-LINE.
039000     STRING 'CLOSE TASK REJECTED: '  DELIMITED BY SIZE
039100         CLOSE-TASK-RECORD       DELIMITED BY SIZE
039200         '  '                    DELIMITED BY SIZE
039300         W-EDIT-REASON           DELIMITED BY SIZE
039400         INTO W-PRINT-LINE
039500     END-STRING.
039600     PERFORM 8000-WRITE-LINE.
039700 1500-SWEEP-BANK-LIST.
039800     OPEN INPUT BANK-LIST-FILE.
039900     IF NOT W-BANKLIST-STATUS-OK
040000         MOVE 'NO BANKLIST FILE AND NO BANKID - NOTHING NUMBERED'
040100             TO W-PRINT-LINE
040200         PERFORM 8000-WRITE-LINE
040300         SET TCB-RC-ERROR TO TRUE
040400     ELSE
040500         PERFORM UNTIL W-BANKLIST-STATUS-EOF
040600             READ BANK-LIST-FILE
040700                 AT END
040800                     SET W-BANKLIST-STATUS-EOF TO TRUE
040900                 NOT AT END
041000                     MOVE BLR-BANK-ID TO W-BANK-ID
041100                     MOVE BLR-BANK-SHORT-NAME TO W-BANK-NAME
041200                     PERFORM 2000-PROCESS-ONE-BANK
041300             END-READ
041400         END-PERFORM
041500         CLOSE BANK-LIST-FILE
041600     END-IF.
041700 2000-PROCESS-ONE-BANK.
041800     PERFORM 2100-LOOKUP-BANK-MASTER.
041900     PERFORM 2500-PROCESS-ONE-YEAR
042000         VARYING W-YEAR FROM W-YEAR-FROM BY 1
042100         UNTIL W-YEAR > W-YEAR-TO.
042200*
042300* NAME AND WEEKEND DAYS FROM THE BANK MASTER.  WITHOUT A MASTER
042400* RECORD THE BANKLIST NAME STANDS AND THE WEEKEND IS SAT/SUN.
042500 2100-LOOKUP-BANK-MASTER.
042600     MOVE SPACE TO W-BANK-WKND-1.
042700     MOVE SPACE TO W-BANK-WKND-2.
042800     IF W-BANKMST-OPEN
042900         MOVE W-BANK-ID TO BMR-BANK-ID
043000         READ BANK-MASTER-FILE
043100         IF W-BANKMST-STATUS-OK
043200             MOVE BMR-SHORT-NAME    TO W-BANK-NAME
043300             MOVE BMR-WEEKEND-DAY-1 TO W-BANK-WKND-1
043400             MOVE BMR-WEEKEND-DAY-2 TO W-BANK-WKND-2
043500         END-IF
043600     END-IF.
043700 2500-PROCESS-ONE-YEAR.
043800     PERFORM 3000-BUILD-DAY-TABLE.
043900     IF W-YEAR-DTS-ERRORS > ZERO
044000         ADD 1 TO W-SKIPPED-COUNT
044100         SET TCB-RC-WARNING TO TRUE
044200         MOVE SPACES TO W-PRINT-LINE
044300         STRING 'BANK '              DELIMITED BY SIZE
044400             W-BANK-ID               DELIMITED BY SIZE
044500             ' YEAR '                DELIMITED BY SIZE
044600             W-YEAR                  DELIMITED BY SIZE
044700             ' NOT NUMBERED - DATE SERVICES ERROR ON '
044800                                     DELIMITED BY SIZE
044900             W-YEAR-DTS-ERRORS       DELIMITED BY SIZE
045000             ' DATES'                DELIMITED BY SIZE
045100             INTO W-PRINT-LINE
045200         END-STRING
045300         PERFORM 8000-WRITE-LINE
045400     ELSE
045500         ADD 1 TO W-BANK-YEAR-COUNT
045600         PERFORM 3500-NUMBER-BUSINESS-DAYS
045700         PERFORM 4000-PRINT-WORKDAY-CALENDAR
045800         PERFORM 4500-WRITE-WORKDAY-FEED
045900         IF W-TASK-COUNT > ZERO
046000             PERFORM 5000-PRINT-CLOSE-SCHEDULE
046100         END-IF
046200     END-IF.
046300*
046400******************************************************************
046500*  CLASSIFY EVERY DATE FROM 1 JANUARY OF THE YEAR THROUGH 31    *
046600*  JANUARY OF THE NEXT, THE WAY T58006 CLASSIFIES ITS DAY       *
046700*  TABLE: A HOLIDAY IS NEVER A BUSINESS DAY; OTHERWISE THE      *
046800*  DATE SERVICES' BUSINESS-DAY ANSWER STANDS.                   *
046900******************************************************************
047000 3000-BUILD-DAY-TABLE.
047100     MOVE ZERO TO W-DAY-COUNT.
047200     MOVE ZERO TO W-YEAR-DTS-ERRORS.
047300     COMPUTE W-FIRST-INTEGER =
047400         FUNCTION INTEGER-OF-DATE (W-YEAR * 10000 + 0101).
047500     COMPUTE W-LAST-INTEGER =
047600         FUNCTION INTEGER-OF-DATE ((W-YEAR + 1) * 10000 + 0131).
047700     PERFORM 3100-CLASSIFY-ONE-DAY
047800         VARYING W-DAY-INTEGER FROM W-FIRST-INTEGER BY 1
047900         UNTIL W-DAY-INTEGER > W-LAST-INTEGER.
048000 3100-CLASSIFY-ONE-DAY.
048100     ADD 1 TO W-DAY-COUNT.
048200     MOVE W-DAY-COUNT TO W-DAY-SUB.
048300     COMPUTE W-WORK-DATE =
048400         FUNCTION DATE-OF-INTEGER (W-DAY-INTEGER).
048500     COMPUTE W-DOW = FUNCTION MOD (W-DAY-INTEGER, 7).
048600     MOVE W-WORK-DATE TO W-DE-DATE (W-DAY-SUB).
048700     MOVE W-DOW       TO W-DE-DOW (W-DAY-SUB).
048800     IF W-WORK-YEAR = W-YEAR
048900         MOVE W-WORK-MONTH TO W-DE-SLOT (W-DAY-SUB)
049000     ELSE
049100         MOVE 13 TO W-DE-SLOT (W-DAY-SUB)
049200     END-IF.
049300     MOVE 'N'  TO W-DE-BUSINESS-SW (W-DAY-SUB).
049400     MOVE 'N'  TO W-DE-HOLIDAY-SW (W-DAY-SUB).
049500     MOVE 'N'  TO W-DE-EARLY-CLOSE-SW (W-DAY-SUB).
049600     MOVE ZERO TO W-DE-CLOSE-TIME (W-DAY-SUB).
049700     MOVE ZERO TO W-DE-WD-FORWARD (W-DAY-SUB).
049800     MOVE ZERO TO W-DE-WD-BACKWARD (W-DAY-SUB).
049900     MOVE W-WORK-DATE       TO DCB-INPUT-DATE.
050000     MOVE DTA-HOLIDAY-CHECK TO DCB-ACTION-CODE.
050100     MOVE W-BANK-ID         TO DCB-BANK-ID.
050200     MOVE W-BANK-WKND-1     TO DCB-WEEKEND-DAY-1.
050300     MOVE W-BANK-WKND-2     TO DCB-WEEKEND-DAY-2.
050400     MOVE W-CAL-TYPE        TO DCB-CAL-TYPE.
050500     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
050600         DATE-CONTROL-BLOCK.
050700     IF DCB-RESULT-CODE NOT = DTR-SUCCESS
050800         ADD 1 TO W-YEAR-DTS-ERRORS
050900         ADD 1 TO W-DTS-ERROR-COUNT
051000         PERFORM 9600-LOG-DTS-AUDIT-ENTRY
051100     ELSE
051200         IF DCB-IS-HOLIDAY
051300             MOVE 'Y' TO W-DE-HOLIDAY-SW (W-DAY-SUB)
051400         ELSE
051500             IF DCB-IS-BUSINESS-DAY
051600                 MOVE 'Y' TO W-DE-BUSINESS-SW (W-DAY-SUB)
051700             END-IF
051800         END-IF
051900         MOVE DCB-EARLY-CLOSE-SW
052000             TO W-DE-EARLY-CLOSE-SW (W-DAY-SUB)
052100         MOVE DCB-CLOSE-TIME TO W-DE-CLOSE-TIME (W-DAY-SUB)
052200     END-IF.
052300*
052400******************************************************************
052500*  NUMBER THE BUSINESS DAYS OF EACH MONTH SLOT.  FORWARD COUNTS *
052600*  UP FROM THE FIRST BUSINESS DAY; BACKWARD IS THE SAME DAY'S   *
052700*  PLACE COUNTED FROM THE LAST, ONCE THE MONTH TOTAL IS KNOWN.  *
052800******************************************************************
052900 3500-NUMBER-BUSINESS-DAYS.
053000     PERFORM VARYING W-SLOT FROM 1 BY 1 UNTIL W-SLOT > 13
053100         MOVE ZERO TO W-SLOT-BUS-DAYS (W-SLOT)
053200         MOVE ZERO TO W-SLOT-FIRST-IDX (W-SLOT)
053300         MOVE ZERO TO W-SLOT-LAST-IDX (W-SLOT)
053400     END-PERFORM.
053500     PERFORM VARYING W-DAY-SUB FROM 1 BY 1
053600             UNTIL W-DAY-SUB > W-DAY-COUNT
053700         MOVE W-DE-SLOT (W-DAY-SUB) TO W-SLOT
053800         IF W-SLOT-FIRST-IDX (W-SLOT) = ZERO
053900             MOVE W-DAY-SUB TO W-SLOT-FIRST-IDX (W-SLOT)
054000         END-IF
054100         MOVE W-DAY-SUB TO W-SLOT-LAST-IDX (W-SLOT)
054200         IF W-DE-BUSINESS-DAY (W-DAY-SUB)
054300             ADD 1 TO W-SLOT-BUS-DAYS (W-SLOT)
054400             MOVE W-SLOT-BUS-DAYS (W-SLOT)
054500                 TO W-DE-WD-FORWARD (W-DAY-SUB)
054600         END-IF
054700     END-PERFORM.
054800     PERFORM VARYING W-DAY-SUB FROM 1 BY 1
054900             UNTIL W-DAY-SUB > W-DAY-COUNT
055000         IF W-DE-BUSINESS-DAY (W-DAY-SUB)
055100             MOVE W-DE-SLOT (W-DAY-SUB) TO W-SLOT
055200             COMPUTE W-DE-WD-BACKWARD (W-DAY-SUB) =
055300                 W-SLOT-BUS-DAYS (W-SLOT)
055400                 - W-DE-WD-FORWARD (W-DAY-SUB) + 1
055500         END-IF
055600     END-PERFORM.
055700*
055800******************************************************************
055900*  THE NUMBERED CALENDAR: ONE BLOCK PER MONTH, ONE LINE PER     *
056000*  BUSINESS DAY OR HOLIDAY.  ORDINARY WEEKEND DAYS ARE LEFT     *
056100*  OUT SO A MONTH READS AS THE WORKDAYS FINANCE COUNTS.         *
056200******************************************************************
056300 4000-PRINT-WORKDAY-CALENDAR.
056400     ADD 1 TO W-PAGE-NO.
056500     MOVE SPACES TO W-PRINT-LINE.
056600     PERFORM 8000-WRITE-LINE.
056700     STRING 'BANK-ID '           DELIMITED BY SIZE
056800         W-BANK-ID               DELIMITED BY SIZE
056900         '  '                    DELIMITED BY SIZE
057000         W-BANK-NAME             DELIMITED BY SIZE
057100         '  '                    DELIMITED BY SIZE
057200         W-YEAR                  DELIMITED BY SIZE
057300         ' WORKDAY CALENDAR  CAL TYPE ' DELIMITED BY SIZE
057400         W-CAL-TYPE              DELIMITED BY SIZE
057500         '  PAGE '               DELIMITED BY SIZE
057600         W-PAGE-NO               DELIMITED BY SIZE
057700         INTO W-PRINT-LINE
057800     END-STRING.
057900     PERFORM 8000-WRITE-LINE.
058000     PERFORM 4100-PRINT-ONE-MONTH
058100         VARYING W-MONTH FROM 1 BY 1
058200         UNTIL W-MONTH > 12.
058300 4100-PRINT-ONE-MONTH.
058400     MOVE SPACES TO W-PRINT-LINE.
058500     PERFORM 8000-WRITE-LINE.
058600     STRING C-MONTH-NAME (W-MONTH) DELIMITED BY SPACE
058700         ' '                     DELIMITED BY SIZE
058800         W-YEAR                  DELIMITED BY SIZE
058900         ' - '                   DELIMITED BY SIZE
059000         W-SLOT-BUS-DAYS (W-MONTH) DELIMITED BY SIZE
059100         ' BUSINESS DAYS'        DELIMITED BY SIZE
059200         INTO W-PRINT-LINE
059300     END-STRING.
059400     PERFORM 8000-WRITE-LINE.
059500     MOVE '  DATE      DAY   FORWARD  BACKWARD'
059600         TO W-PRINT-LINE.
059700     PERFORM 8000-WRITE-LINE.
059800     PERFORM 4200-PRINT-ONE-DAY
059900         VARYING W-DAY-SUB FROM W-SLOT-FIRST-IDX (W-MONTH) BY 1
060000         UNTIL W-DAY-SUB > W-SLOT-LAST-IDX (W-MONTH).
060100 4200-PRINT-ONE-DAY.
060200     IF W-DE-BUSINESS-DAY (W-DAY-SUB)
060300             OR W-DE-HOLIDAY (W-DAY-SUB)
060400         MOVE W-DE-DATE (W-DAY-SUB) TO W-DL-DATE
060500         MOVE C-DAY-NAME (W-DE-DOW (W-DAY-SUB) + 1)
060600             TO W-DL-DAY-NAME
060700         MOVE SPACES TO W-DL-WD-FORWARD
060800         MOVE SPACES TO W-DL-WD-BACKWARD
060900         MOVE SPACES TO W-DL-NOTE
061000         IF W-DE-BUSINESS-DAY (W-DAY-SUB)
061100             MOVE '+' TO W-WD-SIGN
061200             MOVE W-DE-WD-FORWARD (W-DAY-SUB) TO W-WD-NUMBER
061300             MOVE W-WD-TEXT TO W-DL-WD-FORWARD
061400             MOVE '-' TO W-WD-SIGN
061500             MOVE W-DE-WD-BACKWARD (W-DAY-SUB) TO W-WD-NUMBER
061600             MOVE W-WD-TEXT TO W-DL-WD-BACKWARD
061700             IF W-DE-EARLY-CLOSE (W-DAY-SUB)
061800                 STRING 'EARLY CLOSE '   DELIMITED BY SIZE
061900                     W-DE-CLOSE-TIME (W-DAY-SUB)
062000                                         DELIMITED BY SIZE
062100                     INTO W-DL-NOTE
062200                 END-STRING
062300             END-IF
062400         ELSE
062500             MOVE 'CLOSED - HOLIDAY' TO W-DL-NOTE
062600         END-IF
062700         MOVE W-DAY-LINE TO W-PRINT-LINE
062800         PERFORM 8000-WRITE-LINE
062900     END-IF.
063000*
063100* THE FEED CARRIES EVERY DATE OF THE YEAR ITSELF; THE
063200* FOLLOWING JANUARY ONLY SERVES THE DECEMBER CLOSE.
063300 4500-WRITE-WORKDAY-FEED.
063400     PERFORM VARYING W-DAY-SUB FROM 1 BY 1
063500             UNTIL W-DAY-SUB > W-DAY-COUNT
063600         IF W-DE-SLOT (W-DAY-SUB) NOT > 12
063700             MOVE SPACES TO WORKDAY-FEED-RECORD
063800             MOVE W-BANK-ID             TO WFR-BANK-ID
063900             MOVE W-DE-DATE (W-DAY-SUB) TO WFR-DATE
064000             MOVE W-CAL-TYPE            TO WFR-CAL-TYPE
064100             MOVE W-DE-BUSINESS-SW (W-DAY-SUB)
064200                 TO WFR-BUSINESS-SW
064300             MOVE W-DE-HOLIDAY-SW (W-DAY-SUB)
064400                 TO WFR-HOLIDAY-SW
064500             MOVE W-DE-EARLY-CLOSE-SW (W-DAY-SUB)
064600                 TO WFR-EARLY-CLOSE-SW
064700             MOVE W-DE-CLOSE-TIME (W-DAY-SUB)
064800                 TO WFR-CLOSE-TIME
064900             MOVE W-DE-WD-FORWARD (W-DAY-SUB)
065000                 TO WFR-WD-FORWARD
065100             MOVE W-DE-WD-BACKWARD (W-DAY-SUB)
065200                 TO WFR-WD-BACKWARD
065300             MOVE W-SLOT-BUS-DAYS (W-DE-SLOT (W-DAY-SUB))
065400                 TO WFR-MONTH-BUS-DAYS
065500             WRITE WORKDAY-FEED-RECORD
065600             ADD 1 TO W-FEED-COUNT
065700         END-IF
065800     END-PERFORM.
065900*
066000******************************************************************
066100*  ONE-PAGE CLOSE SCHEDULE: ONE LINE PER TASK, ONE COLUMN PER   *
066200*  CLOSE PERIOD.  WD-N RESOLVES IN THE PERIOD MONTH, WD+N IN    *
066300*  THE MONTH AFTER IT.                                          *
066400******************************************************************
066500 5000-PRINT-CLOSE-SCHEDULE.
066600     ADD 1 TO W-PAGE-NO.
066700     MOVE SPACES TO W-PRINT-LINE.
066800     PERFORM 8000-WRITE-LINE.
066900     STRING 'BANK-ID '           DELIMITED BY SIZE
067000         W-BANK-ID               DELIMITED BY SIZE
067100         '  '                    DELIMITED BY SIZE
067200         W-BANK-NAME             DELIMITED BY SIZE
067300         '  '                    DELIMITED BY SIZE
067400         W-YEAR                  DELIMITED BY SIZE
067500         ' MONTH-END CLOSE SCHEDULE  CAL TYPE ' DELIMITED BY SIZE
067600         W-CAL-TYPE              DELIMITED BY SIZE
067700         '  PAGE '               DELIMITED BY SIZE
067800         W-PAGE-NO               DELIMITED BY SIZE
067900         INTO W-PRINT-LINE
068000     END-STRING.
068100     PERFORM 8000-WRITE-LINE.
068200     MOVE 'COLUMNS ARE CLOSE PERIODS.  WD-N = NTH BUSINESS DAY BAC
068300-        'K FROM THE PERIOD MONTH END, WD+N = NTH BUSINESS DAY OF
068400-        'THE FOLLOWING MONTH.' TO W-PRINT-LINE.
068500     PERFORM 8000-WRITE-LINE.
068600     MOVE SPACES TO W-PRINT-LINE.
068700     PERFORM 8000-WRITE-LINE.
068800     MOVE SPACES TO W-SCHEDULE-LINE.
068900     MOVE 'CLOSE TASK' TO W-SL-TASK-NAME.
069000     MOVE 'WD'         TO W-SL-WD.
069100     PERFORM VARYING W-PERIOD FROM 1 BY 1 UNTIL W-PERIOD > 12
069200         MOVE SPACES TO W-SL-CELL (W-PERIOD)
069300         MOVE C-MONTH-ABBREV (W-PERIOD)
069400             TO W-SL-CELL (W-PERIOD) (4:3)
069500     END-PERFORM.
069600     MOVE W-SCHEDULE-LINE TO W-PRINT-LINE.
069700     PERFORM 8000-WRITE-LINE.
069800     PERFORM 5100-RESOLVE-ONE-TASK
069900         VARYING W-TASK-SUB FROM 1 BY 1
070000         UNTIL W-TASK-SUB > W-TASK-COUNT.
070100     MOVE SPACES TO W-PRINT-LINE.
070200     PERFORM 8000-WRITE-LINE.
070300     MOVE '* = EARLY CLOSE DAY    N/A = MONTH HAS FEWER BUSINESS
070400-        'DAYS    - = NOT A PERIOD FOR THIS TASK' TO W-PRINT-LINE.
070500     PERFORM 8000-WRITE-LINE.
070600 5100-RESOLVE-ONE-TASK.
070700     MOVE SPACES TO W-SCHEDULE-LINE.
070800     MOVE W-TK-NAME (W-TASK-SUB)   TO W-SL-TASK-NAME.
070900     MOVE W-TK-SIGN (W-TASK-SUB)   TO W-WD-SIGN.
071000     MOVE W-TK-NUMBER (W-TASK-SUB) TO W-WD-NUMBER.
071100     MOVE W-WD-TEXT                TO W-SL-WD.
071200     PERFORM 5200-RESOLVE-ONE-PERIOD
071300         VARYING W-PERIOD FROM 1 BY 1
071400         UNTIL W-PERIOD > 12.
071500     MOVE W-SCHEDULE-LINE TO W-PRINT-LINE.
071600     PERFORM 8000-WRITE-LINE.
071700 5200-RESOLVE-ONE-PERIOD.
071800     MOVE 'Y' TO W-RUNS-SW.
071900     IF W-TK-FREQUENCY (W-TASK-SUB) = 'Q'
072000         IF W-PERIOD NOT = 3 AND W-PERIOD NOT = 6
072100                 AND W-PERIOD NOT = 9 AND W-PERIOD NOT = 12
072200             MOVE 'N' TO W-RUNS-SW
072300         END-IF
072400     END-IF.
072500     IF W-TK-FREQUENCY (W-TASK-SUB) = 'A'
072600             AND W-PERIOD NOT = 12
072700         MOVE 'N' TO W-RUNS-SW
072800     END-IF.
072900     IF NOT W-TASK-RUNS
073000         MOVE '       -' TO W-SL-CELL (W-PERIOD)
073100     ELSE
073200         IF W-TK-SIGN (W-TASK-SUB) = '-'
073300             MOVE W-PERIOD TO W-SLOT
073400         ELSE
073500             COMPUTE W-SLOT = W-PERIOD + 1
073600         END-IF
073700         MOVE 'N' TO W-FOUND-SW
073800         PERFORM VARYING W-DAY-SUB
073900                 FROM W-SLOT-FIRST-IDX (W-SLOT) BY 1
074000                 UNTIL W-DAY-SUB > W-SLOT-LAST-IDX (W-SLOT)
074100                    OR W-DATE-FOUND
074200             IF W-DE-BUSINESS-DAY (W-DAY-SUB)
074300                 IF (W-TK-SIGN (W-TASK-SUB) = '-'
074400                     AND W-DE-WD-BACKWARD (W-DAY-SUB)
074500                         = W-TK-NUMBER (W-TASK-SUB))
074600                 OR (W-TK-SIGN (W-TASK-SUB) = '+'
074700                     AND W-DE-WD-FORWARD (W-DAY-SUB)
074800                         = W-TK-NUMBER (W-TASK-SUB))
074900                     MOVE 'Y' TO W-FOUND-SW
075000                     MOVE W-DE-MONTH (W-DAY-SUB) TO W-CT-MONTH
075100                     MOVE W-DE-DAY (W-DAY-SUB)   TO W-CT-DAY
075200                     MOVE SPACE TO W-CT-FLAG
075300                     IF W-DE-EARLY-CLOSE (W-DAY-SUB)
075400                         MOVE '*' TO W-CT-FLAG
075500                     END-IF
075600                     MOVE W-CELL-TEXT TO W-SL-CELL (W-PERIOD)
075700                 END-IF
075800             END-IF
075900         END-PERFORM
076000         IF NOT W-DATE-FOUND
076100             MOVE '     N/A' TO W-SL-CELL (W-PERIOD)
076200         END-IF
076300     END-IF.
076400 6000-PRINT-RUN-TOTALS.
076500     MOVE SPACES TO W-PRINT-LINE.
076600     PERFORM 8000-WRITE-LINE.
076700     STRING 'BANK-YEARS NUMBERED '   DELIMITED BY SIZE
076800         W-BANK-YEAR-COUNT       DELIMITED BY SIZE
076900         '  NOT NUMBERED '       DELIMITED BY SIZE
077000         W-SKIPPED-COUNT         DELIMITED BY SIZE
077100         '  FEED RECORDS '       DELIMITED BY SIZE
077200         W-FEED-COUNT            DELIMITED BY SIZE
077300         '  CLOSE TASKS READ '   DELIMITED BY SIZE
077400         W-TASK-READ-COUNT       DELIMITED BY SIZE
077500         '  REJECTED '           DELIMITED BY SIZE
077600         W-TASK-REJECT-COUNT     DELIMITED BY SIZE
077700         '  DTS ERRORS '         DELIMITED BY SIZE
077800         W-DTS-ERROR-COUNT       DELIMITED BY SIZE
077900         INTO W-PRINT-LINE
078000     END-STRING.
078100     PERFORM 8000-WRITE-LINE.
078200 8000-WRITE-LINE.
078300     MOVE W-PRINT-LINE TO WORKDAY-REPORT-RECORD.
078400     WRITE WORKDAY-REPORT-RECORD.
078500     MOVE SPACES TO W-PRINT-LINE.
078600 9600-LOG-DTS-AUDIT-ENTRY.
078700     MOVE TCB-PROGRAM-ID  TO DAL-PROGRAM-ID.
078800     MOVE W-BANK-ID       TO DAL-BANK-ID.
078900     MOVE W-WORK-DATE     TO DAL-INPUT-DATE.
079000     MOVE DCB-RESULT-CODE TO DAL-RESULT-CODE.
079100     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
079200     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
079300     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
079400*
079500* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
079600* BANK-YEARS NUMBERED IN, WDCFEED DAYS OUT.
079700 9800-LOG-RUN-START.
079800     MOVE 'T58061'         TO RLG-PROGRAM-ID.
079900     SET RLG-EVENT-START   TO TRUE.
080000     MOVE ZERO             TO RLG-BANK-ID.
080100     MOVE 'BANKYRS'        TO RLG-IN-LABEL.
080200     MOVE ZERO             TO RLG-IN-COUNT.
080300     MOVE 'WDCFEED'        TO RLG-OUT-LABEL.
080400     MOVE ZERO             TO RLG-OUT-COUNT.
080500     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
080600         RUN-LEDGER-RECORD.
080700 9810-LOG-RUN-END.
080800     SET RLG-EVENT-END     TO TRUE.
080900     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
081000     MOVE W-BANK-YEAR-COUNT TO RLG-IN-COUNT.
081100     MOVE W-FEED-COUNT     TO RLG-OUT-COUNT.
081200     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
081300         RUN-LEDGER-RECORD.
081400 END PROGRAM T58061.
