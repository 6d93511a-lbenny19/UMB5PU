000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58063.
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
001400* YEARLY EXPANSION OF THE PER-BANK RECURRING CLOSURE RULES.
001500* READS THE RULE FILE (CLOSRULE, T58063D) -- FIXED DATES, NTH
001600* AND LAST WEEKDAY OF A MONTH, AND EASTER-RELATIVE DATES --
001700* RESOLVES EVERY RULE FOR EACH TARGET YEAR, MOVES A DATE THAT
001800* LANDS ON THE BANK'S OWN WEEKEND (BMR-WEEKEND-DAY-1/-2) BY
001900* THE RULE'S OBSERVED-DATE SHIFT, AND PARKS THE RESULT ON THE
002000* PENDING-CHANGE FILE (HOLPEND, T58032D) AS A PENDING ADD WITH
002100* THIS PROGRAM AS MAKER, SO A CHECKER APPROVES EVERY DATE ON
002200* T58032 EXACTLY AS IF IT HAD BEEN KEYED ON T58023.  EACH
002300* RESOLVED DATE LANDS IN ONE BUCKET OF THE EXPANSION REPORT:
002400*   PARKED     - NOT ON FILE; PARKED AS A PENDING ADD
002500*   ON CALFILE - ALREADY ON THE BANK'S ACTIVE CALFILE
002600*                GENERATION EXACTLY AS THE RULE GIVES IT
002700*   PENDING    - ALREADY PENDING APPROVAL ON HOLPEND
002800*   CONFLICT   - ON CALFILE WITH A DIFFERENT SYMBOL,
002900*                DESCRIPTION OR CUTOFF, OR THE SAME DATE AS
003000*                AN EARLIER RULE THIS RUN; NOTHING PARKED
003100*   SKIPPED    - NO SUCH DATE THIS YEAR, ALREADY PAST, OR ON
003200*                THE BANK'S WEEKEND WITH NO SHIFT
003300* A RULE THAT FAILS ITS EDITS IS REJECTED FOR EVERY YEAR.
003400* RUNPARM YEARFROM/YEARTO GIVE THE TARGET YEARS (DEFAULT THE
003500* YEAR AFTER THE RUN DATE); BANKID EXPANDS ONE BANK'S RULES.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT CLOSURE-RULE-FILE ASSIGN TO CLOSRULE
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS W-RULE-STATUS.
004600     SELECT PENDING-CHANGE-FILE ASSIGN TO HOLPEND
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS W-PEND-STATUS.
004900     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
005000         ORGANIZATION INDEXED
005100         ACCESS MODE RANDOM
005200         RECORD KEY CKR-KEY
005300         FILE STATUS IS W-CALFILE-STATUS.
005400     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
005500         ORGANIZATION INDEXED
005600         ACCESS MODE RANDOM
005700         RECORD KEY BMR-BANK-ID
005800         FILE STATUS IS W-BANKMST-STATUS.
005900 DATA DIVISION.
006000     EJECT
006100 FILE SECTION.
006200 FD  CLOSURE-RULE-FILE.
006300 COPY T58063D. *> PER-BANK RECURRING CLOSURE RULES
006400 FD  PENDING-CHANGE-FILE.
006500 COPY T58032D. *> PENDING CHANGES AWAITING APPROVAL ON T58032
006600 FD  CALENDAR-KEY-FILE.
006700 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
006800 FD  BANK-MASTER-FILE.
006900 COPY T58034D. *> KEYED BANK MASTER (STATUS, WEEKEND DAYS)
007000     EJECT
007100 WORKING-STORAGE SECTION.
007200*
007300 01  CC-CHANGE-ID.
007400     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
007500*
007600 01  C-BINARY-CONSTANTS    BINARY SYNC.
007700     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
007800 01  C-CHARACTER-CONSTANTS.
007900*  THE MAKER STAMPED ON EVERY PARKED DATE.  NO USER ID CAN
008000*  EQUAL IT, SO ANY ENTITLED CHECKER MAY APPROVE.
008100     05  CC-RULE-MAKER-ID        PIC X(8)    VALUE 'T58063'.
008200     05  CC-RULE-TERMINAL        PIC X(8)    VALUE 'CLOSRULE'.
008300     05  CC-DEFAULT-SYMBOL       PIC X       VALUE 'H'.
008400     05  C-MAX-PEND-ENTRIES      PIC 9(4)    BINARY VALUE 2000.
008500*  EASTER FALLS 22 MARCH - 25 APRIL, SO AN OFFSET OF UP TO 80
008600*  DAYS EITHER WAY STAYS INSIDE THE TARGET YEAR.
008700     05  C-MAX-EASTER-OFFSET     PIC 9(3)    VALUE 80.
008800*
008900 01  W-FILE-STATUS-CONTROL.
009000     05  W-RULE-STATUS           PIC XX.
009100         88  W-RULE-STATUS-OK            VALUE '00'.
009200         88  W-RULE-STATUS-EOF           VALUE '10'.
009300     05  W-PEND-STATUS           PIC XX.
009400         88  W-PEND-STATUS-OK            VALUE '00'.
009500         88  W-PEND-STATUS-EOF           VALUE '10'.
009600         88  W-PEND-STATUS-NOT-FOUND     VALUE '35'.
009700     05  W-CALFILE-STATUS        PIC XX.
009800         88  W-CALFILE-STATUS-OK         VALUE '00'.
009900     05  W-BANKMST-STATUS        PIC XX.
010000         88  W-BANKMST-STATUS-OK         VALUE '00'.
010100     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
010200         88  W-BANKMST-OPEN              VALUE 'Y'.
010300     05  W-CALFILE-OPEN-SW       PIC X       VALUE 'N'.
010400         88  W-CALFILE-OPEN              VALUE 'Y'.
010500     05  W-RULE-OPEN-SW          PIC X       VALUE 'N'.
010600         88  W-RULE-OPEN                 VALUE 'Y'.
010700*
010800 01  W-RUN-CONTROL.
010900     05  W-RUN-STOP-SW           PIC X       VALUE 'N'.
011000         88  W-RUN-STOPPED               VALUE 'Y'.
011100     05  W-STOP-REASON           PIC X(60).
011200     05  W-YEAR-FROM             PIC 9(4).
011300     05  W-YEAR-TO               PIC 9(4).
011400     05  W-YEAR                  PIC 9(4).
011500     05  W-RULE-LINE-NO          PIC 9(5)    VALUE ZERO.
011600     05  W-ACTIVE-GEN            PIC 9.
011700     05  W-BUCKET                PIC X(10).
011800     05  W-BUCKET-NOTE           PIC X(30).
011900*
012000 01  W-RUN-COUNTERS.
012100     05  W-RULE-COUNT            PIC 9(7)    VALUE ZERO.
012200     05  W-REJECT-COUNT          PIC 9(7)    VALUE ZERO.
012300     05  W-EXPANDED-COUNT        PIC 9(7)    VALUE ZERO.
012400     05  W-PARKED-COUNT          PIC 9(7)    VALUE ZERO.
012500     05  W-ON-CALFILE-COUNT      PIC 9(7)    VALUE ZERO.
012600     05  W-PENDING-COUNT         PIC 9(7)    VALUE ZERO.
012700     05  W-CONFLICT-COUNT        PIC 9(7)    VALUE ZERO.
012800     05  W-SKIPPED-COUNT         PIC 9(7)    VALUE ZERO.
012900*
013000 01  W-EDIT-CONTROL.
013100     05  W-EDIT-OK-SW            PIC X.
013200         88  W-EDIT-OK                   VALUE 'Y'.
013300     05  W-EDIT-REASON           PIC X(30).
013400     05  W-EDIT-TIME             PIC 9(4).
013500     05  W-EDIT-TIME-X REDEFINES W-EDIT-TIME.
013600         10  W-EDIT-HH           PIC 9(2).
013700         10  W-EDIT-MM           PIC 9(2).
013800     05  W-TIME-OK-SW            PIC X.
013900         88  W-TIME-OK                   VALUE 'Y'.
014000     05  W-WKND-1                PIC X.
014100     05  W-WKND-2                PIC X.
014200*
014300* THE RULE AS IT WILL BE PARKED: TYPE SPACE BECOMES B, SYMBOL
014400* SPACE BECOMES H, ANYTHING BUT AN EARLY CLOSE CARRIES N AND
014500* ZERO TIMES -- THE SAME NORMALIZING T58023 APPLIES.
014600 01  W-RULE-ENTRY.
014700     05  W-IN-CAL-TYPE           PIC X.
014800     05  W-IN-SYMBOL             PIC X.
014900     05  W-IN-EARLY-SW           PIC X.
015000     05  W-IN-CLOSE-TIME         PIC 9(4).
015100     05  W-IN-WIRE-CUTOFF        PIC 9(4).
015200     05  W-IN-ACH-CUTOFF         PIC 9(4).
015300*
015400* THE DATE BEING RESOLVED.  W-DOW USES THE SAME MOD-7
015500* CONVENTION AS THE RULES (0=SUN .. 6=SAT).
015600 01  W-RESOLVE-CONTROL.
015700     05  W-WORK-DATE             PIC 9(8).
015800     05  W-INTEGER-DATE          PIC S9(9).
015900     05  W-DOW                   PIC 9.
016000     05  W-NATURAL-DOW           PIC 9.
016100     05  W-REPORT-DOW            PIC X(3).
016200     05  W-TARGET-DAY            PIC 9(2).
016300     05  W-MONTH-END-DAY         PIC 9(2).
016400     05  W-DATE-OK-SW            PIC X.
016500         88  W-DATE-OK                   VALUE 'Y'.
016600     05  W-ON-WEEKEND-SW         PIC X.
016700         88  W-ON-WEEKEND                VALUE 'Y'.
016800     05  W-SHIFT-NOTE            PIC X(20).
016900     05  W-FWD-INTEGER           PIC S9(9).
017000     05  W-BACK-INTEGER          PIC S9(9).
017100     05  W-TEST-DOW              PIC 9.
017200     05  W-TEST-WEEKEND-SW       PIC X.
017300         88  W-TEST-WEEKEND              VALUE 'Y'.
017400*
017500* EASTER SUNDAY BY THE ANONYMOUS GREGORIAN COMPUTUS.  EACH
017600* DIVISION IS ITS OWN COMPUTE SO THE QUOTIENT IS TRUNCATED.
017700 01  W-EASTER-WORK.
017800     05  W-EA-A                  PIC S9(5).
017900     05  W-EA-B                  PIC S9(5).
018000     05  W-EA-C                  PIC S9(5).
018100     05  W-EA-D                  PIC S9(5).
018200     05  W-EA-E                  PIC S9(5).
018300     05  W-EA-F                  PIC S9(5).
018400     05  W-EA-G                  PIC S9(5).
018500     05  W-EA-H                  PIC S9(5).
018600     05  W-EA-I                  PIC S9(5).
018700     05  W-EA-K                  PIC S9(5).
018800     05  W-EA-L                  PIC S9(5).
018900     05  W-EA-M                  PIC S9(5).
019000     05  W-EA-N                  PIC S9(5).
019100     05  W-EA-MONTH              PIC 9(2).
019200     05  W-EA-DAY                PIC 9(2).
019300*
019400* THE ENTRY ALREADY ON CALFILE FOR THE SAME BANK/DATE/TYPE.
019500 01  W-ON-FILE-ENTRY.
019600     05  W-ON-FILE-SW            PIC X.
019700         88  W-ON-FILE                   VALUE 'Y'.
019800     05  W-OF-SYMBOL             PIC X.
019900     05  W-OF-DESCRIPTION        PIC X(20).
020000     05  W-OF-EARLY-SW           PIC X.
020100     05  W-OF-CLOSE-TIME         PIC 9(4).
020200     05  W-OF-WIRE-CUTOFF        PIC 9(4).
020300     05  W-OF-ACH-CUTOFF         PIC 9(4).
020400     05  W-OF-SOURCE             PIC X.
020500*
020600* ITEMS ALREADY PENDING ON HOLPEND (RULE LINE ZERO), PLUS
020700* EVERY DATE THIS RUN PARKS WITH THE RULE LINE THAT PARKED
020800* IT, SO A RE-RUN PARKS NOTHING TWICE AND TWO RULES THAT
020900* RESOLVE TO THE SAME DATE ARE CAUGHT AS A CONFLICT.
021000 01  W-PENDING-TABLE.
021100     05  W-PEND-COUNT            PIC 9(4)    BINARY VALUE ZERO.
021200     05  W-PEND-FULL-SW          PIC X       VALUE 'N'.
021300         88  W-PEND-FULL                 VALUE 'Y'.
021400     05  W-PEND-FOUND-SW         PIC X.
021500         88  W-PEND-FOUND                VALUE 'Y'.
021600     05  W-PEND-SUB              PIC 9(4)    BINARY.
021700     05  W-PEND-HIT              PIC 9(4)    BINARY.
021800     05  W-PEND-TYPE             PIC X.
021900     05  W-PEND-ENTRY            OCCURS 2000 TIMES.
022000         10  W-PT-BANK-ID        PIC 9(5).
022100         10  W-PT-DATE           PIC 9(8).
022200         10  W-PT-CAL-TYPE       PIC X.
022300         10  W-PT-RULE-LINE      PIC 9(5).
022400*
022500 01  W-DOW-NAMES.
022600     05  FILLER  PIC X(3)  VALUE 'SUN'.
022700     05  FILLER  PIC X(3)  VALUE 'MON'.
022800     05  FILLER  PIC X(3)  VALUE 'TUE'.
022900     05  FILLER  PIC X(3)  VALUE 'WED'.
023000     05  FILLER  PIC X(3)  VALUE 'THU'.
023100     05  FILLER  PIC X(3)  VALUE 'FRI'.
023200     05  FILLER  PIC X(3)  VALUE 'SAT'.
023300 01  W-DOW-NAME-TBL REDEFINES W-DOW-NAMES.
023400     05  W-DOW-NAME OCCURS 7 TIMES PIC X(3).
023500*
023600 01  C-MONTH-END-TABLE.
023700     05  C-ME-ENTRIES.
023800         10  FILLER          PIC 99          VALUE 31.
023900         10  FILLER          PIC 99          VALUE 28.
024000         10  FILLER          PIC 99          VALUE 31.
024100         10  FILLER          PIC 99          VALUE 30.
024200         10  FILLER          PIC 99          VALUE 31.
024300         10  FILLER          PIC 99          VALUE 30.
024400         10  FILLER          PIC 99          VALUE 31.
024500         10  FILLER          PIC 99          VALUE 31.
024600         10  FILLER          PIC 99          VALUE 30.
024700         10  FILLER          PIC 99          VALUE 31.
024800         10  FILLER          PIC 99          VALUE 30.
024900         10  FILLER          PIC 99          VALUE 31.
025000     05  C-ME-TBL            REDEFINES C-ME-ENTRIES.
025100         10  C-ME    OCCURS 12 TIMES.
025200             15  C-ME-NO-DAYS  PIC 9(2).
025300*
025400* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
025500 COPY T58030D.
025600* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
025700 COPY T58053D.
025800     EJECT
025900 LINKAGE SECTION.
026000*
026100*                    TRANSACTION-CONTROL-BLOCK
026200 COPY P49000D.
026300*
026400*                    SPS-PRINT LINE
026500 COPY I54076D.
026600     EJECT
026700 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
026800                             SPS-DSR-DETAIL-BLOCK.
026900     EJECT
027000 0000-MAIN-PROCESS.
027100     PERFORM 9800-LOG-RUN-START.
027200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027300     IF W-RUN-STOPPED
027400         MOVE W-STOP-REASON TO SDB-DETAIL-LINE
027500         PERFORM 8000-PRINT-DETAIL-LINE
027600         MOVE 'NOTHING PARKED ON HOLPEND' TO SDB-DETAIL-LINE
027700         PERFORM 8000-PRINT-DETAIL-LINE
027800         SET TCB-RC-ERROR TO TRUE
027900         DISPLAY 'T58063 RUN STOPPED - ' W-STOP-REASON
028000         PERFORM 9000-CLOSE-MASTER-FILES
028100         PERFORM 9810-LOG-RUN-END
028200         GOBACK
028300     END-IF.
028400     OPEN EXTEND PENDING-CHANGE-FILE.
028500     IF W-PEND-STATUS-NOT-FOUND
028600         OPEN OUTPUT PENDING-CHANGE-FILE
028700     END-IF.
028800     PERFORM 2000-EXPAND-RULES.
028900     CLOSE PENDING-CHANGE-FILE.
029000     PERFORM 9000-CLOSE-MASTER-FILES.
029100     PERFORM 6000-PRINT-TOTALS.
029200     PERFORM 9810-LOG-RUN-END.
029300     GOBACK.
029400 1000-INITIALIZE.
029500     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
029600     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
029700         RUN-CONTROL-BLOCK.
029800     IF RCB-PARM-ERROR
029900         SET W-RUN-STOPPED TO TRUE
030000         MOVE RCB-ERROR-MESSAGE TO W-STOP-REASON
030100         GO TO 1000-EXIT
030200     END-IF.
030300     IF RCB-YEAR-FROM > ZERO
030400         MOVE RCB-YEAR-FROM TO W-YEAR-FROM
030500     ELSE
030600         MOVE TCB-RUN-DATE (1:4) TO W-YEAR-FROM
030700         ADD 1 TO W-YEAR-FROM
030800     END-IF.
030900     IF RCB-YEAR-TO > ZERO
031000         MOVE RCB-YEAR-TO TO W-YEAR-TO
031100     ELSE
031200         MOVE W-YEAR-FROM TO W-YEAR-TO
031300     END-IF.
031400     IF W-YEAR-TO < W-YEAR-FROM
031500         MOVE W-YEAR-FROM TO W-YEAR-TO
031600     END-IF.
031700     MOVE SPACES TO SDB-DETAIL-LINE.
031800     STRING 'RECURRING CLOSURE RULE EXPANSION TO PENDING APPROVAL
031900-        ' - YEARS '             DELIMITED BY SIZE
032000         W-YEAR-FROM             DELIMITED BY SIZE
032100         '-'                     DELIMITED BY SIZE
032200         W-YEAR-TO               DELIMITED BY SIZE
032300         INTO SDB-DETAIL-LINE
032400     END-STRING.
032500     PERFORM 8000-PRINT-DETAIL-LINE.
032600     OPEN INPUT BANK-MASTER-FILE.
032700     IF NOT W-BANKMST-STATUS-OK
032800         SET W-RUN-STOPPED TO TRUE
032900         STRING 'BANK MASTER NOT AVAILABLE - STATUS '
033000             DELIMITED BY SIZE
033100             W-BANKMST-STATUS    DELIMITED BY SIZE
033200             INTO W-STOP-REASON
033300         END-STRING
033400         GO TO 1000-EXIT
033500     END-IF.
033600     SET W-BANKMST-OPEN TO TRUE.
033700     OPEN INPUT CALENDAR-KEY-FILE.
033800     IF NOT W-CALFILE-STATUS-OK
033900         SET W-RUN-STOPPED TO TRUE
034000         STRING 'CALENDAR FILE NOT AVAILABLE - STATUS '
034100             DELIMITED BY SIZE
034200             W-CALFILE-STATUS    DELIMITED BY SIZE
034300             INTO W-STOP-REASON
034400         END-STRING
034500         GO TO 1000-EXIT
034600     END-IF.
034700     SET W-CALFILE-OPEN TO TRUE.
034800     OPEN INPUT CLOSURE-RULE-FILE.
034900     IF NOT W-RULE-STATUS-OK
035000         SET W-RUN-STOPPED TO TRUE
035100         STRING 'CLOSURE RULE FILE NOT AVAILABLE - STATUS '
035200             DELIMITED BY SIZE
035300             W-RULE-STATUS       DELIMITED BY SIZE
035400             INTO W-STOP-REASON
035500         END-STRING
035600         GO TO 1000-EXIT
035700     END-IF.
035800     SET W-RULE-OPEN TO TRUE.
035900     PERFORM 1200-LOAD-PENDING-TABLE.
036000 1000-EXIT.
036100     EXIT.
036200 1200-LOAD-PENDING-TABLE.
036300     OPEN INPUT PENDING-CHANGE-FILE.
036400     IF W-PEND-STATUS-OK
036500         PERFORM UNTIL W-PEND-STATUS-EOF
036600             READ PENDING-CHANGE-FILE
036700                 AT END
036800                     SET W-PEND-STATUS-EOF TO TRUE
036900                 NOT AT END
037000                     IF HPR-PENDING AND NOT HPR-BRANCH-ITEM
037100                         PERFORM 1250-ADD-PENDING-FROM-FILE
037200                     END-IF
037300             END-READ
037400         END-PERFORM
037500         CLOSE PENDING-CHANGE-FILE
037600     END-IF.
037700 1250-ADD-PENDING-FROM-FILE.
037800     MOVE HPR-CAL-TYPE TO W-PEND-TYPE.
037900     IF W-PEND-TYPE = SPACE
038000         MOVE 'B' TO W-PEND-TYPE
038100     END-IF.
038200     PERFORM 4600-ADD-PENDING-ENTRY.
038300     IF W-PEND-COUNT > ZERO AND NOT W-PEND-FULL
038400         MOVE HPR-BANK-ID TO W-PT-BANK-ID (W-PEND-COUNT)
038500         MOVE HPR-DATE    TO W-PT-DATE (W-PEND-COUNT)
038600         MOVE ZERO        TO W-PT-RULE-LINE (W-PEND-COUNT)
038700     END-IF.
038800 2000-EXPAND-RULES.
038900     PERFORM UNTIL W-RULE-STATUS-EOF
039000         READ CLOSURE-RULE-FILE
039100             AT END
039200                 SET W-RULE-STATUS-EOF TO TRUE
039300             NOT AT END
039400                 PERFORM 2100-EXPAND-ONE-RULE THRU 2100-EXIT
039500         END-READ
039600     END-PERFORM.
039700*
039800* A BANKID ON RUNPARM LIMITS THE RUN TO THAT BANK'S RULES; THE
039900* RULE LINE NUMBER STILL COUNTS EVERY RECORD ON THE FILE SO
040000* THE REPORT POINTS AT THE RIGHT LINE.
040100 2100-EXPAND-ONE-RULE.
040200     ADD 1 TO W-RULE-LINE-NO.
040300     IF RCB-BANK-ID > ZERO
040400         IF CRL-BANK-ID NOT NUMERIC
040500                 OR CRL-BANK-ID NOT = RCB-BANK-ID
040600             GO TO 2100-EXIT
040700         END-IF
040800     END-IF.
040900     ADD 1 TO W-RULE-COUNT.
041000     PERFORM 2200-EDIT-RULE-FIELDS THRU 2200-EXIT.
041100     IF NOT W-EDIT-OK
041200         PERFORM 2800-REPORT-REJECT
041300         GO TO 2100-EXIT
041400     END-IF.
041500     PERFORM 3000-EXPAND-ONE-YEAR THRU 3000-EXIT
041600         VARYING W-YEAR FROM W-YEAR-FROM BY 1
041700         UNTIL W-YEAR > W-YEAR-TO.
041800 2100-EXIT.
041900     EXIT.
042000*
042100* FIELD EDITS FOR THE RULE TYPE, THEN THE FIELDS EVERY RULE
042200* CARRIES, THEN THE BANK MASTER.
042300 2200-EDIT-RULE-FIELDS.
042400     MOVE 'Y' TO W-EDIT-OK-SW.
042500     MOVE SPACES TO W-EDIT-REASON.
042600     IF CRL-BANK-ID NOT NUMERIC
042700         MOVE 'BANK ID NOT NUMERIC' TO W-EDIT-REASON
042800         GO TO 2200-REJECT
042900     END-IF.
043000     IF NOT CRL-RULE-TYPE-VALID
043100         MOVE 'RULE TYPE MUST BE F, N, L OR E' TO W-EDIT-REASON
043200         GO TO 2200-REJECT
043300     END-IF.
043400     IF NOT CRL-EASTER-RELATIVE
043500         IF CRL-MONTH NOT NUMERIC
043600                 OR CRL-MONTH < 01 OR CRL-MONTH > 12
043700             MOVE 'MONTH MUST BE 01-12' TO W-EDIT-REASON
043800             GO TO 2200-REJECT
043900         END-IF
044000     END-IF.
044100     IF CRL-FIXED-DATE
044200         IF CRL-DAY NOT NUMERIC OR CRL-DAY < 01
044300                 OR CRL-DAY > C-ME-NO-DAYS (CRL-MONTH)
044400             IF CRL-MONTH NOT = 02 OR CRL-DAY NOT = 29
044500                 MOVE 'DAY NOT VALID FOR MONTH'
044600                     TO W-EDIT-REASON
044700                 GO TO 2200-REJECT
044800             END-IF
044900         END-IF
045000     END-IF.
045100     IF CRL-NTH-WEEKDAY
045200         IF CRL-NTH NOT NUMERIC
045300                 OR CRL-NTH < 1 OR CRL-NTH > 5
045400             MOVE 'NTH OCCURRENCE MUST BE 1-5' TO W-EDIT-REASON
045500             GO TO 2200-REJECT
045600         END-IF
045700     END-IF.
045800     IF CRL-NTH-WEEKDAY OR CRL-LAST-WEEKDAY
045900         IF CRL-DOW NOT NUMERIC OR CRL-DOW > 6
046000             MOVE 'DAY OF WEEK MUST BE 0-6' TO W-EDIT-REASON
046100             GO TO 2200-REJECT
046200         END-IF
046300     END-IF.
046400     IF CRL-EASTER-RELATIVE
046500         IF CRL-EASTER-OFFSET NOT NUMERIC
046600                 OR CRL-EASTER-OFFSET > C-MAX-EASTER-OFFSET
046700                 OR CRL-EASTER-OFFSET < 0 - C-MAX-EASTER-OFFSET
046800             MOVE 'EASTER OFFSET MUST BE -080 TO +080'
046900                 TO W-EDIT-REASON
047000             GO TO 2200-REJECT
047100         END-IF
047200     END-IF.
047300     IF NOT CRL-SHIFT-VALID
047400         MOVE 'OBSERVED SHIFT MUST BE N, F, P OR M'
047500             TO W-EDIT-REASON
047600         GO TO 2200-REJECT
047700     END-IF.
047800     MOVE CRL-CAL-TYPE TO W-IN-CAL-TYPE.
047900     IF W-IN-CAL-TYPE = SPACE
048000         MOVE 'B' TO W-IN-CAL-TYPE
048100     END-IF.
048200     IF W-IN-CAL-TYPE NOT = 'B' AND W-IN-CAL-TYPE NOT = 'F'
048300             AND W-IN-CAL-TYPE NOT = 'A'
048400             AND W-IN-CAL-TYPE NOT = 'S'
048500         MOVE 'INVALID CALENDAR TYPE' TO W-EDIT-REASON
048600         GO TO 2200-REJECT
048700     END-IF.
048800     MOVE CRL-SYMBOL TO W-IN-SYMBOL.
048900     IF W-IN-SYMBOL = SPACE
049000         MOVE CC-DEFAULT-SYMBOL TO W-IN-SYMBOL
049100     END-IF.
049200     IF CRL-DESCRIPTION = SPACES
049300         MOVE 'DESCRIPTION MISSING' TO W-EDIT-REASON
049400         GO TO 2200-REJECT
049500     END-IF.
049600     PERFORM 2250-EDIT-EARLY-CLOSE THRU 2250-EXIT.
049700     IF NOT W-EDIT-OK
049800         GO TO 2200-EXIT
049900     END-IF.
050000     MOVE CRL-BANK-ID TO BMR-BANK-ID.
050100     READ BANK-MASTER-FILE.
050200     IF NOT W-BANKMST-STATUS-OK
050300         MOVE 'UNKNOWN BANK ID' TO W-EDIT-REASON
050400         GO TO 2200-REJECT
050500     END-IF.
050600     IF BMR-INACTIVE
050700         MOVE 'INACTIVE BANK ID' TO W-EDIT-REASON
050800         GO TO 2200-REJECT
050900     END-IF.
051000     PERFORM 2270-SET-BANK-WEEKEND.
051100     GO TO 2200-EXIT.
051200 2200-REJECT.
051300     MOVE 'N' TO W-EDIT-OK-SW.
051400 2200-EXIT.
051500     EXIT.
051600 2250-EDIT-EARLY-CLOSE.
051700     IF NOT CRL-EARLY-CLOSE
051800         IF CRL-EARLY-CLOSE-SW NOT = 'N'
051900                 AND CRL-EARLY-CLOSE-SW NOT = SPACE
052000             MOVE 'N' TO W-EDIT-OK-SW
052100             MOVE 'EARLY CLOSE MUST BE Y OR N' TO W-EDIT-REASON
052200             GO TO 2250-EXIT
052300         END-IF
052400         MOVE 'N'  TO W-IN-EARLY-SW
052500         MOVE ZERO TO W-IN-CLOSE-TIME
052600         MOVE ZERO TO W-IN-WIRE-CUTOFF
052700         MOVE ZERO TO W-IN-ACH-CUTOFF
052800         GO TO 2250-EXIT
052900     END-IF.
053000     MOVE 'Y' TO W-IN-EARLY-SW.
053100     IF CRL-CLOSE-TIME NOT NUMERIC OR CRL-CLOSE-TIME = ZERO
053200         MOVE 'N' TO W-EDIT-OK-SW
053300         MOVE 'EARLY CLOSE WITHOUT CLOSE TIME' TO W-EDIT-REASON
053400         GO TO 2250-EXIT
053500     END-IF.
053600     MOVE CRL-CLOSE-TIME TO W-EDIT-TIME.
053700     PERFORM 2260-EDIT-HHMM.
053800     IF NOT W-TIME-OK
053900         MOVE 'N' TO W-EDIT-OK-SW
054000         MOVE 'CLOSE TIME NOT A VALID HHMM' TO W-EDIT-REASON
054100         GO TO 2250-EXIT
054200     END-IF.
054300     MOVE CRL-CLOSE-TIME TO W-IN-CLOSE-TIME.
054400     MOVE ZERO TO W-IN-WIRE-CUTOFF.
054500     MOVE ZERO TO W-IN-ACH-CUTOFF.
054600     IF CRL-WIRE-CUTOFF IS NUMERIC
054700         MOVE CRL-WIRE-CUTOFF TO W-EDIT-TIME
054800         PERFORM 2260-EDIT-HHMM
054900         IF NOT W-TIME-OK
055000             MOVE 'N' TO W-EDIT-OK-SW
055100             MOVE 'WIRE CUTOFF NOT A VALID HHMM'
055200                 TO W-EDIT-REASON
055300             GO TO 2250-EXIT
055400         END-IF
055500         MOVE CRL-WIRE-CUTOFF TO W-IN-WIRE-CUTOFF
055600     END-IF.
055700     IF CRL-ACH-CUTOFF IS NUMERIC
055800         MOVE CRL-ACH-CUTOFF TO W-EDIT-TIME
055900         PERFORM 2260-EDIT-HHMM
056000         IF NOT W-TIME-OK
056100             MOVE 'N' TO W-EDIT-OK-SW
056200             MOVE 'ACH CUTOFF NOT A VALID HHMM'
056300                 TO W-EDIT-REASON
056400             GO TO 2250-EXIT
056500         END-IF
056600         MOVE CRL-ACH-CUTOFF TO W-IN-ACH-CUTOFF
056700     END-IF.
056800 2250-EXIT.
056900     EXIT.
057000 2260-EDIT-HHMM.
057100     MOVE 'Y' TO W-TIME-OK-SW.
057200     IF W-EDIT-HH > 23 OR W-EDIT-MM > 59
057300         MOVE 'N' TO W-TIME-OK-SW
057400     END-IF.
057500*
057600* THE BANK'S WEEKEND DIGITS FROM THE MASTER; SPACES OR A BAD
057700* DIGIT MEAN THE DOMESTIC SATURDAY/SUNDAY DEFAULT.
057800 2270-SET-BANK-WEEKEND.
057900     MOVE '6' TO W-WKND-1.
058000     MOVE '0' TO W-WKND-2.
058100     IF BMR-WEEKEND-DAY-1 >= '0' AND BMR-WEEKEND-DAY-1 <= '6'
058200         MOVE BMR-WEEKEND-DAY-1 TO W-WKND-1
058300     END-IF.
058400     IF BMR-WEEKEND-DAY-2 >= '0' AND BMR-WEEKEND-DAY-2 <= '6'
058500         MOVE BMR-WEEKEND-DAY-2 TO W-WKND-2
058600     END-IF.
058700 2300-CHECK-ALREADY-PENDING.
058800     MOVE 'N' TO W-PEND-FOUND-SW.
058900     PERFORM VARYING W-PEND-SUB FROM 1 BY 1
059000             UNTIL W-PEND-SUB > W-PEND-COUNT
059100                OR W-PEND-FOUND
059200         IF W-PT-BANK-ID (W-PEND-SUB) = CRL-BANK-ID
059300                 AND W-PT-DATE (W-PEND-SUB) = W-WORK-DATE
059400                 AND W-PT-CAL-TYPE (W-PEND-SUB) = W-IN-CAL-TYPE
059500             SET W-PEND-FOUND TO TRUE
059600             MOVE W-PEND-SUB TO W-PEND-HIT
059700         END-IF
059800     END-PERFORM.
059900 2800-REPORT-REJECT.
060000     ADD 1 TO W-REJECT-COUNT.
060100     SET TCB-RC-WARNING TO TRUE.
060200     MOVE SPACES TO SDB-DETAIL-LINE.
060300     STRING 'REJECTED   RULE '   DELIMITED BY SIZE
060400         W-RULE-LINE-NO          DELIMITED BY SIZE
060500         ' '                     DELIMITED BY SIZE
060600         CLOSURE-RULE-RECORD (1:62)
060700                                 DELIMITED BY SIZE
060800         ' '                     DELIMITED BY SIZE
060900         W-EDIT-REASON           DELIMITED BY SIZE
061000         INTO SDB-DETAIL-LINE
061100     END-STRING.
061200     PERFORM 8000-PRINT-DETAIL-LINE.
061300 2900-REPORT-RULE-DATE.
061400     MOVE '---' TO W-REPORT-DOW.
061500     IF W-WORK-DATE > ZERO
061600         MOVE W-DOW-NAME (W-DOW + 1) TO W-REPORT-DOW
061700     END-IF.
061800     MOVE SPACES TO SDB-DETAIL-LINE.
061900     STRING W-BUCKET             DELIMITED BY SIZE
062000         ' RULE '                DELIMITED BY SIZE
062100         W-RULE-LINE-NO          DELIMITED BY SIZE
062200         ' '                     DELIMITED BY SIZE
062300         CRL-BANK-ID             DELIMITED BY SIZE
062400         ' '                     DELIMITED BY SIZE
062500         W-WORK-DATE             DELIMITED BY SIZE
062600         ' '                     DELIMITED BY SIZE
062700         W-REPORT-DOW            DELIMITED BY SIZE
062800         ' '                     DELIMITED BY SIZE
062900         W-IN-CAL-TYPE           DELIMITED BY SIZE
063000         ' '                     DELIMITED BY SIZE
063100         W-IN-SYMBOL             DELIMITED BY SIZE
063200         ' '                     DELIMITED BY SIZE
063300         CRL-DESCRIPTION         DELIMITED BY SIZE
063400         ' '                     DELIMITED BY SIZE
063500         W-IN-EARLY-SW           DELIMITED BY SIZE
063600         ' '                     DELIMITED BY SIZE
063700         W-IN-CLOSE-TIME         DELIMITED BY SIZE
063800         ' '                     DELIMITED BY SIZE
063900         W-SHIFT-NOTE            DELIMITED BY SIZE
064000         W-BUCKET-NOTE           DELIMITED BY SIZE
064100         INTO SDB-DETAIL-LINE
064200     END-STRING.
064300     PERFORM 8000-PRINT-DETAIL-LINE.
064400     MOVE SPACES TO W-BUCKET-NOTE.
064500 2950-REPORT-ON-FILE-ENTRY.
064600     MOVE SPACES TO SDB-DETAIL-LINE.
064700     STRING '    ON CALFILE: '   DELIMITED BY SIZE
064800         W-OF-SYMBOL             DELIMITED BY SIZE
064900         ' '                     DELIMITED BY SIZE
065000         W-OF-DESCRIPTION        DELIMITED BY SIZE
065100         ' '                     DELIMITED BY SIZE
065200         W-OF-EARLY-SW           DELIMITED BY SIZE
065300         ' '                     DELIMITED BY SIZE
065400         W-OF-CLOSE-TIME         DELIMITED BY SIZE
065500         ' '                     DELIMITED BY SIZE
065600         W-OF-WIRE-CUTOFF        DELIMITED BY SIZE
065700         ' '                     DELIMITED BY SIZE
065800         W-OF-ACH-CUTOFF         DELIMITED BY SIZE
065900         ' SOURCE '              DELIMITED BY SIZE
066000         W-OF-SOURCE             DELIMITED BY SIZE
066100         INTO SDB-DETAIL-LINE
066200     END-STRING.
066300     PERFORM 8000-PRINT-DETAIL-LINE.
066400*
066500******************************************************************
066600*  EXPAND ONE RULE FOR W-YEAR: RESOLVE THE DATE, APPLY THE      *
066700*  OBSERVED SHIFT, THEN DROP IT INTO ITS BUCKET.  ONLY A DATE   *
066800*  THAT IS NEITHER PENDING NOR ON CALFILE IS PARKED.            *
066900******************************************************************
067000 3000-EXPAND-ONE-YEAR.
067100     ADD 1 TO W-EXPANDED-COUNT.
067200     MOVE SPACES TO W-SHIFT-NOTE.
067300     MOVE SPACES TO W-BUCKET-NOTE.
067400     PERFORM 3100-RESOLVE-RULE-DATE.
067500     IF NOT W-DATE-OK
067600         ADD 1 TO W-SKIPPED-COUNT
067700         MOVE 'SKIPPED' TO W-BUCKET
067800         MOVE ZERO TO W-WORK-DATE
067900         MOVE ZERO TO W-DOW
068000         STRING 'NO SUCH DATE IN '   DELIMITED BY SIZE
068100             W-YEAR                  DELIMITED BY SIZE
068200             INTO W-BUCKET-NOTE
068300         END-STRING
068400         PERFORM 2900-REPORT-RULE-DATE
068500         GO TO 3000-EXIT
068600     END-IF.
068700     PERFORM 3500-APPLY-OBSERVED-SHIFT THRU 3500-EXIT.
068800     IF W-ON-WEEKEND
068900         ADD 1 TO W-SKIPPED-COUNT
069000         MOVE 'SKIPPED' TO W-BUCKET
069100         MOVE 'ON BANK WEEKEND - NO SHIFT' TO W-BUCKET-NOTE
069200         PERFORM 2900-REPORT-RULE-DATE
069300         GO TO 3000-EXIT
069400     END-IF.
069500     IF W-WORK-DATE < TCB-RUN-DATE
069600         ADD 1 TO W-SKIPPED-COUNT
069700         MOVE 'SKIPPED' TO W-BUCKET
069800         MOVE 'DATE ALREADY PAST' TO W-BUCKET-NOTE
069900         PERFORM 2900-REPORT-RULE-DATE
070000         GO TO 3000-EXIT
070100     END-IF.
070200     PERFORM 2300-CHECK-ALREADY-PENDING.
070300     IF W-PEND-FOUND
070400         IF W-PT-RULE-LINE (W-PEND-HIT) > ZERO
070500             ADD 1 TO W-CONFLICT-COUNT
070600             SET TCB-RC-WARNING TO TRUE
070700             MOVE 'CONFLICT' TO W-BUCKET
070800             STRING 'SAME DATE AS RULE ' DELIMITED BY SIZE
070900                 W-PT-RULE-LINE (W-PEND-HIT) DELIMITED BY SIZE
071000                 INTO W-BUCKET-NOTE
071100             END-STRING
071200         ELSE
071300             ADD 1 TO W-PENDING-COUNT
071400             MOVE 'PENDING' TO W-BUCKET
071500             MOVE 'ALREADY PENDING APPROVAL' TO W-BUCKET-NOTE
071600         END-IF
071700         PERFORM 2900-REPORT-RULE-DATE
071800         GO TO 3000-EXIT
071900     END-IF.
072000     PERFORM 4000-FIND-ON-CALFILE.
072100     IF NOT W-ON-FILE
072200         PERFORM 4500-WRITE-PENDING-ADD
072300         MOVE 'PARKED' TO W-BUCKET
072400         MOVE 'PARKED AS PENDING ADD' TO W-BUCKET-NOTE
072500         PERFORM 2900-REPORT-RULE-DATE
072600         GO TO 3000-EXIT
072700     END-IF.
072800     IF W-OF-SYMBOL = W-IN-SYMBOL
072900             AND W-OF-DESCRIPTION = CRL-DESCRIPTION
073000             AND W-OF-EARLY-SW = W-IN-EARLY-SW
073100             AND W-OF-CLOSE-TIME = W-IN-CLOSE-TIME
073200             AND W-OF-WIRE-CUTOFF = W-IN-WIRE-CUTOFF
073300             AND W-OF-ACH-CUTOFF = W-IN-ACH-CUTOFF
073400         ADD 1 TO W-ON-CALFILE-COUNT
073500         MOVE 'ON CALFILE' TO W-BUCKET
073600         MOVE 'ALREADY ON CALFILE' TO W-BUCKET-NOTE
073700         PERFORM 2900-REPORT-RULE-DATE
073800         GO TO 3000-EXIT
073900     END-IF.
074000     ADD 1 TO W-CONFLICT-COUNT.
074100     SET TCB-RC-WARNING TO TRUE.
074200     MOVE 'CONFLICT' TO W-BUCKET.
074300     MOVE 'DIFFERS FROM CALFILE - NOT PARKED' TO W-BUCKET-NOTE.
074400     PERFORM 2900-REPORT-RULE-DATE.
074500     PERFORM 2950-REPORT-ON-FILE-ENTRY.
074600 3000-EXIT.
074700     EXIT.
074800*
074900******************************************************************
075000*  RESOLVE THE RULE TO ITS NATURAL DATE IN W-YEAR, THE SAME     *
075100*  ARITHMETIC THE FED RULES USE IN T58033.  A 29 FEBRUARY RULE  *
075200*  OR A FIFTH WEEKDAY THE MONTH DOES NOT HAVE HAS NO DATE.      *
075300******************************************************************
075400 3100-RESOLVE-RULE-DATE.
075500     MOVE 'Y' TO W-DATE-OK-SW.
075600     EVALUATE TRUE
075700         WHEN CRL-FIXED-DATE
075800             PERFORM 3110-RESOLVE-FIXED-DATE
075900         WHEN CRL-NTH-WEEKDAY
076000             PERFORM 3120-RESOLVE-NTH-WEEKDAY
076100         WHEN CRL-LAST-WEEKDAY
076200             PERFORM 3130-RESOLVE-LAST-WEEKDAY
076300         WHEN OTHER
076400             PERFORM 3140-RESOLVE-EASTER-RELATIVE
076500     END-EVALUATE.
076600     IF W-DATE-OK
076700         COMPUTE W-INTEGER-DATE =
076800             FUNCTION INTEGER-OF-DATE (W-WORK-DATE)
076900         COMPUTE W-DOW = FUNCTION MOD (W-INTEGER-DATE, 7)
077000     END-IF.
077100 3110-RESOLVE-FIXED-DATE.
077200     MOVE CRL-MONTH TO W-EA-MONTH.
077300     PERFORM 3150-SET-MONTH-END-DAY.
077400     IF CRL-DAY > W-MONTH-END-DAY
077500         MOVE 'N' TO W-DATE-OK-SW
077600     ELSE
077700         COMPUTE W-WORK-DATE = W-YEAR * 10000
077800             + CRL-MONTH * 100 + CRL-DAY
077900     END-IF.
078000 3120-RESOLVE-NTH-WEEKDAY.
078100     COMPUTE W-WORK-DATE = W-YEAR * 10000
078200         + CRL-MONTH * 100 + 01.
078300     COMPUTE W-INTEGER-DATE =
078400         FUNCTION INTEGER-OF-DATE (W-WORK-DATE).
078500     COMPUTE W-DOW = FUNCTION MOD (W-INTEGER-DATE, 7).
078600     COMPUTE W-TARGET-DAY = 1 +
078700         FUNCTION MOD (CRL-DOW - W-DOW + 7, 7)
078800         + (CRL-NTH - 1) * 7.
078900     MOVE CRL-MONTH TO W-EA-MONTH.
079000     PERFORM 3150-SET-MONTH-END-DAY.
079100     IF W-TARGET-DAY > W-MONTH-END-DAY
079200         MOVE 'N' TO W-DATE-OK-SW
079300     ELSE
079400         COMPUTE W-WORK-DATE = W-YEAR * 10000
079500             + CRL-MONTH * 100 + W-TARGET-DAY
079600     END-IF.
079700 3130-RESOLVE-LAST-WEEKDAY.
079800     MOVE CRL-MONTH TO W-EA-MONTH.
079900     PERFORM 3150-SET-MONTH-END-DAY.
080000     COMPUTE W-WORK-DATE = W-YEAR * 10000
080100         + CRL-MONTH * 100 + W-MONTH-END-DAY.
080200     COMPUTE W-INTEGER-DATE =
080300         FUNCTION INTEGER-OF-DATE (W-WORK-DATE).
080400     COMPUTE W-DOW = FUNCTION MOD (W-INTEGER-DATE, 7).
080500     COMPUTE W-INTEGER-DATE = W-INTEGER-DATE -
080600         FUNCTION MOD (W-DOW - CRL-DOW + 7, 7).
080700     COMPUTE W-WORK-DATE =
080800         FUNCTION DATE-OF-INTEGER (W-INTEGER-DATE).
080900 3140-RESOLVE-EASTER-RELATIVE.
081000     COMPUTE W-EA-A = FUNCTION MOD (W-YEAR, 19).
081100     COMPUTE W-EA-B = W-YEAR / 100.
081200     COMPUTE W-EA-C = FUNCTION MOD (W-YEAR, 100).
081300     COMPUTE W-EA-D = W-EA-B / 4.
081400     COMPUTE W-EA-E = FUNCTION MOD (W-EA-B, 4).
081500     COMPUTE W-EA-F = (W-EA-B + 8) / 25.
081600     COMPUTE W-EA-G = (W-EA-B - W-EA-F + 1) / 3.
081700     COMPUTE W-EA-H = FUNCTION MOD
081800         (19 * W-EA-A + W-EA-B - W-EA-D - W-EA-G + 15, 30).
081900     COMPUTE W-EA-I = W-EA-C / 4.
082000     COMPUTE W-EA-K = FUNCTION MOD (W-EA-C, 4).
082100     COMPUTE W-EA-L = FUNCTION MOD
082200         (32 + 2 * W-EA-E + 2 * W-EA-I - W-EA-H - W-EA-K, 7).
082300     COMPUTE W-EA-M = (W-EA-A + 11 * W-EA-H + 22 * W-EA-L) / 451.
082400     COMPUTE W-EA-N = W-EA-H + W-EA-L - 7 * W-EA-M + 114.
082500     COMPUTE W-EA-MONTH = W-EA-N / 31.
082600     COMPUTE W-EA-DAY = FUNCTION MOD (W-EA-N, 31) + 1.
082700     COMPUTE W-WORK-DATE = W-YEAR * 10000
082800         + W-EA-MONTH * 100 + W-EA-DAY.
082900     COMPUTE W-INTEGER-DATE =
083000         FUNCTION INTEGER-OF-DATE (W-WORK-DATE)
083100         + CRL-EASTER-OFFSET.
083200     COMPUTE W-WORK-DATE =
083300         FUNCTION DATE-OF-INTEGER (W-INTEGER-DATE).
083400*
083500* DAYS IN MONTH W-EA-MONTH OF W-YEAR.
083600 3150-SET-MONTH-END-DAY.
083700     MOVE C-ME-NO-DAYS (W-EA-MONTH) TO W-MONTH-END-DAY.
083800     IF W-EA-MONTH = 02
083900             AND FUNCTION MOD (W-YEAR, 4) = 0
084000             AND (FUNCTION MOD (W-YEAR, 100) NOT = 0
084100                 OR FUNCTION MOD (W-YEAR, 400) = 0)
084200         MOVE 29 TO W-MONTH-END-DAY
084300     END-IF.
084400*
084500******************************************************************
084600*  OBSERVED-DATE SHIFT.  ONLY A DATE ON THE BANK'S OWN WEEKEND  *
084700*  MOVES: TO THE FOLLOWING OR PRECEDING OPEN DAY, OR TO THE     *
084800*  NEARER OF THE TWO (FOLLOWING ON A TIE).  WITH NO SHIFT THE   *
084900*  DATE IS LEFT ON THE WEEKEND AND W-ON-WEEKEND IS SET.         *
085000******************************************************************
085100 3500-APPLY-OBSERVED-SHIFT.
085200     MOVE 'N' TO W-ON-WEEKEND-SW.
085300     MOVE W-DOW TO W-TEST-DOW.
085400     PERFORM 3550-TEST-BANK-WEEKEND.
085500     IF NOT W-TEST-WEEKEND
085600         GO TO 3500-EXIT
085700     END-IF.
085800     IF CRL-SHIFT-NONE
085900         SET W-ON-WEEKEND TO TRUE
086000         GO TO 3500-EXIT
086100     END-IF.
086200     MOVE W-DOW TO W-NATURAL-DOW.
086300     PERFORM 3510-FIND-FOLLOWING-OPEN-DAY.
086400     PERFORM 3520-FIND-PRECEDING-OPEN-DAY.
086500     EVALUATE TRUE
086600         WHEN CRL-SHIFT-FOLLOWING
086700             MOVE W-FWD-INTEGER TO W-INTEGER-DATE
086800         WHEN CRL-SHIFT-PRECEDING
086900             MOVE W-BACK-INTEGER TO W-INTEGER-DATE
087000         WHEN W-FWD-INTEGER - W-INTEGER-DATE
087100                 > W-INTEGER-DATE - W-BACK-INTEGER
087200             MOVE W-BACK-INTEGER TO W-INTEGER-DATE
087300         WHEN OTHER
087400             MOVE W-FWD-INTEGER TO W-INTEGER-DATE
087500     END-EVALUATE.
087600     COMPUTE W-WORK-DATE =
087700         FUNCTION DATE-OF-INTEGER (W-INTEGER-DATE).
087800     COMPUTE W-DOW = FUNCTION MOD (W-INTEGER-DATE, 7).
087900     STRING '('                  DELIMITED BY SIZE
088000         W-DOW-NAME (W-NATURAL-DOW + 1) DELIMITED BY SIZE
088100         ' - OBS '               DELIMITED BY SIZE
088200         W-DOW-NAME (W-DOW + 1)  DELIMITED BY SIZE
088300         ') '                    DELIMITED BY SIZE
088400         INTO W-SHIFT-NOTE
088500     END-STRING.
088600 3500-EXIT.
088700     EXIT.
088800 3510-FIND-FOLLOWING-OPEN-DAY.
088900     MOVE W-INTEGER-DATE TO W-FWD-INTEGER.
089000     SET W-TEST-WEEKEND TO TRUE.
089100     PERFORM UNTIL NOT W-TEST-WEEKEND
089200         ADD 1 TO W-FWD-INTEGER
089300         COMPUTE W-TEST-DOW = FUNCTION MOD (W-FWD-INTEGER, 7)
089400         PERFORM 3550-TEST-BANK-WEEKEND
089500     END-PERFORM.
089600 3520-FIND-PRECEDING-OPEN-DAY.
089700     MOVE W-INTEGER-DATE TO W-BACK-INTEGER.
089800     SET W-TEST-WEEKEND TO TRUE.
089900     PERFORM UNTIL NOT W-TEST-WEEKEND
090000         SUBTRACT 1 FROM W-BACK-INTEGER
090100         COMPUTE W-TEST-DOW = FUNCTION MOD (W-BACK-INTEGER, 7)
090200         PERFORM 3550-TEST-BANK-WEEKEND
090300     END-PERFORM.
090400 3550-TEST-BANK-WEEKEND.
090500     MOVE 'N' TO W-TEST-WEEKEND-SW.
090600     IF W-TEST-DOW = W-WKND-1 OR W-TEST-DOW = W-WKND-2
090700         SET W-TEST-WEEKEND TO TRUE
090800     END-IF.
090900*
091000******************************************************************
091100*  LOOK THE DATE UP ON THE BANK'S ACTIVE CALFILE GENERATION     *
091200*  (A TYPE-B DATE ALSO MATCHES AN ENTRY STORED WITH A BLANK     *
091300*  TYPE), AS THE CORRESPONDENT LOADER T58046 DOES.              *
091400******************************************************************
091500 4000-FIND-ON-CALFILE.
091600     MOVE 'N' TO W-ON-FILE-SW.
091700     MOVE 1 TO W-ACTIVE-GEN.
091800     MOVE CRL-BANK-ID TO CKR-BANK-ID.
091900     MOVE 0 TO CKR-GEN.
092000     MOVE '0' TO CKR-CAL-TYPE.
092100     MOVE ZERO TO CKR-DATE.
092200     READ CALENDAR-KEY-FILE.
092300     IF W-CALFILE-STATUS-OK AND CKR-SYMBOL IS NUMERIC
092400         MOVE CKR-SYMBOL TO W-ACTIVE-GEN
092500     END-IF.
092600     MOVE CRL-BANK-ID   TO CKR-BANK-ID.
092700     MOVE W-ACTIVE-GEN  TO CKR-GEN.
092800     MOVE W-IN-CAL-TYPE TO CKR-CAL-TYPE.
092900     MOVE W-WORK-DATE   TO CKR-DATE.
093000     READ CALENDAR-KEY-FILE.
093100     IF NOT W-CALFILE-STATUS-OK AND W-IN-CAL-TYPE = 'B'
093200         MOVE SPACE TO CKR-CAL-TYPE
093300         READ CALENDAR-KEY-FILE
093400     END-IF.
093500     IF W-CALFILE-STATUS-OK
093600         SET W-ON-FILE TO TRUE
093700         MOVE CKR-SYMBOL         TO W-OF-SYMBOL
093800         MOVE CKR-DESCRIPTION    TO W-OF-DESCRIPTION
093900         MOVE CKR-EARLY-CLOSE-SW TO W-OF-EARLY-SW
094000         MOVE CKR-CLOSE-TIME     TO W-OF-CLOSE-TIME
094100         MOVE CKR-WIRE-CUTOFF    TO W-OF-WIRE-CUTOFF
094200         MOVE CKR-ACH-CUTOFF     TO W-OF-ACH-CUTOFF
094300         MOVE CKR-SOURCE         TO W-OF-SOURCE
094400         IF W-OF-EARLY-SW NOT = 'Y'
094500             MOVE 'N'  TO W-OF-EARLY-SW
094600             MOVE ZERO TO W-OF-CLOSE-TIME
094700             MOVE ZERO TO W-OF-WIRE-CUTOFF
094800             MOVE ZERO TO W-OF-ACH-CUTOFF
094900         END-IF
095000     END-IF.
095100*
095200******************************************************************
095300*  PARK THE DATE FOR A CHECKER ON T58032 -- THE SAME RECORD     *
095400*  T58023 6500-WRITE-PENDING-CHANGE BUILDS, WITH THIS PROGRAM   *
095500*  AS MAKER.  THE LIVE TABLE AND CALFILE ARE NOT TOUCHED.       *
095600******************************************************************
095700 4500-WRITE-PENDING-ADD.
095800     MOVE SPACES TO HOLIDAY-PENDING-RECORD.
095900     SET HPR-PENDING TO TRUE.
096000     MOVE CC-RULE-MAKER-ID    TO HPR-MAKER-ID.
096100     MOVE CC-RULE-TERMINAL    TO HPR-MAKER-TERMINAL.
096200     MOVE TCB-RUN-DATE        TO HPR-ENTRY-DATE.
096300     MOVE TCB-RUN-TIME        TO HPR-ENTRY-TIME.
096400     MOVE 'AD'                TO HPR-FUNCTION.
096500     MOVE CRL-BANK-ID         TO HPR-BANK-ID.
096600     MOVE W-WORK-DATE         TO HPR-DATE.
096700     MOVE W-IN-CAL-TYPE       TO HPR-CAL-TYPE.
096800     MOVE W-IN-SYMBOL         TO HPR-SYMBOL.
096900     MOVE CRL-DESCRIPTION     TO HPR-DESCRIPTION.
097000     MOVE W-IN-EARLY-SW       TO HPR-EARLY-CLOSE-SW.
097100     MOVE W-IN-CLOSE-TIME     TO HPR-CLOSE-TIME.
097200     MOVE W-IN-WIRE-CUTOFF    TO HPR-WIRE-CUTOFF.
097300     MOVE W-IN-ACH-CUTOFF     TO HPR-ACH-CUTOFF.
097400     MOVE SPACES              TO HPR-CHECKER-ID.
097500     MOVE ZERO                TO HPR-DECISION-DATE.
097600     MOVE ZERO                TO HPR-DECISION-TIME.
097610     MOVE ZERO                TO HPR-BRANCH-ID.
097620     MOVE SPACE               TO HPR-BRANCH-ENTRY-TYPE.
097700     WRITE HOLIDAY-PENDING-RECORD.
097800     ADD 1 TO W-PARKED-COUNT.
097900     MOVE W-IN-CAL-TYPE TO W-PEND-TYPE.
098000     PERFORM 4600-ADD-PENDING-ENTRY.
098100     IF W-PEND-COUNT > ZERO AND NOT W-PEND-FULL
098200         MOVE CRL-BANK-ID    TO W-PT-BANK-ID (W-PEND-COUNT)
098300         MOVE W-WORK-DATE    TO W-PT-DATE (W-PEND-COUNT)
098400         MOVE W-RULE-LINE-NO TO W-PT-RULE-LINE (W-PEND-COUNT)
098500     END-IF.
098600*
098700* OPEN THE NEXT PENDING-TABLE SLOT FOR W-PEND-TYPE.  THE
098800* CALLER FILLS IN THE BANK, DATE AND RULE LINE.  ONCE FULL,
098900* FURTHER ITEMS ARE NOT REMEMBERED AND THE RUN SAYS SO.
099000 4600-ADD-PENDING-ENTRY.
099100     IF W-PEND-COUNT < C-MAX-PEND-ENTRIES
099200         ADD 1 TO W-PEND-COUNT
099300         MOVE W-PEND-TYPE TO W-PT-CAL-TYPE (W-PEND-COUNT)
099400     ELSE
099500         IF NOT W-PEND-FULL
099600             SET W-PEND-FULL TO TRUE
099700             DISPLAY 'T58063 PENDING TABLE FULL AT '
099800                 C-MAX-PEND-ENTRIES
099900                 ' - LATER DUPLICATES OF PENDING ITEMS NOT CAUGHT'
100000         END-IF
100100     END-IF.
100200 6000-PRINT-TOTALS.
100300     MOVE SPACES TO SDB-DETAIL-LINE.
100400     STRING 'RULES SELECTED: '   DELIMITED BY SIZE
100500         W-RULE-COUNT            DELIMITED BY SIZE
100600         ' REJECTED: '           DELIMITED BY SIZE
100700         W-REJECT-COUNT          DELIMITED BY SIZE
100800         ' RULE-YEARS EXPANDED: ' DELIMITED BY SIZE
100900         W-EXPANDED-COUNT        DELIMITED BY SIZE
101000         INTO SDB-DETAIL-LINE
101100     END-STRING.
101200     PERFORM 8000-PRINT-DETAIL-LINE.
101300     MOVE SPACES TO SDB-DETAIL-LINE.
101400     STRING 'PARKED: '           DELIMITED BY SIZE
101500         W-PARKED-COUNT          DELIMITED BY SIZE
101600         ' ON CALFILE: '         DELIMITED BY SIZE
101700         W-ON-CALFILE-COUNT      DELIMITED BY SIZE
101800         ' PENDING: '            DELIMITED BY SIZE
101900         W-PENDING-COUNT         DELIMITED BY SIZE
102000         ' CONFLICT: '           DELIMITED BY SIZE
102100         W-CONFLICT-COUNT        DELIMITED BY SIZE
102200         ' SKIPPED: '            DELIMITED BY SIZE
102300         W-SKIPPED-COUNT         DELIMITED BY SIZE
102400         INTO SDB-DETAIL-LINE
102500     END-STRING.
102600     PERFORM 8000-PRINT-DETAIL-LINE.
102700     DISPLAY 'T58063 RULES ' W-RULE-COUNT
102800         ' PARKED ' W-PARKED-COUNT
102900         ' CONFLICTS ' W-CONFLICT-COUNT
103000         ' REJECTS ' W-REJECT-COUNT.
103100 8000-PRINT-DETAIL-LINE.
103200     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
103300         SPS-DSR-DETAIL-BLOCK.
103400 9000-CLOSE-MASTER-FILES.
103500     IF W-BANKMST-OPEN
103600         CLOSE BANK-MASTER-FILE
103700     END-IF.
103800     IF W-CALFILE-OPEN
103900         CLOSE CALENDAR-KEY-FILE
104000     END-IF.
104100     IF W-RULE-OPEN
104200         CLOSE CLOSURE-RULE-FILE
104300     END-IF.
104400*
104500* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
104600* CLOSURE RULES SELECTED IN, DATES PARKED ON HOLPEND OUT.
104700 9800-LOG-RUN-START.
104800     MOVE 'T58063'         TO RLG-PROGRAM-ID.
104900     SET RLG-EVENT-START   TO TRUE.
105000     MOVE ZERO             TO RLG-BANK-ID.
105100     MOVE 'CLOSRULE'       TO RLG-IN-LABEL.
105200     MOVE ZERO             TO RLG-IN-COUNT.
105300     MOVE 'HOLPEND'        TO RLG-OUT-LABEL.
105400     MOVE ZERO             TO RLG-OUT-COUNT.
105500     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
105600         RUN-LEDGER-RECORD.
105700 9810-LOG-RUN-END.
105800     SET RLG-EVENT-END     TO TRUE.
105900     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
106000     MOVE W-RULE-COUNT     TO RLG-IN-COUNT.
106100     MOVE W-PARKED-COUNT   TO RLG-OUT-COUNT.
106200     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
106300         RUN-LEDGER-RECORD.
106400 END PROGRAM T58063.
