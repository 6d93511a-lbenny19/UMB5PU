000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58046.
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
001400* CORRESPONDENT HOLIDAY FILE LOADER.  READS THE FIXED-FORMAT
001500* INBOUND HOLIDAY FILE A CORRESPONDENT SENDS EACH YEAR
001600* (CORRHOL, T58046D) AND PARKS EACH USABLE ROW ON THE
001700* PENDING-CHANGE FILE (HOLPEND, T58032D) WITH THIS LOADER AS
001800* THE MAKER, SO A HUMAN STILL APPROVES EVERY CHANGE ON T58032
001900* EXACTLY AS IF IT HAD BEEN KEYED ON T58023.  EACH ROW IS
002000* EDITED AGAINST THE BANK MASTER (T58034D), THE BANK'S OWN
002100* WEEKEND DAYS, AND WHAT IS ALREADY ON FILE -- THE BANK'S
002200* ACTIVE CALFILE GENERATION, DCB-HOLIDAY-TABLE WHEN IT IS THE
002300* BANK ON LINKAGE, AND ITEMS ALREADY PENDING ON HOLPEND -- AND
002400* LANDS IN ONE BUCKET OF THE LOAD REPORT:
002500*   ACCEPTED    - NOT ON FILE; PARKED AS A PENDING ADD
002600*   DUPLICATE   - ON FILE (OR PENDING) EXACTLY AS SENT
002700*   CONFLICTING - ON FILE WITH A DIFFERENT SYMBOL, DESCRIPTION
002800*                 OR CUTOFF; PARKED AS A PENDING CHANGE SO THE
002900*                 CHECKER DECIDES, UNLESS THE ENTRY IS FED-
003000*                 SOURCED AND PROTECTED FROM CHANGE
003100*   REJECTED    - FAILED AN EDIT; NOTHING PARKED
003200* THE FILE'S TRAILER COUNT IS PROVED IN A FIRST PASS, BEFORE
003300* ANYTHING IS PARKED, SO A TRUNCATED FILE PARKS NOTHING.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT CORR-HOLIDAY-FILE ASSIGN TO CORRHOL
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS IS W-CORRHOL-STATUS.
004400     SELECT PENDING-CHANGE-FILE ASSIGN TO HOLPEND
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS W-PEND-STATUS.
004700     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
004800         ORGANIZATION INDEXED
004900         ACCESS MODE RANDOM
005000         RECORD KEY CKR-KEY
005100         FILE STATUS IS W-CALFILE-STATUS.
005200     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
005300         ORGANIZATION INDEXED
005400         ACCESS MODE RANDOM
005500         RECORD KEY BMR-BANK-ID
005600         FILE STATUS IS W-BANKMST-STATUS.
005700 DATA DIVISION.
005800     EJECT
005900 FILE SECTION.
006000 FD  CORR-HOLIDAY-FILE.
006100 COPY T58046D. *> INBOUND CORRESPONDENT HOLIDAY ROWS
006200 FD  PENDING-CHANGE-FILE.
006300 COPY T58032D. *> PENDING CHANGES AWAITING APPROVAL ON T58032
006400 FD  CALENDAR-KEY-FILE.
006500 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
006600 FD  BANK-MASTER-FILE.
006700 COPY T58034D. *> KEYED BANK MASTER (STATUS, WEEKEND DAYS)
006800     EJECT
006900 WORKING-STORAGE SECTION.
007000*
007100 01  CC-CHANGE-ID.
007200     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
007300*
007400 01  C-BINARY-CONSTANTS    BINARY SYNC.
007500     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
007600 01  C-CHARACTER-CONSTANTS.
007700*  THE MAKER STAMPED ON EVERY PARKED ROW.  NO USER ID CAN
007800*  EQUAL IT, SO ANY ENTITLED CHECKER MAY APPROVE.
007900     05  CC-LOADER-MAKER-ID      PIC X(8)    VALUE 'T58046'.
008000     05  CC-LOADER-TERMINAL      PIC X(8)    VALUE 'CORRHOL'.
008100     05  CC-DEFAULT-SYMBOL       PIC X       VALUE 'H'.
008200     05  CC-FED-SOURCE           PIC X       VALUE 'F'.
008300     05  C-MAX-PEND-ENTRIES      PIC 9(4)    BINARY VALUE 2000.
008400*
008500 01  W-FILE-STATUS-CONTROL.
008600     05  W-CORRHOL-STATUS        PIC XX.
008700         88  W-CORRHOL-STATUS-OK         VALUE '00'.
008800         88  W-CORRHOL-STATUS-EOF        VALUE '10'.
008900     05  W-PEND-STATUS           PIC XX.
009000         88  W-PEND-STATUS-OK            VALUE '00'.
009100         88  W-PEND-STATUS-EOF           VALUE '10'.
009200         88  W-PEND-STATUS-NOT-FOUND     VALUE '35'.
009300     05  W-CALFILE-STATUS        PIC XX.
009400         88  W-CALFILE-STATUS-OK         VALUE '00'.
009500     05  W-BANKMST-STATUS        PIC XX.
009600         88  W-BANKMST-STATUS-OK         VALUE '00'.
009700     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
009800         88  W-BANKMST-OPEN              VALUE 'Y'.
009900     05  W-CALFILE-OPEN-SW       PIC X       VALUE 'N'.
010000         88  W-CALFILE-OPEN              VALUE 'Y'.
010100*
010200 01  W-LOAD-CONTROL.
010300     05  W-LOAD-STOP-SW          PIC X       VALUE 'N'.
010400         88  W-LOAD-STOPPED              VALUE 'Y'.
010500     05  W-STOP-REASON           PIC X(60).
010600     05  W-EXPECTED-COUNT        PIC 9(7)    VALUE ZERO.
010700     05  W-PROOF-COUNT           PIC 9(7)    VALUE ZERO.
010800     05  W-TRAILER-SW            PIC X       VALUE 'N'.
010900         88  W-TRAILER-SEEN              VALUE 'Y'.
011000     05  W-ACTIVE-GEN            PIC 9.
011100     05  W-PARK-FUNCTION         PIC X(2).
011200     05  W-BUCKET                PIC X(11).
011300     05  W-BUCKET-NOTE           PIC X(30).
011400*
011500 01  W-LOAD-COUNTERS.
011600     05  W-READ-COUNT            PIC 9(7)    VALUE ZERO.
011700     05  W-ACCEPTED-COUNT        PIC 9(7)    VALUE ZERO.
011800     05  W-DUPLICATE-COUNT       PIC 9(7)    VALUE ZERO.
011900     05  W-CONFLICT-COUNT        PIC 9(7)    VALUE ZERO.
012000     05  W-CONFLICT-PARKED-COUNT PIC 9(7)    VALUE ZERO.
012100     05  W-REJECT-COUNT          PIC 9(7)    VALUE ZERO.
012200     05  W-PARKED-COUNT          PIC 9(7)    VALUE ZERO.
012300*
012400 01  W-EDIT-CONTROL.
012500     05  W-EDIT-OK-SW            PIC X.
012600         88  W-EDIT-OK                   VALUE 'Y'.
012700     05  W-EDIT-REASON           PIC X(30).
012800     05  W-EDIT-MONTH            PIC 9(2).
012900     05  W-EDIT-DAY              PIC 9(2).
013000     05  W-EDIT-DATE-INT         PIC S9(9).
013100     05  W-EDIT-TIME             PIC 9(4).
013200     05  W-EDIT-TIME-X REDEFINES W-EDIT-TIME.
013300         10  W-EDIT-HH           PIC 9(2).
013400         10  W-EDIT-MM           PIC 9(2).
013500     05  W-TIME-OK-SW            PIC X.
013600         88  W-TIME-OK                   VALUE 'Y'.
013700     05  W-DOW                   PIC 9.
013800     05  W-WKND-1                PIC X.
013900     05  W-WKND-2                PIC X.
014000*
014100* THE ROW AS IT WILL BE PARKED: TYPE SPACE BECOMES B, SYMBOL
014200* SPACE BECOMES H, ANYTHING BUT AN EARLY CLOSE CARRIES N AND
014300* ZERO TIMES -- THE SAME NORMALIZING T58023 APPLIES.
014400 01  W-INBOUND-ROW.
014500     05  W-IN-CAL-TYPE           PIC X.
014600     05  W-IN-SYMBOL             PIC X.
014700     05  W-IN-EARLY-SW           PIC X.
014800     05  W-IN-CLOSE-TIME         PIC 9(4).
014900     05  W-IN-WIRE-CUTOFF        PIC 9(4).
015000     05  W-IN-ACH-CUTOFF         PIC 9(4).
015100*
015200* THE ENTRY ALREADY ON FILE FOR THE SAME BANK/DATE/TYPE.
015300 01  W-ON-FILE-ENTRY.
015400     05  W-ON-FILE-SW            PIC X.
015500         88  W-ON-FILE                   VALUE 'Y'.
015600     05  W-OF-WHERE              PIC X(7).
015700     05  W-OF-SYMBOL             PIC X.
015800     05  W-OF-DESCRIPTION        PIC X(20).
015900     05  W-OF-EARLY-SW           PIC X.
016000     05  W-OF-CLOSE-TIME         PIC 9(4).
016100     05  W-OF-WIRE-CUTOFF        PIC 9(4).
016200     05  W-OF-ACH-CUTOFF         PIC 9(4).
016300     05  W-OF-SOURCE             PIC X.
016400     05  W-TBL-POS               PIC 9(4)    BINARY.
016500     05  W-TBL-TYPE              PIC X.
016600*
016700* ITEMS ALREADY PENDING ON HOLPEND, PLUS EVERY ROW THIS RUN
016800* PARKS, SO A RE-RUN OR A ROW SENT TWICE PARKS NOTHING TWICE.
016900 01  W-PENDING-TABLE.
017000     05  W-PEND-COUNT            PIC 9(4)    BINARY VALUE ZERO.
017100     05  W-PEND-FULL-SW          PIC X       VALUE 'N'.
017200         88  W-PEND-FULL                 VALUE 'Y'.
017300     05  W-PEND-FOUND-SW         PIC X.
017400         88  W-PEND-FOUND                VALUE 'Y'.
017500     05  W-PEND-SUB              PIC 9(4)    BINARY.
017600     05  W-PEND-TYPE             PIC X.
017700     05  W-PEND-ENTRY            OCCURS 2000 TIMES.
017800         10  W-PT-BANK-ID        PIC 9(5).
017900         10  W-PT-DATE           PIC 9(8).
018000         10  W-PT-CAL-TYPE       PIC X.
018033* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
018066 COPY T58053D.
018100     EJECT
018200 LINKAGE SECTION.
018300*
018400*                    TRANSACTION-CONTROL-BLOCK
018500 COPY P49000D.
018600*
018700*                    DCB-HOLIDAY-TABLE (CURRENT BUILD)
018800 COPY T58015D.
018900*
019000*                    SPS-PRINT LINE
019100 COPY I54076D.
019200     EJECT
019300 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
019400                             DCB-HOLIDAY-TABLE
019500                             SPS-DSR-DETAIL-BLOCK.
019600     EJECT
019700 0000-MAIN-PROCESS.
019750     PERFORM 9800-LOG-RUN-START.
019800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
019900     IF W-LOAD-STOPPED
020000         MOVE W-STOP-REASON TO SDB-DETAIL-LINE
020100         PERFORM 8000-PRINT-DETAIL-LINE
020200         MOVE 'NOTHING PARKED ON HOLPEND' TO SDB-DETAIL-LINE
020300         PERFORM 8000-PRINT-DETAIL-LINE
020400         SET TCB-RC-ERROR TO TRUE
020500         DISPLAY 'T58046 LOAD STOPPED - ' W-STOP-REASON
020600         PERFORM 9000-CLOSE-MASTER-FILES
020650         PERFORM 9810-LOG-RUN-END
020700         GOBACK
020800     END-IF.
020900     OPEN EXTEND PENDING-CHANGE-FILE.
021000     IF W-PEND-STATUS-NOT-FOUND
021100         OPEN OUTPUT PENDING-CHANGE-FILE
021200     END-IF.
021300     PERFORM 2000-LOAD-HOLIDAY-ROWS.
021400     CLOSE PENDING-CHANGE-FILE.
021500     PERFORM 9000-CLOSE-MASTER-FILES.
021600     PERFORM 6000-PRINT-TOTALS.
021650     PERFORM 9810-LOG-RUN-END.
021700     GOBACK.
021800 1000-INITIALIZE.
021900     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
022000     MOVE 'CORRESPONDENT HOLIDAY FILE LOAD TO PENDING APPROVAL'
022100         TO SDB-DETAIL-LINE.
022200     PERFORM 8000-PRINT-DETAIL-LINE.
022300     OPEN INPUT BANK-MASTER-FILE.
022400     IF NOT W-BANKMST-STATUS-OK
022500         SET W-LOAD-STOPPED TO TRUE
022600         STRING 'BANK MASTER NOT AVAILABLE - STATUS '
022700             DELIMITED BY SIZE
022800             W-BANKMST-STATUS    DELIMITED BY SIZE
022900             INTO W-STOP-REASON
023000         END-STRING
023100         GO TO 1000-EXIT
023200     END-IF.
023300     SET W-BANKMST-OPEN TO TRUE.
023400     OPEN INPUT CALENDAR-KEY-FILE.
023500     IF NOT W-CALFILE-STATUS-OK
023600         SET W-LOAD-STOPPED TO TRUE
023700         STRING 'CALENDAR FILE NOT AVAILABLE - STATUS '
023800             DELIMITED BY SIZE
023900             W-CALFILE-STATUS    DELIMITED BY SIZE
024000             INTO W-STOP-REASON
024100         END-STRING
024200         GO TO 1000-EXIT
024300     END-IF.
024400     SET W-CALFILE-OPEN TO TRUE.
024500     PERFORM 1200-LOAD-PENDING-TABLE.
024600     PERFORM 1500-PROVE-CONTROL-TOTALS THRU 1500-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900 1200-LOAD-PENDING-TABLE.
025000     OPEN INPUT PENDING-CHANGE-FILE.
025100     IF W-PEND-STATUS-OK
025200         PERFORM UNTIL W-PEND-STATUS-EOF
025300             READ PENDING-CHANGE-FILE
025400                 AT END
025500                     SET W-PEND-STATUS-EOF TO TRUE
025600                 NOT AT END
025700                     IF HPR-PENDING AND NOT HPR-BRANCH-ITEM
025800                         PERFORM 1250-ADD-PENDING-FROM-FILE
025900                     END-IF
026000             END-READ
026100         END-PERFORM
026200         CLOSE PENDING-CHANGE-FILE
026300     END-IF.
026400 1250-ADD-PENDING-FROM-FILE.
026500     MOVE HPR-CAL-TYPE TO W-PEND-TYPE.
026600     IF W-PEND-TYPE = SPACE
026700         MOVE 'B' TO W-PEND-TYPE
026800     END-IF.
026900     PERFORM 4500-ADD-PENDING-ENTRY.
027000     IF W-PEND-COUNT > ZERO AND NOT W-PEND-FULL
027100         MOVE HPR-BANK-ID TO W-PT-BANK-ID (W-PEND-COUNT)
027200         MOVE HPR-DATE    TO W-PT-DATE (W-PEND-COUNT)
027300     END-IF.
027400*
027500******************************************************************
027600*  FIRST PASS: COUNT THE HOLIDAY ROWS AND PROVE THEM AGAINST    *
027700*  THE TRAILER BEFORE A SINGLE ROW IS PARKED.                   *
027800******************************************************************
027900 1500-PROVE-CONTROL-TOTALS.
028000     OPEN INPUT CORR-HOLIDAY-FILE.
028100     IF NOT W-CORRHOL-STATUS-OK
028200         SET W-LOAD-STOPPED TO TRUE
028300         STRING 'CORRESPONDENT HOLIDAY FILE NOT AVAILABLE - STATUS
028400-            ' '                 DELIMITED BY SIZE
028500             W-CORRHOL-STATUS    DELIMITED BY SIZE
028600             INTO W-STOP-REASON
028700         END-STRING
028800         GO TO 1500-EXIT
028900     END-IF.
029000     PERFORM UNTIL W-CORRHOL-STATUS-EOF
029100         READ CORR-HOLIDAY-FILE
029200             AT END
029300                 SET W-CORRHOL-STATUS-EOF TO TRUE
029400             NOT AT END
029500                 EVALUATE TRUE
029600                     WHEN CHC-HEADER
029700                         CONTINUE
029800                     WHEN CHC-TRAILER
029900                         SET W-TRAILER-SEEN TO TRUE
030000                         IF CHC-RECORD-COUNT IS NUMERIC
030100                             MOVE CHC-RECORD-COUNT
030200                                 TO W-EXPECTED-COUNT
030300                         END-IF
030400                     WHEN OTHER
030500                         ADD 1 TO W-PROOF-COUNT
030600                 END-EVALUATE
030700         END-READ
030800     END-PERFORM.
030900     CLOSE CORR-HOLIDAY-FILE.
031000     IF NOT W-TRAILER-SEEN
031100         SET W-LOAD-STOPPED TO TRUE
031200         MOVE 'TRAILER CONTROL RECORD MISSING - ROW COUNT NOT VERI
031300-            'FIED' TO W-STOP-REASON
031400         GO TO 1500-EXIT
031500     END-IF.
031600     IF W-EXPECTED-COUNT NOT = W-PROOF-COUNT
031700         SET W-LOAD-STOPPED TO TRUE
031800         STRING 'CONTROL TOTAL MISMATCH - TRAILER '
031900             DELIMITED BY SIZE
032000             W-EXPECTED-COUNT    DELIMITED BY SIZE
032100             ' ROWS '            DELIMITED BY SIZE
032200             W-PROOF-COUNT       DELIMITED BY SIZE
032300             INTO W-STOP-REASON
032400         END-STRING
032500     END-IF.
032600 1500-EXIT.
032700     EXIT.
032800 2000-LOAD-HOLIDAY-ROWS.
032900     MOVE SPACES TO W-CORRHOL-STATUS.
033000     OPEN INPUT CORR-HOLIDAY-FILE.
033100     PERFORM UNTIL W-CORRHOL-STATUS-EOF
033200         READ CORR-HOLIDAY-FILE
033300             AT END
033400                 SET W-CORRHOL-STATUS-EOF TO TRUE
033500             NOT AT END
033600                 PERFORM 2100-LOAD-ONE-ROW THRU 2100-EXIT
033700         END-READ
033800     END-PERFORM.
033900     CLOSE CORR-HOLIDAY-FILE.
034000 2100-LOAD-ONE-ROW.
034100     IF CHC-HEADER OR CHC-TRAILER
034200         GO TO 2100-EXIT
034300     END-IF.
034400     ADD 1 TO W-READ-COUNT.
034500     PERFORM 2200-EDIT-ROW-FIELDS THRU 2200-EXIT.
034600     IF NOT W-EDIT-OK
034700         PERFORM 2800-REPORT-REJECT
034800         GO TO 2100-EXIT
034900     END-IF.
035000     PERFORM 2300-CHECK-ALREADY-PENDING.
035100     IF W-PEND-FOUND
035200         ADD 1 TO W-DUPLICATE-COUNT
035300         MOVE 'DUPLICATE' TO W-BUCKET
035400         MOVE 'ALREADY PENDING APPROVAL' TO W-BUCKET-NOTE
035500         PERFORM 2900-REPORT-ROW
035600         GO TO 2100-EXIT
035700     END-IF.
035800     PERFORM 3000-FIND-ON-FILE.
035900     IF NOT W-ON-FILE
036000         MOVE 'AD' TO W-PARK-FUNCTION
036100         PERFORM 4000-WRITE-PENDING-CHANGE
036200         ADD 1 TO W-ACCEPTED-COUNT
036300         MOVE 'ACCEPTED' TO W-BUCKET
036400         MOVE 'PARKED AS PENDING ADD' TO W-BUCKET-NOTE
036500         PERFORM 2900-REPORT-ROW
036600         GO TO 2100-EXIT
036700     END-IF.
036800     IF W-OF-SYMBOL = W-IN-SYMBOL
036900             AND W-OF-DESCRIPTION = CHI-DESCRIPTION
037000             AND W-OF-EARLY-SW = W-IN-EARLY-SW
037100             AND W-OF-CLOSE-TIME = W-IN-CLOSE-TIME
037200             AND W-OF-WIRE-CUTOFF = W-IN-WIRE-CUTOFF
037300             AND W-OF-ACH-CUTOFF = W-IN-ACH-CUTOFF
037400         ADD 1 TO W-DUPLICATE-COUNT
037500         MOVE 'DUPLICATE' TO W-BUCKET
037600         MOVE SPACES TO W-BUCKET-NOTE
037700         STRING 'ALREADY ON '   DELIMITED BY SIZE
037800             W-OF-WHERE         DELIMITED BY SPACE
037900             INTO W-BUCKET-NOTE
038000         END-STRING
038100         PERFORM 2900-REPORT-ROW
038200         GO TO 2100-EXIT
038300     END-IF.
038400     ADD 1 TO W-CONFLICT-COUNT.
038500     SET TCB-RC-WARNING TO TRUE.
038600     MOVE 'CONFLICTING' TO W-BUCKET.
038700     IF W-OF-SOURCE = CC-FED-SOURCE
038800         MOVE 'FED-SOURCED - NOT PARKED' TO W-BUCKET-NOTE
038900     ELSE
039000         MOVE 'CH' TO W-PARK-FUNCTION
039100         PERFORM 4000-WRITE-PENDING-CHANGE
039200         ADD 1 TO W-CONFLICT-PARKED-COUNT
039300         MOVE 'PARKED AS PENDING CHANGE' TO W-BUCKET-NOTE
039400     END-IF.
039500     PERFORM 2900-REPORT-ROW.
039600     PERFORM 2950-REPORT-ON-FILE-ENTRY.
039700 2100-EXIT.
039800     EXIT.
039900*
040000* FIELD EDITS, THEN THE BANK MASTER, THEN THE BANK'S WEEKEND --
040100* A CLOSURE ON A DAY THE BANK IS SHUT ANYWAY IS A KEYING ERROR
040200* AT THE CORRESPONDENT, NOT A HOLIDAY.
040300 2200-EDIT-ROW-FIELDS.
040400     MOVE 'Y' TO W-EDIT-OK-SW.
040500     MOVE SPACES TO W-EDIT-REASON.
040600     IF CHI-BANK-ID NOT NUMERIC
040700         MOVE 'BANK ID NOT NUMERIC' TO W-EDIT-REASON
040800         GO TO 2200-REJECT
040900     END-IF.
041000     IF CHI-DATE NOT NUMERIC
041100         MOVE 'HOLIDAY DATE NOT NUMERIC' TO W-EDIT-REASON
041200         GO TO 2200-REJECT
041300     END-IF.
041400     MOVE CHI-DATE (5:2) TO W-EDIT-MONTH.
041500     MOVE CHI-DATE (7:2) TO W-EDIT-DAY.
041600     IF W-EDIT-MONTH < 01 OR W-EDIT-MONTH > 12
041700             OR W-EDIT-DAY < 01 OR W-EDIT-DAY > 31
041800         MOVE 'HOLIDAY DATE NOT A VALID DATE' TO W-EDIT-REASON
041900         GO TO 2200-REJECT
042000     END-IF.
042100     COMPUTE W-EDIT-DATE-INT =
042200         FUNCTION INTEGER-OF-DATE (CHI-DATE).
042300     IF W-EDIT-DATE-INT = ZERO
042400         MOVE 'HOLIDAY DATE NOT A VALID DATE' TO W-EDIT-REASON
042500         GO TO 2200-REJECT
042600     END-IF.
042700     IF CHI-DATE < TCB-RUN-DATE
042800         MOVE 'HOLIDAY DATE ALREADY PAST' TO W-EDIT-REASON
042900         GO TO 2200-REJECT
043000     END-IF.
043100     MOVE CHI-CAL-TYPE TO W-IN-CAL-TYPE.
043200     IF W-IN-CAL-TYPE = SPACE
043300         MOVE 'B' TO W-IN-CAL-TYPE
043400     END-IF.
043500     IF W-IN-CAL-TYPE NOT = 'B' AND W-IN-CAL-TYPE NOT = 'F'
043600             AND W-IN-CAL-TYPE NOT = 'A'
043700             AND W-IN-CAL-TYPE NOT = 'S'
043800         MOVE 'INVALID CALENDAR TYPE' TO W-EDIT-REASON
043900         GO TO 2200-REJECT
044000     END-IF.
044100     MOVE CHI-SYMBOL TO W-IN-SYMBOL.
044200     IF W-IN-SYMBOL = SPACE
044300         MOVE CC-DEFAULT-SYMBOL TO W-IN-SYMBOL
044400     END-IF.
044500     IF CHI-DESCRIPTION = SPACES
044600         MOVE 'DESCRIPTION MISSING' TO W-EDIT-REASON
044700         GO TO 2200-REJECT
044800     END-IF.
044900     PERFORM 2250-EDIT-EARLY-CLOSE THRU 2250-EXIT.
045000     IF NOT W-EDIT-OK
045100         GO TO 2200-EXIT
045200     END-IF.
045300     MOVE CHI-BANK-ID TO BMR-BANK-ID.
045400     READ BANK-MASTER-FILE.
045500     IF NOT W-BANKMST-STATUS-OK
045600         MOVE 'UNKNOWN BANK ID' TO W-EDIT-REASON
045700         GO TO 2200-REJECT
045800     END-IF.
045900     IF BMR-INACTIVE
046000         MOVE 'INACTIVE BANK ID' TO W-EDIT-REASON
046100         GO TO 2200-REJECT
046200     END-IF.
046300     PERFORM 2270-SET-BANK-WEEKEND.
046400     COMPUTE W-DOW = FUNCTION MOD (W-EDIT-DATE-INT, 7).
046500     IF W-DOW = W-WKND-1 OR W-DOW = W-WKND-2
046600         MOVE 'DATE FALLS ON BANK WEEKEND' TO W-EDIT-REASON
046700         GO TO 2200-REJECT
046800     END-IF.
046900     GO TO 2200-EXIT.
047000 2200-REJECT.
047100     MOVE 'N' TO W-EDIT-OK-SW.
047200 2200-EXIT.
047300     EXIT.
047400 2250-EDIT-EARLY-CLOSE.
047500     IF NOT CHI-EARLY-CLOSE
047600         IF CHI-EARLY-CLOSE-SW NOT = 'N'
047700                 AND CHI-EARLY-CLOSE-SW NOT = SPACE
047800             MOVE 'N' TO W-EDIT-OK-SW
047900             MOVE 'EARLY CLOSE MUST BE Y OR N' TO W-EDIT-REASON
048000             GO TO 2250-EXIT
048100         END-IF
048200         MOVE 'N'  TO W-IN-EARLY-SW
048300         MOVE ZERO TO W-IN-CLOSE-TIME
048400         MOVE ZERO TO W-IN-WIRE-CUTOFF
048500         MOVE ZERO TO W-IN-ACH-CUTOFF
048600         GO TO 2250-EXIT
048700     END-IF.
048800     MOVE 'Y' TO W-IN-EARLY-SW.
048900     IF CHI-CLOSE-TIME NOT NUMERIC OR CHI-CLOSE-TIME = ZERO
049000         MOVE 'N' TO W-EDIT-OK-SW
049100         MOVE 'EARLY CLOSE WITHOUT CLOSE TIME' TO W-EDIT-REASON
049200         GO TO 2250-EXIT
049300     END-IF.
049400     MOVE CHI-CLOSE-TIME TO W-EDIT-TIME.
049500     PERFORM 2260-EDIT-HHMM.
049600     IF NOT W-TIME-OK
049700         MOVE 'N' TO W-EDIT-OK-SW
049800         MOVE 'CLOSE TIME NOT A VALID HHMM' TO W-EDIT-REASON
049900         GO TO 2250-EXIT
050000     END-IF.
050100     MOVE CHI-CLOSE-TIME TO W-IN-CLOSE-TIME.
050200     MOVE ZERO TO W-IN-WIRE-CUTOFF.
050300     MOVE ZERO TO W-IN-ACH-CUTOFF.
050400     IF CHI-WIRE-CUTOFF IS NUMERIC
050500         MOVE CHI-WIRE-CUTOFF TO W-EDIT-TIME
050600         PERFORM 2260-EDIT-HHMM
050700         IF NOT W-TIME-OK
050800             MOVE 'N' TO W-EDIT-OK-SW
050900             MOVE 'WIRE CUTOFF NOT A VALID HHMM'
051000                 TO W-EDIT-REASON
051100             GO TO 2250-EXIT
051200         END-IF
051300         MOVE CHI-WIRE-CUTOFF TO W-IN-WIRE-CUTOFF
051400     END-IF.
051500     IF CHI-ACH-CUTOFF IS NUMERIC
051600         MOVE CHI-ACH-CUTOFF TO W-EDIT-TIME
051700         PERFORM 2260-EDIT-HHMM
051800         IF NOT W-TIME-OK
051900             MOVE 'N' TO W-EDIT-OK-SW
052000             MOVE 'ACH CUTOFF NOT A VALID HHMM'
052100                 TO W-EDIT-REASON
052200             GO TO 2250-EXIT
052300         END-IF
052400         MOVE CHI-ACH-CUTOFF TO W-IN-ACH-CUTOFF
052500     END-IF.
052600 2250-EXIT.
052700     EXIT.
052800 2260-EDIT-HHMM.
052900     MOVE 'Y' TO W-TIME-OK-SW.
053000     IF W-EDIT-HH > 23 OR W-EDIT-MM > 59
053100         MOVE 'N' TO W-TIME-OK-SW
053200     END-IF.
053300*
053400* THE BANK'S WEEKEND DIGITS FROM THE MASTER; SPACES OR A BAD
053500* DIGIT MEAN THE DOMESTIC SATURDAY/SUNDAY DEFAULT.
053600 2270-SET-BANK-WEEKEND.
053700     MOVE '6' TO W-WKND-1.
053800     MOVE '0' TO W-WKND-2.
053900     IF BMR-WEEKEND-DAY-1 >= '0' AND BMR-WEEKEND-DAY-1 <= '6'
054000         MOVE BMR-WEEKEND-DAY-1 TO W-WKND-1
054100     END-IF.
054200     IF BMR-WEEKEND-DAY-2 >= '0' AND BMR-WEEKEND-DAY-2 <= '6'
054300         MOVE BMR-WEEKEND-DAY-2 TO W-WKND-2
054400     END-IF.
054500 2300-CHECK-ALREADY-PENDING.
054600     MOVE 'N' TO W-PEND-FOUND-SW.
054700     PERFORM VARYING W-PEND-SUB FROM 1 BY 1
054800             UNTIL W-PEND-SUB > W-PEND-COUNT
054900                OR W-PEND-FOUND
055000         IF W-PT-BANK-ID (W-PEND-SUB) = CHI-BANK-ID
055100                 AND W-PT-DATE (W-PEND-SUB) = CHI-DATE
055200                 AND W-PT-CAL-TYPE (W-PEND-SUB) = W-IN-CAL-TYPE
055300             SET W-PEND-FOUND TO TRUE
055400         END-IF
055500     END-PERFORM.
055600 2800-REPORT-REJECT.
055700     ADD 1 TO W-REJECT-COUNT.
055800     SET TCB-RC-WARNING TO TRUE.
055900     MOVE SPACES TO SDB-DETAIL-LINE.
056000     STRING 'REJECTED    '       DELIMITED BY SIZE
056100         CORRESPONDENT-HOLIDAY-RECORD (1:56)
056200                                 DELIMITED BY SIZE
056300         ' '                     DELIMITED BY SIZE
056400         W-EDIT-REASON           DELIMITED BY SIZE
056500         INTO SDB-DETAIL-LINE
056600     END-STRING.
056700     PERFORM 8000-PRINT-DETAIL-LINE.
056800 2900-REPORT-ROW.
056900     MOVE SPACES TO SDB-DETAIL-LINE.
057000     STRING W-BUCKET             DELIMITED BY SIZE
057100         ' '                     DELIMITED BY SIZE
057200         CORRESPONDENT-HOLIDAY-RECORD (1:56)
057300                                 DELIMITED BY SIZE
057400         ' '                     DELIMITED BY SIZE
057500         W-BUCKET-NOTE           DELIMITED BY SIZE
057600         INTO SDB-DETAIL-LINE
057700     END-STRING.
057800     PERFORM 8000-PRINT-DETAIL-LINE.
057900     MOVE SPACES TO W-BUCKET-NOTE.
058000 2950-REPORT-ON-FILE-ENTRY.
058100     MOVE SPACES TO SDB-DETAIL-LINE.
058200     STRING '    ON '            DELIMITED BY SIZE
058300         W-OF-WHERE              DELIMITED BY SIZE
058400         ': '                    DELIMITED BY SIZE
058500         W-OF-SYMBOL             DELIMITED BY SIZE
058600         ' '                     DELIMITED BY SIZE
058700         W-OF-DESCRIPTION        DELIMITED BY SIZE
058800         ' '                     DELIMITED BY SIZE
058900         W-OF-EARLY-SW           DELIMITED BY SIZE
059000         ' '                     DELIMITED BY SIZE
059100         W-OF-CLOSE-TIME         DELIMITED BY SIZE
059200         ' '                     DELIMITED BY SIZE
059300         W-OF-WIRE-CUTOFF        DELIMITED BY SIZE
059400         ' '                     DELIMITED BY SIZE
059500         W-OF-ACH-CUTOFF         DELIMITED BY SIZE
059600         ' SOURCE '              DELIMITED BY SIZE
059700         W-OF-SOURCE             DELIMITED BY SIZE
059800         INTO SDB-DETAIL-LINE
059900     END-STRING.
060000     PERFORM 8000-PRINT-DETAIL-LINE.
060100*
060200******************************************************************
060300*  LOOK THE ROW UP WHERE IT WOULD ALREADY LIVE: THE BANK'S      *
060400*  ACTIVE CALFILE GENERATION (A TYPE-B ROW ALSO MATCHES AN      *
060500*  ENTRY STORED WITH A BLANK TYPE), THEN DCB-HOLIDAY-TABLE WHEN *
060600*  THE TABLE ON LINKAGE IS THIS BANK'S.                         *
060700******************************************************************
060800 3000-FIND-ON-FILE.
060900     MOVE 'N' TO W-ON-FILE-SW.
061000     MOVE 1 TO W-ACTIVE-GEN.
061100     MOVE CHI-BANK-ID TO CKR-BANK-ID.
061200     MOVE 0 TO CKR-GEN.
061300     MOVE '0' TO CKR-CAL-TYPE.
061400     MOVE ZERO TO CKR-DATE.
061500     READ CALENDAR-KEY-FILE.
061600     IF W-CALFILE-STATUS-OK AND CKR-SYMBOL IS NUMERIC
061700         MOVE CKR-SYMBOL TO W-ACTIVE-GEN
061800     END-IF.
061900     MOVE CHI-BANK-ID   TO CKR-BANK-ID.
062000     MOVE W-ACTIVE-GEN  TO CKR-GEN.
062100     MOVE W-IN-CAL-TYPE TO CKR-CAL-TYPE.
062200     MOVE CHI-DATE      TO CKR-DATE.
062300     READ CALENDAR-KEY-FILE.
062400     IF NOT W-CALFILE-STATUS-OK AND W-IN-CAL-TYPE = 'B'
062500         MOVE SPACE TO CKR-CAL-TYPE
062600         READ CALENDAR-KEY-FILE
062700     END-IF.
062800     IF W-CALFILE-STATUS-OK
062900         SET W-ON-FILE TO TRUE
063000         MOVE 'CALFILE'          TO W-OF-WHERE
063100         MOVE CKR-SYMBOL         TO W-OF-SYMBOL
063200         MOVE CKR-DESCRIPTION    TO W-OF-DESCRIPTION
063300         MOVE CKR-EARLY-CLOSE-SW TO W-OF-EARLY-SW
063400         MOVE CKR-CLOSE-TIME     TO W-OF-CLOSE-TIME
063500         MOVE CKR-WIRE-CUTOFF    TO W-OF-WIRE-CUTOFF
063600         MOVE CKR-ACH-CUTOFF     TO W-OF-ACH-CUTOFF
063700         MOVE CKR-SOURCE         TO W-OF-SOURCE
063800     ELSE
063900         IF DHT-BANK-ID = CHI-BANK-ID
064000             PERFORM 3100-FIND-IN-TABLE
064100         END-IF
064200     END-IF.
064300     IF W-ON-FILE AND W-OF-EARLY-SW NOT = 'Y'
064400         MOVE 'N'  TO W-OF-EARLY-SW
064500         MOVE ZERO TO W-OF-CLOSE-TIME
064600         MOVE ZERO TO W-OF-WIRE-CUTOFF
064700         MOVE ZERO TO W-OF-ACH-CUTOFF
064800     END-IF.
064900 3100-FIND-IN-TABLE.
065000     PERFORM VARYING W-TBL-POS FROM 1 BY 1
065100             UNTIL W-TBL-POS > DHT-ENTRY-COUNT
065200                OR W-ON-FILE
065300         MOVE DHT-CAL-TYPE (W-TBL-POS) TO W-TBL-TYPE
065400         IF W-TBL-TYPE = SPACE
065500             MOVE 'B' TO W-TBL-TYPE
065600         END-IF
065700         IF DHT-DATE (W-TBL-POS) = CHI-DATE
065800                 AND W-TBL-TYPE = W-IN-CAL-TYPE
065900             SET W-ON-FILE TO TRUE
066000             MOVE 'TABLE' TO W-OF-WHERE
066100             MOVE DHT-SYMBOL (W-TBL-POS) TO W-OF-SYMBOL
066200             MOVE DHT-DESCRIPTION (W-TBL-POS)
066300                 TO W-OF-DESCRIPTION
066400             MOVE DHT-EARLY-CLOSE-SW (W-TBL-POS)
066500                 TO W-OF-EARLY-SW
066600             MOVE DHT-CLOSE-TIME (W-TBL-POS)
066700                 TO W-OF-CLOSE-TIME
066800             MOVE DHT-WIRE-CUTOFF (W-TBL-POS)
066900                 TO W-OF-WIRE-CUTOFF
067000             MOVE DHT-ACH-CUTOFF (W-TBL-POS)
067100                 TO W-OF-ACH-CUTOFF
067200             MOVE DHT-SOURCE (W-TBL-POS) TO W-OF-SOURCE
067300         END-IF
067400     END-PERFORM.
067500*
067600******************************************************************
067700*  PARK THE ROW FOR A CHECKER ON T58032 -- THE SAME RECORD      *
067800*  T58023 6500-WRITE-PENDING-CHANGE BUILDS, WITH THE LOADER AS  *
067900*  MAKER.  THE LIVE TABLE AND CALFILE ARE NOT TOUCHED.          *
068000******************************************************************
068100 4000-WRITE-PENDING-CHANGE.
068200     MOVE SPACES TO HOLIDAY-PENDING-RECORD.
068300     SET HPR-PENDING TO TRUE.
068400     MOVE CC-LOADER-MAKER-ID  TO HPR-MAKER-ID.
068500     MOVE CC-LOADER-TERMINAL  TO HPR-MAKER-TERMINAL.
068600     MOVE TCB-RUN-DATE        TO HPR-ENTRY-DATE.
068700     MOVE TCB-RUN-TIME        TO HPR-ENTRY-TIME.
068800     MOVE W-PARK-FUNCTION     TO HPR-FUNCTION.
068900     MOVE CHI-BANK-ID         TO HPR-BANK-ID.
069000     MOVE CHI-DATE            TO HPR-DATE.
069100     MOVE W-IN-CAL-TYPE       TO HPR-CAL-TYPE.
069200     MOVE W-IN-SYMBOL         TO HPR-SYMBOL.
069300     MOVE CHI-DESCRIPTION     TO HPR-DESCRIPTION.
069400     MOVE W-IN-EARLY-SW       TO HPR-EARLY-CLOSE-SW.
069500     MOVE W-IN-CLOSE-TIME     TO HPR-CLOSE-TIME.
069600     MOVE W-IN-WIRE-CUTOFF    TO HPR-WIRE-CUTOFF.
069700     MOVE W-IN-ACH-CUTOFF     TO HPR-ACH-CUTOFF.
069800     MOVE SPACES              TO HPR-CHECKER-ID.
069900     MOVE ZERO                TO HPR-DECISION-DATE.
070000     MOVE ZERO                TO HPR-DECISION-TIME.
070100     WRITE HOLIDAY-PENDING-RECORD.
070200     ADD 1 TO W-PARKED-COUNT.
070300     MOVE W-IN-CAL-TYPE TO W-PEND-TYPE.
070400     PERFORM 4500-ADD-PENDING-ENTRY.
070500     IF W-PEND-COUNT > ZERO AND NOT W-PEND-FULL
070600         MOVE CHI-BANK-ID TO W-PT-BANK-ID (W-PEND-COUNT)
070700         MOVE CHI-DATE    TO W-PT-DATE (W-PEND-COUNT)
070800     END-IF.
070900*
071000* OPEN THE NEXT PENDING-TABLE SLOT FOR W-PEND-TYPE.  THE
071100* CALLER FILLS IN THE BANK AND DATE.  ONCE FULL, FURTHER
071200* ITEMS ARE NOT REMEMBERED AND THE RUN SAYS SO.
071300 4500-ADD-PENDING-ENTRY.
071400     IF W-PEND-COUNT < C-MAX-PEND-ENTRIES
071500         ADD 1 TO W-PEND-COUNT
071600         MOVE W-PEND-TYPE TO W-PT-CAL-TYPE (W-PEND-COUNT)
071700     ELSE
071800         IF NOT W-PEND-FULL
071900             SET W-PEND-FULL TO TRUE
072000             DISPLAY 'T58046 PENDING TABLE FULL AT '
072100                 C-MAX-PEND-ENTRIES
072200                 ' - LATER DUPLICATES OF PENDING ITEMS NOT CAUGHT'
072300         END-IF
072400     END-IF.
072500 6000-PRINT-TOTALS.
072600     MOVE SPACES TO SDB-DETAIL-LINE.
072700     STRING 'TRAILER COUNT: '    DELIMITED BY SIZE
072800         W-EXPECTED-COUNT        DELIMITED BY SIZE
072900         ' ROWS READ: '          DELIMITED BY SIZE
073000         W-READ-COUNT            DELIMITED BY SIZE
073100         INTO SDB-DETAIL-LINE
073200     END-STRING.
073300     PERFORM 8000-PRINT-DETAIL-LINE.
073400     MOVE SPACES TO SDB-DETAIL-LINE.
073500     STRING 'ACCEPTED: '         DELIMITED BY SIZE
073600         W-ACCEPTED-COUNT        DELIMITED BY SIZE
073700         ' DUPLICATE: '          DELIMITED BY SIZE
073800         W-DUPLICATE-COUNT       DELIMITED BY SIZE
073900         ' CONFLICTING: '        DELIMITED BY SIZE
074000         W-CONFLICT-COUNT        DELIMITED BY SIZE
074100         ' REJECTED: '           DELIMITED BY SIZE
074200         W-REJECT-COUNT          DELIMITED BY SIZE
074300         INTO SDB-DETAIL-LINE
074400     END-STRING.
074500     PERFORM 8000-PRINT-DETAIL-LINE.
074600     MOVE SPACES TO SDB-DETAIL-LINE.
074700     STRING 'PARKED ON HOLPEND: ' DELIMITED BY SIZE
074800         W-PARKED-COUNT          DELIMITED BY SIZE
074900         ' (ADDS '               DELIMITED BY SIZE
075000         W-ACCEPTED-COUNT        DELIMITED BY SIZE
075100         ' CHANGES '             DELIMITED BY SIZE
075200         W-CONFLICT-PARKED-COUNT DELIMITED BY SIZE
075300         ')'                     DELIMITED BY SIZE
075400         INTO SDB-DETAIL-LINE
075500     END-STRING.
075600     PERFORM 8000-PRINT-DETAIL-LINE.
075700     IF W-ACCEPTED-COUNT + W-DUPLICATE-COUNT + W-CONFLICT-COUNT
075800             + W-REJECT-COUNT NOT = W-EXPECTED-COUNT
075900         SET TCB-RC-ERROR TO TRUE
076000         MOVE 'BUCKET TOTALS DO NOT AGREE WITH TRAILER COUNT'
076100             TO SDB-DETAIL-LINE
076200         PERFORM 8000-PRINT-DETAIL-LINE
076300     END-IF.
076400     DISPLAY 'T58046 ROWS READ ' W-READ-COUNT
076500         ' PARKED ' W-PARKED-COUNT
076600         ' REJECTS ' W-REJECT-COUNT.
076700 8000-PRINT-DETAIL-LINE.
076800     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
076900         SPS-DSR-DETAIL-BLOCK.
077000 9000-CLOSE-MASTER-FILES.
077100     IF W-BANKMST-OPEN
077200         CLOSE BANK-MASTER-FILE
077300     END-IF.
077400     IF W-CALFILE-OPEN
077500         CLOSE CALENDAR-KEY-FILE
077600     END-IF.
077605*
077610* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
077615* CORRESPONDENT ROWS READ IN, ROWS PARKED ON HOLPEND OUT.
077620 9800-LOG-RUN-START.
077625     MOVE 'T58046'         TO RLG-PROGRAM-ID.
077630     SET RLG-EVENT-START   TO TRUE.
077635     MOVE ZERO             TO RLG-BANK-ID.
077640     MOVE 'CORRHOL'        TO RLG-IN-LABEL.
077645     MOVE ZERO             TO RLG-IN-COUNT.
077650     MOVE 'HOLPEND'        TO RLG-OUT-LABEL.
077655     MOVE ZERO             TO RLG-OUT-COUNT.
077660     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
077665         RUN-LEDGER-RECORD.
077670 9810-LOG-RUN-END.
077675     SET RLG-EVENT-END     TO TRUE.
077680     MOVE W-READ-COUNT     TO RLG-IN-COUNT.
077685     MOVE W-PARKED-COUNT   TO RLG-OUT-COUNT.
077690     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
077695         RUN-LEDGER-RECORD.
077700 END PROGRAM T58046.
