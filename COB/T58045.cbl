000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58045.
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
001400* ICALENDAR (.ICS) HOLIDAY EXPORT.  READS EACH BANK'S ACTIVE
001500* CALFILE GENERATION (T58009D) AND WRITES ONE STANDARD
001600* ICALENDAR FILE (ICSOUT) THE BRANCHES AND THE CORRESPONDENT
001700* DESK IMPORT INTO THEIR MAIL CALENDARS:
001800*   - A CLOSURE IS AN ALL-DAY EVENT NAMED FROM CKR-DESCRIPTION
001900*   - A FEDWIRE-ONLY CLOSURE (SYMBOL F) IS AN ALL-DAY EVENT
002000*     MARKED FEDWIRE CLOSED -- THE BANK ITSELF IS OPEN
002100*   - AN EARLY CLOSE IS A TIMED EVENT ENDING AT CKR-CLOSE-TIME
002200*     WITH THE WIRE AND ACH CUTOFFS IN THE EVENT NOTES
002300* EVERY EVENT'S UID IS BANK-TYPE-DATE, SO RE-IMPORTING THE FILE
002400* AFTER A REBUILD UPDATES THE EVENTS ALREADY THERE INSTEAD OF
002500* ADDING A SECOND COPY.  THE RUN IS DRIVEN BY THE BANKLIST FILE
002600* OR PINNED TO ONE BANK WITH BANKID ON RUNPARM; CALTYPE LIMITS
002700* IT TO ONE CALENDAR TYPE AND YEARFROM/YEARTO TO A YEAR RANGE.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT BANK-LIST-FILE ASSIGN TO BANKLIST
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS IS W-BANKLIST-STATUS.
003800     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
003900         ORGANIZATION INDEXED
004000         ACCESS MODE DYNAMIC
004100         RECORD KEY CKR-KEY
004200         FILE STATUS IS W-CALFILE-STATUS.
004300     SELECT ICS-EXPORT-FILE ASSIGN TO ICSOUT
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS W-ICSOUT-STATUS.
004600 DATA DIVISION.
004700     EJECT
004800 FILE SECTION.
004900 FD  BANK-LIST-FILE.
005000 COPY T58020D. *> BANK LIST DRIVING THE EXPORT
005100 FD  CALENDAR-KEY-FILE.
005200 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
005300* ONE ICALENDAR CONTENT LINE.  EVERY LINE WRITTEN IS KEPT
005400* WITHIN THE 75-CHARACTER LIMIT, SO NO LINE FOLDING IS NEEDED.
005500 FD  ICS-EXPORT-FILE.
005600 01  ICS-EXPORT-LINE             PIC X(75).
005700     EJECT
005800 WORKING-STORAGE SECTION.
005900*
006000 01  CC-CHANGE-ID.
006100     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
006200*
006300 01  C-BINARY-CONSTANTS    BINARY SYNC.
006400     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
006500 01  C-ICS-CONSTANTS.
006600     05  CC-F                    PIC X       VALUE 'F'.
006700*  AN EARLY-CLOSE EVENT RUNS FROM THE START OF THE BUSINESS
006800*  DAY TO THE CLOSE; A CLOSE AT OR BEFORE IT STARTS AT 0000.
006900     05  C-BUSINESS-START-TIME   PIC 9(4)    VALUE 0800.
007000     05  C-UID-DOMAIN            PIC X(12)   VALUE '@UMB-HOLCAL'.
007010*  OUR OWN TIME ZONE -- US CENTRAL -- IN THE BANK MASTER LAYOUT
007020*  (T58034D).  THE RUN DATE AND TIME ARE OUR LOCAL TIME; THE
007030*  DTSTAMP PROPERTY MUST BE UTC.
007040 01  C-LOCAL-ZONE.
007050     05  C-LOCAL-TZ-OFFSET       PIC S9(4)
007060                                 SIGN LEADING SEPARATE
007070                                 VALUE -0600.
007080     05  C-LOCAL-TZ-DST-RULE     PIC X       VALUE 'U'.
007090     05  C-MINUTES-PER-DAY       PIC 9(4)    VALUE 1440.
007100*
007200 01  W-FILE-STATUS-CONTROL.
007300     05  W-BANKLIST-STATUS       PIC XX.
007400         88  W-BANKLIST-STATUS-OK        VALUE '00'.
007500         88  W-BANKLIST-STATUS-EOF       VALUE '10'.
007600     05  W-CALFILE-STATUS        PIC XX.
007700         88  W-CALFILE-STATUS-OK         VALUE '00'.
007800     05  W-ICSOUT-STATUS         PIC XX.
007900         88  W-ICSOUT-STATUS-OK          VALUE '00'.
008000*
008100 01  W-EXPORT-CONTROL.
008200     05  W-EXPORT-BANK           PIC 9(5).
008300     05  W-EXPORT-TYPE           PIC X.
008400     05  W-YEAR-FROM             PIC 9(4).
008500     05  W-YEAR-TO               PIC 9(4).
008600     05  W-ACTIVE-GEN            PIC 9.
008700     05  W-BROWSE-DONE-SW        PIC X.
008800         88  W-BROWSE-DONE               VALUE 'Y'.
008900     05  W-REC-TYPE              PIC X.
009000     05  W-DTSTAMP.
009100         10  W-DTSTAMP-DATE      PIC 9(8).
009200         10  FILLER              PIC X       VALUE 'T'.
009300         10  W-DTSTAMP-TIME      PIC 9(6).
009400     05  W-END-DATE              PIC 9(8).
009500     05  W-START-TIME            PIC 9(4).
009600     05  W-WIRE-TEXT             PIC X(7).
009700     05  W-ACH-TEXT              PIC X(7).
009703*
009706* LOCAL RUN DATE/TIME TO UTC FOR DTSTAMP.
009709 01  W-UTC-WORK.
009712     05  W-LOCAL-TIME            PIC 9(6).
009715     05  W-LOCAL-TIME-X REDEFINES W-LOCAL-TIME.
009718         10  W-LOCAL-HH          PIC 99.
009721         10  W-LOCAL-MM          PIC 99.
009724         10  W-LOCAL-SS          PIC 99.
009727     05  W-ZONE-OFF-HH           PIC S99.
009730     05  W-ZONE-MINUTES          PIC S9(5).
009733     05  W-ABS-MINUTES           PIC S9(11).
009736     05  W-UTC-INT               PIC S9(9).
009739     05  W-UTC-MINUTE            PIC S9(4).
009742     05  W-UTC-HH                PIC 99.
009745     05  W-UTC-MM                PIC 99.
009748     05  W-DST-DATE              PIC 9(8).
009751     05  W-DST-DATE-X REDEFINES W-DST-DATE.
009754         10  W-DST-YEAR          PIC 9(4).
009757         10  W-DST-MMDD          PIC 9(4).
009760     05  W-DST-SW                PIC X.
009763         88  W-DST-IN-EFFECT             VALUE 'Y'.
009766     05  W-DST-START             PIC 9(8).
009769     05  W-DST-END               PIC 9(8).
009772     05  W-ANCHOR-DATE           PIC 9(8).
009775     05  W-ANCHOR-INT            PIC 9(9).
009778     05  W-ANCHOR-DOW            PIC 9.
009781     05  W-SUNDAY-DATE           PIC 9(8).
009800*
009900 01  W-EXPORT-COUNTERS.
010000     05  W-BANK-COUNT            PIC 9(5)    VALUE ZERO.
010100     05  W-BANK-EVENT-COUNT      PIC 9(5)    VALUE ZERO.
010200     05  W-CLOSURE-COUNT         PIC 9(5)    VALUE ZERO.
010300     05  W-FEDWIRE-COUNT         PIC 9(5)    VALUE ZERO.
010400     05  W-EARLY-CLOSE-COUNT     PIC 9(5)    VALUE ZERO.
010500     05  W-EVENT-COUNT           PIC 9(5)    VALUE ZERO.
010600*
010700* ICALENDAR TEXT VALUES ESCAPE BACKSLASH, SEMICOLON AND COMMA.
010800* W-ESC-SOURCE IS THE DESCRIPTION IN; W-ESC-TEXT (1:W-ESC-LEN)
010900* IS THE ESCAPED, TRAILING-BLANK-TRIMMED VALUE OUT.
011000 01  W-ESCAPE-WORK.
011100     05  W-ESC-SOURCE            PIC X(20).
011200     05  W-ESC-TEXT              PIC X(40).
011300     05  W-ESC-LEN               PIC 9(4)    BINARY.
011400     05  W-ESC-SRC-LEN           PIC 9(4)    BINARY.
011500     05  W-ESC-POS               PIC 9(4)    BINARY.
011600     05  W-ESC-CHAR              PIC X.
011700*
011800* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
011900 COPY T58030D.
011933* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
011966 COPY T58053D.
012000     EJECT
012100 LINKAGE SECTION.
012200*
012300*                    TRANSACTION-CONTROL-BLOCK
012400 COPY P49000D.
012500*
012600*                    SPS-PRINT LINE
012700 COPY I54076D.
012800     EJECT
012900 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
013000                             SPS-DSR-DETAIL-BLOCK.
013100     EJECT
013200 0000-MAIN-PROCESS.
013250     PERFORM 9800-LOG-RUN-START.
013300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013400     IF RCB-PARM-ERROR
013500         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
013600         PERFORM 8000-PRINT-DETAIL-LINE
013700         SET TCB-RC-ERROR TO TRUE
013750         PERFORM 9810-LOG-RUN-END
013800         GOBACK
013900     END-IF.
014000     IF NOT W-CALFILE-STATUS-OK
014100         MOVE SPACES TO SDB-DETAIL-LINE
014200         STRING 'CALENDAR FILE NOT AVAILABLE - STATUS '
014300             DELIMITED BY SIZE
014400             W-CALFILE-STATUS    DELIMITED BY SIZE
014500             INTO SDB-DETAIL-LINE
014600         END-STRING
014700         PERFORM 8000-PRINT-DETAIL-LINE
014800         SET TCB-RC-ERROR TO TRUE
014850         PERFORM 9810-LOG-RUN-END
014900         GOBACK
015000     END-IF.
015100     OPEN OUTPUT ICS-EXPORT-FILE.
015200     IF NOT W-ICSOUT-STATUS-OK
015300         MOVE SPACES TO SDB-DETAIL-LINE
015400         STRING 'ICSOUT OPEN FAILED - STATUS ' DELIMITED BY SIZE
015500             W-ICSOUT-STATUS     DELIMITED BY SIZE
015600             INTO SDB-DETAIL-LINE
015700         END-STRING
015800         PERFORM 8000-PRINT-DETAIL-LINE
015900         CLOSE CALENDAR-KEY-FILE
016000         SET TCB-RC-ERROR TO TRUE
016050         PERFORM 9810-LOG-RUN-END
016100         GOBACK
016200     END-IF.
016300     PERFORM 1100-WRITE-CALENDAR-HEADER.
016400     IF RCB-BANK-ID > ZERO
016500         MOVE RCB-BANK-ID TO W-EXPORT-BANK
016600         PERFORM 2000-EXPORT-ONE-BANK
016700     ELSE
016800         PERFORM 1500-SWEEP-BANK-LIST
016900     END-IF.
017000     MOVE 'END:VCALENDAR' TO ICS-EXPORT-LINE.
017100     PERFORM 7000-WRITE-ICS-LINE.
017200     CLOSE ICS-EXPORT-FILE.
017300     CLOSE CALENDAR-KEY-FILE.
017400     PERFORM 6000-PRINT-TOTALS.
017450     PERFORM 9810-LOG-RUN-END.
017500     GOBACK.
017600 1000-INITIALIZE.
017700     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
017800     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
017900         RUN-CONTROL-BLOCK.
018000     IF RCB-PARM-ERROR
018100         GO TO 1000-EXIT
018200     END-IF.
018300     MOVE RCB-CAL-TYPE TO W-EXPORT-TYPE.
018400     MOVE RCB-YEAR-FROM TO W-YEAR-FROM.
018500     IF RCB-YEAR-TO > ZERO
018600         MOVE RCB-YEAR-TO TO W-YEAR-TO
018700     ELSE
018800         MOVE 9999 TO W-YEAR-TO
018900     END-IF.
019000     PERFORM 1050-SET-UTC-DTSTAMP.
019200     OPEN INPUT CALENDAR-KEY-FILE.
019300     MOVE SPACES TO SDB-DETAIL-LINE.
019400     STRING 'ICALENDAR HOLIDAY EXPORT  CAL TYPE '
019500         DELIMITED BY SIZE
019600         W-EXPORT-TYPE           DELIMITED BY SIZE
019700         '  YEARS '              DELIMITED BY SIZE
019800         W-YEAR-FROM             DELIMITED BY SIZE
019900         '-'                     DELIMITED BY SIZE
020000         W-YEAR-TO               DELIMITED BY SIZE
020100         INTO SDB-DETAIL-LINE
020200     END-STRING.
020300     PERFORM 8000-PRINT-DETAIL-LINE.
020400 1000-EXIT.
020500     EXIT.
020501*
020502******************************************************************
020503*  DTSTAMP IS UTC.  TAKE OUR STANDARD OFFSET, PLUS THE DAYLIGHT *
020504*  HOUR WHEN THE RUN DATE IS IN US SUMMER TIME, OFF THE RUN     *
020505*  DATE AND TIME -- THE SAME ARITHMETIC T58051 USES.            *
020506******************************************************************
020507 1050-SET-UTC-DTSTAMP.
020508     MOVE TCB-RUN-TIME TO W-LOCAL-TIME.
020509     COMPUTE W-ZONE-OFF-HH = C-LOCAL-TZ-OFFSET / 100.
020510     COMPUTE W-ZONE-MINUTES = W-ZONE-OFF-HH * 60
020511         + (C-LOCAL-TZ-OFFSET - W-ZONE-OFF-HH * 100).
020512     MOVE TCB-RUN-DATE TO W-DST-DATE.
020513     PERFORM 1060-TEST-DAYLIGHT-SAVING.
020514     IF W-DST-IN-EFFECT
020515         ADD 60 TO W-ZONE-MINUTES
020516     END-IF.
020517     COMPUTE W-ABS-MINUTES =
020518         FUNCTION INTEGER-OF-DATE (TCB-RUN-DATE)
020519             * C-MINUTES-PER-DAY
020520         + W-LOCAL-HH * 60 + W-LOCAL-MM - W-ZONE-MINUTES.
020521     COMPUTE W-UTC-INT = W-ABS-MINUTES / C-MINUTES-PER-DAY.
020522     COMPUTE W-UTC-MINUTE = W-ABS-MINUTES
020523         - W-UTC-INT * C-MINUTES-PER-DAY.
020524     COMPUTE W-DTSTAMP-DATE =
020525         FUNCTION DATE-OF-INTEGER (W-UTC-INT).
020526     COMPUTE W-UTC-HH = W-UTC-MINUTE / 60.
020527     COMPUTE W-UTC-MM = W-UTC-MINUTE - W-UTC-HH * 60.
020528     COMPUTE W-DTSTAMP-TIME = W-UTC-HH * 10000
020529         + W-UTC-MM * 100 + W-LOCAL-SS.
020530*
020531* IS W-DST-DATE IN SUMMER TIME UNDER OUR RULE?  US: FROM THE
020532* SECOND SUNDAY OF MARCH TO THE FIRST SUNDAY OF NOVEMBER.
020533 1060-TEST-DAYLIGHT-SAVING.
020534     MOVE 'N' TO W-DST-SW.
020535     IF C-LOCAL-TZ-DST-RULE = 'U'
020536         COMPUTE W-ANCHOR-DATE = W-DST-YEAR * 10000 + 0301
020537         PERFORM 1070-FIRST-SUNDAY
020538         COMPUTE W-ANCHOR-INT = W-ANCHOR-INT + 7
020539         COMPUTE W-DST-START =
020540             FUNCTION DATE-OF-INTEGER (W-ANCHOR-INT)
020541         COMPUTE W-ANCHOR-DATE = W-DST-YEAR * 10000 + 1101
020542         PERFORM 1070-FIRST-SUNDAY
020543         MOVE W-SUNDAY-DATE TO W-DST-END
020544         IF W-DST-DATE >= W-DST-START
020545                 AND W-DST-DATE < W-DST-END
020546             MOVE 'Y' TO W-DST-SW
020547         END-IF
020548     END-IF.
020549* FIRST SUNDAY ON OR AFTER W-ANCHOR-DATE (0 = SUNDAY).
020550 1070-FIRST-SUNDAY.
020551     COMPUTE W-ANCHOR-INT =
020552         FUNCTION INTEGER-OF-DATE (W-ANCHOR-DATE).
020553     COMPUTE W-ANCHOR-DOW = FUNCTION MOD (W-ANCHOR-INT, 7).
020554     IF W-ANCHOR-DOW > ZERO
020555         COMPUTE W-ANCHOR-INT = W-ANCHOR-INT + 7 - W-ANCHOR-DOW
020556     END-IF.
020557     COMPUTE W-SUNDAY-DATE =
020558         FUNCTION DATE-OF-INTEGER (W-ANCHOR-INT).
020600 1100-WRITE-CALENDAR-HEADER.
020700     MOVE 'BEGIN:VCALENDAR' TO ICS-EXPORT-LINE.
020800     PERFORM 7000-WRITE-ICS-LINE.
020900     MOVE 'VERSION:2.0' TO ICS-EXPORT-LINE.
021000     PERFORM 7000-WRITE-ICS-LINE.
021100     MOVE 'PRODID:-//UMB//T58045 HOLIDAY CALENDAR EXPORT//EN'
021200         TO ICS-EXPORT-LINE.
021300     PERFORM 7000-WRITE-ICS-LINE.
021400     MOVE 'CALSCALE:GREGORIAN' TO ICS-EXPORT-LINE.
021500     PERFORM 7000-WRITE-ICS-LINE.
021600     MOVE 'METHOD:PUBLISH' TO ICS-EXPORT-LINE.
021700     PERFORM 7000-WRITE-ICS-LINE.
021800     MOVE 'X-WR-CALNAME:BANK CLOSURES' TO ICS-EXPORT-LINE.
021900     PERFORM 7000-WRITE-ICS-LINE.
022000 1500-SWEEP-BANK-LIST.
022100     OPEN INPUT BANK-LIST-FILE.
022200     IF NOT W-BANKLIST-STATUS-OK
022300         MOVE 'NO BANKLIST FILE - NOTHING TO EXPORT'
022400             TO SDB-DETAIL-LINE
022500         PERFORM 8000-PRINT-DETAIL-LINE
022600         SET TCB-RC-ERROR TO TRUE
022700     ELSE
022800         PERFORM UNTIL W-BANKLIST-STATUS-EOF
022900             READ BANK-LIST-FILE
023000                 AT END
023100                     SET W-BANKLIST-STATUS-EOF TO TRUE
023200                 NOT AT END
023300                     MOVE BLR-BANK-ID TO W-EXPORT-BANK
023400                     PERFORM 2000-EXPORT-ONE-BANK
023500             END-READ
023600         END-PERFORM
023700         CLOSE BANK-LIST-FILE
023800     END-IF.
023900*
024000******************************************************************
024100*  BROWSE THE BANK'S ACTIVE-GENERATION RECORDS IN KEY ORDER     *
024200*  (TYPE, THEN DATE) AND WRITE ONE EVENT PER RECORD THAT PASSES *
024300*  THE TYPE AND YEAR FILTERS.                                   *
024400******************************************************************
024500 2000-EXPORT-ONE-BANK.
024600     ADD 1 TO W-BANK-COUNT.
024700     MOVE ZERO TO W-BANK-EVENT-COUNT.
024800     PERFORM 2700-READ-ACTIVE-GENERATION.
024900     MOVE 'N' TO W-BROWSE-DONE-SW.
025000     MOVE W-EXPORT-BANK TO CKR-BANK-ID.
025100     MOVE W-ACTIVE-GEN TO CKR-GEN.
025200     MOVE LOW-VALUES TO CKR-CAL-TYPE.
025300     MOVE ZERO TO CKR-DATE.
025400     START CALENDAR-KEY-FILE KEY >= CKR-KEY
025500         INVALID KEY
025600             SET W-BROWSE-DONE TO TRUE
025700     END-START.
025800     PERFORM UNTIL W-BROWSE-DONE
025900         READ CALENDAR-KEY-FILE NEXT
026000             AT END
026100                 SET W-BROWSE-DONE TO TRUE
026200             NOT AT END
026300                 IF CKR-BANK-ID = W-EXPORT-BANK
026400                         AND CKR-GEN = W-ACTIVE-GEN
026500                     PERFORM 2100-EXPORT-ONE-RECORD
026600                 ELSE
026700                     SET W-BROWSE-DONE TO TRUE
026800                 END-IF
026900         END-READ
027000     END-PERFORM.
027100     MOVE SPACES TO SDB-DETAIL-LINE.
027200     STRING 'BANK '              DELIMITED BY SIZE
027300         W-EXPORT-BANK           DELIMITED BY SIZE
027400         ' GENERATION '          DELIMITED BY SIZE
027500         W-ACTIVE-GEN            DELIMITED BY SIZE
027600         ' EVENTS EXPORTED: '    DELIMITED BY SIZE
027700         W-BANK-EVENT-COUNT      DELIMITED BY SIZE
027800         INTO SDB-DETAIL-LINE
027900     END-STRING.
028000     PERFORM 8000-PRINT-DETAIL-LINE.
028100 2100-EXPORT-ONE-RECORD.
028200     MOVE CKR-CAL-TYPE TO W-REC-TYPE.
028300     IF W-REC-TYPE = SPACE
028400         MOVE 'B' TO W-REC-TYPE
028500     END-IF.
028600     IF W-EXPORT-TYPE NOT = SPACE
028700             AND W-REC-TYPE NOT = W-EXPORT-TYPE
028800         CONTINUE
028900     ELSE
029000         IF CKR-DATE (1:4) >= W-YEAR-FROM
029100                 AND CKR-DATE (1:4) <= W-YEAR-TO
029200             PERFORM 3000-WRITE-EVENT
029300         END-IF
029400     END-IF.
029500 2700-READ-ACTIVE-GENERATION.
029600     MOVE 1 TO W-ACTIVE-GEN.
029700     MOVE W-EXPORT-BANK TO CKR-BANK-ID.
029800     MOVE 0 TO CKR-GEN.
029900     MOVE '0' TO CKR-CAL-TYPE.
030000     MOVE ZERO TO CKR-DATE.
030100     READ CALENDAR-KEY-FILE.
030200     IF W-CALFILE-STATUS-OK
030300             AND CKR-SYMBOL IS NUMERIC
030400         MOVE CKR-SYMBOL TO W-ACTIVE-GEN
030500     END-IF.
030600*
030700******************************************************************
030800*  ONE VEVENT.  THE CLASS FOLLOWS THE SAME READING T58011 GIVES *
030900*  A CALENDAR RECORD: EARLY CLOSE FIRST, THEN SYMBOL F AS A     *
031000*  FEDWIRE-ONLY CLOSURE, EVERYTHING ELSE A BANK CLOSURE.        *
031100******************************************************************
031200 3000-WRITE-EVENT.
031300     ADD 1 TO W-EVENT-COUNT.
031400     ADD 1 TO W-BANK-EVENT-COUNT.
031500     MOVE 'BEGIN:VEVENT' TO ICS-EXPORT-LINE.
031600     PERFORM 7000-WRITE-ICS-LINE.
031700     MOVE SPACES TO ICS-EXPORT-LINE.
031800     STRING 'UID:'               DELIMITED BY SIZE
031900         CKR-BANK-ID             DELIMITED BY SIZE
032000         '-'                     DELIMITED BY SIZE
032100         W-REC-TYPE              DELIMITED BY SIZE
032200         '-'                     DELIMITED BY SIZE
032300         CKR-DATE                DELIMITED BY SIZE
032400         C-UID-DOMAIN            DELIMITED BY SPACE
032500         INTO ICS-EXPORT-LINE
032600     END-STRING.
032700     PERFORM 7000-WRITE-ICS-LINE.
032800     MOVE SPACES TO ICS-EXPORT-LINE.
032900     STRING 'DTSTAMP:'           DELIMITED BY SIZE
033000         W-DTSTAMP               DELIMITED BY SIZE
033050         'Z'                     DELIMITED BY SIZE
033100         INTO ICS-EXPORT-LINE
033200     END-STRING.
033300     PERFORM 7000-WRITE-ICS-LINE.
033400     MOVE CKR-DESCRIPTION TO W-ESC-SOURCE.
033500     PERFORM 8600-ESCAPE-TEXT.
033600     IF W-ESC-LEN = ZERO
033700         MOVE 'BANK CLOSED' TO W-ESC-TEXT
033800         MOVE 11 TO W-ESC-LEN
033900     END-IF.
034000     IF CKR-EARLY-CLOSE
034100         PERFORM 3200-WRITE-EARLY-CLOSE-TIMES
034200     ELSE
034300         PERFORM 3100-WRITE-ALL-DAY-TIMES
034400     END-IF.
034500     MOVE SPACES TO ICS-EXPORT-LINE.
034600     STRING 'CATEGORIES:BANK '   DELIMITED BY SIZE
034700         CKR-BANK-ID             DELIMITED BY SIZE
034800         ' TYPE '                DELIMITED BY SIZE
034900         W-REC-TYPE              DELIMITED BY SIZE
035000         INTO ICS-EXPORT-LINE
035100     END-STRING.
035200     PERFORM 7000-WRITE-ICS-LINE.
035300     MOVE 'TRANSP:TRANSPARENT' TO ICS-EXPORT-LINE.
035400     PERFORM 7000-WRITE-ICS-LINE.
035500     MOVE 'END:VEVENT' TO ICS-EXPORT-LINE.
035600     PERFORM 7000-WRITE-ICS-LINE.
035700 3100-WRITE-ALL-DAY-TIMES.
035800     COMPUTE W-END-DATE = FUNCTION DATE-OF-INTEGER
035900         (FUNCTION INTEGER-OF-DATE (CKR-DATE) + 1).
036000     MOVE SPACES TO ICS-EXPORT-LINE.
036100     STRING 'DTSTART;VALUE=DATE:' DELIMITED BY SIZE
036200         CKR-DATE                DELIMITED BY SIZE
036300         INTO ICS-EXPORT-LINE
036400     END-STRING.
036500     PERFORM 7000-WRITE-ICS-LINE.
036600     MOVE SPACES TO ICS-EXPORT-LINE.
036700     STRING 'DTEND;VALUE=DATE:'  DELIMITED BY SIZE
036800         W-END-DATE              DELIMITED BY SIZE
036900         INTO ICS-EXPORT-LINE
037000     END-STRING.
037100     PERFORM 7000-WRITE-ICS-LINE.
037200     MOVE SPACES TO ICS-EXPORT-LINE.
037300     IF CKR-SYMBOL = CC-F
037400         ADD 1 TO W-FEDWIRE-COUNT
037500         STRING 'SUMMARY:FEDWIRE CLOSED - ' DELIMITED BY SIZE
037600             W-ESC-TEXT (1:W-ESC-LEN)       DELIMITED BY SIZE
037700             INTO ICS-EXPORT-LINE
037800         END-STRING
037900         PERFORM 7000-WRITE-ICS-LINE
038000         MOVE 'DESCRIPTION:FEDWIRE CLOSED - BANK OPEN'
038100             TO ICS-EXPORT-LINE
038200     ELSE
038300         ADD 1 TO W-CLOSURE-COUNT
038400         STRING 'SUMMARY:'       DELIMITED BY SIZE
038500             W-ESC-TEXT (1:W-ESC-LEN) DELIMITED BY SIZE
038600             INTO ICS-EXPORT-LINE
038700         END-STRING
038800         PERFORM 7000-WRITE-ICS-LINE
038900         MOVE 'DESCRIPTION:BANK CLOSED ALL DAY'
039000             TO ICS-EXPORT-LINE
039100     END-IF.
039200     PERFORM 7000-WRITE-ICS-LINE.
039300*
039400* THE EARLY-CLOSE EVENT IS FLOATING LOCAL TIME -- THE BANK'S
039500* OWN CLOCK, THE SAME CLOCK CKR-CLOSE-TIME IS KEPT IN.
039600 3200-WRITE-EARLY-CLOSE-TIMES.
039700     ADD 1 TO W-EARLY-CLOSE-COUNT.
039800     IF CKR-CLOSE-TIME > C-BUSINESS-START-TIME
039900         MOVE C-BUSINESS-START-TIME TO W-START-TIME
040000     ELSE
040100         MOVE ZERO TO W-START-TIME
040200     END-IF.
040300     MOVE SPACES TO ICS-EXPORT-LINE.
040400     STRING 'DTSTART:'           DELIMITED BY SIZE
040500         CKR-DATE                DELIMITED BY SIZE
040600         'T'                     DELIMITED BY SIZE
040700         W-START-TIME            DELIMITED BY SIZE
040800         '00'                    DELIMITED BY SIZE
040900         INTO ICS-EXPORT-LINE
041000     END-STRING.
041100     PERFORM 7000-WRITE-ICS-LINE.
041200     MOVE SPACES TO ICS-EXPORT-LINE.
041300     STRING 'DTEND:'             DELIMITED BY SIZE
041400         CKR-DATE                DELIMITED BY SIZE
041500         'T'                     DELIMITED BY SIZE
041600         CKR-CLOSE-TIME          DELIMITED BY SIZE
041700         '00'                    DELIMITED BY SIZE
041800         INTO ICS-EXPORT-LINE
041900     END-STRING.
042000     PERFORM 7000-WRITE-ICS-LINE.
042100     MOVE SPACES TO ICS-EXPORT-LINE.
042200     STRING 'SUMMARY:EARLY CLOSE - ' DELIMITED BY SIZE
042300         W-ESC-TEXT (1:W-ESC-LEN) DELIMITED BY SIZE
042400         INTO ICS-EXPORT-LINE
042500     END-STRING.
042600     PERFORM 7000-WRITE-ICS-LINE.
042700     IF CKR-WIRE-CUTOFF > ZERO
042800         MOVE CKR-WIRE-CUTOFF TO W-WIRE-TEXT
042900     ELSE
043000         MOVE 'NOT SET' TO W-WIRE-TEXT
043100     END-IF.
043200     IF CKR-ACH-CUTOFF > ZERO
043300         MOVE CKR-ACH-CUTOFF TO W-ACH-TEXT
043400     ELSE
043500         MOVE 'NOT SET' TO W-ACH-TEXT
043600     END-IF.
043700     MOVE SPACES TO ICS-EXPORT-LINE.
043800     STRING 'DESCRIPTION:LOBBY CLOSES ' DELIMITED BY SIZE
043900         CKR-CLOSE-TIME          DELIMITED BY SIZE
044000         '\nWIRE CUTOFF '        DELIMITED BY SIZE
044100         W-WIRE-TEXT             DELIMITED BY SPACE
044200         '\nACH CUTOFF '         DELIMITED BY SIZE
044300         W-ACH-TEXT              DELIMITED BY SIZE
044400         INTO ICS-EXPORT-LINE
044500     END-STRING.
044600     PERFORM 7000-WRITE-ICS-LINE.
044700 6000-PRINT-TOTALS.
044800     MOVE SPACES TO SDB-DETAIL-LINE.
044900     STRING 'BANKS EXPORTED: '   DELIMITED BY SIZE
045000         W-BANK-COUNT            DELIMITED BY SIZE
045100         ' EVENTS: '             DELIMITED BY SIZE
045200         W-EVENT-COUNT           DELIMITED BY SIZE
045300         ' CLOSURES: '           DELIMITED BY SIZE
045400         W-CLOSURE-COUNT         DELIMITED BY SIZE
045500         ' FEDWIRE-ONLY: '       DELIMITED BY SIZE
045600         W-FEDWIRE-COUNT         DELIMITED BY SIZE
045700         ' EARLY CLOSES: '       DELIMITED BY SIZE
045800         W-EARLY-CLOSE-COUNT     DELIMITED BY SIZE
045900         INTO SDB-DETAIL-LINE
046000     END-STRING.
046100     PERFORM 8000-PRINT-DETAIL-LINE.
046200     DISPLAY 'T58045 BANKS EXPORTED ' W-BANK-COUNT
046300         ' EVENTS WRITTEN ' W-EVENT-COUNT.
046400 7000-WRITE-ICS-LINE.
046500     WRITE ICS-EXPORT-LINE.
046600 8000-PRINT-DETAIL-LINE.
046700     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
046800         SPS-DSR-DETAIL-BLOCK.
046900 8600-ESCAPE-TEXT.
047000     MOVE SPACES TO W-ESC-TEXT.
047100     MOVE ZERO TO W-ESC-LEN.
047200     MOVE ZERO TO W-ESC-SRC-LEN.
047300     PERFORM VARYING W-ESC-POS FROM 20 BY -1
047400             UNTIL W-ESC-POS < 1
047500                OR W-ESC-SRC-LEN > ZERO
047600         IF W-ESC-SOURCE (W-ESC-POS:1) NOT = SPACE
047700             MOVE W-ESC-POS TO W-ESC-SRC-LEN
047800         END-IF
047900     END-PERFORM.
048000     PERFORM VARYING W-ESC-POS FROM 1 BY 1
048100             UNTIL W-ESC-POS > W-ESC-SRC-LEN
048200         MOVE W-ESC-SOURCE (W-ESC-POS:1) TO W-ESC-CHAR
048300         IF W-ESC-CHAR = '\' OR ';' OR ','
048400             ADD 1 TO W-ESC-LEN
048500             MOVE '\' TO W-ESC-TEXT (W-ESC-LEN:1)
048600         END-IF
048700         ADD 1 TO W-ESC-LEN
048800         MOVE W-ESC-CHAR TO W-ESC-TEXT (W-ESC-LEN:1)
048900     END-PERFORM.
048904*
048908* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
048912* BANKS EXPORTED IN, ICS EVENTS WRITTEN OUT.
048916 9800-LOG-RUN-START.
048920     MOVE 'T58045'         TO RLG-PROGRAM-ID.
048924     SET RLG-EVENT-START   TO TRUE.
048928     MOVE ZERO             TO RLG-BANK-ID.
048932     MOVE 'BANKS'          TO RLG-IN-LABEL.
048936     MOVE ZERO             TO RLG-IN-COUNT.
048940     MOVE 'EVENTS'         TO RLG-OUT-LABEL.
048944     MOVE ZERO             TO RLG-OUT-COUNT.
048948     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
048952         RUN-LEDGER-RECORD.
048956 9810-LOG-RUN-END.
048960     SET RLG-EVENT-END     TO TRUE.
048964     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
048968     MOVE W-BANK-COUNT     TO RLG-IN-COUNT.
048972     MOVE W-EVENT-COUNT    TO RLG-OUT-COUNT.
048976     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
048980         RUN-LEDGER-RECORD.
049000 END PROGRAM T58045.
