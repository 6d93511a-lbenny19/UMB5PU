000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58043.
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
001400* BATCH ADJUSTED PAYMENT-SCHEDULE GENERATOR.  READS A FILE OF
001500* SCHEDULE REQUESTS (BANK, CALENDAR TYPE, START DATE, FREQUENCY
001600* M/Q/S/A, NUMBER OF PERIODS, ROLL CONVENTION AND END-OF-MONTH
001700* FLAG) AND WRITES ONE RECORD PER PERIOD WITH THE UNADJUSTED
001800* DATE AND THE DATE ROLLED TO A BUSINESS DAY UNDER THE
001900* REQUESTED CONVENTION:
002000*    FO  FOLLOWING            - NEXT BUSINESS DAY
002100*    MF  MODIFIED FOLLOWING   - NEXT BUSINESS DAY UNLESS THAT
002200*                               CROSSES INTO THE NEXT MONTH,
002300*                               THEN THE PRIOR BUSINESS DAY
002400*    PR  PRECEDING            - PRIOR BUSINESS DAY
002500*    MP  MODIFIED PRECEDING   - PRIOR BUSINESS DAY UNLESS THAT
002600*                               CROSSES INTO THE PRIOR MONTH,
002700*                               THEN THE NEXT BUSINESS DAY
002800* EVERY BUSINESS-DAY TEST GOES THROUGH THE DTA-HOLIDAY-CHECK
002900* DATE-SERVICES ACTION WITH THE BANK'S OWN WEEKEND DAYS, THE
003000* SAME TEST THE DATE-CARD GENERATOR (T58029) ROLLS WITH, SO A
003100* SCHEDULE ALWAYS AGREES WITH THE PRINTED CALENDAR.  A
003200* SCHEDULE IS WRITTEN WHOLE OR NOT AT ALL -- A DTS ERROR ON
003300* ANY PERIOD FLAGS THE REQUEST ON THE RESULT FILE AND LOGS
003400* THE RESULT CODE TO THE SHARED AUDIT LOG (T58021).  THE
003500* REQUEST FILE CARRIES THE SAME HDR/TRL CONTROL RECORDS AND
003600* REJECT-FILE HANDLING AS THE BUSINESS-DAY CALCULATOR (T58022).
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT SCHEDULE-REQUEST-FILE ASSIGN TO SCHDREQ
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS W-REQ-STATUS.
004700     SELECT SCHEDULE-RESULT-FILE ASSIGN TO SCHDOUT
004800         ORGANIZATION LINE SEQUENTIAL.
004900     SELECT SCHEDULE-REJECT-FILE ASSIGN TO SCHDREJ
005000         ORGANIZATION LINE SEQUENTIAL.
005100     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
005200         ORGANIZATION INDEXED
005300         ACCESS MODE RANDOM
005400         RECORD KEY BMR-BANK-ID
005500         FILE STATUS IS W-BANKMST-STATUS.
005600 DATA DIVISION.
005700     EJECT
005800 FILE SECTION.
005900 FD  SCHEDULE-REQUEST-FILE.
006000 COPY T58043D. *> PAYMENT SCHEDULE REQUEST RECORD
006100 FD  SCHEDULE-RESULT-FILE.
006200 01  SCHEDULE-RESULT-RECORD      PIC X(80).
006300 FD  SCHEDULE-REJECT-FILE.
006400 01  SCHEDULE-REJECT-RECORD      PIC X(80).
006500 FD  BANK-MASTER-FILE.
006600 COPY T58034D. *> KEYED BANK MASTER USED TO REJECT BAD BANK IDS
006700     EJECT
006800 WORKING-STORAGE SECTION.
006900*
007000 01  CC-CHANGE-ID.
007100     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
007200*
007300 01  C-MONTH-END-TABLE.
007400     05  C-ME-ENTRIES.
007500         10  FILLER          PIC 99          VALUE 31.
007600         10  FILLER          PIC 99          VALUE 28.
007700         10  FILLER          PIC 99          VALUE 31.
007800         10  FILLER          PIC 99          VALUE 30.
007900         10  FILLER          PIC 99          VALUE 31.
008000         10  FILLER          PIC 99          VALUE 30.
008100         10  FILLER          PIC 99          VALUE 31.
008200         10  FILLER          PIC 99          VALUE 31.
008300         10  FILLER          PIC 99          VALUE 30.
008400         10  FILLER          PIC 99          VALUE 31.
008500         10  FILLER          PIC 99          VALUE 30.
008600         10  FILLER          PIC 99          VALUE 31.
008700     05  C-ME-TBL            REDEFINES C-ME-ENTRIES.
008800         10  C-ME    OCCURS 12 TIMES.
008900             15  C-ME-NO-DAYS  PIC 9(2).
009000*
009100* SCHEDULE LIMITS.  360 PERIODS IS THIRTY YEARS OF MONTHLY
009200* PAYMENTS.  A ROLL THAT FINDS NO BUSINESS DAY WITHIN A MONTH
009300* OF THE UNADJUSTED DATE MEANS THE CALENDAR IS NOT LOADED FOR
009400* THAT BANK/TYPE, NOT THAT THE BANK IS SHUT FOR A MONTH.
009500 01  C-SCHEDULE-CONSTANTS.
009600     05  C-MAX-PERIODS           PIC 9(3)    VALUE 360.
009700     05  C-SCAN-LIMIT-DAYS       PIC S9(4)   COMP VALUE +31.
009800*
009900 01  W-REQUEST-FILE-CONTROL.
010000     05  W-REQ-STATUS            PIC XX.
010100         88  W-REQ-STATUS-OK         VALUE '00'.
010200         88  W-REQ-STATUS-EOF        VALUE '10'.
010300         88  W-REQ-STATUS-NOT-FOUND  VALUE '35'.
010400 01  W-REQUEST-COUNTERS.
010500     05  W-REQUEST-COUNT         PIC 9(5)    VALUE ZERO.
010600     05  W-PERIOD-COUNT          PIC 9(7)    VALUE ZERO.
010700     05  W-ERROR-COUNT           PIC 9(5)    VALUE ZERO.
010800     05  W-RESULT-CODE-DISPLAY   PIC 9(5).
010900* BANK-MASTER EDIT CONTROL.  A RUN WITHOUT A BANKMST FILE
011000* PROCESSES AS BEFORE; WITH ONE, AN UNKNOWN OR INACTIVE BANK
011100* ID IS REJECTED UP FRONT INSTEAD OF ROLLING AGAINST AN EMPTY
011200* CALENDAR AND RETURNING A SCHEDULE.
011300 01  W-BANK-EDIT-CONTROL.
011400     05  W-BANKMST-STATUS        PIC XX.
011500         88  W-BANKMST-STATUS-OK         VALUE '00'.
011600         88  W-BANKMST-STATUS-NOT-FOUND  VALUE '35'.
011700         88  W-BANKMST-REC-NOT-FOUND     VALUE '23'.
011800     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
011900         88  W-BANKMST-OPEN              VALUE 'Y'.
012000     05  W-BANK-OK-SW            PIC X.
012100         88  W-BANK-OK                   VALUE 'Y'.
012200     05  W-BANK-REJECT-REASON    PIC X(30).
012300* THE REQUEST BANK'S WEEKEND DAYS FROM ITS MASTER RECORD,
012400* PASSED TO THE DATE SERVICES ON EVERY CALL; SPACES = SAT/SUN.
012500     05  W-BANK-WKND-1           PIC X.
012600     05  W-BANK-WKND-2           PIC X.
012700* FRONT-END EDIT AND CONTROL-TOTAL WORKAREA.  EVERY DETAIL
012800* RECORD IS EDITED BEFORE THE FIRST T58001 CALL; REJECTS GO TO
012900* THE REJECT FILE WITH A REASON INSTEAD OF THE RESULT FILE,
013000* AND THE TRAILER COUNT MUST MATCH THE DETAIL READ COUNT.
013100 01  W-EDIT-CONTROL.
013200     05  W-EDIT-OK-SW            PIC X.
013300         88  W-EDIT-OK               VALUE 'Y'.
013400     05  W-EDIT-REASON           PIC X(30).
013500     05  W-REJECT-COUNT          PIC 9(5)    VALUE ZERO.
013600     05  W-EXPECTED-COUNT        PIC 9(7)    VALUE ZERO.
013700     05  W-TRAILER-SW            PIC X       VALUE 'N'.
013800         88  W-TRAILER-SEEN          VALUE 'Y'.
013900     05  W-EDIT-MONTH            PIC 9(2).
014000     05  W-EDIT-DAY              PIC 9(2).
014100     05  W-EDIT-DATE-INT         PIC S9(9).
014200*
014300* SCHEDULE WORKAREA.  PERIOD K FALLS K * W-STEP-MONTHS AFTER
014400* THE START DATE, COUNTED ON THE START DATE'S OWN DAY (OR THE
014500* LAST DAY OF THE MONTH UNDER THE EOM FLAG), SO A SHORT MONTH
014600* NEVER DRAGS THE LATER PERIODS OFF THE ORIGINAL DAY.
014700 01  W-SCHEDULE-CONTROL.
014800     05  W-CAL-TYPE              PIC X.
014900     05  W-STEP-MONTHS           PIC 9(2).
015000     05  W-PERIOD-NO             PIC 9(4).
015100     05  W-MONTH-TOTAL           PIC 9(7).
015200     05  W-START-YEAR            PIC 9(4).
015300     05  W-START-MONTH           PIC 9(2).
015400     05  W-START-DAY             PIC 9(2).
015500     05  W-START-EOM-SW          PIC X.
015600         88  W-START-IS-EOM          VALUE 'Y'.
015700     05  W-TARGET-YEAR           PIC 9(4).
015800     05  W-TARGET-MONTH          PIC 9(2).
015900     05  W-TARGET-DAY            PIC 9(2).
016000     05  W-MONTH-LEN             PIC 9(2).
016100     05  W-UNADJ-DATE            PIC 9(8).
016200     05  W-UNADJ-INTEGER         PIC S9(9).
016300     05  W-ADJ-DATE              PIC 9(8).
016400     05  W-CHECK-DATE            PIC 9(8).
016500     05  W-CHECK-MONTH           PIC 9(2).
016600     05  W-CHECK-BUSINESS-SW     PIC X.
016700         88  W-CHECK-IS-BUSINESS     VALUE 'Y'.
016800     05  W-SCAN-INTEGER          PIC S9(9).
016900     05  W-SCAN-DAYS             PIC S9(4)   COMP.
017000* D = A DATE-SERVICES CALL FAILED, L = NO BUSINESS DAY WITHIN
017100* THE SCAN LIMIT.  EITHER STOPS THE SCHEDULE.
017200     05  W-SCHEDULE-FAIL-SW      PIC X.
017300         88  W-SCHEDULE-OK           VALUE 'N'.
017400         88  W-DTS-ERROR             VALUE 'D'.
017500         88  W-SCAN-LIMIT-HIT        VALUE 'L'.
017600         88  W-SCHEDULE-FAILED       VALUE 'D' 'L'.
017700*
017800* THE RESOLVED PERIODS OF THE CURRENT SCHEDULE, HELD UNTIL THE
017900* WHOLE SCHEDULE HAS ROLLED CLEAN SO A PART-SCHEDULE IS NEVER
018000* LOADED DOWNSTREAM.
018100 01  W-PERIOD-TABLE.
018200     05  W-PERIOD-ENTRY          OCCURS 360 TIMES.
018300         10  W-PT-UNADJ-DATE     PIC 9(8).
018400         10  W-PT-ADJ-DATE       PIC 9(8).
018500         10  W-PT-ROLLED-SW      PIC X.
018600 01  W-PERIOD-SUB                PIC 9(4)    BINARY.
018700*
018800* WORKAREA FOR THE SHARED DTS AUDIT LOG -- WRITTEN EVERY TIME
018900* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
019000 COPY T58017D.
019100*
019133* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
019166 COPY T58053D.
019200 COPY T58007D. *> DATE ROUTINE ACTIONS
019300 COPY T58008D. *> DATE ROUTINE RESULTS
019400     EJECT
019500 LINKAGE SECTION.
019600*
019700*                    TRANSACTION-CONTROL-BLOCK
019800 COPY P49000D.
019900*
020000*                    DATE-CONTROL-BLOCK
020100 COPY T58001D.
020200     EJECT
020300 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
020400                             DATE-CONTROL-BLOCK.
020500     EJECT
020600 0000-MAIN-PROCESS.
020650     PERFORM 9800-LOG-RUN-START.
020700     PERFORM 1000-INITIALIZE.
020800     IF W-REQ-STATUS-OK
020900         PERFORM 2000-PROCESS-REQUESTS
021000         CLOSE SCHEDULE-REQUEST-FILE
021100     ELSE
021200         SET TCB-RC-ERROR TO TRUE
021300         DISPLAY 'T58043 SCHEDULE REQUEST FILE OPEN FAILED - '
021400             'STATUS ' W-REQ-STATUS
021500     END-IF.
021600     CLOSE SCHEDULE-RESULT-FILE.
021700     CLOSE SCHEDULE-REJECT-FILE.
021800     PERFORM 3000-CHECK-CONTROL-TOTALS.
021900     IF W-BANKMST-OPEN
022000         CLOSE BANK-MASTER-FILE
022100     END-IF.
022200     DISPLAY 'T58043 SCHEDULES PROCESSED ' W-REQUEST-COUNT
022300         ' PERIODS WRITTEN ' W-PERIOD-COUNT
022400         ' ERRORS ' W-ERROR-COUNT
022500         ' REJECTS ' W-REJECT-COUNT.
022550     PERFORM 9810-LOG-RUN-END.
022600     GOBACK.
022700 1000-INITIALIZE.
022800     MOVE ZERO TO TCB-RETURN-CODE.
022900     MOVE ZERO TO W-REQUEST-COUNT.
023000     MOVE ZERO TO W-PERIOD-COUNT.
023100     MOVE ZERO TO W-ERROR-COUNT.
023200     OPEN INPUT SCHEDULE-REQUEST-FILE.
023300     OPEN OUTPUT SCHEDULE-RESULT-FILE.
023400     OPEN OUTPUT SCHEDULE-REJECT-FILE.
023500     OPEN INPUT BANK-MASTER-FILE.
023600     IF W-BANKMST-STATUS-OK
023700         SET W-BANKMST-OPEN TO TRUE
023800     ELSE
023900         DISPLAY 'T58043 BANK MASTER NOT AVAILABLE - STATUS '
024000             W-BANKMST-STATUS ' - BANK ID EDITS SKIPPED'
024100     END-IF.
024200 2000-PROCESS-REQUESTS.
024300     PERFORM UNTIL W-REQ-STATUS-EOF
024400         READ SCHEDULE-REQUEST-FILE
024500             AT END
024600                 SET W-REQ-STATUS-EOF TO TRUE
024700             NOT AT END
024800                 PERFORM 2100-RESOLVE-ONE-REQUEST
024900                     THRU 2100-EXIT
025000         END-READ
025100     END-PERFORM.
025200 2100-RESOLVE-ONE-REQUEST.
025300     IF SQC-HEADER
025400         GO TO 2100-EXIT
025500     END-IF.
025600     IF SQC-TRAILER
025700         SET W-TRAILER-SEEN TO TRUE
025800         IF SQC-REQUEST-COUNT IS NUMERIC
025900             MOVE SQC-REQUEST-COUNT TO W-EXPECTED-COUNT
026000         END-IF
026100         GO TO 2100-EXIT
026200     END-IF.
026300     ADD 1 TO W-REQUEST-COUNT.
026400     PERFORM 2060-EDIT-REQUEST-FIELDS
026500         THRU 2060-EXIT.
026600     IF NOT W-EDIT-OK
026700         PERFORM 2500-WRITE-REJECT-RECORD
026800         GO TO 2100-EXIT
026900     END-IF.
027000     PERFORM 2050-VALIDATE-BANK-ID.
027100     IF NOT W-BANK-OK
027200         MOVE W-BANK-REJECT-REASON TO W-EDIT-REASON
027300         PERFORM 2500-WRITE-REJECT-RECORD
027400         GO TO 2100-EXIT
027500     END-IF.
027600     PERFORM 2400-BUILD-SCHEDULE.
027700     IF W-SCHEDULE-FAILED
027800         PERFORM 2300-WRITE-ERROR-RECORD
027900     ELSE
028000         PERFORM 2200-WRITE-RESULT-RECORD
028100             VARYING W-PERIOD-SUB FROM 1 BY 1
028200             UNTIL W-PERIOD-SUB > SRQ-PERIODS
028300     END-IF.
028400 2100-EXIT.
028500     EXIT.
028600*
028700* ONE RESULT RECORD PER PERIOD: SCHEDULE ID, BANK, CALENDAR
028800* TYPE, PERIOD NUMBER, UNADJUSTED DATE, ADJUSTED DATE, THE
028900* CONVENTION APPLIED AND Y WHEN THE ROLL MOVED THE DATE.
029000 2200-WRITE-RESULT-RECORD.
029100     MOVE W-PERIOD-SUB TO W-PERIOD-NO.
029200     MOVE SPACES TO SCHEDULE-RESULT-RECORD.
029300     STRING SRQ-SCHEDULE-ID   DELIMITED BY SIZE
029400         ' '                  DELIMITED BY SIZE
029500         SRQ-BANK-ID          DELIMITED BY SIZE
029600         ' '                  DELIMITED BY SIZE
029700         W-CAL-TYPE           DELIMITED BY SIZE
029800         ' '                  DELIMITED BY SIZE
029900         W-PERIOD-NO (2:3)    DELIMITED BY SIZE
030000         ' '                  DELIMITED BY SIZE
030100         W-PT-UNADJ-DATE (W-PERIOD-SUB) DELIMITED BY SIZE
030200         ' '                  DELIMITED BY SIZE
030300         W-PT-ADJ-DATE (W-PERIOD-SUB)   DELIMITED BY SIZE
030400         ' '                  DELIMITED BY SIZE
030500         SRQ-ROLL-CONVENTION  DELIMITED BY SIZE
030600         ' '                  DELIMITED BY SIZE
030700         W-PT-ROLLED-SW (W-PERIOD-SUB)  DELIMITED BY SIZE
030800         INTO SCHEDULE-RESULT-RECORD
030900     END-STRING.
031000     WRITE SCHEDULE-RESULT-RECORD.
031100     ADD 1 TO W-PERIOD-COUNT.
031200 2300-WRITE-ERROR-RECORD.
031300     ADD 1 TO W-ERROR-COUNT.
031400     SET TCB-RC-WARNING TO TRUE.
031500     MOVE SPACES TO SCHEDULE-RESULT-RECORD.
031600     IF W-DTS-ERROR
031700         MOVE DCB-RESULT-CODE TO W-RESULT-CODE-DISPLAY
031800         STRING SRQ-SCHEDULE-ID   DELIMITED BY SIZE
031900             ' '                  DELIMITED BY SIZE
032000             SRQ-BANK-ID          DELIMITED BY SIZE
032100             ' '                  DELIMITED BY SIZE
032200             W-CHECK-DATE         DELIMITED BY SIZE
032300             ' DTS ERROR: DCB RESULT VALUE: ' DELIMITED BY SIZE
032400             W-RESULT-CODE-DISPLAY DELIMITED BY SIZE
032500             INTO SCHEDULE-RESULT-RECORD
032600         END-STRING
032700     ELSE
032800         STRING SRQ-SCHEDULE-ID   DELIMITED BY SIZE
032900             ' '                  DELIMITED BY SIZE
033000             SRQ-BANK-ID          DELIMITED BY SIZE
033100             ' '                  DELIMITED BY SIZE
033200             W-UNADJ-DATE         DELIMITED BY SIZE
033300             ' NO BUSINESS DAY WITHIN SCAN LIMIT'
033400                                  DELIMITED BY SIZE
033500             INTO SCHEDULE-RESULT-RECORD
033600         END-STRING
033700     END-IF.
033800     WRITE SCHEDULE-RESULT-RECORD.
033900*
034000* EXPAND ONE REQUEST INTO W-PERIOD-TABLE.  STOPS AT THE FIRST
034100* PERIOD THAT CANNOT BE ROLLED.
034200 2400-BUILD-SCHEDULE.
034300     SET W-SCHEDULE-OK TO TRUE.
034400     EVALUATE TRUE
034500         WHEN SRQ-FREQ-MONTHLY
034600             MOVE 01 TO W-STEP-MONTHS
034700         WHEN SRQ-FREQ-QUARTERLY
034800             MOVE 03 TO W-STEP-MONTHS
034900         WHEN SRQ-FREQ-SEMIANNUAL
035000             MOVE 06 TO W-STEP-MONTHS
035100         WHEN OTHER
035200             MOVE 12 TO W-STEP-MONTHS
035300     END-EVALUATE.
035400     MOVE SRQ-START-DATE (1:4) TO W-START-YEAR.
035500     MOVE SRQ-START-DATE (5:2) TO W-START-MONTH.
035600     MOVE SRQ-START-DATE (7:2) TO W-START-DAY.
035700     MOVE W-START-YEAR  TO W-TARGET-YEAR.
035800     MOVE W-START-MONTH TO W-TARGET-MONTH.
035900     PERFORM 8500-SET-MONTH-LENGTH.
036000     IF W-START-DAY = W-MONTH-LEN
036100         MOVE 'Y' TO W-START-EOM-SW
036200     ELSE
036300         MOVE 'N' TO W-START-EOM-SW
036400     END-IF.
036500     PERFORM 2410-RESOLVE-ONE-PERIOD
036600         VARYING W-PERIOD-SUB FROM 1 BY 1
036700         UNTIL W-PERIOD-SUB > SRQ-PERIODS
036800            OR W-SCHEDULE-FAILED.
036900 2410-RESOLVE-ONE-PERIOD.
037000     COMPUTE W-MONTH-TOTAL = W-START-YEAR * 12
037100         + W-START-MONTH - 1 + W-PERIOD-SUB * W-STEP-MONTHS.
037200     COMPUTE W-TARGET-YEAR = W-MONTH-TOTAL / 12.
037300     COMPUTE W-TARGET-MONTH =
037400         FUNCTION MOD (W-MONTH-TOTAL, 12) + 1.
037500     PERFORM 8500-SET-MONTH-LENGTH.
037600     IF W-START-IS-EOM AND SRQ-EOM-ROLL
037700         MOVE W-MONTH-LEN TO W-TARGET-DAY
037800     ELSE
037900         MOVE W-START-DAY TO W-TARGET-DAY
038000         IF W-TARGET-DAY > W-MONTH-LEN
038100             MOVE W-MONTH-LEN TO W-TARGET-DAY
038200         END-IF
038300     END-IF.
038400     COMPUTE W-UNADJ-DATE = W-TARGET-YEAR * 10000
038500         + W-TARGET-MONTH * 100 + W-TARGET-DAY.
038600     PERFORM 2420-ROLL-PERIOD-DATE
038700         THRU 2420-EXIT.
038800     IF W-SCHEDULE-OK
038900         MOVE W-UNADJ-DATE TO W-PT-UNADJ-DATE (W-PERIOD-SUB)
039000         MOVE W-ADJ-DATE   TO W-PT-ADJ-DATE (W-PERIOD-SUB)
039100         IF W-ADJ-DATE = W-UNADJ-DATE
039200             MOVE 'N' TO W-PT-ROLLED-SW (W-PERIOD-SUB)
039300         ELSE
039400             MOVE 'Y' TO W-PT-ROLLED-SW (W-PERIOD-SUB)
039500         END-IF
039600     END-IF.
039700*
039800* ROLL W-UNADJ-DATE TO W-ADJ-DATE.  A BUSINESS DAY STANDS AS
039900* IS.  THE MODIFIED CONVENTIONS TRY THEIR OWN DIRECTION FIRST
040000* AND FALL BACK TO THE OTHER ONE ONLY WHEN THE FIRST ROLL
040100* LEAVES THE CALENDAR MONTH OF THE UNADJUSTED DATE.
040200 2420-ROLL-PERIOD-DATE.
040300     MOVE W-UNADJ-DATE TO W-CHECK-DATE.
040400     PERFORM 8100-CHECK-BUSINESS-DAY.
040500     IF W-DTS-ERROR
040600         GO TO 2420-EXIT
040700     END-IF.
040800     IF W-CHECK-IS-BUSINESS
040900         MOVE W-UNADJ-DATE TO W-ADJ-DATE
041000         GO TO 2420-EXIT
041100     END-IF.
041200     COMPUTE W-UNADJ-INTEGER =
041300         FUNCTION INTEGER-OF-DATE (W-UNADJ-DATE).
041400     IF SRQ-ROLL-FOLLOWING OR SRQ-ROLL-MOD-FOLLOWING
041500         COMPUTE W-SCAN-INTEGER = W-UNADJ-INTEGER + 1
041600         PERFORM 8200-SCAN-FORWARD-TO-BUS-DAY
041700     ELSE
041800         COMPUTE W-SCAN-INTEGER = W-UNADJ-INTEGER - 1
041900         PERFORM 8400-SCAN-BACKWARD-TO-BUS-DAY
042000     END-IF.
042100     IF W-SCHEDULE-FAILED
042200         GO TO 2420-EXIT
042300     END-IF.
042400     MOVE W-CHECK-DATE (5:2) TO W-CHECK-MONTH.
042500     IF W-CHECK-MONTH NOT = W-TARGET-MONTH
042600         IF SRQ-ROLL-MOD-FOLLOWING
042700             COMPUTE W-SCAN-INTEGER = W-UNADJ-INTEGER - 1
042800             PERFORM 8400-SCAN-BACKWARD-TO-BUS-DAY
042900         END-IF
043000         IF SRQ-ROLL-MOD-PRECEDING
043100             COMPUTE W-SCAN-INTEGER = W-UNADJ-INTEGER + 1
043200             PERFORM 8200-SCAN-FORWARD-TO-BUS-DAY
043300         END-IF
043400     END-IF.
043500     MOVE W-CHECK-DATE TO W-ADJ-DATE.
043600 2420-EXIT.
043700     EXIT.
043800*
043900* EDIT THE REQUEST'S BANK ID AGAINST THE BANK MASTER.  WITH NO
044000* MASTER FILE ALLOCATED EVERY BANK PASSES, AS BEFORE.
044100 2050-VALIDATE-BANK-ID.
044200     MOVE 'Y' TO W-BANK-OK-SW.
044300     MOVE SPACES TO W-BANK-REJECT-REASON.
044400     MOVE SPACE TO W-BANK-WKND-1.
044500     MOVE SPACE TO W-BANK-WKND-2.
044600     IF W-BANKMST-OPEN
044700         MOVE SRQ-BANK-ID TO BMR-BANK-ID
044800         READ BANK-MASTER-FILE
044900         EVALUATE TRUE
045000             WHEN W-BANKMST-STATUS-OK
045100                 MOVE BMR-WEEKEND-DAY-1 TO W-BANK-WKND-1
045200                 MOVE BMR-WEEKEND-DAY-2 TO W-BANK-WKND-2
045300                 IF BMR-INACTIVE
045400                     MOVE 'N' TO W-BANK-OK-SW
045500                     MOVE 'INACTIVE BANK ID'
045600                         TO W-BANK-REJECT-REASON
045700                 END-IF
045800             WHEN OTHER
045900                 MOVE 'N' TO W-BANK-OK-SW
046000                 MOVE 'UNKNOWN BANK ID'
046100                     TO W-BANK-REJECT-REASON
046200         END-EVALUATE
046300     END-IF.
046400*
046500* FIELD EDITS RUN BEFORE THE DATE-SERVICES CALLS SO ALPHA
046600* GARBAGE OR A TRANSPOSED DATE SURFACES AS A NAMED REJECT,
046700* NOT A PER-PERIOD DTS ERROR.
046800 2060-EDIT-REQUEST-FIELDS.
046900     MOVE 'Y' TO W-EDIT-OK-SW.
047000     MOVE SPACES TO W-EDIT-REASON.
047100     IF SRQ-SCHEDULE-ID = SPACES
047200         MOVE 'N' TO W-EDIT-OK-SW
047300         MOVE 'SCHEDULE ID MISSING' TO W-EDIT-REASON
047400         GO TO 2060-EXIT
047500     END-IF.
047600     IF SRQ-BANK-ID NOT NUMERIC
047700         MOVE 'N' TO W-EDIT-OK-SW
047800         MOVE 'BANK ID NOT NUMERIC' TO W-EDIT-REASON
047900         GO TO 2060-EXIT
048000     END-IF.
048100     EVALUATE SRQ-CAL-TYPE
048200         WHEN 'B'
048300         WHEN 'F'
048400         WHEN 'A'
048500         WHEN 'S'
048600             MOVE SRQ-CAL-TYPE TO W-CAL-TYPE
048700         WHEN SPACE
048800             MOVE 'B' TO W-CAL-TYPE
048900         WHEN OTHER
049000             MOVE 'N' TO W-EDIT-OK-SW
049100             MOVE 'CALENDAR TYPE NOT B/F/A/S' TO W-EDIT-REASON
049200             GO TO 2060-EXIT
049300     END-EVALUATE.
049400     IF SRQ-START-DATE NOT NUMERIC
049500         MOVE 'N' TO W-EDIT-OK-SW
049600         MOVE 'START DATE NOT NUMERIC' TO W-EDIT-REASON
049700         GO TO 2060-EXIT
049800     END-IF.
049900     MOVE SRQ-START-DATE (5:2) TO W-EDIT-MONTH.
050000     MOVE SRQ-START-DATE (7:2) TO W-EDIT-DAY.
050100     IF W-EDIT-MONTH < 01 OR W-EDIT-MONTH > 12
050200             OR W-EDIT-DAY < 01 OR W-EDIT-DAY > 31
050300         MOVE 'N' TO W-EDIT-OK-SW
050400         MOVE 'START DATE NOT A VALID DATE' TO W-EDIT-REASON
050500         GO TO 2060-EXIT
050600     END-IF.
050700     COMPUTE W-EDIT-DATE-INT =
050800         FUNCTION INTEGER-OF-DATE (SRQ-START-DATE).
050900     IF W-EDIT-DATE-INT = ZERO
051000         MOVE 'N' TO W-EDIT-OK-SW
051100         MOVE 'START DATE NOT A VALID DATE' TO W-EDIT-REASON
051200         GO TO 2060-EXIT
051300     END-IF.
051400     IF NOT SRQ-FREQ-MONTHLY AND NOT SRQ-FREQ-QUARTERLY
051500             AND NOT SRQ-FREQ-SEMIANNUAL AND NOT SRQ-FREQ-ANNUAL
051600         MOVE 'N' TO W-EDIT-OK-SW
051700         MOVE 'FREQUENCY NOT M/Q/S/A' TO W-EDIT-REASON
051800         GO TO 2060-EXIT
051900     END-IF.
052000     IF SRQ-PERIODS NOT NUMERIC
052100         MOVE 'N' TO W-EDIT-OK-SW
052200         MOVE 'PERIOD COUNT NOT NUMERIC' TO W-EDIT-REASON
052300         GO TO 2060-EXIT
052400     END-IF.
052500     IF SRQ-PERIODS = ZERO OR SRQ-PERIODS > C-MAX-PERIODS
052600         MOVE 'N' TO W-EDIT-OK-SW
052700         MOVE 'PERIOD COUNT OUT OF RANGE' TO W-EDIT-REASON
052800         GO TO 2060-EXIT
052900     END-IF.
053000     IF NOT SRQ-ROLL-VALID
053100         MOVE 'N' TO W-EDIT-OK-SW
053200         MOVE 'ROLL CONVENTION NOT FO/MF/PR/MP'
053300             TO W-EDIT-REASON
053400         GO TO 2060-EXIT
053500     END-IF.
053600     IF NOT SRQ-EOM-VALID
053700         MOVE 'N' TO W-EDIT-OK-SW
053800         MOVE 'EOM FLAG NOT Y/N' TO W-EDIT-REASON
053900         GO TO 2060-EXIT
054000     END-IF.
054100     IF SRQ-START-DATE (1:4) > '9968'
054200         MOVE 'N' TO W-EDIT-OK-SW
054300         MOVE 'SCHEDULE RUNS PAST YEAR 9999' TO W-EDIT-REASON
054400     END-IF.
054500 2060-EXIT.
054600     EXIT.
054700 2500-WRITE-REJECT-RECORD.
054800     ADD 1 TO W-REJECT-COUNT.
054900     SET TCB-RC-WARNING TO TRUE.
055000     MOVE SPACES TO SCHEDULE-REJECT-RECORD.
055100     STRING SCHEDULE-REQUEST-RECORD (1:36)
055200         DELIMITED BY SIZE
055300         ' REJECTED: '        DELIMITED BY SIZE
055400         W-EDIT-REASON        DELIMITED BY SIZE
055500         INTO SCHEDULE-REJECT-RECORD
055600     END-STRING.
055700     WRITE SCHEDULE-REJECT-RECORD.
055800*
055900* A MISSING OR DISAGREEING TRAILER MEANS THE INPUT FILE IS
056000* NOT THE FILE THE SUBMITTER BUILT -- FAIL LOUDLY SO THE LOAN
056100* SYSTEM NEVER LOADS A SHORT SET OF SCHEDULES.
056200 3000-CHECK-CONTROL-TOTALS.
056300     IF NOT W-TRAILER-SEEN
056400         SET TCB-RC-ERROR TO TRUE
056500         DISPLAY 'T58043 TRAILER CONTROL RECORD MISSING - '
056600             'REQUEST COUNT NOT VERIFIED'
056700     ELSE
056800         IF W-EXPECTED-COUNT NOT = W-REQUEST-COUNT
056900             SET TCB-RC-ERROR TO TRUE
057000             DISPLAY 'T58043 CONTROL TOTAL MISMATCH - TRAILER '
057100                 W-EXPECTED-COUNT ' READ ' W-REQUEST-COUNT
057200         END-IF
057300     END-IF.
057400 8100-CHECK-BUSINESS-DAY.
057500     MOVE 'N' TO W-CHECK-BUSINESS-SW.
057600     MOVE W-CHECK-DATE      TO DCB-INPUT-DATE.
057700     MOVE SRQ-BANK-ID       TO DCB-BANK-ID.
057800     MOVE W-CAL-TYPE        TO DCB-CAL-TYPE.
057900     MOVE W-BANK-WKND-1     TO DCB-WEEKEND-DAY-1.
058000     MOVE W-BANK-WKND-2     TO DCB-WEEKEND-DAY-2.
058100     MOVE DTA-HOLIDAY-CHECK TO DCB-ACTION-CODE.
058200     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
058300         DATE-CONTROL-BLOCK.
058400     IF DCB-RESULT-CODE NOT = DTR-SUCCESS
058500         SET W-DTS-ERROR TO TRUE
058600         PERFORM 9600-LOG-DTS-AUDIT-ENTRY
058700     ELSE
058800         IF DCB-IS-BUSINESS-DAY AND DCB-NOT-HOLIDAY
058900             MOVE 'Y' TO W-CHECK-BUSINESS-SW
059000         END-IF
059100     END-IF.
059200 8200-SCAN-FORWARD-TO-BUS-DAY.
059300     MOVE 'N' TO W-CHECK-BUSINESS-SW.
059400     MOVE ZERO TO W-SCAN-DAYS.
059500     PERFORM UNTIL W-CHECK-IS-BUSINESS OR W-SCHEDULE-FAILED
059600         ADD 1 TO W-SCAN-DAYS
059700         IF W-SCAN-DAYS > C-SCAN-LIMIT-DAYS
059800             SET W-SCAN-LIMIT-HIT TO TRUE
059900         ELSE
060000             COMPUTE W-CHECK-DATE =
060100                 FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER)
060200             PERFORM 8100-CHECK-BUSINESS-DAY
060300             IF NOT W-CHECK-IS-BUSINESS
060400                 ADD 1 TO W-SCAN-INTEGER
060500             END-IF
060600         END-IF
060700     END-PERFORM.
060800 8400-SCAN-BACKWARD-TO-BUS-DAY.
060900     MOVE 'N' TO W-CHECK-BUSINESS-SW.
061000     MOVE ZERO TO W-SCAN-DAYS.
061100     PERFORM UNTIL W-CHECK-IS-BUSINESS OR W-SCHEDULE-FAILED
061200         ADD 1 TO W-SCAN-DAYS
061300         IF W-SCAN-DAYS > C-SCAN-LIMIT-DAYS
061400             SET W-SCAN-LIMIT-HIT TO TRUE
061500         ELSE
061600             COMPUTE W-CHECK-DATE =
061700                 FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER)
061800             PERFORM 8100-CHECK-BUSINESS-DAY
061900             IF NOT W-CHECK-IS-BUSINESS
062000                 SUBTRACT 1 FROM W-SCAN-INTEGER
062100             END-IF
062200         END-IF
062300     END-PERFORM.
062400*
062500* DAYS IN W-TARGET-MONTH OF W-TARGET-YEAR.  FEBRUARY IS TAKEN
062600* AS THE DAY BEFORE 1 MARCH SO LEAP YEARS NEED NO SEPARATE
062700* TEST.
062800 8500-SET-MONTH-LENGTH.
062900     IF W-TARGET-MONTH = 02
063000         COMPUTE W-MONTH-LEN = FUNCTION INTEGER-OF-DATE
063100             (W-TARGET-YEAR * 10000 + 0301)
063200             - FUNCTION INTEGER-OF-DATE
063300             (W-TARGET-YEAR * 10000 + 0201)
063400     ELSE
063500         MOVE C-ME-NO-DAYS (W-TARGET-MONTH) TO W-MONTH-LEN
063600     END-IF.
063700 9600-LOG-DTS-AUDIT-ENTRY.
063800     MOVE TCB-PROGRAM-ID  TO DAL-PROGRAM-ID.
063900     MOVE SRQ-BANK-ID     TO DAL-BANK-ID.
064000     MOVE W-CHECK-DATE    TO DAL-INPUT-DATE.
064100     MOVE DCB-RESULT-CODE TO DAL-RESULT-CODE.
064200     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
064300     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
064400     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
064405*
064410* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
064415* REQUESTS READ IN, SCHEDULE PERIODS WRITTEN OUT.
064420 9800-LOG-RUN-START.
064425     MOVE 'T58043'         TO RLG-PROGRAM-ID.
064430     SET RLG-EVENT-START   TO TRUE.
064435     MOVE ZERO             TO RLG-BANK-ID.
064440     MOVE 'REQUESTS'       TO RLG-IN-LABEL.
064445     MOVE ZERO             TO RLG-IN-COUNT.
064450     MOVE 'PERIODS'        TO RLG-OUT-LABEL.
064455     MOVE ZERO             TO RLG-OUT-COUNT.
064460     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
064465         RUN-LEDGER-RECORD.
064470 9810-LOG-RUN-END.
064475     SET RLG-EVENT-END     TO TRUE.
064480     MOVE W-REQUEST-COUNT  TO RLG-IN-COUNT.
064485     MOVE W-PERIOD-COUNT   TO RLG-OUT-COUNT.
064490     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
064495         RUN-LEDGER-RECORD.
064500 END PROGRAM T58043.
