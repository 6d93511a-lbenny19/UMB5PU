000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58052.
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
001400* BATCH FX VALUE-DATE CALCULATOR.  READS A FILE OF FX VALUE-DATE
001500* REQUESTS (T58052D: TRADE DATE, CURRENCY PAIR, TENOR AND THE
001600* US BANK SETTLING THE DOLLAR SIDE) AND WRITES THE SPOT DATE AND
001700* THE VALUE DATE FOR EACH.  A CURRENCY SETTLES ON ITS MARKET'S
001800* CALENDAR -- A CURRENCY MARKET IS A CALENDAR OWNER ON THE BANK
001900* MASTER (BMR-OWNER-MARKET, T58034D) WHOSE CLOSURES ARE BUILT
002000* ONTO CALFILE LIKE A BANK'S -- AND USD SETTLES AT THE US BANK.
002100*   - SPOT IS THE MARKETS' SPOT LAG (2 DAYS, OR 1 FOR A T+1
002200*     CURRENCY; THE LONGER OF THE TWO FOR A CROSS) COUNTED IN
002300*     DAYS OPEN IN EVERY NON-USD MARKET OF THE PAIR.  A US
002400*     HOLIDAY DOES NOT STOP THE COUNT -- IT ONLY BLOCKS THE
002500*     VALUE DATE, WHICH THEN ROLLS FORWARD TO THE NEXT DAY OPEN
002600*     IN BOTH MARKETS AND AT THE US BANK.
002700*   - T+1 COUNTS ONE MARKET DAY THE SAME WAY.
002800*   - A WEEK TENOR ADDS 7 DAYS PER WEEK TO SPOT AND ROLLS
002900*     FOLLOWING.
003000*   - A MONTH TENOR ADDS CALENDAR MONTHS TO SPOT AND ROLLS
003100*     MODIFIED FOLLOWING.  END-OF-MONTH RULE: WHEN SPOT IS THE
003200*     LAST GOOD VALUE DAY OF ITS MONTH, THE FORWARD IS THE LAST
003300*     GOOD VALUE DAY OF THE TARGET MONTH.
003400* EVERY DAY TEST GOES THROUGH THE DTA-HOLIDAY-CHECK DATE-SERVICES
003500* ACTION ON THE OWNER'S TYPE 'B' CALENDAR WITH THE OWNER'S OWN
003600* WEEKEND DAYS, AS THE SCHEDULE GENERATOR (T58043) DOES.  THE
003700* REQUEST FILE CARRIES THE SAME HDR/TRL CONTROL RECORDS AND
003800* REJECT-FILE HANDLING AS THE BUSINESS-DAY CALCULATOR (T58022);
003900* A DTS ERROR IS LOGGED TO THE SHARED AUDIT LOG (T58021).
004000*
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER. IBM-370.
004400 OBJECT-COMPUTER. IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT FX-REQUEST-FILE ASSIGN TO FXVDREQ
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS W-REQ-STATUS.
005000     SELECT FX-RESULT-FILE ASSIGN TO FXVDOUT
005100         ORGANIZATION LINE SEQUENTIAL.
005200     SELECT FX-REJECT-FILE ASSIGN TO FXVDREJ
005300         ORGANIZATION LINE SEQUENTIAL.
005400     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
005500         ORGANIZATION INDEXED
005600         ACCESS MODE DYNAMIC
005700         RECORD KEY BMR-BANK-ID
005800         FILE STATUS IS W-BANKMST-STATUS.
005900 DATA DIVISION.
006000     EJECT
006100 FILE SECTION.
006200 FD  FX-REQUEST-FILE.
006300 COPY T58052D. *> FX VALUE-DATE REQUEST RECORD
006400 FD  FX-RESULT-FILE.
006500 01  FX-RESULT-RECORD            PIC X(80).
006600 FD  FX-REJECT-FILE.
006700 01  FX-REJECT-RECORD            PIC X(80).
006800 FD  BANK-MASTER-FILE.
006900 COPY T58034D. *> BANK MASTER -- US BANKS AND CURRENCY MARKETS
007000     EJECT
007100 WORKING-STORAGE SECTION.
007200*
007300 01  CC-CHANGE-ID.
007400     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
007500*
007600 01  C-MONTH-END-TABLE.
007700     05  C-ME-ENTRIES.
007800         10  FILLER          PIC 99          VALUE 31.
007900         10  FILLER          PIC 99          VALUE 28.
008000         10  FILLER          PIC 99          VALUE 31.
008100         10  FILLER          PIC 99          VALUE 30.
008200         10  FILLER          PIC 99          VALUE 31.
008300         10  FILLER          PIC 99          VALUE 30.
008400         10  FILLER          PIC 99          VALUE 31.
008500         10  FILLER          PIC 99          VALUE 31.
008600         10  FILLER          PIC 99          VALUE 30.
008700         10  FILLER          PIC 99          VALUE 31.
008800         10  FILLER          PIC 99          VALUE 30.
008900         10  FILLER          PIC 99          VALUE 31.
009000     05  C-ME-TBL            REDEFINES C-ME-ENTRIES.
009100         10  C-ME    OCCURS 12 TIMES.
009200             15  C-ME-NO-DAYS  PIC 9(2).
009300*
009400* TENOR LIMITS AND THE SCAN LIMIT.  A ROLL THAT FINDS NO GOOD
009500* VALUE DAY WITHIN A MONTH MEANS A CALENDAR IS NOT LOADED, NOT
009600* THAT THE MARKETS ARE SHUT FOR A MONTH.
009700 01  C-VALUE-DATE-CONSTANTS.
009800     05  C-MAX-WEEKS             PIC 9(2)    VALUE 52.
009900     05  C-MAX-MONTHS            PIC 9(2)    VALUE 24.
010000     05  C-DEFAULT-SPOT-DAYS     PIC 9       VALUE 2.
010100     05  C-SCAN-LIMIT-DAYS       PIC S9(4)   COMP VALUE +31.
010200     05  C-MAX-MARKETS           PIC 9(4)    BINARY VALUE 100.
010300     05  C-USD                   PIC X(3)    VALUE 'USD'.
010400     05  C-MARKET-CAL-TYPE       PIC X       VALUE 'B'.
010500*
010600 01  W-REQUEST-FILE-CONTROL.
010700     05  W-REQ-STATUS            PIC XX.
010800         88  W-REQ-STATUS-OK         VALUE '00'.
010900         88  W-REQ-STATUS-EOF        VALUE '10'.
011000         88  W-REQ-STATUS-NOT-FOUND  VALUE '35'.
011100 01  W-REQUEST-COUNTERS.
011200     05  W-REQUEST-COUNT         PIC 9(5)    VALUE ZERO.
011300     05  W-RESULT-COUNT          PIC 9(5)    VALUE ZERO.
011400     05  W-ERROR-COUNT           PIC 9(5)    VALUE ZERO.
011500     05  W-RESULT-CODE-DISPLAY   PIC 9(5).
011600* BANK-MASTER CONTROL.  THE MASTER SUPPLIES BOTH THE US BANK
011700* EDIT AND THE CURRENCY MARKETS; A RUN WITHOUT IT STILL EDITS
011800* NOTHING ON THE BANK BUT CAN RESOLVE NO CURRENCY BUT USD.
011900 01  W-BANK-EDIT-CONTROL.
012000     05  W-BANKMST-STATUS        PIC XX.
012100         88  W-BANKMST-STATUS-OK         VALUE '00'.
012200         88  W-BANKMST-STATUS-EOF        VALUE '10'.
012300         88  W-BANKMST-STATUS-NOT-FOUND  VALUE '35'.
012400         88  W-BANKMST-REC-NOT-FOUND     VALUE '23'.
012500     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
012600         88  W-BANKMST-OPEN              VALUE 'Y'.
012700     05  W-BANK-OK-SW            PIC X.
012800         88  W-BANK-OK                   VALUE 'Y'.
012900     05  W-BANK-REJECT-REASON    PIC X(30).
013000* THE US BANK'S WEEKEND DAYS FROM ITS MASTER RECORD; SPACES =
013100* SAT/SUN.
013200     05  W-BANK-WKND-1           PIC X.
013300     05  W-BANK-WKND-2           PIC X.
013400* FRONT-END EDIT AND CONTROL-TOTAL WORKAREA.
013500 01  W-EDIT-CONTROL.
013600     05  W-EDIT-OK-SW            PIC X.
013700         88  W-EDIT-OK               VALUE 'Y'.
013800     05  W-EDIT-REASON           PIC X(30).
013900     05  W-REJECT-COUNT          PIC 9(5)    VALUE ZERO.
014000     05  W-EXPECTED-COUNT        PIC 9(7)    VALUE ZERO.
014100     05  W-TRAILER-SW            PIC X       VALUE 'N'.
014200         88  W-TRAILER-SEEN          VALUE 'Y'.
014300     05  W-EDIT-MONTH            PIC 9(2).
014400     05  W-EDIT-DAY              PIC 9(2).
014500     05  W-EDIT-DATE-INT         PIC S9(9).
014600*
014700* THE CURRENCY MARKETS ON THE BANK MASTER, LOADED ONCE PER RUN.
014800 01  W-MARKET-TABLE.
014900     05  W-MARKET-COUNT          PIC 9(4)    BINARY VALUE ZERO.
015000     05  W-MARKET-ENTRY          OCCURS 100 TIMES.
015100         10  W-MKT-CCY           PIC X(3).
015200         10  W-MKT-OWNER-ID      PIC 9(5).
015300         10  W-MKT-WKND-1        PIC X.
015400         10  W-MKT-WKND-2        PIC X.
015500         10  W-MKT-SPOT-DAYS     PIC 9.
015600 01  W-MKT-SUB                   PIC 9(4)    BINARY.
015700*
015800* THE NON-USD LEGS OF THE CURRENT PAIR -- ONE FOR A USD PAIR,
015900* TWO FOR A CROSS -- EACH POINTING AT ITS MARKET TABLE ENTRY.
016000 01  W-PAIR-LEGS.
016100     05  W-LEG-COUNT             PIC 9(4)    BINARY.
016200     05  W-LEG-MARKET            PIC 9(4)    BINARY
016300                                 OCCURS 2 TIMES.
016400 01  W-LEG-SUB                   PIC 9(4)    BINARY.
016500 01  W-FIND-CCY                  PIC X(3).
016600 01  W-FIND-SUB                  PIC 9(4)    BINARY.
016700*
016800* VALUE-DATE WORKAREA.
016900 01  W-VALUE-DATE-CONTROL.
017000     05  W-SPOT-LAG              PIC 9.
017100     05  W-COUNT-LAG             PIC 9.
017200     05  W-DAYS-COUNTED          PIC 9.
017300     05  W-TENOR-NUMBER          PIC 9(2).
017400     05  W-TENOR-UNIT            PIC X.
017500         88  W-TENOR-WEEKS           VALUE 'W'.
017600         88  W-TENOR-MONTHS          VALUE 'M'.
017700     05  W-SPOT-DATE             PIC 9(8).
017800     05  W-VALUE-DATE            PIC 9(8).
017900     05  W-UNADJ-DATE            PIC 9(8).
018000     05  W-UNADJ-INTEGER         PIC S9(9).
018100     05  W-ROLLED-SW             PIC X.
018200     05  W-MONTH-TOTAL           PIC 9(7).
018300     05  W-START-YEAR            PIC 9(4).
018400     05  W-START-MONTH           PIC 9(2).
018500     05  W-START-DAY             PIC 9(2).
018600     05  W-SPOT-EOM-SW           PIC X.
018700         88  W-SPOT-IS-EOM           VALUE 'Y'.
018800     05  W-TARGET-YEAR           PIC 9(4).
018900     05  W-TARGET-MONTH          PIC 9(2).
019000     05  W-TARGET-DAY            PIC 9(2).
019100     05  W-MONTH-LEN             PIC 9(2).
019200     05  W-CHECK-DATE            PIC 9(8).
019300     05  W-CHECK-MONTH           PIC 9(2).
019400     05  W-CHECK-VALUE-SW        PIC X.
019500         88  W-CHECK-IS-VALUE-DAY    VALUE 'Y'.
019600     05  W-MARKETS-OPEN-SW       PIC X.
019700         88  W-MARKETS-OPEN          VALUE 'Y'.
019800     05  W-OWNER-OPEN-SW         PIC X.
019900         88  W-OWNER-OPEN            VALUE 'Y'.
020000     05  W-CHK-OWNER-ID          PIC 9(5).
020100     05  W-CHK-WKND-1            PIC X.
020200     05  W-CHK-WKND-2            PIC X.
020300     05  W-SCAN-INTEGER          PIC S9(9).
020400     05  W-SCAN-DAYS             PIC S9(4)   COMP.
020500* D = A DATE-SERVICES CALL FAILED, L = NO GOOD DAY WITHIN THE
020600* SCAN LIMIT.  EITHER STOPS THE REQUEST.
020700     05  W-RESOLVE-FAIL-SW       PIC X.
020800         88  W-RESOLVE-OK            VALUE 'N'.
020900         88  W-DTS-ERROR             VALUE 'D'.
021000         88  W-SCAN-LIMIT-HIT        VALUE 'L'.
021100         88  W-RESOLVE-FAILED        VALUE 'D' 'L'.
021200*
021300* WORKAREA FOR THE SHARED DTS AUDIT LOG -- WRITTEN EVERY TIME
021400* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
021500 COPY T58017D.
021600*
021633* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
021666 COPY T58053D.
021700 COPY T58007D. *> DATE ROUTINE ACTIONS
021800 COPY T58008D. *> DATE ROUTINE RESULTS
021900     EJECT
022000 LINKAGE SECTION.
022100*
022200*                    TRANSACTION-CONTROL-BLOCK
022300 COPY P49000D.
022400*
022500*                    DATE-CONTROL-BLOCK
022600 COPY T58001D.
022700     EJECT
022800 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
022900                             DATE-CONTROL-BLOCK.
023000     EJECT
023100 0000-MAIN-PROCESS.
023150     PERFORM 9800-LOG-RUN-START.
023200     PERFORM 1000-INITIALIZE.
023300     IF W-REQ-STATUS-OK
023400         PERFORM 2000-PROCESS-REQUESTS
023500         CLOSE FX-REQUEST-FILE
023600     ELSE
023700         SET TCB-RC-ERROR TO TRUE
023800         DISPLAY 'T58052 FX VALUE-DATE REQUEST FILE OPEN FAILED'
023900             ' - STATUS ' W-REQ-STATUS
024000     END-IF.
024100     CLOSE FX-RESULT-FILE.
024200     CLOSE FX-REJECT-FILE.
024300     PERFORM 3000-CHECK-CONTROL-TOTALS.
024400     IF W-BANKMST-OPEN
024500         CLOSE BANK-MASTER-FILE
024600     END-IF.
024700     DISPLAY 'T58052 REQUESTS PROCESSED ' W-REQUEST-COUNT
024800         ' VALUE DATES ' W-RESULT-COUNT
024900         ' ERRORS ' W-ERROR-COUNT
025000         ' REJECTS ' W-REJECT-COUNT.
025050     PERFORM 9810-LOG-RUN-END.
025100     GOBACK.
025200 1000-INITIALIZE.
025300     MOVE ZERO TO TCB-RETURN-CODE.
025400     MOVE ZERO TO W-REQUEST-COUNT.
025500     MOVE ZERO TO W-RESULT-COUNT.
025600     MOVE ZERO TO W-ERROR-COUNT.
025700     OPEN INPUT FX-REQUEST-FILE.
025800     OPEN OUTPUT FX-RESULT-FILE.
025900     OPEN OUTPUT FX-REJECT-FILE.
026000     OPEN INPUT BANK-MASTER-FILE.
026100     IF W-BANKMST-STATUS-OK
026200         SET W-BANKMST-OPEN TO TRUE
026300         PERFORM 1100-LOAD-MARKET-TABLE
026400     ELSE
026500         DISPLAY 'T58052 BANK MASTER NOT AVAILABLE - STATUS '
026600             W-BANKMST-STATUS ' - BANK ID EDITS SKIPPED, NO '
026700             'CURRENCY MARKETS'
026800     END-IF.
026900     DISPLAY 'T58052 CURRENCY MARKETS LOADED ' W-MARKET-COUNT.
027000*
027100******************************************************************
027200*  BROWSE THE MARKET OWNER RANGE OF THE BANK MASTER AND KEEP    *
027300*  EVERY ACTIVE MARKET WITH A CURRENCY.  A SECOND MARKET FOR    *
027400*  THE SAME CURRENCY IS IGNORED WITH A WARNING.                 *
027500******************************************************************
027600 1100-LOAD-MARKET-TABLE.
027700     MOVE 90000 TO BMR-BANK-ID.
027800     START BANK-MASTER-FILE KEY IS NOT LESS THAN BMR-BANK-ID
027900         INVALID KEY
028000             SET W-BANKMST-STATUS-EOF TO TRUE
028100     END-START.
028200     PERFORM UNTIL W-BANKMST-STATUS-EOF
028300             OR NOT W-BANKMST-STATUS-OK
028400         READ BANK-MASTER-FILE NEXT RECORD
028500             AT END
028600                 SET W-BANKMST-STATUS-EOF TO TRUE
028700             NOT AT END
028800                 IF BMR-OWNER-MARKET AND BMR-ACTIVE
028900                         AND BMR-MARKET-CCY NOT = SPACES
029000                     PERFORM 1110-ADD-MARKET
029100                 END-IF
029200         END-READ
029300     END-PERFORM.
029400 1110-ADD-MARKET.
029500     MOVE BMR-MARKET-CCY TO W-FIND-CCY.
029600     PERFORM 2080-FIND-ONE-MARKET.
029700     EVALUATE TRUE
029800         WHEN W-FIND-SUB > ZERO
029900             SET TCB-RC-WARNING TO TRUE
030000             DISPLAY 'T58052 SECOND MARKET FOR CURRENCY '
030100                 BMR-MARKET-CCY ' OWNER ' BMR-BANK-ID
030200                 ' IGNORED - USING OWNER '
030300                 W-MKT-OWNER-ID (W-FIND-SUB)
030400         WHEN W-MARKET-COUNT >= C-MAX-MARKETS
030500             SET TCB-RC-WARNING TO TRUE
030600             DISPLAY 'T58052 MARKET TABLE FULL - OWNER '
030700                 BMR-BANK-ID ' IGNORED'
030800         WHEN OTHER
030900             ADD 1 TO W-MARKET-COUNT
031000             MOVE BMR-MARKET-CCY
031100                 TO W-MKT-CCY (W-MARKET-COUNT)
031200             MOVE BMR-BANK-ID
031300                 TO W-MKT-OWNER-ID (W-MARKET-COUNT)
031400             MOVE BMR-WEEKEND-DAY-1
031500                 TO W-MKT-WKND-1 (W-MARKET-COUNT)
031600             MOVE BMR-WEEKEND-DAY-2
031700                 TO W-MKT-WKND-2 (W-MARKET-COUNT)
031800             IF BMR-SPOT-DAYS = 1 OR BMR-SPOT-DAYS = 2
031900                 MOVE BMR-SPOT-DAYS
032000                     TO W-MKT-SPOT-DAYS (W-MARKET-COUNT)
032100             ELSE
032200                 MOVE C-DEFAULT-SPOT-DAYS
032300                     TO W-MKT-SPOT-DAYS (W-MARKET-COUNT)
032400             END-IF
032500     END-EVALUATE.
032600 2000-PROCESS-REQUESTS.
032700     PERFORM UNTIL W-REQ-STATUS-EOF
032800         READ FX-REQUEST-FILE
032900             AT END
033000                 SET W-REQ-STATUS-EOF TO TRUE
033100             NOT AT END
033200                 PERFORM 2100-RESOLVE-ONE-REQUEST
033300                     THRU 2100-EXIT
033400         END-READ
033500     END-PERFORM.
033600 2100-RESOLVE-ONE-REQUEST.
033700     IF FVC-HEADER
033800         GO TO 2100-EXIT
033900     END-IF.
034000     IF FVC-TRAILER
034100         SET W-TRAILER-SEEN TO TRUE
034200         IF FVC-REQUEST-COUNT IS NUMERIC
034300             MOVE FVC-REQUEST-COUNT TO W-EXPECTED-COUNT
034400         END-IF
034500         GO TO 2100-EXIT
034600     END-IF.
034700     ADD 1 TO W-REQUEST-COUNT.
034800     PERFORM 2060-EDIT-REQUEST-FIELDS
034900         THRU 2060-EXIT.
035000     IF NOT W-EDIT-OK
035100         PERFORM 2500-WRITE-REJECT-RECORD
035200         GO TO 2100-EXIT
035300     END-IF.
035400     PERFORM 2050-VALIDATE-BANK-ID.
035500     IF NOT W-BANK-OK
035600         MOVE W-BANK-REJECT-REASON TO W-EDIT-REASON
035700         PERFORM 2500-WRITE-REJECT-RECORD
035800         GO TO 2100-EXIT
035900     END-IF.
036000     PERFORM 2070-FIND-PAIR-MARKETS
036100         THRU 2070-EXIT.
036200     IF NOT W-EDIT-OK
036300         PERFORM 2500-WRITE-REJECT-RECORD
036400         GO TO 2100-EXIT
036500     END-IF.
036600     SET W-RESOLVE-OK TO TRUE.
036700     MOVE W-SPOT-LAG TO W-COUNT-LAG.
036800     PERFORM 2400-COUNT-MARKET-DAYS.
036900     IF W-RESOLVE-FAILED
037000         PERFORM 2300-WRITE-ERROR-RECORD
037100         GO TO 2100-EXIT
037200     END-IF.
037300     MOVE W-CHECK-DATE TO W-SPOT-DATE.
037400     EVALUATE TRUE
037500         WHEN FVR-TENOR-SPOT
037600             MOVE W-SPOT-DATE TO W-VALUE-DATE
037700         WHEN FVR-TENOR-NEXT-DAY
037800             MOVE 1 TO W-COUNT-LAG
037900             PERFORM 2400-COUNT-MARKET-DAYS
038000             MOVE W-CHECK-DATE TO W-VALUE-DATE
038100         WHEN W-TENOR-WEEKS
038200             PERFORM 2610-WEEK-TENOR
038300         WHEN OTHER
038400             PERFORM 2620-MONTH-TENOR THRU 2620-EXIT
038500     END-EVALUATE.
038600     IF W-RESOLVE-FAILED
038700         PERFORM 2300-WRITE-ERROR-RECORD
038800     ELSE
038900         PERFORM 2200-WRITE-RESULT-RECORD
039000     END-IF.
039100 2100-EXIT.
039200     EXIT.
039300*
039400* ONE RESULT RECORD PER REQUEST: REQUEST ID, BANK, TRADE DATE,
039500* PAIR, TENOR, SPOT DATE, VALUE DATE, AND Y WHEN A HOLIDAY OR
039600* WEEKEND MOVED THE VALUE DATE OFF ITS UNADJUSTED DATE.
039700 2200-WRITE-RESULT-RECORD.
039800     MOVE SPACES TO FX-RESULT-RECORD.
039900     STRING FVR-REQUEST-ID    DELIMITED BY SIZE
040000         ' '                  DELIMITED BY SIZE
040100         FVR-BANK-ID          DELIMITED BY SIZE
040200         ' '                  DELIMITED BY SIZE
040300         FVR-TRADE-DATE       DELIMITED BY SIZE
040400         ' '                  DELIMITED BY SIZE
040500         FVR-CCY-PAIR         DELIMITED BY SIZE
040600         ' '                  DELIMITED BY SIZE
040700         FVR-TENOR            DELIMITED BY SIZE
040800         ' '                  DELIMITED BY SIZE
040900         W-SPOT-DATE          DELIMITED BY SIZE
041000         ' '                  DELIMITED BY SIZE
041100         W-VALUE-DATE         DELIMITED BY SIZE
041200         ' '                  DELIMITED BY SIZE
041300         W-ROLLED-SW          DELIMITED BY SIZE
041400         INTO FX-RESULT-RECORD
041500     END-STRING.
041600     WRITE FX-RESULT-RECORD.
041700     ADD 1 TO W-RESULT-COUNT.
041800 2300-WRITE-ERROR-RECORD.
041900     ADD 1 TO W-ERROR-COUNT.
042000     SET TCB-RC-WARNING TO TRUE.
042100     MOVE SPACES TO FX-RESULT-RECORD.
042200     IF W-DTS-ERROR
042300         MOVE DCB-RESULT-CODE TO W-RESULT-CODE-DISPLAY
042400         STRING FVR-REQUEST-ID    DELIMITED BY SIZE
042500             ' '                  DELIMITED BY SIZE
042600             W-CHK-OWNER-ID       DELIMITED BY SIZE
042700             ' '                  DELIMITED BY SIZE
042800             W-CHECK-DATE         DELIMITED BY SIZE
042900             ' DTS ERROR: DCB RESULT VALUE: ' DELIMITED BY SIZE
043000             W-RESULT-CODE-DISPLAY DELIMITED BY SIZE
043100             INTO FX-RESULT-RECORD
043200         END-STRING
043300     ELSE
043400         STRING FVR-REQUEST-ID    DELIMITED BY SIZE
043500             ' '                  DELIMITED BY SIZE
043600             FVR-BANK-ID          DELIMITED BY SIZE
043700             ' '                  DELIMITED BY SIZE
043800             FVR-CCY-PAIR         DELIMITED BY SIZE
043900             ' '                  DELIMITED BY SIZE
044000             W-CHECK-DATE         DELIMITED BY SIZE
044100             ' NO GOOD VALUE DAY WITHIN SCAN LIMIT'
044200                                  DELIMITED BY SIZE
044300             INTO FX-RESULT-RECORD
044400         END-STRING
044500     END-IF.
044600     WRITE FX-RESULT-RECORD.
044700*
044800******************************************************************
044900*  COUNT W-COUNT-LAG DAYS OPEN IN EVERY NON-USD MARKET OF THE   *
045000*  PAIR FORWARD FROM THE TRADE DATE -- THE US BANK IS NOT       *
045100*  ASKED -- THEN ROLL THE DAY REACHED FORWARD TO A GOOD VALUE   *
045200*  DAY.  THE ANSWER IS LEFT IN W-CHECK-DATE.                    *
045300******************************************************************
045400 2400-COUNT-MARKET-DAYS.
045500     COMPUTE W-SCAN-INTEGER =
045600         FUNCTION INTEGER-OF-DATE (FVR-TRADE-DATE).
045700     MOVE ZERO TO W-DAYS-COUNTED.
045800     MOVE ZERO TO W-SCAN-DAYS.
045900     PERFORM UNTIL W-DAYS-COUNTED >= W-COUNT-LAG
046000             OR W-RESOLVE-FAILED
046100         ADD 1 TO W-SCAN-DAYS
046200         IF W-SCAN-DAYS > C-SCAN-LIMIT-DAYS
046300             SET W-SCAN-LIMIT-HIT TO TRUE
046400         ELSE
046500             ADD 1 TO W-SCAN-INTEGER
046600             COMPUTE W-CHECK-DATE =
046700                 FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER)
046800             PERFORM 8110-CHECK-MARKETS-OPEN
046900             IF W-MARKETS-OPEN
047000                 ADD 1 TO W-DAYS-COUNTED
047100             END-IF
047200         END-IF
047300     END-PERFORM.
047400     IF W-RESOLVE-OK
047500         MOVE W-CHECK-DATE TO W-UNADJ-DATE
047600         PERFORM 8200-SCAN-FORWARD-TO-VALUE-DAY
047700         PERFORM 2700-SET-ROLLED-FLAG
047800     END-IF.
047900*
048000* WEEKS: SPOT PLUS 7 DAYS A WEEK, ROLLED FOLLOWING.
048100 2610-WEEK-TENOR.
048200     COMPUTE W-UNADJ-INTEGER =
048300         FUNCTION INTEGER-OF-DATE (W-SPOT-DATE)
048400         + W-TENOR-NUMBER * 7.
048500     COMPUTE W-UNADJ-DATE =
048600         FUNCTION DATE-OF-INTEGER (W-UNADJ-INTEGER).
048700     MOVE W-UNADJ-INTEGER TO W-SCAN-INTEGER.
048800     PERFORM 8200-SCAN-FORWARD-TO-VALUE-DAY.
048900     MOVE W-CHECK-DATE TO W-VALUE-DATE.
049000     PERFORM 2700-SET-ROLLED-FLAG.
049100*
049200* MONTHS: SPOT'S DAY IN THE TARGET MONTH (CLAMPED TO THE MONTH
049300* LENGTH), ROLLED MODIFIED FOLLOWING -- OR, WHEN SPOT IS THE
049400* LAST GOOD VALUE DAY OF ITS MONTH, THE LAST GOOD VALUE DAY OF
049500* THE TARGET MONTH.
049600 2620-MONTH-TENOR.
049700     MOVE W-SPOT-DATE (1:4) TO W-START-YEAR.
049800     MOVE W-SPOT-DATE (5:2) TO W-START-MONTH.
049900     MOVE W-SPOT-DATE (7:2) TO W-START-DAY.
050000     COMPUTE W-SCAN-INTEGER =
050100         FUNCTION INTEGER-OF-DATE (W-SPOT-DATE) + 1.
050200     PERFORM 8200-SCAN-FORWARD-TO-VALUE-DAY.
050300     IF W-RESOLVE-FAILED
050400         GO TO 2620-EXIT
050500     END-IF.
050600     MOVE W-CHECK-DATE (5:2) TO W-CHECK-MONTH.
050700     IF W-CHECK-MONTH NOT = W-START-MONTH
050800         MOVE 'Y' TO W-SPOT-EOM-SW
050900     ELSE
051000         MOVE 'N' TO W-SPOT-EOM-SW
051100     END-IF.
051200     COMPUTE W-MONTH-TOTAL = W-START-YEAR * 12
051300         + W-START-MONTH - 1 + W-TENOR-NUMBER.
051400     COMPUTE W-TARGET-YEAR = W-MONTH-TOTAL / 12.
051500     COMPUTE W-TARGET-MONTH =
051600         FUNCTION MOD (W-MONTH-TOTAL, 12) + 1.
051700     PERFORM 8500-SET-MONTH-LENGTH.
051800     IF W-SPOT-IS-EOM
051900         MOVE W-MONTH-LEN TO W-TARGET-DAY
052000     ELSE
052100         MOVE W-START-DAY TO W-TARGET-DAY
052200         IF W-TARGET-DAY > W-MONTH-LEN
052300             MOVE W-MONTH-LEN TO W-TARGET-DAY
052400         END-IF
052500     END-IF.
052600     COMPUTE W-UNADJ-DATE = W-TARGET-YEAR * 10000
052700         + W-TARGET-MONTH * 100 + W-TARGET-DAY.
052800     COMPUTE W-UNADJ-INTEGER =
052900         FUNCTION INTEGER-OF-DATE (W-UNADJ-DATE).
053000     MOVE W-UNADJ-INTEGER TO W-SCAN-INTEGER.
053100     IF W-SPOT-IS-EOM
053200         PERFORM 8400-SCAN-BACKWARD-TO-VALUE-DAY
053300     ELSE
053400         PERFORM 8200-SCAN-FORWARD-TO-VALUE-DAY
053500         MOVE W-CHECK-DATE (5:2) TO W-CHECK-MONTH
053600         IF W-RESOLVE-OK AND W-CHECK-MONTH NOT = W-TARGET-MONTH
053700             COMPUTE W-SCAN-INTEGER = W-UNADJ-INTEGER - 1
053800             PERFORM 8400-SCAN-BACKWARD-TO-VALUE-DAY
053900         END-IF
054000     END-IF.
054100     MOVE W-CHECK-DATE TO W-VALUE-DATE.
054200     PERFORM 2700-SET-ROLLED-FLAG.
054300 2620-EXIT.
054400     EXIT.
054500 2700-SET-ROLLED-FLAG.
054600     IF W-CHECK-DATE = W-UNADJ-DATE
054700         MOVE 'N' TO W-ROLLED-SW
054800     ELSE
054900         MOVE 'Y' TO W-ROLLED-SW
055000     END-IF.
055100*
055200* EDIT THE US BANK AGAINST THE BANK MASTER.  WITH NO MASTER
055300* FILE ALLOCATED EVERY BANK PASSES, AS IN T58022.  A MARKET
055400* OWNER IS NOT A SETTLEMENT BANK.
055500 2050-VALIDATE-BANK-ID.
055600     MOVE 'Y' TO W-BANK-OK-SW.
055700     MOVE SPACES TO W-BANK-REJECT-REASON.
055800     MOVE SPACE TO W-BANK-WKND-1.
055900     MOVE SPACE TO W-BANK-WKND-2.
056000     IF W-BANKMST-OPEN
056100         MOVE FVR-BANK-ID TO BMR-BANK-ID
056200         READ BANK-MASTER-FILE
056300         EVALUATE TRUE
056400             WHEN W-BANKMST-STATUS-OK
056500                 MOVE BMR-WEEKEND-DAY-1 TO W-BANK-WKND-1
056600                 MOVE BMR-WEEKEND-DAY-2 TO W-BANK-WKND-2
056700                 IF BMR-INACTIVE
056800                     MOVE 'N' TO W-BANK-OK-SW
056900                     MOVE 'INACTIVE BANK ID'
057000                         TO W-BANK-REJECT-REASON
057100                 END-IF
057200                 IF BMR-OWNER-MARKET
057300                     MOVE 'N' TO W-BANK-OK-SW
057400                     MOVE 'BANK ID IS A CURRENCY MARKET'
057500                         TO W-BANK-REJECT-REASON
057600                 END-IF
057700             WHEN OTHER
057800                 MOVE 'N' TO W-BANK-OK-SW
057900                 MOVE 'UNKNOWN BANK ID'
058000                     TO W-BANK-REJECT-REASON
058100         END-EVALUATE
058200     END-IF.
058300*
058400* FIELD EDITS RUN BEFORE THE DATE-SERVICES CALLS SO ALPHA
058500* GARBAGE OR A TRANSPOSED DATE SURFACES AS A NAMED REJECT.
058600 2060-EDIT-REQUEST-FIELDS.
058700     MOVE 'Y' TO W-EDIT-OK-SW.
058800     MOVE SPACES TO W-EDIT-REASON.
058900     IF FVR-REQUEST-ID = SPACES
059000         MOVE 'N' TO W-EDIT-OK-SW
059100         MOVE 'REQUEST ID MISSING' TO W-EDIT-REASON
059200         GO TO 2060-EXIT
059300     END-IF.
059400     IF FVR-BANK-ID NOT NUMERIC
059500         MOVE 'N' TO W-EDIT-OK-SW
059600         MOVE 'BANK ID NOT NUMERIC' TO W-EDIT-REASON
059700         GO TO 2060-EXIT
059800     END-IF.
059900     IF FVR-TRADE-DATE NOT NUMERIC
060000         MOVE 'N' TO W-EDIT-OK-SW
060100         MOVE 'TRADE DATE NOT NUMERIC' TO W-EDIT-REASON
060200         GO TO 2060-EXIT
060300     END-IF.
060400     MOVE FVR-TRADE-DATE (5:2) TO W-EDIT-MONTH.
060500     MOVE FVR-TRADE-DATE (7:2) TO W-EDIT-DAY.
060600     IF W-EDIT-MONTH < 01 OR W-EDIT-MONTH > 12
060700             OR W-EDIT-DAY < 01 OR W-EDIT-DAY > 31
060800         MOVE 'N' TO W-EDIT-OK-SW
060900         MOVE 'TRADE DATE NOT A VALID DATE' TO W-EDIT-REASON
061000         GO TO 2060-EXIT
061100     END-IF.
061200     COMPUTE W-EDIT-DATE-INT =
061300         FUNCTION INTEGER-OF-DATE (FVR-TRADE-DATE).
061400     IF W-EDIT-DATE-INT = ZERO
061500         MOVE 'N' TO W-EDIT-OK-SW
061600         MOVE 'TRADE DATE NOT A VALID DATE' TO W-EDIT-REASON
061700         GO TO 2060-EXIT
061800     END-IF.
061900     IF FVR-TRADE-DATE (1:4) > '9990'
062000         MOVE 'N' TO W-EDIT-OK-SW
062100         MOVE 'TRADE DATE TOO NEAR YEAR 9999' TO W-EDIT-REASON
062200         GO TO 2060-EXIT
062300     END-IF.
062400     IF FVR-CCY-1 IS NOT ALPHABETIC-UPPER
062500             OR FVR-CCY-2 IS NOT ALPHABETIC-UPPER
062600             OR FVR-CCY-1 (3:1) = SPACE
062700             OR FVR-CCY-2 (3:1) = SPACE
062800         MOVE 'N' TO W-EDIT-OK-SW
062900         MOVE 'CURRENCY PAIR NOT TWO ISO CODES' TO W-EDIT-REASON
063000         GO TO 2060-EXIT
063100     END-IF.
063200     IF FVR-CCY-1 = FVR-CCY-2
063300         MOVE 'N' TO W-EDIT-OK-SW
063400         MOVE 'CURRENCY PAIR IS ONE CURRENCY' TO W-EDIT-REASON
063500         GO TO 2060-EXIT
063600     END-IF.
063700     MOVE ZERO TO W-TENOR-NUMBER.
063800     MOVE SPACE TO W-TENOR-UNIT.
063900     IF FVR-TENOR-SPOT OR FVR-TENOR-NEXT-DAY
064000         GO TO 2060-EXIT
064100     END-IF.
064200     IF FVR-TENOR-CHAR-1 IS NUMERIC
064300             AND (FVR-TENOR-CHAR-2 = 'W' OR 'M')
064400             AND FVR-TENOR-CHAR-3 = SPACE
064500         MOVE FVR-TENOR-CHAR-1 TO W-TENOR-NUMBER
064600         MOVE FVR-TENOR-CHAR-2 TO W-TENOR-UNIT
064700     END-IF.
064800     IF FVR-TENOR (1:2) IS NUMERIC
064900             AND (FVR-TENOR-CHAR-3 = 'W' OR 'M')
065000         MOVE FVR-TENOR (1:2) TO W-TENOR-NUMBER
065100         MOVE FVR-TENOR-CHAR-3 TO W-TENOR-UNIT
065200     END-IF.
065300     IF W-TENOR-NUMBER = ZERO
065400             OR (W-TENOR-WEEKS AND W-TENOR-NUMBER > C-MAX-WEEKS)
065500             OR (W-TENOR-MONTHS
065600                 AND W-TENOR-NUMBER > C-MAX-MONTHS)
065700         MOVE 'N' TO W-EDIT-OK-SW
065800         MOVE 'TENOR NOT SPT/T+1/NW/NM' TO W-EDIT-REASON
065900     END-IF.
066000 2060-EXIT.
066100     EXIT.
066200*
066300* EACH NON-USD CURRENCY OF THE PAIR MUST HAVE A MARKET.  THE
066400* PAIR'S SPOT LAG IS THE LONGER OF ITS MARKETS' LAGS.
066500 2070-FIND-PAIR-MARKETS.
066600     MOVE ZERO TO W-LEG-COUNT.
066700     MOVE ZERO TO W-SPOT-LAG.
066800     IF FVR-CCY-1 NOT = C-USD
066900         MOVE FVR-CCY-1 TO W-FIND-CCY
067000         PERFORM 2075-ADD-PAIR-LEG
067100         IF NOT W-EDIT-OK
067200             GO TO 2070-EXIT
067300         END-IF
067400     END-IF.
067500     IF FVR-CCY-2 NOT = C-USD
067600         MOVE FVR-CCY-2 TO W-FIND-CCY
067700         PERFORM 2075-ADD-PAIR-LEG
067800     END-IF.
067900 2070-EXIT.
068000     EXIT.
068100 2075-ADD-PAIR-LEG.
068200     PERFORM 2080-FIND-ONE-MARKET.
068300     IF W-FIND-SUB = ZERO
068400         MOVE 'N' TO W-EDIT-OK-SW
068500         STRING 'NO MARKET FOR CURRENCY '
068600                                  DELIMITED BY SIZE
068700             W-FIND-CCY           DELIMITED BY SIZE
068800             INTO W-EDIT-REASON
068900         END-STRING
069000     ELSE
069100         ADD 1 TO W-LEG-COUNT
069200         MOVE W-FIND-SUB TO W-LEG-MARKET (W-LEG-COUNT)
069300         IF W-MKT-SPOT-DAYS (W-FIND-SUB) > W-SPOT-LAG
069400             MOVE W-MKT-SPOT-DAYS (W-FIND-SUB) TO W-SPOT-LAG
069500         END-IF
069600     END-IF.
069700 2080-FIND-ONE-MARKET.
069800     MOVE ZERO TO W-FIND-SUB.
069900     PERFORM VARYING W-MKT-SUB FROM 1 BY 1
070000             UNTIL W-MKT-SUB > W-MARKET-COUNT
070100                OR W-FIND-SUB > ZERO
070200         IF W-MKT-CCY (W-MKT-SUB) = W-FIND-CCY
070300             MOVE W-MKT-SUB TO W-FIND-SUB
070400         END-IF
070500     END-PERFORM.
070600 2500-WRITE-REJECT-RECORD.
070700     ADD 1 TO W-REJECT-COUNT.
070800     SET TCB-RC-WARNING TO TRUE.
070900     MOVE SPACES TO FX-REJECT-RECORD.
071000     STRING FX-VALUE-DATE-REQUEST-RECORD (1:34)
071100         DELIMITED BY SIZE
071200         ' REJECTED: '        DELIMITED BY SIZE
071300         W-EDIT-REASON        DELIMITED BY SIZE
071400         INTO FX-REJECT-RECORD
071500     END-STRING.
071600     WRITE FX-REJECT-RECORD.
071700*
071800* A MISSING OR DISAGREEING TRAILER MEANS THE INPUT FILE IS
071900* NOT THE FILE THE DESK BUILT -- FAIL LOUDLY SO NO TRADE IS
072000* SETTLED AGAINST A SHORT ANSWER SET.
072100 3000-CHECK-CONTROL-TOTALS.
072200     IF NOT W-TRAILER-SEEN
072300         SET TCB-RC-ERROR TO TRUE
072400         DISPLAY 'T58052 TRAILER CONTROL RECORD MISSING - '
072500             'REQUEST COUNT NOT VERIFIED'
072600     ELSE
072700         IF W-EXPECTED-COUNT NOT = W-REQUEST-COUNT
072800             SET TCB-RC-ERROR TO TRUE
072900             DISPLAY 'T58052 CONTROL TOTAL MISMATCH - TRAILER '
073000                 W-EXPECTED-COUNT ' READ ' W-REQUEST-COUNT
073100         END-IF
073200     END-IF.
073300*
073400* A GOOD VALUE DAY IS OPEN IN EVERY MARKET OF THE PAIR AND AT
073500* THE US BANK.
073600 8100-CHECK-VALUE-DAY.
073700     MOVE 'N' TO W-CHECK-VALUE-SW.
073800     PERFORM 8110-CHECK-MARKETS-OPEN.
073900     IF W-MARKETS-OPEN AND W-RESOLVE-OK
074000         MOVE FVR-BANK-ID   TO W-CHK-OWNER-ID
074100         MOVE W-BANK-WKND-1 TO W-CHK-WKND-1
074200         MOVE W-BANK-WKND-2 TO W-CHK-WKND-2
074300         PERFORM 8120-CHECK-OWNER-DAY
074400         IF W-OWNER-OPEN
074500             MOVE 'Y' TO W-CHECK-VALUE-SW
074600         END-IF
074700     END-IF.
074800 8110-CHECK-MARKETS-OPEN.
074900     MOVE 'Y' TO W-MARKETS-OPEN-SW.
075000     PERFORM VARYING W-LEG-SUB FROM 1 BY 1
075100             UNTIL W-LEG-SUB > W-LEG-COUNT
075200                OR NOT W-MARKETS-OPEN
075300         MOVE W-LEG-MARKET (W-LEG-SUB) TO W-MKT-SUB
075400         MOVE W-MKT-OWNER-ID (W-MKT-SUB) TO W-CHK-OWNER-ID
075500         MOVE W-MKT-WKND-1 (W-MKT-SUB)   TO W-CHK-WKND-1
075600         MOVE W-MKT-WKND-2 (W-MKT-SUB)   TO W-CHK-WKND-2
075700         PERFORM 8120-CHECK-OWNER-DAY
075800         IF NOT W-OWNER-OPEN
075900             MOVE 'N' TO W-MARKETS-OPEN-SW
076000         END-IF
076100     END-PERFORM.
076200 8120-CHECK-OWNER-DAY.
076300     MOVE 'N' TO W-OWNER-OPEN-SW.
076400     MOVE W-CHECK-DATE      TO DCB-INPUT-DATE.
076500     MOVE W-CHK-OWNER-ID    TO DCB-BANK-ID.
076600     MOVE C-MARKET-CAL-TYPE TO DCB-CAL-TYPE.
076700     MOVE W-CHK-WKND-1      TO DCB-WEEKEND-DAY-1.
076800     MOVE W-CHK-WKND-2      TO DCB-WEEKEND-DAY-2.
076900     MOVE DTA-HOLIDAY-CHECK TO DCB-ACTION-CODE.
077000     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
077100         DATE-CONTROL-BLOCK.
077200     IF DCB-RESULT-CODE NOT = DTR-SUCCESS
077300         SET W-DTS-ERROR TO TRUE
077400         PERFORM 9600-LOG-DTS-AUDIT-ENTRY
077500     ELSE
077600         IF DCB-IS-BUSINESS-DAY AND DCB-NOT-HOLIDAY
077700             MOVE 'Y' TO W-OWNER-OPEN-SW
077800         END-IF
077900     END-IF.
078000 8200-SCAN-FORWARD-TO-VALUE-DAY.
078100     MOVE 'N' TO W-CHECK-VALUE-SW.
078200     MOVE ZERO TO W-SCAN-DAYS.
078300     PERFORM UNTIL W-CHECK-IS-VALUE-DAY OR W-RESOLVE-FAILED
078400         ADD 1 TO W-SCAN-DAYS
078500         IF W-SCAN-DAYS > C-SCAN-LIMIT-DAYS
078600             SET W-SCAN-LIMIT-HIT TO TRUE
078700         ELSE
078800             COMPUTE W-CHECK-DATE =
078900                 FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER)
079000             PERFORM 8100-CHECK-VALUE-DAY
079100             IF NOT W-CHECK-IS-VALUE-DAY
079200                 ADD 1 TO W-SCAN-INTEGER
079300             END-IF
079400         END-IF
079500     END-PERFORM.
079600 8400-SCAN-BACKWARD-TO-VALUE-DAY.
079700     MOVE 'N' TO W-CHECK-VALUE-SW.
079800     MOVE ZERO TO W-SCAN-DAYS.
079900     PERFORM UNTIL W-CHECK-IS-VALUE-DAY OR W-RESOLVE-FAILED
080000         ADD 1 TO W-SCAN-DAYS
080100         IF W-SCAN-DAYS > C-SCAN-LIMIT-DAYS
080200             SET W-SCAN-LIMIT-HIT TO TRUE
080300         ELSE
080400             COMPUTE W-CHECK-DATE =
080500                 FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER)
080600             PERFORM 8100-CHECK-VALUE-DAY
080700             IF NOT W-CHECK-IS-VALUE-DAY
080800                 SUBTRACT 1 FROM W-SCAN-INTEGER
080900             END-IF
081000         END-IF
081100     END-PERFORM.
081200*
081300* DAYS IN W-TARGET-MONTH OF W-TARGET-YEAR.  FEBRUARY IS TAKEN
081400* AS THE DAY BEFORE 1 MARCH SO LEAP YEARS NEED NO SEPARATE
081500* TEST.
081600 8500-SET-MONTH-LENGTH.
081700     IF W-TARGET-MONTH = 02
081800         COMPUTE W-MONTH-LEN = FUNCTION INTEGER-OF-DATE
081900             (W-TARGET-YEAR * 10000 + 0301)
082000             - FUNCTION INTEGER-OF-DATE
082100             (W-TARGET-YEAR * 10000 + 0201)
082200     ELSE
082300         MOVE C-ME-NO-DAYS (W-TARGET-MONTH) TO W-MONTH-LEN
082400     END-IF.
082500 9600-LOG-DTS-AUDIT-ENTRY.
082600     MOVE TCB-PROGRAM-ID  TO DAL-PROGRAM-ID.
082700     MOVE W-CHK-OWNER-ID  TO DAL-BANK-ID.
082800     MOVE W-CHECK-DATE    TO DAL-INPUT-DATE.
082900     MOVE DCB-RESULT-CODE TO DAL-RESULT-CODE.
083000     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
083100     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
083200     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
083205*
083210* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
083215* REQUESTS READ IN, VALUE DATES WRITTEN OUT.
083220 9800-LOG-RUN-START.
083225     MOVE 'T58052'         TO RLG-PROGRAM-ID.
083230     SET RLG-EVENT-START   TO TRUE.
083235     MOVE ZERO             TO RLG-BANK-ID.
083240     MOVE 'REQUESTS'       TO RLG-IN-LABEL.
083245     MOVE ZERO             TO RLG-IN-COUNT.
083250     MOVE 'VALDATES'       TO RLG-OUT-LABEL.
083255     MOVE ZERO             TO RLG-OUT-COUNT.
083260     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
083265         RUN-LEDGER-RECORD.
083270 9810-LOG-RUN-END.
083275     SET RLG-EVENT-END     TO TRUE.
083280     MOVE W-REQUEST-COUNT  TO RLG-IN-COUNT.
083285     MOVE W-RESULT-COUNT   TO RLG-OUT-COUNT.
083290     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
083295         RUN-LEDGER-RECORD.
083300 END PROGRAM T58052.
