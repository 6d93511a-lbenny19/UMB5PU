000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58054.
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
001400* MORNING RUN-STATUS REPORT FOR THE NIGHTLY CALENDAR STREAM.
001500* READS THE SHARED RUN LEDGER (RUNLEDG, T58054D) THAT EVERY
001600* BATCH PROGRAM OF THE STREAM APPENDS TO THROUGH T58053 AS IT
001700* STARTS AND ENDS, AND FOR EACH NIGHT LISTS EVERY EXPECTED STEP
001800* IN STREAM ORDER AS COMPLETED, FAILED OR NEVER STARTED:
001900*   - NEVER STARTED WHEN THE NIGHT HAS NO START ENTRY FOR IT;
002000*   - FAILED WHEN A START HAS NO MATCHING END ENTRY (THE STEP
002100*     ABENDED OR IS STILL RUNNING) OR AN END ENTRY CARRIES A
002200*     RETURN CODE OF 8 OR MORE;
002300*   - COMPLETED OTHERWISE (RETURN CODE 4 IS A COMPLETED STEP
002400*     WITH WARNINGS).
002500* A STEP RUN MORE THAN ONCE IN THE NIGHT (ONE RUN PER BANK, OR
002600* T58029 RE-RUN UNDER T58044) IS SHOWN WITH ITS RUN COUNT, ITS
002700* FIRST START AND LAST END, ITS SUMMED CONTROL COUNTS AND ITS
002800* HIGHEST RETURN CODE.  THE REPORT THEN SAYS WHERE THE STREAM
002900* STOPPED, CHECKS THE CONTROL COUNTS HANDED FROM STEP TO STEP
003000* (THE COUNT-BREAK RULES BELOW) AND LISTS ANY OTHER PROGRAM
003100* FOUND ON THE LEDGER THAT NIGHT.
003200* A NIGHT IS THE STEPS' TCB-RUN-DATE.  THE LAST NIGHT REPORTED
003300* IS ASOFDATE ON RUNPARM, DEFAULT THE DAY BEFORE THE RUN DATE;
003400* RANGEDAYS REPORTS THAT MANY NIGHTS ENDING WITH IT (DEFAULT 1,
003500* AT MOST 31).  ANY FAILED OR NEVER-STARTED STEP ENDS THE RUN
003600* WITH RC 8; A COUNT BREAK ALONE WITH RC 4.
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS W-LEDGER-STATUS.
004700 DATA DIVISION.
004800     EJECT
004900 FILE SECTION.
005000 FD  RUN-LEDGER-FILE.
005100 COPY T58054D. *> SHARED ON-FILE RUN LEDGER LAYOUT
005200     EJECT
005300 WORKING-STORAGE SECTION.
005400*
005500 01  CC-CHANGE-ID.
005600     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
005700*
005800 01  C-BINARY-CONSTANTS    BINARY SYNC.
005900     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
006000 01  C-REPORT-CONSTANTS.
006100     05  C-DEFAULT-RANGE-DAYS    PIC 9(4)    VALUE 0001.
006200     05  C-MAX-RANGE-DAYS        PIC 9(4)    VALUE 0031.
006300     05  C-STEP-COUNT            PIC 9(4)    VALUE 0009.
006400     05  C-RULE-COUNT            PIC 9(4)    VALUE 0004.
006500     05  C-MAX-OTHERS            PIC 9(4)    VALUE 0020.
006600     05  C-FAILED-RC             PIC 9(4)    VALUE 0008.
006700*
006800*  THE EXPECTED NIGHTLY STEPS, IN THE ORDER THE STREAM RUNS
006900*  THEM, BY THE PROGRAM-ID EACH ONE LOGS UNDER.
007000 01  C-STEP-VALUES.
007100     05  FILLER                  PIC X(32)   VALUE
007200         'T58033  FED HOLIDAY FEED'.
007300     05  FILLER                  PIC X(32)   VALUE
007400         'T58009  CALENDAR BUILD'.
007500     05  FILLER                  PIC X(32)   VALUE
007600         'T58005  CHAIN WALK'.
007700     05  FILLER                  PIC X(32)   VALUE
007800         'T58007  PRINTED CALENDAR/CALFEED'.
007900     05  FILLER                  PIC X(32)   VALUE
008000         'T58026  CALENDAR DELTA REPORT'.
008100     05  FILLER                  PIC X(32)   VALUE
008200         'T58044  POST-BUILD RE-CHECK'.
008300     05  FILLER                  PIC X(32)   VALUE
008400         'T58042  READINESS CHECK'.
008500     05  FILLER                  PIC X(32)   VALUE
008600         'T58029  DATE CARDS'.
008700     05  FILLER                  PIC X(32)   VALUE
008800         'T58036  AUDIT THRESHOLD MONITOR'.
008900 01  C-STEP-TABLE REDEFINES C-STEP-VALUES.
009000     05  C-STEP                  OCCURS 9 TIMES.
009100         10  C-STEP-PROGRAM      PIC X(8).
009200         10  C-STEP-DESC         PIC X(24).
009300*
009400*  COUNT-BREAK RULES BETWEEN STEPS: THE FROM STEP'S IN (I) OR
009500*  OUT (O) COUNT AGAINST THE TO STEP'S.  TEST E = THE TWO MUST
009600*  BE EQUAL; TEST Z = WHEN THE FROM COUNT IS NOT ZERO THE TO
009700*  COUNT MUST NOT BE ZERO EITHER.  A RULE IS CHECKED ONLY WHEN
009800*  BOTH STEPS COMPLETED THAT NIGHT, ON THE NIGHT'S SUMMED COUNTS.
009900 01  C-RULE-VALUES.
010000     05  FILLER                  PIC X(19)   VALUE
010100         'T58009  IT58009  OE'.
010200     05  FILLER                  PIC X(44)   VALUE
010300         'DHT ENTRIES BUILT VS CALFILE RECORDS LOADED'.
010400     05  FILLER                  PIC X(19)   VALUE
010500         'T58009  OT58007  OZ'.
010600     05  FILLER                  PIC X(44)   VALUE
010700         'CALFILE LOADED BUT NO CALFEED DAYS WRITTEN'.
010800     05  FILLER                  PIC X(19)   VALUE
010900         'T58033  OT58009  IZ'.
011000     05  FILLER                  PIC X(44)   VALUE
011100         'FEDHOL WRITTEN BUT NO DHT ENTRIES BUILT'.
011200     05  FILLER                  PIC X(19)   VALUE
011300         'T58026  OT58044  IE'.
011400     05  FILLER                  PIC X(44)   VALUE
011500         'HOLDELTA WRITTEN VS HOLDELTA RE-CHECKED'.
011600 01  C-RULE-TABLE REDEFINES C-RULE-VALUES.
011700     05  C-RULE                  OCCURS 4 TIMES.
011800         10  C-RULE-FROM-PROGRAM PIC X(8).
011900         10  C-RULE-FROM-SIDE    PIC X.
012000             88  C-RULE-FROM-IN          VALUE 'I'.
012100         10  C-RULE-TO-PROGRAM   PIC X(8).
012200         10  C-RULE-TO-SIDE      PIC X.
012300             88  C-RULE-TO-IN            VALUE 'I'.
012400         10  C-RULE-TEST         PIC X.
012500             88  C-RULE-EQUAL            VALUE 'E'.
012600             88  C-RULE-NOT-ZERO         VALUE 'Z'.
012700         10  C-RULE-DESC         PIC X(44).
012800*
012900 01  W-FILE-STATUS-CONTROL.
013000     05  W-LEDGER-STATUS         PIC XX.
013100         88  W-LEDGER-STATUS-OK          VALUE '00'.
013200         88  W-LEDGER-STATUS-EOF         VALUE '10'.
013300*
013400 01  W-REPORT-CONTROL.
013500     05  W-NIGHT-DATE            PIC 9(8).
013600     05  W-FIRST-NIGHT           PIC 9(8).
013700     05  W-LAST-NIGHT            PIC 9(8).
013800     05  W-RANGE-DAYS            PIC 9(4).
013900     05  W-LEDGER-MISSING-SW     PIC X       VALUE 'N'.
014000         88  W-LEDGER-MISSING            VALUE 'Y'.
014100     05  W-FIND-PROGRAM          PIC X(8).
014200     05  W-LOG-STAMP             PIC 9(14).
014300     05  W-LOG-STAMP-X REDEFINES W-LOG-STAMP.
014400         10  W-LOG-STAMP-DATE    PIC 9(8).
014500         10  W-LOG-STAMP-TIME    PIC 9(6).
014600     05  W-STATUS-TEXT           PIC X(13).
014700     05  W-STATUS-NOTE           PIC X(16).
014800     05  W-FROM-LABEL            PIC X(8).
014900     05  W-FROM-COUNT            PIC 9(9).
015000     05  W-TO-LABEL              PIC X(8).
015100     05  W-TO-COUNT              PIC 9(9).
015200     05  W-BREAK-SW              PIC X.
015300         88  W-BREAK                     VALUE 'Y'.
015400*
015500*  A FIRST-START OR LAST-END STAMP SPLIT FOR PRINTING.
015600 01  W-STAMP-EDIT.
015700     05  W-SE-START-DATE         PIC 9(8).
015800     05  FILLER                  PIC X       VALUE SPACE.
015900     05  W-SE-START-TIME         PIC 9(6).
016000     05  FILLER                  PIC X(7)    VALUE ' ENDED '.
016100     05  W-SE-END-DATE           PIC 9(8).
016200     05  FILLER                  PIC X       VALUE SPACE.
016300     05  W-SE-END-TIME           PIC 9(6).
016400 01  W-WORK-STAMP                PIC 9(14).
016500 01  W-WORK-STAMP-X REDEFINES W-WORK-STAMP.
016600     05  W-WS-DATE               PIC 9(8).
016700     05  W-WS-TIME               PIC 9(6).
016800*
016900 01  W-SUBSCRIPTS          BINARY.
017000     05  W-SX                    PIC 9(4).
017100     05  W-CX                    PIC 9(4).
017200     05  W-OX                    PIC 9(4).
017300     05  W-RX                    PIC 9(4).
017400     05  W-FIND-IX               PIC 9(4).
017500     05  W-FROM-IX               PIC 9(4).
017600     05  W-TO-IX                 PIC 9(4).
017700*
017800*  ONE NIGHT'S LEDGER, SUMMED BY EXPECTED STEP (PARALLEL TO
017900*  C-STEP-TABLE) AND FOR ANY OTHER PROGRAM FOUND.  CLEARED PER
018000*  NIGHT.
018100 01  W-STEP-TOTALS.
018200     05  W-ST                    OCCURS 9 TIMES.
018300         10  W-ST-STARTS         PIC 9(5).
018400         10  W-ST-ENDS           PIC 9(5).
018500         10  W-ST-FIRST-START    PIC 9(14).
018600         10  W-ST-LAST-END       PIC 9(14).
018700         10  W-ST-IN-LABEL       PIC X(8).
018800         10  W-ST-IN-COUNT       PIC 9(9).
018900         10  W-ST-OUT-LABEL      PIC X(8).
019000         10  W-ST-OUT-COUNT      PIC 9(9).
019100         10  W-ST-MAX-RC         PIC 9(4).
019200         10  W-ST-STATUS-SW      PIC X.
019300             88  W-ST-COMPLETED          VALUE 'C'.
019400             88  W-ST-FAILED             VALUE 'F'.
019500             88  W-ST-NEVER-STARTED      VALUE 'N'.
019600 01  W-OTHER-TOTALS.
019700     05  W-OT-COUNT              PIC 9(4)    BINARY.
019800     05  W-OT                    OCCURS 20 TIMES.
019900         10  W-OT-PROGRAM        PIC X(8).
020000         10  W-OT-STARTS         PIC 9(5).
020100         10  W-OT-ENDS           PIC 9(5).
020200         10  W-OT-MAX-RC         PIC 9(4).
020300*
020400*  NIGHT AND RUN TOTALS.  THE NIGHT SET IS CLEARED PER NIGHT
020500*  AND ADDED TO THE RUN SET.
020600 01  W-NIGHT-TOTALS.
020700     05  W-NT-ENTRIES            PIC 9(7).
020800     05  W-NT-COMPLETED          PIC 9(5).
020900     05  W-NT-FAILED             PIC 9(5).
021000     05  W-NT-NEVER              PIC 9(5).
021100     05  W-NT-BREAKS             PIC 9(5).
021200     05  W-NT-OTHERS-DROPPED     PIC 9(5).
021300     05  W-NT-LAST-STARTED       PIC 9(4)    BINARY.
021400     05  W-NT-FIRST-FAILED       PIC 9(4)    BINARY.
021500 01  W-RUN-TOTALS.
021600     05  W-RT-NIGHTS             PIC 9(5)    VALUE ZERO.
021700     05  W-RT-ENTRIES            PIC 9(7)    VALUE ZERO.
021800     05  W-RT-COMPLETED          PIC 9(5)    VALUE ZERO.
021900     05  W-RT-FAILED             PIC 9(5)    VALUE ZERO.
022000     05  W-RT-NEVER              PIC 9(5)    VALUE ZERO.
022100     05  W-RT-BREAKS             PIC 9(5)    VALUE ZERO.
022200*
022300* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
022400 COPY T58030D.
022500     EJECT
022600 LINKAGE SECTION.
022700*
022800*                    TRANSACTION-CONTROL-BLOCK
022900 COPY P49000D.
023000*
023100*                    SPS-PRINT LINE
023200 COPY I54076D.
023300     EJECT
023400 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
023500                             SPS-DSR-DETAIL-BLOCK.
023600     EJECT
023700 0000-MAIN-PROCESS.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900     IF RCB-PARM-ERROR
024000         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
024100         PERFORM 8000-PRINT-DETAIL-LINE
024200         SET TCB-RC-ERROR TO TRUE
024300         GOBACK
024400     END-IF.
024500     IF W-LEDGER-MISSING
024600         MOVE SPACES TO SDB-DETAIL-LINE
024700         STRING 'NO RUN LEDGER FILE - STATUS ' DELIMITED BY SIZE
024800             W-LEDGER-STATUS     DELIMITED BY SIZE
024900             ' - NO STEP OF THE STREAM HAS LOGGED'
025000                                 DELIMITED BY SIZE
025100             INTO SDB-DETAIL-LINE
025200         END-STRING
025300         PERFORM 8000-PRINT-DETAIL-LINE
025400         SET TCB-RC-ERROR TO TRUE
025500         GOBACK
025600     END-IF.
025700     MOVE W-FIRST-NIGHT TO W-NIGHT-DATE.
025800     PERFORM UNTIL W-NIGHT-DATE > W-LAST-NIGHT
025900         PERFORM 2000-REPORT-ONE-NIGHT
026000         COMPUTE W-NIGHT-DATE = FUNCTION DATE-OF-INTEGER
026100             (FUNCTION INTEGER-OF-DATE (W-NIGHT-DATE) + 1)
026200     END-PERFORM.
026300     PERFORM 6000-PRINT-RUN-TOTALS.
026400     IF W-RT-FAILED > ZERO OR W-RT-NEVER > ZERO
026500         SET TCB-RC-ERROR TO TRUE
026600     ELSE
026700         IF W-RT-BREAKS > ZERO
026800             SET TCB-RC-WARNING TO TRUE
026900         END-IF
027000     END-IF.
027100     GOBACK.
027200 1000-INITIALIZE.
027300     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
027400     MOVE ZERO TO TCB-RETURN-CODE.
027500     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
027600         RUN-CONTROL-BLOCK.
027700     IF RCB-PARM-ERROR
027800         GO TO 1000-EXIT
027900     END-IF.
028000     IF RCB-ASOF-DATE > ZERO
028100         MOVE RCB-ASOF-DATE TO W-LAST-NIGHT
028200     ELSE
028300         COMPUTE W-LAST-NIGHT = FUNCTION DATE-OF-INTEGER
028400             (FUNCTION INTEGER-OF-DATE (TCB-RUN-DATE) - 1)
028500     END-IF.
028600     IF RCB-RANGE-DAYS > ZERO
028700         MOVE RCB-RANGE-DAYS TO W-RANGE-DAYS
028800     ELSE
028900         MOVE C-DEFAULT-RANGE-DAYS TO W-RANGE-DAYS
029000     END-IF.
029100     IF W-RANGE-DAYS > C-MAX-RANGE-DAYS
029200         MOVE C-MAX-RANGE-DAYS TO W-RANGE-DAYS
029300     END-IF.
029400     COMPUTE W-FIRST-NIGHT = FUNCTION DATE-OF-INTEGER
029500         (FUNCTION INTEGER-OF-DATE (W-LAST-NIGHT)
029600          - W-RANGE-DAYS + 1).
029700     MOVE SPACES TO SDB-DETAIL-LINE.
029800     STRING 'BATCH STREAM RUN-STATUS REPORT  NIGHTS '
029900         DELIMITED BY SIZE
030000         W-FIRST-NIGHT           DELIMITED BY SIZE
030100         ' - '                   DELIMITED BY SIZE
030200         W-LAST-NIGHT            DELIMITED BY SIZE
030300         INTO SDB-DETAIL-LINE
030400     END-STRING.
030500     PERFORM 8000-PRINT-DETAIL-LINE.
030600     OPEN INPUT RUN-LEDGER-FILE.
030700     IF W-LEDGER-STATUS-OK
030800         CLOSE RUN-LEDGER-FILE
030900     ELSE
031000         SET W-LEDGER-MISSING TO TRUE
031100     END-IF.
031200 1000-EXIT.
031300     EXIT.
031400*
031500******************************************************************
031600*  ONE NIGHT: SUM ITS LEDGER ENTRIES BY STEP, LIST THE STEPS,   *
031700*  SAY WHERE THE STREAM STOPPED AND CHECK THE COUNT BREAKS.     *
031800******************************************************************
031900 2000-REPORT-ONE-NIGHT.
032000     ADD 1 TO W-RT-NIGHTS.
032100     INITIALIZE W-STEP-TOTALS.
032200     INITIALIZE W-OTHER-TOTALS.
032300     INITIALIZE W-NIGHT-TOTALS.
032400     PERFORM 2100-LOAD-NIGHT-LEDGER.
032500     MOVE SPACES TO SDB-DETAIL-LINE.
032600     PERFORM 8000-PRINT-DETAIL-LINE.
032700     MOVE SPACES TO SDB-DETAIL-LINE.
032800     STRING 'NIGHT OF '          DELIMITED BY SIZE
032900         W-NIGHT-DATE            DELIMITED BY SIZE
033000         '  LEDGER ENTRIES '     DELIMITED BY SIZE
033100         W-NT-ENTRIES            DELIMITED BY SIZE
033200         INTO SDB-DETAIL-LINE
033300     END-STRING.
033400     PERFORM 8000-PRINT-DETAIL-LINE.
033500     PERFORM VARYING W-SX FROM 1 BY 1
033600             UNTIL W-SX > C-STEP-COUNT
033700         PERFORM 2200-PRINT-ONE-STEP
033800     END-PERFORM.
033900     PERFORM 2300-PRINT-STREAM-POSITION.
034000     PERFORM VARYING W-RX FROM 1 BY 1
034100             UNTIL W-RX > C-RULE-COUNT
034200         PERFORM 2400-CHECK-ONE-RULE
034300     END-PERFORM.
034400     PERFORM 2500-PRINT-OTHER-PROGRAMS.
034500     PERFORM 2700-PRINT-NIGHT-TOTALS.
034600 2100-LOAD-NIGHT-LEDGER.
034700     OPEN INPUT RUN-LEDGER-FILE.
034800     PERFORM UNTIL NOT W-LEDGER-STATUS-OK
034900         READ RUN-LEDGER-FILE
035000             AT END
035100                 SET W-LEDGER-STATUS-EOF TO TRUE
035200             NOT AT END
035300                 IF RLF-RUN-DATE = W-NIGHT-DATE
035400                     PERFORM 2110-POST-LEDGER-ENTRY
035500                 END-IF
035600         END-READ
035700     END-PERFORM.
035800     CLOSE RUN-LEDGER-FILE.
035900 2110-POST-LEDGER-ENTRY.
036000     ADD 1 TO W-NT-ENTRIES.
036100     MOVE RLF-LOG-DATE TO W-LOG-STAMP-DATE.
036200     MOVE RLF-LOG-TIME TO W-LOG-STAMP-TIME.
036300     MOVE RLF-PROGRAM-ID TO W-FIND-PROGRAM.
036400     PERFORM 3100-FIND-STEP.
036500     IF W-FIND-IX > ZERO
036600         MOVE W-FIND-IX TO W-SX
036700         PERFORM 2120-POST-STEP-ENTRY
036800     ELSE
036900         PERFORM 2130-POST-OTHER-ENTRY
037000     END-IF.
037100 2120-POST-STEP-ENTRY.
037200     IF RLF-EVENT-START
037300         ADD 1 TO W-ST-STARTS (W-SX)
037400         IF W-ST-FIRST-START (W-SX) = ZERO
037500                 OR W-LOG-STAMP < W-ST-FIRST-START (W-SX)
037600             MOVE W-LOG-STAMP TO W-ST-FIRST-START (W-SX)
037700         END-IF
037800     END-IF.
037900     IF RLF-EVENT-END
038000         ADD 1 TO W-ST-ENDS (W-SX)
038100         IF W-LOG-STAMP > W-ST-LAST-END (W-SX)
038200             MOVE W-LOG-STAMP TO W-ST-LAST-END (W-SX)
038300         END-IF
038400         MOVE RLF-IN-LABEL  TO W-ST-IN-LABEL (W-SX)
038500         MOVE RLF-OUT-LABEL TO W-ST-OUT-LABEL (W-SX)
038600         ADD RLF-IN-COUNT   TO W-ST-IN-COUNT (W-SX)
038700         ADD RLF-OUT-COUNT  TO W-ST-OUT-COUNT (W-SX)
038800         IF RLF-RETURN-CODE > W-ST-MAX-RC (W-SX)
038900             MOVE RLF-RETURN-CODE TO W-ST-MAX-RC (W-SX)
039000         END-IF
039100     END-IF.
039200 2130-POST-OTHER-ENTRY.
039300     MOVE ZERO TO W-FIND-IX.
039400     PERFORM VARYING W-OX FROM 1 BY 1
039500             UNTIL W-OX > W-OT-COUNT OR W-FIND-IX > ZERO
039600         IF W-OT-PROGRAM (W-OX) = RLF-PROGRAM-ID
039700             MOVE W-OX TO W-FIND-IX
039800         END-IF
039900     END-PERFORM.
040000     IF W-FIND-IX = ZERO
040100         IF W-OT-COUNT < C-MAX-OTHERS
040200             ADD 1 TO W-OT-COUNT
040300             MOVE W-OT-COUNT TO W-FIND-IX
040400             MOVE RLF-PROGRAM-ID TO W-OT-PROGRAM (W-FIND-IX)
040500         ELSE
040600             ADD 1 TO W-NT-OTHERS-DROPPED
040700         END-IF
040800     END-IF.
040900     IF W-FIND-IX > ZERO
041000         IF RLF-EVENT-START
041100             ADD 1 TO W-OT-STARTS (W-FIND-IX)
041200         END-IF
041300         IF RLF-EVENT-END
041400             ADD 1 TO W-OT-ENDS (W-FIND-IX)
041500             IF RLF-RETURN-CODE > W-OT-MAX-RC (W-FIND-IX)
041600                 MOVE RLF-RETURN-CODE TO W-OT-MAX-RC (W-FIND-IX)
041700             END-IF
041800         END-IF
041900     END-IF.
042000*
042100******************************************************************
042200*  ONE EXPECTED STEP: DECIDE ITS STATUS FOR THE NIGHT AND PRINT *
042300*  IT, WITH ITS TIMES AND CONTROL COUNTS WHEN IT RAN AT ALL.    *
042400******************************************************************
042500 2200-PRINT-ONE-STEP.
042600     MOVE SPACES TO W-STATUS-NOTE.
042700     EVALUATE TRUE
042800         WHEN W-ST-STARTS (W-SX) = ZERO
042900             SET W-ST-NEVER-STARTED (W-SX) TO TRUE
043000             MOVE 'NEVER STARTED' TO W-STATUS-TEXT
043100             ADD 1 TO W-NT-NEVER
043200         WHEN W-ST-ENDS (W-SX) < W-ST-STARTS (W-SX)
043300             SET W-ST-FAILED (W-SX) TO TRUE
043400             MOVE 'FAILED' TO W-STATUS-TEXT
043500             MOVE 'NO END ENTRY' TO W-STATUS-NOTE
043600             ADD 1 TO W-NT-FAILED
043700         WHEN W-ST-MAX-RC (W-SX) NOT < C-FAILED-RC
043800             SET W-ST-FAILED (W-SX) TO TRUE
043900             MOVE 'FAILED' TO W-STATUS-TEXT
044000             ADD 1 TO W-NT-FAILED
044100         WHEN OTHER
044200             SET W-ST-COMPLETED (W-SX) TO TRUE
044300             MOVE 'COMPLETED' TO W-STATUS-TEXT
044400             ADD 1 TO W-NT-COMPLETED
044500     END-EVALUATE.
044600     IF W-ST-STARTS (W-SX) > ZERO
044700         MOVE W-SX TO W-NT-LAST-STARTED
044800     END-IF.
044900     IF W-ST-FAILED (W-SX) AND W-NT-FIRST-FAILED = ZERO
045000         MOVE W-SX TO W-NT-FIRST-FAILED
045100     END-IF.
045200     MOVE SPACES TO SDB-DETAIL-LINE.
045300     STRING '  '                 DELIMITED BY SIZE
045400         C-STEP-PROGRAM (W-SX)   DELIMITED BY SIZE
045500         ' '                     DELIMITED BY SIZE
045600         C-STEP-DESC (W-SX)      DELIMITED BY SIZE
045700         ' '                     DELIMITED BY SIZE
045800         W-STATUS-TEXT           DELIMITED BY SIZE
045900         ' RUNS '                DELIMITED BY SIZE
046000         W-ST-STARTS (W-SX)      DELIMITED BY SIZE
046100         ' ENDED '               DELIMITED BY SIZE
046200         W-ST-ENDS (W-SX)        DELIMITED BY SIZE
046300         ' MAX RC '              DELIMITED BY SIZE
046400         W-ST-MAX-RC (W-SX)      DELIMITED BY SIZE
046500         ' '                     DELIMITED BY SIZE
046600         W-STATUS-NOTE           DELIMITED BY SIZE
046700         INTO SDB-DETAIL-LINE
046800     END-STRING.
046900     PERFORM 8000-PRINT-DETAIL-LINE.
047000     IF W-ST-STARTS (W-SX) > ZERO
047100         MOVE W-ST-FIRST-START (W-SX) TO W-WORK-STAMP
047200         MOVE W-WS-DATE TO W-SE-START-DATE
047300         MOVE W-WS-TIME TO W-SE-START-TIME
047400         MOVE W-ST-LAST-END (W-SX) TO W-WORK-STAMP
047500         MOVE W-WS-DATE TO W-SE-END-DATE
047600         MOVE W-WS-TIME TO W-SE-END-TIME
047700         MOVE SPACES TO SDB-DETAIL-LINE
047800         STRING '           STARTED ' DELIMITED BY SIZE
047900             W-STAMP-EDIT        DELIMITED BY SIZE
048000             '  '                DELIMITED BY SIZE
048100             W-ST-IN-LABEL (W-SX) DELIMITED BY SIZE
048200             ' '                 DELIMITED BY SIZE
048300             W-ST-IN-COUNT (W-SX) DELIMITED BY SIZE
048400             '  '                DELIMITED BY SIZE
048500             W-ST-OUT-LABEL (W-SX) DELIMITED BY SIZE
048600             ' '                 DELIMITED BY SIZE
048700             W-ST-OUT-COUNT (W-SX) DELIMITED BY SIZE
048800             INTO SDB-DETAIL-LINE
048900         END-STRING
049000         PERFORM 8000-PRINT-DETAIL-LINE
049100     END-IF.
049200 2300-PRINT-STREAM-POSITION.
049300     MOVE SPACES TO SDB-DETAIL-LINE.
049400     EVALUATE TRUE
049500         WHEN W-NT-LAST-STARTED = ZERO
049600             MOVE '  NO EXPECTED STEP STARTED THIS NIGHT'
049700                 TO SDB-DETAIL-LINE
049800         WHEN W-NT-LAST-STARTED < C-STEP-COUNT
049900             STRING '  STREAM STOPPED AFTER ' DELIMITED BY SIZE
050000                 C-STEP-PROGRAM (W-NT-LAST-STARTED)
050100                                 DELIMITED BY SIZE
050200                 ' '             DELIMITED BY SIZE
050300                 C-STEP-DESC (W-NT-LAST-STARTED)
050400                                 DELIMITED BY SIZE
050500                 INTO SDB-DETAIL-LINE
050600             END-STRING
050700         WHEN W-NT-FAILED = ZERO AND W-NT-NEVER = ZERO
050800             MOVE '  ALL EXPECTED STEPS COMPLETED'
050900                 TO SDB-DETAIL-LINE
051000         WHEN OTHER
051100             MOVE '  STREAM RAN TO ITS LAST STEP'
051200                 TO SDB-DETAIL-LINE
051300     END-EVALUATE.
051400     PERFORM 8000-PRINT-DETAIL-LINE.
051500     IF W-NT-FIRST-FAILED > ZERO
051600         MOVE SPACES TO SDB-DETAIL-LINE
051700         STRING '  FIRST FAILED STEP ' DELIMITED BY SIZE
051800             C-STEP-PROGRAM (W-NT-FIRST-FAILED)
051900                                 DELIMITED BY SIZE
052000             ' '                 DELIMITED BY SIZE
052100             C-STEP-DESC (W-NT-FIRST-FAILED)
052200                                 DELIMITED BY SIZE
052300             INTO SDB-DETAIL-LINE
052400         END-STRING
052500         PERFORM 8000-PRINT-DETAIL-LINE
052600     END-IF.
052700*
052800******************************************************************
052900*  ONE COUNT-BREAK RULE, CHECKED ON THE NIGHT'S SUMMED COUNTS   *
053000*  WHEN BOTH OF ITS STEPS COMPLETED.                            *
053100******************************************************************
053200 2400-CHECK-ONE-RULE.
053300     MOVE C-RULE-FROM-PROGRAM (W-RX) TO W-FIND-PROGRAM.
053400     PERFORM 3100-FIND-STEP.
053500     MOVE W-FIND-IX TO W-FROM-IX.
053600     MOVE C-RULE-TO-PROGRAM (W-RX) TO W-FIND-PROGRAM.
053700     PERFORM 3100-FIND-STEP.
053800     MOVE W-FIND-IX TO W-TO-IX.
053900     IF W-FROM-IX > ZERO AND W-TO-IX > ZERO
054000         IF W-ST-COMPLETED (W-FROM-IX)
054100                 AND W-ST-COMPLETED (W-TO-IX)
054200             PERFORM 2410-TEST-RULE-COUNTS
054300         END-IF
054400     END-IF.
054500 2410-TEST-RULE-COUNTS.
054600     IF C-RULE-FROM-IN (W-RX)
054700         MOVE W-ST-IN-LABEL (W-FROM-IX) TO W-FROM-LABEL
054800         MOVE W-ST-IN-COUNT (W-FROM-IX) TO W-FROM-COUNT
054900     ELSE
055000         MOVE W-ST-OUT-LABEL (W-FROM-IX) TO W-FROM-LABEL
055100         MOVE W-ST-OUT-COUNT (W-FROM-IX) TO W-FROM-COUNT
055200     END-IF.
055300     IF C-RULE-TO-IN (W-RX)
055400         MOVE W-ST-IN-LABEL (W-TO-IX) TO W-TO-LABEL
055500         MOVE W-ST-IN-COUNT (W-TO-IX) TO W-TO-COUNT
055600     ELSE
055700         MOVE W-ST-OUT-LABEL (W-TO-IX) TO W-TO-LABEL
055800         MOVE W-ST-OUT-COUNT (W-TO-IX) TO W-TO-COUNT
055900     END-IF.
056000     MOVE 'N' TO W-BREAK-SW.
056100     IF C-RULE-EQUAL (W-RX)
056200             AND W-FROM-COUNT NOT = W-TO-COUNT
056300         SET W-BREAK TO TRUE
056400     END-IF.
056500     IF C-RULE-NOT-ZERO (W-RX)
056600             AND W-FROM-COUNT > ZERO AND W-TO-COUNT = ZERO
056700         SET W-BREAK TO TRUE
056800     END-IF.
056900     IF W-BREAK
057000         ADD 1 TO W-NT-BREAKS
057100         MOVE SPACES TO SDB-DETAIL-LINE
057200         STRING '  COUNT BREAK  '  DELIMITED BY SIZE
057300             C-RULE-DESC (W-RX)  DELIMITED BY SIZE
057400             INTO SDB-DETAIL-LINE
057500         END-STRING
057600         PERFORM 8000-PRINT-DETAIL-LINE
057700         MOVE SPACES TO SDB-DETAIL-LINE
057800         STRING '               ' DELIMITED BY SIZE
057900             C-RULE-FROM-PROGRAM (W-RX) DELIMITED BY SIZE
058000             ' '                 DELIMITED BY SIZE
058100             W-FROM-LABEL        DELIMITED BY SIZE
058200             ' '                 DELIMITED BY SIZE
058300             W-FROM-COUNT        DELIMITED BY SIZE
058400             '  VS  '            DELIMITED BY SIZE
058500             C-RULE-TO-PROGRAM (W-RX) DELIMITED BY SIZE
058600             ' '                 DELIMITED BY SIZE
058700             W-TO-LABEL          DELIMITED BY SIZE
058800             ' '                 DELIMITED BY SIZE
058900             W-TO-COUNT          DELIMITED BY SIZE
059000             INTO SDB-DETAIL-LINE
059100         END-STRING
059200         PERFORM 8000-PRINT-DETAIL-LINE
059300     END-IF.
059400 2500-PRINT-OTHER-PROGRAMS.
059500     IF W-OT-COUNT > ZERO
059600         MOVE '  OTHER PROGRAMS ON THE LEDGER THIS NIGHT'
059700             TO SDB-DETAIL-LINE
059800         PERFORM 8000-PRINT-DETAIL-LINE
059900     END-IF.
060000     PERFORM VARYING W-OX FROM 1 BY 1
060100             UNTIL W-OX > W-OT-COUNT
060200         MOVE SPACES TO SDB-DETAIL-LINE
060300         STRING '    '           DELIMITED BY SIZE
060400             W-OT-PROGRAM (W-OX) DELIMITED BY SIZE
060500             ' RUNS '            DELIMITED BY SIZE
060600             W-OT-STARTS (W-OX)  DELIMITED BY SIZE
060700             ' ENDED '           DELIMITED BY SIZE
060800             W-OT-ENDS (W-OX)    DELIMITED BY SIZE
060900             ' MAX RC '          DELIMITED BY SIZE
061000             W-OT-MAX-RC (W-OX)  DELIMITED BY SIZE
061100             INTO SDB-DETAIL-LINE
061200         END-STRING
061300         PERFORM 8000-PRINT-DETAIL-LINE
061400     END-PERFORM.
061500     IF W-NT-OTHERS-DROPPED > ZERO
061600         MOVE SPACES TO SDB-DETAIL-LINE
061700         STRING '    MORE PROGRAMS NOT LISTED - ENTRIES '
061800                                 DELIMITED BY SIZE
061900             W-NT-OTHERS-DROPPED DELIMITED BY SIZE
062000             INTO SDB-DETAIL-LINE
062100         END-STRING
062200         PERFORM 8000-PRINT-DETAIL-LINE
062300     END-IF.
062400 2700-PRINT-NIGHT-TOTALS.
062500     MOVE SPACES TO SDB-DETAIL-LINE.
062600     STRING '  NIGHT TOTALS  COMPLETED ' DELIMITED BY SIZE
062700         W-NT-COMPLETED          DELIMITED BY SIZE
062800         ' FAILED '              DELIMITED BY SIZE
062900         W-NT-FAILED             DELIMITED BY SIZE
063000         ' NEVER STARTED '       DELIMITED BY SIZE
063100         W-NT-NEVER              DELIMITED BY SIZE
063200         ' COUNT BREAKS '        DELIMITED BY SIZE
063300         W-NT-BREAKS             DELIMITED BY SIZE
063400         INTO SDB-DETAIL-LINE
063500     END-STRING.
063600     PERFORM 8000-PRINT-DETAIL-LINE.
063700     ADD W-NT-ENTRIES     TO W-RT-ENTRIES.
063800     ADD W-NT-COMPLETED   TO W-RT-COMPLETED.
063900     ADD W-NT-FAILED      TO W-RT-FAILED.
064000     ADD W-NT-NEVER       TO W-RT-NEVER.
064100     ADD W-NT-BREAKS      TO W-RT-BREAKS.
064200 3100-FIND-STEP.
064300     MOVE ZERO TO W-FIND-IX.
064400     PERFORM VARYING W-CX FROM 1 BY 1
064500             UNTIL W-CX > C-STEP-COUNT OR W-FIND-IX > ZERO
064600         IF C-STEP-PROGRAM (W-CX) = W-FIND-PROGRAM
064700             MOVE W-CX TO W-FIND-IX
064800         END-IF
064900     END-PERFORM.
065000 6000-PRINT-RUN-TOTALS.
065100     MOVE SPACES TO SDB-DETAIL-LINE.
065200     PERFORM 8000-PRINT-DETAIL-LINE.
065300     MOVE SPACES TO SDB-DETAIL-LINE.
065400     STRING 'RUN TOTALS  NIGHTS '  DELIMITED BY SIZE
065500         W-RT-NIGHTS             DELIMITED BY SIZE
065600         ' LEDGER ENTRIES '      DELIMITED BY SIZE
065700         W-RT-ENTRIES            DELIMITED BY SIZE
065800         ' COMPLETED '           DELIMITED BY SIZE
065900         W-RT-COMPLETED          DELIMITED BY SIZE
066000         ' FAILED '              DELIMITED BY SIZE
066100         W-RT-FAILED             DELIMITED BY SIZE
066200         ' NEVER STARTED '       DELIMITED BY SIZE
066300         W-RT-NEVER              DELIMITED BY SIZE
066400         ' COUNT BREAKS '        DELIMITED BY SIZE
066500         W-RT-BREAKS             DELIMITED BY SIZE
066600         INTO SDB-DETAIL-LINE
066700     END-STRING.
066800     PERFORM 8000-PRINT-DETAIL-LINE.
066900     DISPLAY 'T58054 NIGHTS ' W-RT-NIGHTS
067000         ' FAILED ' W-RT-FAILED
067100         ' NEVER STARTED ' W-RT-NEVER
067200         ' COUNT BREAKS ' W-RT-BREAKS.
067300 8000-PRINT-DETAIL-LINE.
067400     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
067500         SPS-DSR-DETAIL-BLOCK.
067600 END PROGRAM T58054.
