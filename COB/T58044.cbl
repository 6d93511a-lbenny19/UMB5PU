000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58044.
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
001400* POST-BUILD RE-CHECK OF ISSUED DATE CARDS AND SETTLEMENT
001500* ANSWERS.  RUNS AFTER THE CALENDAR BUILD AND THE DELTA REPORT
001600* (T58026) AND RE-RESOLVES THE OUTPUTS ALREADY HANDED OUT
001700* AGAINST THE NEW CALFILE GENERATION:
001800*   DATE CARDS  - THE SAVED DATECARD FILE (T58031D) IS COMPARED
001900*                 CARD FOR CARD WITH A FRESH T58029 RUN OF THE
002000*                 SAME FREQUENCY RULES AS OF THE DATE THE SAVED
002100*                 CARDS WERE ISSUED (ASOFDATE ON RUNPARM, THE
002200*                 RUN DATE WHEN OMITTED).  THE FRESH RUN IS THE
002300*                 CORRECTED, RELOADABLE DATECARD FILE.
002400*   BUSDAY      - EACH SAVED T58022 ANSWER (BUSDOUT) WHOSE SPAN
002500*                 TOUCHES A CHANGED DATE IS RE-RESOLVED THROUGH
002600*                 DTA-ADD-BUS-DAYS.
002700*   TENOR       - EACH SAVED T58028 ANSWER (TENOROUT) WHOSE SPAN
002800*                 TOUCHES A CHANGED DATE IS RE-RESOLVED THROUGH
002900*                 DTA-COUNT-BUS-DAYS.
003000* THE CHANGED DATES COME FROM THE DELTA FILE T58026 WRITES
003100* (T58044D).  WITHOUT A DELTA FILE EVERY SAVED ANSWER IS
003200* RE-RESOLVED.  EVERY ANSWER THAT MOVED IS PRINTED WITH ITS OLD
003300* AND NEW VALUE; ONE WHOSE OLD OR NEW DATE FALLS INSIDE THE
003400* NEXT 10 BUSINESS DAYS IS FLAGGED AND ALSO ANNOUNCED ON THE
003500* CONSOLE, BECAUSE THOSE JOBS RUN BEFORE ANYONE READS THE
003600* REPORT.
003700*
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER. IBM-370.
004100 OBJECT-COMPUTER. IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CALENDAR-DELTA-FILE ASSIGN TO HOLDELTA
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS IS W-DELTA-STATUS.
004700     SELECT FREQ-RULE-FILE ASSIGN TO FREQRULE
004800         ORGANIZATION LINE SEQUENTIAL
004900         FILE STATUS IS W-RULE-STATUS.
005000     SELECT PRIOR-CARD-FILE ASSIGN TO DATECRDP
005100         ORGANIZATION LINE SEQUENTIAL
005200         FILE STATUS IS W-PCARD-STATUS.
005300     SELECT DATE-CARD-FILE ASSIGN TO DATECARD
005400         ORGANIZATION LINE SEQUENTIAL
005500         FILE STATUS IS W-NCARD-STATUS.
005600     SELECT PRIOR-BUSDAY-FILE ASSIGN TO BUSDOUTP
005700         ORGANIZATION LINE SEQUENTIAL
005800         FILE STATUS IS W-PBUS-STATUS.
005900     SELECT PRIOR-TENOR-FILE ASSIGN TO TENOROTP
006000         ORGANIZATION LINE SEQUENTIAL
006100         FILE STATUS IS W-PTEN-STATUS.
006200     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
006300         ORGANIZATION INDEXED
006400         ACCESS MODE RANDOM
006500         RECORD KEY BMR-BANK-ID
006600         FILE STATUS IS W-BANKMST-STATUS.
006700 DATA DIVISION.
006800     EJECT
006900 FILE SECTION.
007000 FD  CALENDAR-DELTA-FILE.
007100 COPY T58044D. *> CHANGED DATES FROM THE DELTA REPORT T58026
007200 FD  FREQ-RULE-FILE.
007300 COPY T58029D. *> SCHEDULER FREQUENCY RULES (RULE TO BANK)
007400 FD  PRIOR-CARD-FILE.
007500 COPY T58031D REPLACING LEADING ==DCR== BY ==PCR==.
007600 FD  DATE-CARD-FILE.
007700 COPY T58031D. *> CORRECTED CARDS FROM THE T58029 RE-RUN
007800* A SAVED T58022 RESULT LINE.  DTS ERROR LINES CARRY TEXT IN
007900* THE RESULT-DATE POSITION AND ARE SKIPPED.
008000 FD  PRIOR-BUSDAY-FILE.
008100 01  PRIOR-BUSDAY-RESULT-RECORD.
008200     05  PBR-BANK-ID             PIC 9(5).
008300     05  FILLER                  PIC X.
008400     05  PBR-FROM-DATE           PIC 9(8).
008500     05  FILLER                  PIC X.
008600     05  PBR-DAY-OFFSET          PIC S9(4)
008700                                 SIGN LEADING SEPARATE.
008800     05  FILLER                  PIC X.
008900     05  PBR-RESULT-DATE         PIC 9(8).
009000     05  FILLER                  PIC X(51).
009100* A SAVED T58028 RESULT LINE, SAME CONVENTION.
009200 FD  PRIOR-TENOR-FILE.
009300 01  PRIOR-TENOR-RESULT-RECORD.
009400     05  PTR-BANK-ID             PIC 9(5).
009500     05  FILLER                  PIC X.
009600     05  PTR-FROM-DATE           PIC 9(8).
009700     05  FILLER                  PIC X.
009800     05  PTR-TO-DATE             PIC 9(8).
009900     05  FILLER                  PIC X.
010000     05  PTR-DAY-COUNT           PIC S9(5)
010100                                 SIGN LEADING SEPARATE.
010200     05  FILLER                  PIC X(51).
010300 FD  BANK-MASTER-FILE.
010400 COPY T58034D. *> KEYED BANK MASTER (WEEKEND-DAY DEFINITION)
010500     EJECT
010600 WORKING-STORAGE SECTION.
010700*
010800 01  CC-CHANGE-ID.
010900     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
011000*
011100 01  C-BINARY-CONSTANTS    BINARY SYNC.
011200     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
011300 01  C-RECHECK-CONSTANTS.
011400     05  C-NEAR-TERM-BUS-DAYS    PIC S9(4)   COMP    VALUE +10.
011500     05  C-MAX-DELTA-ENTRIES     PIC 9(4)    BINARY  VALUE 2000.
011600     05  C-MAX-RULE-ENTRIES      PIC 9(4)    BINARY  VALUE 500.
011700     05  C-MAX-BANK-ENTRIES      PIC 9(4)    BINARY  VALUE 100.
011800*
011900 01  W-FILE-STATUS-CONTROL.
012000     05  W-DELTA-STATUS          PIC XX.
012100         88  W-DELTA-STATUS-OK       VALUE '00'.
012200         88  W-DELTA-STATUS-EOF      VALUE '10'.
012300     05  W-RULE-STATUS           PIC XX.
012400         88  W-RULE-STATUS-OK        VALUE '00'.
012500         88  W-RULE-STATUS-EOF       VALUE '10'.
012600     05  W-PCARD-STATUS          PIC XX.
012700         88  W-PCARD-STATUS-OK       VALUE '00'.
012800         88  W-PCARD-STATUS-EOF      VALUE '10'.
012900     05  W-NCARD-STATUS          PIC XX.
013000         88  W-NCARD-STATUS-OK       VALUE '00'.
013100         88  W-NCARD-STATUS-EOF      VALUE '10'.
013200     05  W-PBUS-STATUS           PIC XX.
013300         88  W-PBUS-STATUS-OK        VALUE '00'.
013400         88  W-PBUS-STATUS-EOF       VALUE '10'.
013500     05  W-PTEN-STATUS           PIC XX.
013600         88  W-PTEN-STATUS-OK        VALUE '00'.
013700         88  W-PTEN-STATUS-EOF       VALUE '10'.
013800     05  W-BANKMST-STATUS        PIC XX.
013900         88  W-BANKMST-STATUS-OK     VALUE '00'.
014000     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
014100         88  W-BANKMST-OPEN          VALUE 'Y'.
014200*
014300* THE CHANGED DATES, BY BANK.  A MISSING DELTA FILE OR ONE TOO
014400* BIG FOR THE TABLE TURNS ON W-SCREEN-ALL SO EVERY SAVED ANSWER
014500* IS RE-RESOLVED -- SLOWER, NEVER WRONG.
014600 01  W-DELTA-TABLE.
014700     05  W-DELTA-COUNT           PIC 9(4)    BINARY VALUE ZERO.
014800     05  W-DELTA-NEAR-COUNT      PIC 9(5)    VALUE ZERO.
014900     05  W-SCREEN-ALL-SW         PIC X       VALUE 'N'.
015000         88  W-SCREEN-ALL            VALUE 'Y'.
015100     05  W-DELTA-ENTRY           OCCURS 2000 TIMES.
015200         10  W-DT-BANK-ID        PIC 9(5).
015300         10  W-DT-DATE           PIC 9(8).
015400*
015500* RULE ID TO BANK ID, FROM THE FREQUENCY RULE FILE, SO A
015600* CHANGED CARD CAN BE TESTED AGAINST ITS OWN BANK'S WINDOW.
015700 01  W-RULE-BANK-TABLE.
015800     05  W-RULE-COUNT            PIC 9(4)    BINARY VALUE ZERO.
015900     05  W-RULE-BANK-ENTRY       OCCURS 500 TIMES.
016000         10  W-RB-RULE-ID        PIC X(8).
016100         10  W-RB-BANK-ID        PIC 9(5).
016200*
016300* PER-BANK CONTEXT, BUILT THE FIRST TIME A BANK IS SEEN: ITS
016400* WEEKEND DAYS FROM THE BANK MASTER AND THE LAST DATE OF ITS
016500* 10-BUSINESS-DAY WINDOW FROM THE RUN DATE (ZERO WHEN THE
016600* WINDOW COULD NOT BE RESOLVED).
016700 01  W-BANK-CONTEXT-TABLE.
016800     05  W-BANK-COUNT            PIC 9(4)    BINARY VALUE ZERO.
016900     05  W-BANK-ENTRY            OCCURS 100 TIMES.
017000         10  W-BC-BANK-ID        PIC 9(5).
017100         10  W-BC-WKND-1         PIC X.
017200         10  W-BC-WKND-2         PIC X.
017300         10  W-BC-WINDOW-END     PIC 9(8).
017400*
017500 01  W-RECHECK-COUNTERS.
017600     05  W-CARD-CHECK-COUNT      PIC 9(5)    VALUE ZERO.
017700     05  W-CARD-CHANGE-COUNT     PIC 9(5)    VALUE ZERO.
017800     05  W-BUS-READ-COUNT        PIC 9(5)    VALUE ZERO.
017900     05  W-BUS-RECHECK-COUNT     PIC 9(5)    VALUE ZERO.
018000     05  W-BUS-CHANGE-COUNT      PIC 9(5)    VALUE ZERO.
018100     05  W-TEN-READ-COUNT        PIC 9(5)    VALUE ZERO.
018200     05  W-TEN-RECHECK-COUNT     PIC 9(5)    VALUE ZERO.
018300     05  W-TEN-CHANGE-COUNT      PIC 9(5)    VALUE ZERO.
018400     05  W-SKIP-COUNT            PIC 9(5)    VALUE ZERO.
018500     05  W-ERROR-COUNT           PIC 9(5)    VALUE ZERO.
018600     05  W-NEAR-TERM-COUNT       PIC 9(5)    VALUE ZERO.
018700*
018800 01  W-RECHECK-CONTROL.
018900     05  W-ASOF-DATE             PIC 9(8).
019000     05  W-SAVE-RUN-DATE         PIC 9(8).
019100     05  W-SAVE-RETURN-CODE      PIC S9(4)   COMP.
019200     05  W-ITEM-BANK-ID          PIC 9(5).
019300     05  W-ITEM-LOW-DATE         PIC 9(8).
019400     05  W-ITEM-HIGH-DATE        PIC 9(8).
019500     05  W-ITEM-IMPACT-SW        PIC X.
019600         88  W-ITEM-IMPACTED         VALUE 'Y'.
019700     05  W-TEST-DATE-1           PIC 9(8).
019800     05  W-TEST-DATE-2           PIC 9(8).
019900     05  W-NEAR-TERM-FLAG        PIC X(30).
020000     05  W-CARD-BREAK-SW         PIC X       VALUE 'N'.
020100         88  W-CARD-SEQUENCE-BREAK   VALUE 'Y'.
020200     05  W-BANK-FOUND-SW         PIC X.
020300         88  W-BANK-FOUND            VALUE 'Y'.
020400     05  W-DELTA-SUB             PIC 9(4)    BINARY.
020500     05  W-RULE-SUB              PIC 9(4)    BINARY.
020600     05  W-BANK-SUB              PIC 9(4)    BINARY.
020700     05  W-OLD-COUNT-DISPLAY     PIC +9(5).
020800     05  W-NEW-COUNT-DISPLAY     PIC +9(5).
020900     05  W-RESULT-CODE-DISPLAY   PIC 9(5).
021000     05  W-DELTA-COUNT-DISPLAY   PIC 9(5).
021100*
021200* WORKAREA FOR THE SHARED DTS AUDIT LOG -- WRITTEN EVERY TIME
021300* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
021400 COPY T58017D.
021500*
021533* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
021566 COPY T58053D.
021600* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
021700 COPY T58030D.
021800*
021900 COPY T58007D. *> DATE ROUTINE ACTIONS
022000 COPY T58008D. *> DATE ROUTINE RESULTS
022100     EJECT
022200 LINKAGE SECTION.
022300*
022400*                    TRANSACTION-CONTROL-BLOCK
022500 COPY P49000D.
022600*
022700*                    DATE-CONTROL-BLOCK
022800 COPY T58001D.
022900*
023000*                    SPS-PRINT LINE
023100 COPY I54076D.
023200     EJECT
023300 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
023400                             DATE-CONTROL-BLOCK
023500                             SPS-DSR-DETAIL-BLOCK.
023600     EJECT
023700 0000-MAIN-PROCESS.
023750     PERFORM 9800-LOG-RUN-START.
023800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023900     IF RCB-PARM-ERROR
024000         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
024100         PERFORM 8000-PRINT-DETAIL-LINE
024200         SET TCB-RC-ERROR TO TRUE
024250         PERFORM 9810-LOG-RUN-END
024300         GOBACK
024400     END-IF.
024500     PERFORM 2000-LOAD-DELTA-TABLE.
024600     PERFORM 3000-RECHECK-DATE-CARDS THRU 3000-EXIT.
024700     PERFORM 4000-RECHECK-BUSDAY-ANSWERS THRU 4000-EXIT.
024800     PERFORM 5000-RECHECK-TENOR-ANSWERS THRU 5000-EXIT.
024900     PERFORM 6000-PRINT-TOTALS.
025000     IF W-BANKMST-OPEN
025100         CLOSE BANK-MASTER-FILE
025200     END-IF.
025250     PERFORM 9810-LOG-RUN-END.
025300     GOBACK.
025400 1000-INITIALIZE.
025500     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
025600     MOVE 'POST-BUILD RE-CHECK - ISSUED DATE CARDS AND SETTLEMENT
025700-        ' ANSWERS' TO SDB-DETAIL-LINE.
025800     PERFORM 8000-PRINT-DETAIL-LINE.
025900     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
026000         RUN-CONTROL-BLOCK.
026100     IF RCB-PARM-ERROR
026200         GO TO 1000-EXIT
026300     END-IF.
026400     MOVE TCB-RUN-DATE TO W-ASOF-DATE.
026500     IF RCB-ASOF-DATE > ZERO
026600         MOVE RCB-ASOF-DATE TO W-ASOF-DATE
026700     END-IF.
026800     MOVE SPACES TO SDB-DETAIL-LINE.
026900     STRING 'ANSWERS ISSUED AS OF '  DELIMITED BY SIZE
027000         W-ASOF-DATE                 DELIMITED BY SIZE
027100         '  NEAR-TERM WINDOW FROM '  DELIMITED BY SIZE
027200         TCB-RUN-DATE                DELIMITED BY SIZE
027300         INTO SDB-DETAIL-LINE
027400     END-STRING.
027500     PERFORM 8000-PRINT-DETAIL-LINE.
027600     OPEN INPUT BANK-MASTER-FILE.
027700     IF W-BANKMST-STATUS-OK
027800         SET W-BANKMST-OPEN TO TRUE
027900     END-IF.
028000 1000-EXIT.
028100     EXIT.
028200*
028300******************************************************************
028400*  LOAD THE CHANGED DATES.  AN EMPTY DELTA FILE MEANS THE BUILD *
028500*  CHANGED NOTHING AND NO SETTLEMENT ANSWER CAN HAVE MOVED.     *
028600******************************************************************
028700 2000-LOAD-DELTA-TABLE.
028800     OPEN INPUT CALENDAR-DELTA-FILE.
028900     IF NOT W-DELTA-STATUS-OK
029000         SET W-SCREEN-ALL TO TRUE
029100         MOVE 'NO CALENDAR DELTA FILE - EVERY SAVED ANSWER IS RE-R
029200-            'ESOLVED' TO SDB-DETAIL-LINE
029300         PERFORM 8000-PRINT-DETAIL-LINE
029400     ELSE
029500         PERFORM UNTIL W-DELTA-STATUS-EOF
029600             READ CALENDAR-DELTA-FILE
029700                 AT END
029800                     SET W-DELTA-STATUS-EOF TO TRUE
029900                 NOT AT END
030000                     PERFORM 2100-ADD-DELTA-ENTRY
030100             END-READ
030200         END-PERFORM
030300         CLOSE CALENDAR-DELTA-FILE
030400         MOVE W-DELTA-COUNT TO W-DELTA-COUNT-DISPLAY
030500         MOVE SPACES TO SDB-DETAIL-LINE
030600         STRING 'CALENDAR CHANGES LOADED: ' DELIMITED BY SIZE
030700             W-DELTA-COUNT-DISPLAY      DELIMITED BY SIZE
030800             '  WITHIN 10 BUSINESS DAYS: ' DELIMITED BY SIZE
030900             W-DELTA-NEAR-COUNT         DELIMITED BY SIZE
031000             INTO SDB-DETAIL-LINE
031100         END-STRING
031200         PERFORM 8000-PRINT-DETAIL-LINE
031300     END-IF.
031400 2100-ADD-DELTA-ENTRY.
031500     IF CDL-NEAR-TERM
031600         ADD 1 TO W-DELTA-NEAR-COUNT
031700     END-IF.
031800     IF W-DELTA-COUNT < C-MAX-DELTA-ENTRIES
031900         ADD 1 TO W-DELTA-COUNT
032000         MOVE CDL-BANK-ID TO W-DT-BANK-ID (W-DELTA-COUNT)
032100         MOVE CDL-DATE    TO W-DT-DATE (W-DELTA-COUNT)
032200     ELSE
032300         IF NOT W-SCREEN-ALL
032400             SET W-SCREEN-ALL TO TRUE
032500             DISPLAY 'T58044 DELTA TABLE FULL AT '
032600                 C-MAX-DELTA-ENTRIES
032700                 ' - EVERY SAVED ANSWER IS RE-RESOLVED'
032800         END-IF
032900     END-IF.
033000*
033100******************************************************************
033200*  DATE CARDS.  T58029 IS RE-RUN AS OF THE ISSUE DATE AGAINST   *
033300*  THE NEW GENERATION; ITS DATECARD OUTPUT IS THE CORRECTED     *
033400*  FILE.  OLD AND NEW CARDS COME OUT IN RULE ORDER, SO ONE      *
033500*  LOCKSTEP PASS PAIRS EVERY CARD WITH ITS REPLACEMENT.         *
033600******************************************************************
033700 3000-RECHECK-DATE-CARDS.
033800     OPEN INPUT PRIOR-CARD-FILE.
033900     IF NOT W-PCARD-STATUS-OK
034000         MOVE 'NO PRIOR DATE-CARD FILE - DATE CARDS NOT RE-CHECKE
034100-            'D' TO SDB-DETAIL-LINE
034200         PERFORM 8000-PRINT-DETAIL-LINE
034300         GO TO 3000-EXIT
034400     END-IF.
034500     PERFORM 3050-LOAD-RULE-BANKS.
034600     IF NOT W-RULE-STATUS-EOF
034700         MOVE 'FREQUENCY RULE FILE NOT AVAILABLE - DATE CARDS NOT
034800-            ' RE-CHECKED' TO SDB-DETAIL-LINE
034900         PERFORM 8000-PRINT-DETAIL-LINE
035000         CLOSE PRIOR-CARD-FILE
035100         GO TO 3000-EXIT
035200     END-IF.
035300     MOVE TCB-RUN-DATE    TO W-SAVE-RUN-DATE.
035400     MOVE TCB-RETURN-CODE TO W-SAVE-RETURN-CODE.
035500     MOVE W-ASOF-DATE     TO TCB-RUN-DATE.
035600     CALL 'T58029' USING TRANSACTION-CONTROL-BLOCK
035700         DATE-CONTROL-BLOCK.
035800     MOVE W-SAVE-RUN-DATE TO TCB-RUN-DATE.
035900     IF TCB-RC-ERROR
036000         MOVE 'DATE-CARD REGENERATION FAILED - CORRECTED DATECARD
036100-            ' FILE NOT USABLE' TO SDB-DETAIL-LINE
036200         PERFORM 8000-PRINT-DETAIL-LINE
036300         CLOSE PRIOR-CARD-FILE
036400         GO TO 3000-EXIT
036500     END-IF.
036600     IF TCB-RETURN-CODE < W-SAVE-RETURN-CODE
036700         MOVE W-SAVE-RETURN-CODE TO TCB-RETURN-CODE
036800     END-IF.
036900     OPEN INPUT DATE-CARD-FILE.
037000     IF NOT W-NCARD-STATUS-OK
037100         SET TCB-RC-ERROR TO TRUE
037200         DISPLAY 'T58044 CORRECTED DATECARD FILE OPEN FAILED - '
037300             'STATUS ' W-NCARD-STATUS
037400         CLOSE PRIOR-CARD-FILE
037500         GO TO 3000-EXIT
037600     END-IF.
037700     PERFORM 3100-READ-PRIOR-CARD.
037800     PERFORM 3200-READ-NEW-CARD.
037900     PERFORM UNTIL W-PCARD-STATUS-EOF
038000                OR W-NCARD-STATUS-EOF
038100                OR W-CARD-SEQUENCE-BREAK
038200         PERFORM 3300-COMPARE-ONE-CARD
038300     END-PERFORM.
038400     IF NOT W-CARD-SEQUENCE-BREAK
038500             AND (NOT W-PCARD-STATUS-EOF
038600                  OR NOT W-NCARD-STATUS-EOF)
038700         SET TCB-RC-WARNING TO TRUE
038800         MOVE 'DATE-CARD COUNT DIFFERS - OLD AND CORRECTED FILES
038900-            'END AT DIFFERENT CARDS' TO SDB-DETAIL-LINE
039000         PERFORM 8000-PRINT-DETAIL-LINE
039100     END-IF.
039200     CLOSE PRIOR-CARD-FILE.
039300     CLOSE DATE-CARD-FILE.
039400 3000-EXIT.
039500     EXIT.
039600 3050-LOAD-RULE-BANKS.
039700     MOVE ZERO TO W-RULE-COUNT.
039800     OPEN INPUT FREQ-RULE-FILE.
039900     IF W-RULE-STATUS-OK
040000         PERFORM UNTIL W-RULE-STATUS-EOF
040100             READ FREQ-RULE-FILE
040200                 AT END
040300                     SET W-RULE-STATUS-EOF TO TRUE
040400                 NOT AT END
040500                     IF W-RULE-COUNT < C-MAX-RULE-ENTRIES
040600                         ADD 1 TO W-RULE-COUNT
040700                         MOVE FRR-RULE-ID
040800                             TO W-RB-RULE-ID (W-RULE-COUNT)
040900                         MOVE FRR-BANK-ID
041000                             TO W-RB-BANK-ID (W-RULE-COUNT)
041100                     END-IF
041200             END-READ
041300         END-PERFORM
041400         CLOSE FREQ-RULE-FILE
041500     END-IF.
041600 3100-READ-PRIOR-CARD.
041700     READ PRIOR-CARD-FILE
041800         AT END
041900             SET W-PCARD-STATUS-EOF TO TRUE
042000     END-READ.
042100 3200-READ-NEW-CARD.
042200     READ DATE-CARD-FILE
042300         AT END
042400             SET W-NCARD-STATUS-EOF TO TRUE
042500     END-READ.
042600 3300-COMPARE-ONE-CARD.
042700     ADD 1 TO W-CARD-CHECK-COUNT.
042800     IF PCR-RULE-ID NOT = DCR-RULE-ID
042900         SET W-CARD-SEQUENCE-BREAK TO TRUE
043000         SET TCB-RC-WARNING TO TRUE
043100         MOVE SPACES TO SDB-DETAIL-LINE
043200         STRING 'DATE-CARD SEQUENCE BREAK - OLD RULE '
043300             DELIMITED BY SIZE
043400             PCR-RULE-ID          DELIMITED BY SIZE
043500             ' NEW RULE '         DELIMITED BY SIZE
043600             DCR-RULE-ID          DELIMITED BY SIZE
043700             ' - REMAINING CARDS NOT COMPARED'
043800                                  DELIMITED BY SIZE
043900             INTO SDB-DETAIL-LINE
044000         END-STRING
044100         PERFORM 8000-PRINT-DETAIL-LINE
044200     ELSE
044300         IF PCR-NEXT-DATE NOT = DCR-NEXT-DATE
044400                 OR PCR-QTR-FLAG NOT = DCR-QTR-FLAG
044500             PERFORM 3400-REPORT-CHANGED-CARD
044600         END-IF
044700         PERFORM 3100-READ-PRIOR-CARD
044800         PERFORM 3200-READ-NEW-CARD
044900     END-IF.
045000 3400-REPORT-CHANGED-CARD.
045100     ADD 1 TO W-CARD-CHANGE-COUNT.
045200     MOVE ZERO TO W-ITEM-BANK-ID.
045300     PERFORM VARYING W-RULE-SUB FROM 1 BY 1
045400             UNTIL W-RULE-SUB > W-RULE-COUNT
045500         IF W-RB-RULE-ID (W-RULE-SUB) = PCR-RULE-ID
045600             MOVE W-RB-BANK-ID (W-RULE-SUB) TO W-ITEM-BANK-ID
045700         END-IF
045800     END-PERFORM.
045900     PERFORM 8300-LOAD-BANK-CONTEXT.
046000     MOVE PCR-NEXT-DATE TO W-TEST-DATE-1.
046100     MOVE DCR-NEXT-DATE TO W-TEST-DATE-2.
046200     PERFORM 8400-SET-NEAR-TERM-FLAG.
046300     MOVE SPACES TO SDB-DETAIL-LINE.
046400     STRING 'CARD   '             DELIMITED BY SIZE
046500         PCR-RULE-ID              DELIMITED BY SIZE
046600         ' BANK '                 DELIMITED BY SIZE
046700         W-ITEM-BANK-ID           DELIMITED BY SIZE
046800         ' OLD '                  DELIMITED BY SIZE
046900         PCR-NEXT-DATE            DELIMITED BY SIZE
047000         ' '                      DELIMITED BY SIZE
047100         PCR-QTR-FLAG             DELIMITED BY SIZE
047200         ' NEW '                  DELIMITED BY SIZE
047300         DCR-NEXT-DATE            DELIMITED BY SIZE
047400         ' '                      DELIMITED BY SIZE
047500         DCR-QTR-FLAG             DELIMITED BY SIZE
047600         W-NEAR-TERM-FLAG         DELIMITED BY SIZE
047700         INTO SDB-DETAIL-LINE
047800     END-STRING.
047900     PERFORM 8000-PRINT-DETAIL-LINE.
048000*
048100******************************************************************
048200*  SAVED T58022 ANSWERS.  AN ANSWER CAN ONLY MOVE IF A CHANGED  *
048300*  DATE FOR ITS BANK LIES BETWEEN THE FROM DATE AND THE OLD     *
048400*  RESULT, SO ONLY THOSE GO BACK THROUGH THE DATE SERVICES.     *
048500******************************************************************
048600 4000-RECHECK-BUSDAY-ANSWERS.
048700     OPEN INPUT PRIOR-BUSDAY-FILE.
048800     IF NOT W-PBUS-STATUS-OK
048900         MOVE 'NO PRIOR BUSDOUT FILE - BUSINESS-DAY ANSWERS NOT R
049000-            'E-CHECKED' TO SDB-DETAIL-LINE
049100         PERFORM 8000-PRINT-DETAIL-LINE
049200         GO TO 4000-EXIT
049300     END-IF.
049400     PERFORM UNTIL W-PBUS-STATUS-EOF
049500         READ PRIOR-BUSDAY-FILE
049600             AT END
049700                 SET W-PBUS-STATUS-EOF TO TRUE
049800             NOT AT END
049900                 PERFORM 4100-CHECK-ONE-BUSDAY-ANSWER
050000                     THRU 4100-EXIT
050100         END-READ
050200     END-PERFORM.
050300     CLOSE PRIOR-BUSDAY-FILE.
050400 4000-EXIT.
050500     EXIT.
050600 4100-CHECK-ONE-BUSDAY-ANSWER.
050700     ADD 1 TO W-BUS-READ-COUNT.
050800     IF PBR-BANK-ID NOT NUMERIC
050900             OR PBR-FROM-DATE NOT NUMERIC
051000             OR PBR-DAY-OFFSET NOT NUMERIC
051100             OR PBR-RESULT-DATE NOT NUMERIC
051200         ADD 1 TO W-SKIP-COUNT
051300         GO TO 4100-EXIT
051400     END-IF.
051500     MOVE PBR-BANK-ID TO W-ITEM-BANK-ID.
051600     IF PBR-FROM-DATE < PBR-RESULT-DATE
051700         MOVE PBR-FROM-DATE   TO W-ITEM-LOW-DATE
051800         MOVE PBR-RESULT-DATE TO W-ITEM-HIGH-DATE
051900     ELSE
052000         MOVE PBR-RESULT-DATE TO W-ITEM-LOW-DATE
052100         MOVE PBR-FROM-DATE   TO W-ITEM-HIGH-DATE
052200     END-IF.
052300     PERFORM 8200-CHECK-DELTA-IMPACT.
052400     IF NOT W-ITEM-IMPACTED
052500         GO TO 4100-EXIT
052600     END-IF.
052700     ADD 1 TO W-BUS-RECHECK-COUNT.
052800     PERFORM 8300-LOAD-BANK-CONTEXT.
052900     MOVE PBR-FROM-DATE    TO DCB-INPUT-DATE.
053000     MOVE PBR-BANK-ID      TO DCB-BANK-ID.
053100     MOVE W-BC-WKND-1 (W-BANK-SUB) TO DCB-WEEKEND-DAY-1.
053200     MOVE W-BC-WKND-2 (W-BANK-SUB) TO DCB-WEEKEND-DAY-2.
053300* T58022 RESOLVES ON THE DEFAULT (BANK-HOLIDAY) CALENDAR.
053400     MOVE SPACE            TO DCB-CAL-TYPE.
053500     MOVE PBR-DAY-OFFSET   TO DCB-DAY-OFFSET.
053600     MOVE DTA-ADD-BUS-DAYS TO DCB-ACTION-CODE.
053700     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
053800         DATE-CONTROL-BLOCK.
053900     IF DCB-RESULT-CODE NOT = DTR-SUCCESS
054000         PERFORM 8500-REPORT-DTS-ERROR
054100         GO TO 4100-EXIT
054200     END-IF.
054300     IF DCB-RESULT-DATE = PBR-RESULT-DATE
054400         GO TO 4100-EXIT
054500     END-IF.
054600     ADD 1 TO W-BUS-CHANGE-COUNT.
054700     MOVE PBR-RESULT-DATE TO W-TEST-DATE-1.
054800     MOVE DCB-RESULT-DATE TO W-TEST-DATE-2.
054900     PERFORM 8400-SET-NEAR-TERM-FLAG.
055000     MOVE SPACES TO SDB-DETAIL-LINE.
055100     STRING 'BUSDAY '             DELIMITED BY SIZE
055200         PBR-BANK-ID              DELIMITED BY SIZE
055300         ' FROM '                 DELIMITED BY SIZE
055400         PBR-FROM-DATE            DELIMITED BY SIZE
055500         ' OFFSET '               DELIMITED BY SIZE
055600         PBR-DAY-OFFSET           DELIMITED BY SIZE
055700         ' OLD '                  DELIMITED BY SIZE
055800         PBR-RESULT-DATE          DELIMITED BY SIZE
055900         ' NEW '                  DELIMITED BY SIZE
056000         DCB-RESULT-DATE          DELIMITED BY SIZE
056100         W-NEAR-TERM-FLAG         DELIMITED BY SIZE
056200         INTO SDB-DETAIL-LINE
056300     END-STRING.
056400     PERFORM 8000-PRINT-DETAIL-LINE.
056500 4100-EXIT.
056600     EXIT.
056700*
056800******************************************************************
056900*  SAVED T58028 TENOR COUNTS, SCREENED THE SAME WAY ON THE      *
057000*  FROM/TO SPAN.                                                *
057100******************************************************************
057200 5000-RECHECK-TENOR-ANSWERS.
057300     OPEN INPUT PRIOR-TENOR-FILE.
057400     IF NOT W-PTEN-STATUS-OK
057500         MOVE 'NO PRIOR TENOROUT FILE - TENOR ANSWERS NOT RE-CHEC
057600-            'KED' TO SDB-DETAIL-LINE
057700         PERFORM 8000-PRINT-DETAIL-LINE
057800         GO TO 5000-EXIT
057900     END-IF.
058000     PERFORM UNTIL W-PTEN-STATUS-EOF
058100         READ PRIOR-TENOR-FILE
058200             AT END
058300                 SET W-PTEN-STATUS-EOF TO TRUE
058400             NOT AT END
058500                 PERFORM 5100-CHECK-ONE-TENOR-ANSWER
058600                     THRU 5100-EXIT
058700         END-READ
058800     END-PERFORM.
058900     CLOSE PRIOR-TENOR-FILE.
059000 5000-EXIT.
059100     EXIT.
059200 5100-CHECK-ONE-TENOR-ANSWER.
059300     ADD 1 TO W-TEN-READ-COUNT.
059400     IF PTR-BANK-ID NOT NUMERIC
059500             OR PTR-FROM-DATE NOT NUMERIC
059600             OR PTR-TO-DATE NOT NUMERIC
059700             OR PTR-DAY-COUNT NOT NUMERIC
059800         ADD 1 TO W-SKIP-COUNT
059900         GO TO 5100-EXIT
060000     END-IF.
060100     MOVE PTR-BANK-ID TO W-ITEM-BANK-ID.
060200     IF PTR-FROM-DATE < PTR-TO-DATE
060300         MOVE PTR-FROM-DATE TO W-ITEM-LOW-DATE
060400         MOVE PTR-TO-DATE   TO W-ITEM-HIGH-DATE
060500     ELSE
060600         MOVE PTR-TO-DATE   TO W-ITEM-LOW-DATE
060700         MOVE PTR-FROM-DATE TO W-ITEM-HIGH-DATE
060800     END-IF.
060900     PERFORM 8200-CHECK-DELTA-IMPACT.
061000     IF NOT W-ITEM-IMPACTED
061100         GO TO 5100-EXIT
061200     END-IF.
061300     ADD 1 TO W-TEN-RECHECK-COUNT.
061400     PERFORM 8300-LOAD-BANK-CONTEXT.
061500     MOVE PTR-FROM-DATE      TO DCB-INPUT-DATE.
061600     MOVE PTR-TO-DATE        TO DCB-TO-DATE.
061700     MOVE PTR-BANK-ID        TO DCB-BANK-ID.
061800     MOVE W-BC-WKND-1 (W-BANK-SUB) TO DCB-WEEKEND-DAY-1.
061900     MOVE W-BC-WKND-2 (W-BANK-SUB) TO DCB-WEEKEND-DAY-2.
062000* T58028 COUNTS ON THE DEFAULT (BANK-HOLIDAY) CALENDAR.
062100     MOVE SPACE              TO DCB-CAL-TYPE.
062200     MOVE DTA-COUNT-BUS-DAYS TO DCB-ACTION-CODE.
062300     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
062400         DATE-CONTROL-BLOCK.
062500     IF DCB-RESULT-CODE NOT = DTR-SUCCESS
062600         PERFORM 8500-REPORT-DTS-ERROR
062700         GO TO 5100-EXIT
062800     END-IF.
062900     IF DCB-DAY-COUNT = PTR-DAY-COUNT
063000         GO TO 5100-EXIT
063100     END-IF.
063200     ADD 1 TO W-TEN-CHANGE-COUNT.
063300     MOVE PTR-FROM-DATE TO W-TEST-DATE-1.
063400     MOVE PTR-TO-DATE   TO W-TEST-DATE-2.
063500     PERFORM 8400-SET-NEAR-TERM-FLAG.
063600     MOVE PTR-DAY-COUNT TO W-OLD-COUNT-DISPLAY.
063700     MOVE DCB-DAY-COUNT TO W-NEW-COUNT-DISPLAY.
063800     MOVE SPACES TO SDB-DETAIL-LINE.
063900     STRING 'TENOR  '             DELIMITED BY SIZE
064000         PTR-BANK-ID              DELIMITED BY SIZE
064100         ' FROM '                 DELIMITED BY SIZE
064200         PTR-FROM-DATE            DELIMITED BY SIZE
064300         ' TO '                   DELIMITED BY SIZE
064400         PTR-TO-DATE              DELIMITED BY SIZE
064500         ' OLD '                  DELIMITED BY SIZE
064600         W-OLD-COUNT-DISPLAY      DELIMITED BY SIZE
064700         ' NEW '                  DELIMITED BY SIZE
064800         W-NEW-COUNT-DISPLAY      DELIMITED BY SIZE
064900         W-NEAR-TERM-FLAG         DELIMITED BY SIZE
065000         INTO SDB-DETAIL-LINE
065100     END-STRING.
065200     PERFORM 8000-PRINT-DETAIL-LINE.
065300 5100-EXIT.
065400     EXIT.
065500 6000-PRINT-TOTALS.
065600     MOVE SPACES TO SDB-DETAIL-LINE.
065700     STRING 'DATE CARDS CHECKED: '     DELIMITED BY SIZE
065800         W-CARD-CHECK-COUNT            DELIMITED BY SIZE
065900         ' CHANGED: '                  DELIMITED BY SIZE
066000         W-CARD-CHANGE-COUNT           DELIMITED BY SIZE
066100         INTO SDB-DETAIL-LINE
066200     END-STRING.
066300     PERFORM 8000-PRINT-DETAIL-LINE.
066400     MOVE SPACES TO SDB-DETAIL-LINE.
066500     STRING 'BUSDAY ANSWERS READ: '    DELIMITED BY SIZE
066600         W-BUS-READ-COUNT              DELIMITED BY SIZE
066700         ' RE-RESOLVED: '              DELIMITED BY SIZE
066800         W-BUS-RECHECK-COUNT           DELIMITED BY SIZE
066900         ' CHANGED: '                  DELIMITED BY SIZE
067000         W-BUS-CHANGE-COUNT            DELIMITED BY SIZE
067100         INTO SDB-DETAIL-LINE
067200     END-STRING.
067300     PERFORM 8000-PRINT-DETAIL-LINE.
067400     MOVE SPACES TO SDB-DETAIL-LINE.
067500     STRING 'TENOR ANSWERS READ: '     DELIMITED BY SIZE
067600         W-TEN-READ-COUNT              DELIMITED BY SIZE
067700         ' RE-RESOLVED: '              DELIMITED BY SIZE
067800         W-TEN-RECHECK-COUNT           DELIMITED BY SIZE
067900         ' CHANGED: '                  DELIMITED BY SIZE
068000         W-TEN-CHANGE-COUNT            DELIMITED BY SIZE
068100         INTO SDB-DETAIL-LINE
068200     END-STRING.
068300     PERFORM 8000-PRINT-DETAIL-LINE.
068400     MOVE SPACES TO SDB-DETAIL-LINE.
068500     STRING 'ERROR LINES SKIPPED: '    DELIMITED BY SIZE
068600         W-SKIP-COUNT                  DELIMITED BY SIZE
068700         ' DTS ERRORS: '               DELIMITED BY SIZE
068800         W-ERROR-COUNT                 DELIMITED BY SIZE
068900         ' CHANGED WITHIN 10 BUSINESS DAYS: '
069000                                       DELIMITED BY SIZE
069100         W-NEAR-TERM-COUNT             DELIMITED BY SIZE
069200         INTO SDB-DETAIL-LINE
069300     END-STRING.
069400     PERFORM 8000-PRINT-DETAIL-LINE.
069500     IF W-CARD-CHANGE-COUNT > ZERO
069600             OR W-BUS-CHANGE-COUNT > ZERO
069700             OR W-TEN-CHANGE-COUNT > ZERO
069800         SET TCB-RC-WARNING TO TRUE
069900     END-IF.
070000     IF W-NEAR-TERM-COUNT > ZERO
070100         DISPLAY 'T58044 ' W-NEAR-TERM-COUNT
070200             ' ISSUED ANSWERS CHANGED WITHIN 10 BUSINESS DAYS'
070300             ' - RELOAD CORRECTED DATECARD AND REVIEW REPORT'
070400     END-IF.
070500 8000-PRINT-DETAIL-LINE.
070600     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
070700         SPS-DSR-DETAIL-BLOCK.
070800*
070900* AN ITEM IS IMPACTED WHEN ANY CHANGED DATE FOR ITS BANK LIES
071000* ON OR BETWEEN ITS LOW AND HIGH DATES.
071100 8200-CHECK-DELTA-IMPACT.
071200     MOVE 'N' TO W-ITEM-IMPACT-SW.
071300     IF W-SCREEN-ALL
071400         SET W-ITEM-IMPACTED TO TRUE
071500     END-IF.
071600     PERFORM VARYING W-DELTA-SUB FROM 1 BY 1
071700             UNTIL W-DELTA-SUB > W-DELTA-COUNT
071800                OR W-ITEM-IMPACTED
071900         IF W-DT-BANK-ID (W-DELTA-SUB) = W-ITEM-BANK-ID
072000                 AND W-DT-DATE (W-DELTA-SUB) >= W-ITEM-LOW-DATE
072100                 AND W-DT-DATE (W-DELTA-SUB) <= W-ITEM-HIGH-DATE
072200             SET W-ITEM-IMPACTED TO TRUE
072300         END-IF
072400     END-PERFORM.
072500*
072600* POINT W-BANK-SUB AT W-ITEM-BANK-ID'S CONTEXT, BUILDING IT ON
072700* FIRST SIGHT.  A FULL TABLE REUSES THE LAST SLOT.
072800 8300-LOAD-BANK-CONTEXT.
072900     MOVE 'N' TO W-BANK-FOUND-SW.
073000     PERFORM VARYING W-BANK-SUB FROM 1 BY 1
073100             UNTIL W-BANK-SUB > W-BANK-COUNT
073200                OR W-BANK-FOUND
073300         IF W-BC-BANK-ID (W-BANK-SUB) = W-ITEM-BANK-ID
073400             SET W-BANK-FOUND TO TRUE
073500         END-IF
073600     END-PERFORM.
073700     IF W-BANK-FOUND
073800         SUBTRACT 1 FROM W-BANK-SUB
073900     ELSE
074000         IF W-BANK-COUNT < C-MAX-BANK-ENTRIES
074100             ADD 1 TO W-BANK-COUNT
074200         END-IF
074300         MOVE W-BANK-COUNT TO W-BANK-SUB
074400         PERFORM 8350-BUILD-BANK-CONTEXT
074500     END-IF.
074600 8350-BUILD-BANK-CONTEXT.
074700     MOVE W-ITEM-BANK-ID TO W-BC-BANK-ID (W-BANK-SUB).
074800     MOVE SPACE TO W-BC-WKND-1 (W-BANK-SUB).
074900     MOVE SPACE TO W-BC-WKND-2 (W-BANK-SUB).
075000     IF W-BANKMST-OPEN
075100         MOVE W-ITEM-BANK-ID TO BMR-BANK-ID
075200         READ BANK-MASTER-FILE
075300         IF W-BANKMST-STATUS-OK
075400             MOVE BMR-WEEKEND-DAY-1 TO W-BC-WKND-1 (W-BANK-SUB)
075500             MOVE BMR-WEEKEND-DAY-2 TO W-BC-WKND-2 (W-BANK-SUB)
075600         END-IF
075700     END-IF.
075800     MOVE TCB-RUN-DATE         TO DCB-INPUT-DATE.
075900     MOVE W-ITEM-BANK-ID       TO DCB-BANK-ID.
076000     MOVE W-BC-WKND-1 (W-BANK-SUB) TO DCB-WEEKEND-DAY-1.
076100     MOVE W-BC-WKND-2 (W-BANK-SUB) TO DCB-WEEKEND-DAY-2.
076200     MOVE SPACE                TO DCB-CAL-TYPE.
076300     MOVE C-NEAR-TERM-BUS-DAYS TO DCB-DAY-OFFSET.
076400     MOVE DTA-ADD-BUS-DAYS     TO DCB-ACTION-CODE.
076500     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
076600         DATE-CONTROL-BLOCK.
076700     IF DCB-RESULT-CODE = DTR-SUCCESS
076800         MOVE DCB-RESULT-DATE TO W-BC-WINDOW-END (W-BANK-SUB)
076900     ELSE
077000         MOVE ZERO TO W-BC-WINDOW-END (W-BANK-SUB)
077100         PERFORM 9600-LOG-DTS-AUDIT-ENTRY
077200     END-IF.
077300 8400-SET-NEAR-TERM-FLAG.
077400     MOVE SPACES TO W-NEAR-TERM-FLAG.
077500     IF W-BC-WINDOW-END (W-BANK-SUB) > ZERO
077600         IF (W-TEST-DATE-1 >= TCB-RUN-DATE
077700                 AND W-TEST-DATE-1 <=
077800                     W-BC-WINDOW-END (W-BANK-SUB))
077900             OR (W-TEST-DATE-2 >= TCB-RUN-DATE
078000                 AND W-TEST-DATE-2 <=
078100                     W-BC-WINDOW-END (W-BANK-SUB))
078200             MOVE ' ** WITHIN 10 BUSINESS DAYS'
078300                 TO W-NEAR-TERM-FLAG
078400             ADD 1 TO W-NEAR-TERM-COUNT
078500         END-IF
078600     END-IF.
078700 8500-REPORT-DTS-ERROR.
078800     ADD 1 TO W-ERROR-COUNT.
078900     SET TCB-RC-WARNING TO TRUE.
079000     PERFORM 9600-LOG-DTS-AUDIT-ENTRY.
079100     MOVE DCB-RESULT-CODE TO W-RESULT-CODE-DISPLAY.
079200     MOVE SPACES TO SDB-DETAIL-LINE.
079300     STRING 'DTS ERROR: DCB RESULT VALUE: ' DELIMITED BY SIZE
079400         W-RESULT-CODE-DISPLAY    DELIMITED BY SIZE
079500         ' BANK '                 DELIMITED BY SIZE
079600         W-ITEM-BANK-ID           DELIMITED BY SIZE
079700         ' DATE '                 DELIMITED BY SIZE
079800         DCB-INPUT-DATE           DELIMITED BY SIZE
079900         ' - ANSWER NOT RE-CHECKED' DELIMITED BY SIZE
080000         INTO SDB-DETAIL-LINE
080100     END-STRING.
080200     PERFORM 8000-PRINT-DETAIL-LINE.
080300 9600-LOG-DTS-AUDIT-ENTRY.
080400     MOVE TCB-PROGRAM-ID  TO DAL-PROGRAM-ID.
080500     MOVE W-ITEM-BANK-ID  TO DAL-BANK-ID.
080600     MOVE DCB-INPUT-DATE  TO DAL-INPUT-DATE.
080700     MOVE DCB-RESULT-CODE TO DAL-RESULT-CODE.
080800     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
080900     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
081000     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
081004*
081008* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
081012* HOLDELTA CHANGES LOADED IN, RE-CHECKED ANSWERS THAT CHANGED OUT.
081016 9800-LOG-RUN-START.
081020     MOVE 'T58044'         TO RLG-PROGRAM-ID.
081024     SET RLG-EVENT-START   TO TRUE.
081028     MOVE ZERO             TO RLG-BANK-ID.
081032     MOVE 'HOLDELTA'       TO RLG-IN-LABEL.
081036     MOVE ZERO             TO RLG-IN-COUNT.
081040     MOVE 'CHANGED'        TO RLG-OUT-LABEL.
081044     MOVE ZERO             TO RLG-OUT-COUNT.
081048     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
081052         RUN-LEDGER-RECORD.
081056 9810-LOG-RUN-END.
081060     SET RLG-EVENT-END     TO TRUE.
081064     MOVE W-DELTA-COUNT    TO RLG-IN-COUNT.
081068     COMPUTE RLG-OUT-COUNT = W-CARD-CHANGE-COUNT
081072         + W-BUS-CHANGE-COUNT + W-TEN-CHANGE-COUNT.
081076     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
081080         RUN-LEDGER-RECORD.
081100 END PROGRAM T58044.
