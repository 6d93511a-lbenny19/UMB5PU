003300* WHEN NO COMMON DATE EXISTS INSIDE THE SCAN LIMIT.  THIS
003400* REPLACES COUNTING BY HAND OFF THE T58027 MATRIX, WHICH HAS
003500* ALREADY PRODUCED ONE MISBOOKED CLOSING.
003510* THE SEARCH RUNS ON THE BUSINESS-DAY ORDINAL INDEX (T58058):
003520* EACH BANK JUMPS STRAIGHT TO ITS OWN NEXT OPEN DAY AND THE
003530* CANDIDATE DATE MOVES UNTIL ALL BANKS AGREE, SO NO DATE IS
003540* CHECKED ONE AT A TIME.  A REQUEST THE INDEX CANNOT COVER IS
003550* SCANNED THROUGH T58001 AS BEFORE.  THE RUN TOTALS SHOW THE
003560* T58001 CALLS SAVED -- AT LEAST ONE PER DATE THE OLD SCAN
003570* WOULD HAVE EXAMINED, TWO PER BANK ON EVERY DATE IT FOUND.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
012200     05  W-FOUND-DATES.
012300         10  W-FOUND-DATE OCCURS 10 TIMES PIC 9(8).
012400*
012410* BUSINESS-DAY ORDINAL INDEX CALL BLOCK, THE SEARCH WORKAREA,
012415* AND THE CALLS-SAVED RUN TOTALS.
012420 COPY T58058D.
012425 01  W-INDEX-SCAN-CONTROL.
012430     05  W-INDEX-SCAN-SW         PIC X.
012435         88  W-INDEX-SCAN-OK         VALUE 'Y'.
012440     05  W-MOVED-SW              PIC X.
012445         88  W-CANDIDATE-MOVED       VALUE 'Y'.
012450     05  W-PAST-LIMIT-SW         PIC X.
012455         88  W-SCAN-PAST-LIMIT       VALUE 'Y'.
012460     05  W-START-INTEGER         PIC S9(9).
012465     05  W-OPEN-INTEGER          PIC S9(9).
012470     05  W-DATES-EXAMINED        PIC S9(9).
012475     05  W-INDEX-ANSWER-COUNT    PIC 9(7)    VALUE ZERO.
012480     05  W-DTS-CALLS-SAVED       PIC 9(9)    VALUE ZERO.
012485     05  W-DTS-CALL-COUNT        PIC 9(9)    VALUE ZERO.
012490*
012500* WORKAREA FOR THE SHARED DTS AUDIT LOG -- WRITTEN EVERY TIME
012600* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
012700 COPY T58017D.
012800*
012833* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
012866 COPY T58053D.
012900 COPY T58007D. *> DATE ROUTINE ACTIONS
013000 COPY T58008D. *> DATE ROUTINE RESULTS
013100     EJECT
014100                             DATE-CONTROL-BLOCK.
014200     EJECT
014300 0000-MAIN-PROCESS.
014350     PERFORM 9800-LOG-RUN-START.
014400     PERFORM 1000-INITIALIZE.
014500     IF W-REQ-STATUS-OK
014600         PERFORM 2000-PROCESS-REQUESTS
015600     END-IF.
015700     DISPLAY 'T58041 REQUESTS PROCESSED ' W-REQUEST-COUNT
015800         ' ERRORS ' W-ERROR-COUNT.
015810     DISPLAY 'T58041 INDEX ANSWERS ' W-INDEX-ANSWER-COUNT
015815         ' T58001 CALLS SAVED ' W-DTS-CALLS-SAVED
015820         ' T58001 CALLS MADE ' W-DTS-CALL-COUNT.
015825     DISPLAY 'T58041 CALENDARS INDEXED ' BDX-INDEXES-LOADED
015830         ' CALFILE RECORDS LOADED ' BDX-RECORDS-LOADED.
015850     PERFORM 9810-LOG-RUN-END.
015900     GOBACK.
016000 1000-INITIALIZE.
016100     MOVE ZERO TO TCB-RETURN-CODE.
016200     MOVE ZERO TO W-REQUEST-COUNT.
016300     MOVE ZERO TO W-ERROR-COUNT.
016310     MOVE ZERO TO BDX-INDEXES-LOADED.
016320     MOVE ZERO TO BDX-RECORDS-LOADED.
016400     OPEN INPUT COMMON-DAY-REQUEST-FILE.
016500     OPEN OUTPUT COMMON-DAY-RESULT-FILE.
016600     OPEN INPUT BANK-MASTER-FILE.
028800*  WITH NO CALENDAR CANNOT SPIN THE JOB FOREVER.                *
028900******************************************************************
029000 3000-SCAN-FOR-COMMON-DAYS.
029010     PERFORM 3400-SCAN-FROM-INDEX THRU 3400-EXIT.
029020     IF NOT W-INDEX-SCAN-OK
029030         PERFORM 3050-SCAN-DAY-BY-DAY
029040     END-IF.
029050 3050-SCAN-DAY-BY-DAY.
029100     MOVE 'N' TO W-DTS-ERROR-SW.
029200     MOVE ZERO TO W-FOUND-COUNT.
029300     COMPUTE W-SCAN-INTEGER =
031900            OR NOT W-ALL-OPEN
032000            OR W-DTS-ERROR.
032100 3200-CHECK-ONE-BANK-OPEN.
032150     ADD 1 TO W-DTS-CALL-COUNT.
032200     MOVE W-SCAN-DATE               TO DCB-INPUT-DATE.
032300     MOVE W-SET-BANK-ID (W-BANK-NO) TO DCB-BANK-ID.
032400     MOVE W-SET-WKND-1 (W-BANK-NO)  TO DCB-WEEKEND-DAY-1.
033500         MOVE 'N' TO W-ALL-OPEN-SW
033600         GO TO 3200-EXIT
033700     END-IF.
033750     ADD 1 TO W-DTS-CALL-COUNT.
033800     MOVE W-SCAN-DATE               TO DCB-INPUT-DATE.
033900     MOVE W-SET-BANK-ID (W-BANK-NO) TO DCB-BANK-ID.
034000     MOVE W-SET-WKND-1 (W-BANK-NO)  TO DCB-WEEKEND-DAY-1.
035200     END-IF.
035300 3200-EXIT.
035400     EXIT.
035401*
035402******************************************************************
035403*  THE SAME SEARCH ON THE ORDINAL INDEX.  EVERY BANK IN TURN    *
035404*  MOVES THE CANDIDATE TO ITS OWN FIRST OPEN DAY ON OR AFTER    *
035405*  (ON OR BEFORE) IT; WHEN A FULL PASS LEAVES THE CANDIDATE     *
035406*  WHERE IT WAS, EVERY BANK IS OPEN THAT DAY.  THE SCAN LIMIT   *
035407*  IS THE SAME DISTANCE FROM THE START DATE AS THE DAY-BY-DAY   *
035408*  SCAN'S.  ANY BANK OR DATE THE INDEX CANNOT ANSWER SENDS THE  *
035409*  WHOLE REQUEST BACK TO THE DAY-BY-DAY SCAN.                   *
035410******************************************************************
035411 3400-SCAN-FROM-INDEX.
035412     MOVE 'N' TO W-INDEX-SCAN-SW.
035413     MOVE 'N' TO W-DTS-ERROR-SW.
035414     MOVE 'N' TO W-PAST-LIMIT-SW.
035415     MOVE ZERO TO W-FOUND-COUNT.
035416     COMPUTE W-START-INTEGER =
035417         FUNCTION INTEGER-OF-DATE (CDQ-START-DATE).
035418     IF W-START-INTEGER = ZERO
035419         GO TO 3400-EXIT
035420     END-IF.
035421     MOVE W-START-INTEGER TO W-SCAN-INTEGER.
035422     SET W-INDEX-SCAN-OK TO TRUE.
035423     PERFORM 3410-FIND-NEXT-COMMON-DAY
035424         UNTIL W-FOUND-COUNT >= W-WANT-COUNT
035425            OR W-SCAN-PAST-LIMIT
035426            OR NOT W-INDEX-SCAN-OK.
035427     IF NOT W-INDEX-SCAN-OK
035428         MOVE ZERO TO W-FOUND-COUNT
035429         GO TO 3400-EXIT
035430     END-IF.
035431     ADD 1 TO W-INDEX-ANSWER-COUNT.
035432     IF W-SCAN-PAST-LIMIT
035433         MOVE C-SCAN-LIMIT-DAYS TO W-DATES-EXAMINED
035434     ELSE
035435         COMPUTE W-DATES-EXAMINED =
035436             (W-SCAN-INTEGER - W-START-INTEGER) * W-SCAN-STEP
035437     END-IF.
035438     COMPUTE W-DTS-CALLS-SAVED = W-DTS-CALLS-SAVED
035439         + W-DATES-EXAMINED - W-FOUND-COUNT
035440         + W-FOUND-COUNT * W-SET-COUNT * 2.
035441 3400-EXIT.
035442     EXIT.
035443 3410-FIND-NEXT-COMMON-DAY.
035444     SET W-CANDIDATE-MOVED TO TRUE.
035445     PERFORM 3420-ALIGN-ALL-BANKS
035446         UNTIL NOT W-CANDIDATE-MOVED
035447            OR W-SCAN-PAST-LIMIT
035448            OR NOT W-INDEX-SCAN-OK.
035449     IF W-INDEX-SCAN-OK AND NOT W-SCAN-PAST-LIMIT
035450         ADD 1 TO W-FOUND-COUNT
035451         COMPUTE W-FOUND-DATE (W-FOUND-COUNT) =
035452             FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER)
035453         COMPUTE W-SCAN-INTEGER =
035454             W-SCAN-INTEGER + W-SCAN-STEP
035455         PERFORM 3440-CHECK-SCAN-LIMIT
035456     END-IF.
035457 3420-ALIGN-ALL-BANKS.
035458     MOVE 'N' TO W-MOVED-SW.
035459     PERFORM 3430-ALIGN-ONE-BANK
035460         VARYING W-BANK-NO FROM 1 BY 1
035461         UNTIL W-BANK-NO > W-SET-COUNT
035462            OR W-SCAN-PAST-LIMIT
035463            OR NOT W-INDEX-SCAN-OK.
035464 3430-ALIGN-ONE-BANK.
035465     SET BDX-NEXT-OPEN-DAY          TO TRUE.
035466     MOVE W-SET-BANK-ID (W-BANK-NO) TO BDX-BANK-ID.
035467     MOVE SPACE                     TO BDX-CAL-TYPE.
035468     MOVE W-SET-WKND-1 (W-BANK-NO)  TO BDX-WEEKEND-DAY-1.
035469     MOVE W-SET-WKND-2 (W-BANK-NO)  TO BDX-WEEKEND-DAY-2.
035470     COMPUTE BDX-INPUT-DATE =
035471         FUNCTION DATE-OF-INTEGER (W-SCAN-INTEGER).
035472     IF W-SCAN-STEP < ZERO
035473         SET BDX-BACKWARD TO TRUE
035474     ELSE
035475         SET BDX-FORWARD TO TRUE
035476     END-IF.
035477     CALL 'T58058' USING TRANSACTION-CONTROL-BLOCK
035478         BUSINESS-DAY-INDEX-BLOCK.
035479     IF NOT BDX-ANSWERED
035480         MOVE 'N' TO W-INDEX-SCAN-SW
035481     ELSE
035482         COMPUTE W-OPEN-INTEGER =
035483             FUNCTION INTEGER-OF-DATE (BDX-RESULT-DATE)
035484         IF W-OPEN-INTEGER NOT = W-SCAN-INTEGER
035485             MOVE W-OPEN-INTEGER TO W-SCAN-INTEGER
035486             SET W-CANDIDATE-MOVED TO TRUE
035487             PERFORM 3440-CHECK-SCAN-LIMIT
035488         END-IF
035489     END-IF.
035490 3440-CHECK-SCAN-LIMIT.
035491     IF (W-SCAN-INTEGER - W-START-INTEGER) * W-SCAN-STEP
035492             >= C-SCAN-LIMIT-DAYS
035493         SET W-SCAN-PAST-LIMIT TO TRUE
035494     END-IF.
035500 5000-WRITE-RESULT-RECORD.
035600     MOVE SPACES TO COMMON-DAY-RESULT-RECORD.
035700     MOVE CDQ-REQUEST-ID TO COMMON-DAY-RESULT-RECORD (1:8).
038200     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
038300     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
038400     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
038405*
038410* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
038415* REQUESTS READ IN, REQUESTS ANSWERED WITHOUT ERROR OUT.
038420 9800-LOG-RUN-START.
038425     MOVE 'T58041'         TO RLG-PROGRAM-ID.
038430     SET RLG-EVENT-START   TO TRUE.
038435     MOVE ZERO             TO RLG-BANK-ID.
038440     MOVE 'REQUESTS'       TO RLG-IN-LABEL.
038445     MOVE ZERO             TO RLG-IN-COUNT.
038450     MOVE 'ANSWERS'        TO RLG-OUT-LABEL.
038455     MOVE ZERO             TO RLG-OUT-COUNT.
038460     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
038465         RUN-LEDGER-RECORD.
038470 9810-LOG-RUN-END.
038475     SET RLG-EVENT-END     TO TRUE.
038480     MOVE W-REQUEST-COUNT  TO RLG-IN-COUNT.
038485     COMPUTE RLG-OUT-COUNT = W-REQUEST-COUNT - W-ERROR-COUNT.
038490     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
038495         RUN-LEDGER-RECORD.
038500 END PROGRAM T58041.
