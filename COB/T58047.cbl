000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58047.
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
001400* HOLIDAY MAINTENANCE AUDIT RECONCILIATION.  PROVES FOR THE
001500* CONTROLS REVIEW THAT EVERY CHANGE LOGGED ON THE MAINTENANCE
001600* AUDIT FILE (HOLMAUD, T58023D) REACHED THE BUILT CALENDAR, AND
001700* THAT THE BUILT CALENDAR NEVER MOVED WITHOUT ONE.  THE BUILD
001800* HISTORY (HOLHIST, T58039D) HOLDS ONE SNAPSHOT OF THE HOLIDAY
001900* TABLE PER BANK PER BUILD, IN THE ORDER THE BUILDS RAN.
002000*   - EACH AUDITED ADD/CHANGE/DELETE IS MATCHED TO THE FIRST
002100*     BUILD OF ITS BANK STAMPED AFTER IT.  AN ADD OR CHANGE
002200*     MATCHES WHEN THAT BUILD CARRIES THE DATE WITH THE SAME
002300*     SYMBOL AND DESCRIPTION; A DELETE WHEN THE DATE IS GONE.
002400*     ONE THAT DID NOT SHOW IS LISTED NEVER APPEARED.
002500*   - A MATCHED CHANGE THAT A LATER BUILD UNDOES, WITH NO
002600*     LATER AUDIT RECORD FOR THE SAME DATE, IS LISTED REVERSED.
002700*   - EVERY DATE ADDED, DROPPED OR CHANGED BETWEEN TWO
002800*     CONSECUTIVE BUILDS IS EXPLAINED BY AN AUDIT RECORD LOGGED
002900*     BETWEEN THEM OR BY THE FEDERAL RESERVE FEED (SOURCE F);
003000*     ANYTHING ELSE IS LISTED UNEXPLAINED.
003100* THE REVIEW PERIOD RUNS FROM ASOFDATE (OR RANGEDAYS BEFORE THE
003200* RUN DATE, DEFAULT 92) TO THE RUN DATE.  THE LAST BUILD BEFORE
003300* THE PERIOD IS STILL READ AS THE STARTING POINT.  THE RUN IS
003400* DRIVEN BY THE BANKLIST FILE OR PINNED TO ONE BANK WITH BANKID
003500* ON RUNPARM.  TOTALS ARE PRINTED BY BANK AND BY USER ID.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER. IBM-370.
004000 OBJECT-COMPUTER. IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BANK-LIST-FILE ASSIGN TO BANKLIST
004400         ORGANIZATION LINE SEQUENTIAL
004500         FILE STATUS IS W-BANKLIST-STATUS.
004600     SELECT MAINT-AUDIT-FILE ASSIGN TO HOLMAUD
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS W-HOLMAUD-STATUS.
004900     SELECT CALENDAR-HISTORY-FILE ASSIGN TO HOLHIST
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS IS W-HOLHIST-STATUS.
005200 DATA DIVISION.
005300     EJECT
005400 FILE SECTION.
005500 FD  BANK-LIST-FILE.
005600 COPY T58020D. *> BANK LIST DRIVING THE RECONCILIATION
005700 FD  MAINT-AUDIT-FILE.
005800 COPY T58023D. *> HOLIDAY MAINTENANCE AUDIT TRAIL
005900 FD  CALENDAR-HISTORY-FILE.
006000 COPY T58039D. *> ACCUMULATED BUILD HISTORY
006100     EJECT
006200 WORKING-STORAGE SECTION.
006300*
006400 01  CC-CHANGE-ID.
006500     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
006600*
006700 01  C-BINARY-CONSTANTS    BINARY SYNC.
006800     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
006900 01  C-RECON-CONSTANTS.
007000     05  CC-F                    PIC X       VALUE 'F'.
007100     05  C-DEFAULT-RANGE-DAYS    PIC 9(4)    VALUE 0092.
007200     05  C-MAX-BUILD-ENTRIES     PIC 9(4)    VALUE 2000.
007300     05  C-MAX-AUDIT-ENTRIES     PIC 9(4)    VALUE 1000.
007400     05  C-MAX-USERS             PIC 9(4)    VALUE 0200.
007500     05  C-OTHER-USERS           PIC X(8)    VALUE '*OTHERS*'.
007600*
007700 01  W-FILE-STATUS-CONTROL.
007800     05  W-BANKLIST-STATUS       PIC XX.
007900         88  W-BANKLIST-STATUS-OK        VALUE '00'.
008000         88  W-BANKLIST-STATUS-EOF       VALUE '10'.
008100     05  W-HOLMAUD-STATUS        PIC XX.
008200         88  W-HOLMAUD-STATUS-OK         VALUE '00'.
008300         88  W-HOLMAUD-STATUS-EOF        VALUE '10'.
008400     05  W-HOLHIST-STATUS        PIC XX.
008500         88  W-HOLHIST-STATUS-OK         VALUE '00'.
008600         88  W-HOLHIST-STATUS-EOF        VALUE '10'.
008700*
008800 01  W-RECON-CONTROL.
008900     05  W-RECON-BANK            PIC 9(5).
009000     05  W-PERIOD-START          PIC 9(8).
009100     05  W-PERIOD-END            PIC 9(8).
009200     05  W-RANGE-DAYS            PIC 9(4).
009300     05  W-REC-STAMP             PIC 9(14).
009400     05  W-PREV-STAMP            PIC 9(14).
009500     05  W-CUR-STAMP             PIC 9(14).
009600     05  W-CUR-STAMP-X REDEFINES W-CUR-STAMP.
009700         10  W-CUR-BUILD-DATE    PIC 9(8).
009800         10  W-CUR-BUILD-TIME    PIC 9(6).
009900     05  W-PREV-VALID-SW         PIC X.
010000         88  W-PREV-VALID                VALUE 'Y'.
010100     05  W-NO-HISTORY-SW         PIC X.
010200         88  W-NO-HISTORY                VALUE 'Y'.
010300     05  W-BUILD-OVERFLOW-SW     PIC X.
010400         88  W-BUILD-OVERFLOW            VALUE 'Y'.
010500     05  W-AUDIT-OVERFLOW-SW     PIC X.
010600         88  W-AUDIT-OVERFLOW            VALUE 'Y'.
010700     05  W-FOUND-SW              PIC X.
010800         88  W-FOUND                     VALUE 'Y'.
010900     05  W-EXPLAINED-SW          PIC X.
011000         88  W-EXPLAINED                 VALUE 'Y'.
011100     05  W-SHOWN-SW              PIC X.
011200         88  W-SHOWN                     VALUE 'Y'.
011300     05  W-LATER-AUDIT-SW        PIC X.
011400         88  W-LATER-AUDIT               VALUE 'Y'.
011500*
011600 01  W-EXCEPTION-LINE.
011700     05  W-EXCEPTION-LABEL       PIC X(16).
011800     05  W-EXCEPTION-SUFFIX      PIC X(10).
011900     05  W-EXCEPTION-STAMP       PIC X(15).
012000*
012100*  ONE DIFFERENCE BETWEEN TWO CONSECUTIVE BUILDS, STAGED FOR
012200*  CLASSIFICATION AND PRINTING.
012300 01  W-DIFFERENCE.
012400     05  W-DIFF-KIND             PIC X(7).
012500     05  W-DIFF-DATE             PIC 9(8).
012600     05  W-DIFF-TYPE             PIC X.
012700     05  W-DIFF-OLD-SYMBOL       PIC X.
012800     05  W-DIFF-NEW-SYMBOL       PIC X.
012900     05  W-DIFF-SOURCE           PIC X.
013000     05  W-DIFF-DESCRIPTION      PIC X(20).
013100*
013200 01  W-SUBSCRIPTS          BINARY.
013300     05  W-PX                    PIC 9(4).
013400     05  W-CX                    PIC 9(4).
013500     05  W-AX                    PIC 9(4).
013600     05  W-LX                    PIC 9(4).
013700     05  W-UX                    PIC 9(4).
013800     05  W-SHIFT-POS             PIC 9(4).
013900*
014000*  BANK AND RUN TOTALS.  THE BANK SET IS CLEARED PER BANK AND
014100*  ADDED INTO THE RUN SET AFTER IT IS PRINTED.
014200 01  W-BANK-TOTALS.
014300     05  W-BT-AUDITED            PIC 9(5).
014400     05  W-BT-MATCHED            PIC 9(5).
014500     05  W-BT-NEVER              PIC 9(5).
014600     05  W-BT-NOT-BUILT          PIC 9(5).
014700     05  W-BT-REVERSED           PIC 9(5).
014800     05  W-BT-BUILDS             PIC 9(5).
014900     05  W-BT-DIFFS              PIC 9(5).
015000     05  W-BT-BY-AUDIT           PIC 9(5).
015100     05  W-BT-BY-FED             PIC 9(5).
015200     05  W-BT-UNEXPLAINED        PIC 9(5).
015300 01  W-RUN-TOTALS.
015400     05  W-RT-BANKS              PIC 9(5)    VALUE ZERO.
015500     05  W-RT-AUDITED            PIC 9(5)    VALUE ZERO.
015600     05  W-RT-MATCHED            PIC 9(5)    VALUE ZERO.
015700     05  W-RT-NEVER              PIC 9(5)    VALUE ZERO.
015800     05  W-RT-NOT-BUILT          PIC 9(5)    VALUE ZERO.
015900     05  W-RT-REVERSED           PIC 9(5)    VALUE ZERO.
016000     05  W-RT-BUILDS             PIC 9(5)    VALUE ZERO.
016100     05  W-RT-DIFFS              PIC 9(5)    VALUE ZERO.
016200     05  W-RT-BY-AUDIT           PIC 9(5)    VALUE ZERO.
016300     05  W-RT-BY-FED             PIC 9(5)    VALUE ZERO.
016400     05  W-RT-UNEXPLAINED        PIC 9(5)    VALUE ZERO.
016500*
016600*  THE PREVIOUS AND CURRENT BUILD OF THE BANK BEING RECONCILED,
016700*  KEPT IN DATE/TYPE ORDER (TYPE SPACE IS HELD AS B) SO THE TWO
016800*  CAN BE MERGED.  THE BUILD WRITES THE TABLE IN THAT ORDER
016900*  ALREADY; 2260-INSERT-BUILD-ENTRY ONLY SHIFTS THE RARE ENTRY
017000*  THE TYPE NORMALISATION MOVES.
017100 01  W-PREV-BUILD-TABLE.
017200     05  W-PB-COUNT              PIC 9(4)    BINARY.
017300     05  W-PB-ENTRY              OCCURS 2000 TIMES.
017400         10  W-PB-KEY.
017500             15  W-PB-DATE       PIC 9(8).
017600             15  W-PB-TYPE       PIC X.
017700         10  W-PB-SYMBOL         PIC X.
017800         10  W-PB-SOURCE         PIC X.
017900         10  W-PB-DESCRIPTION    PIC X(20).
018000 01  W-CUR-BUILD-TABLE.
018100     05  W-CB-COUNT              PIC 9(4)    BINARY.
018200     05  W-CB-ENTRY              OCCURS 2000 TIMES.
018300         10  W-CB-KEY.
018400             15  W-CB-DATE       PIC 9(8).
018500             15  W-CB-TYPE       PIC X.
018600         10  W-CB-SYMBOL         PIC X.
018700         10  W-CB-SOURCE         PIC X.
018800         10  W-CB-DESCRIPTION    PIC X(20).
018900 01  W-NEW-BUILD-ENTRY.
019000     05  W-NB-KEY.
019100         10  W-NB-DATE           PIC 9(8).
019200         10  W-NB-TYPE           PIC X.
019300     05  W-NB-SYMBOL             PIC X.
019400     05  W-NB-SOURCE             PIC X.
019500     05  W-NB-DESCRIPTION        PIC X(20).
019600*
019700*  THE BANK'S AUDIT RECORDS FOR THE PERIOD, IN LOG ORDER.
019800*  W-AT-STATE: SPACE = NO BUILD YET, M = MATCHED, N = NEVER
019900*  APPEARED.  W-AT-FOLLOW-SW: R = REVERSED BY A LATER BUILD,
020000*  S = SUPERSEDED BY A LATER AUDIT RECORD (NO LONGER WATCHED).
020100 01  W-AUDIT-TABLE.
020200     05  W-AT-COUNT              PIC 9(4)    BINARY.
020300     05  W-AT-ENTRY              OCCURS 1000 TIMES.
020400         10  W-AT-STAMP          PIC 9(14).
020500         10  W-AT-STAMP-X REDEFINES W-AT-STAMP.
020600             15  W-AT-LOG-DATE   PIC 9(8).
020700             15  W-AT-LOG-TIME   PIC 9(6).
020800         10  W-AT-USER-ID        PIC X(8).
020900         10  W-AT-CHECKER-ID     PIC X(8).
021000         10  W-AT-FUNCTION       PIC X(2).
021100         10  W-AT-KEY.
021200             15  W-AT-DATE       PIC 9(8).
021300             15  W-AT-TYPE       PIC X.
021400         10  W-AT-SYMBOL         PIC X.
021500         10  W-AT-DESCRIPTION    PIC X(20).
021600         10  W-AT-STATE          PIC X.
021700             88  W-AT-NO-BUILD-YET       VALUE ' '.
021800             88  W-AT-MATCHED            VALUE 'M'.
021900             88  W-AT-NEVER-APPEARED     VALUE 'N'.
022000         10  W-AT-FOLLOW-SW      PIC X.
022100             88  W-AT-REVERSED           VALUE 'R'.
022200             88  W-AT-SUPERSEDED         VALUE 'S'.
022300         10  W-AT-BUILD-STAMP    PIC 9(14).
022400         10  W-AT-BUILD-STAMP-X REDEFINES W-AT-BUILD-STAMP.
022500             15  W-AT-BUILD-DATE PIC 9(8).
022600             15  W-AT-BUILD-TIME PIC 9(6).
022700         10  W-AT-REVERSE-STAMP  PIC 9(14).
022800         10  W-AT-REVERSE-STAMP-X REDEFINES W-AT-REVERSE-STAMP.
022900             15  W-AT-REVERSE-DATE PIC 9(8).
023000             15  W-AT-REVERSE-TIME PIC 9(6).
023100*
023200*  RUN-WIDE TOTALS BY USER ID FOR THE CONTROLS REVIEW.  MADE
023300*  AND THE EXCEPTIONS COUNT AGAINST THE MAKER (HMA-USER-ID);
023400*  APPROVED COUNTS AGAINST THE CHECKER.  THE LAST SLOT
023500*  COLLECTS ANY USERS BEYOND THE TABLE SIZE.
023600 01  W-USER-TABLE.
023700     05  W-UT-COUNT              PIC 9(4)    BINARY VALUE ZERO.
023800     05  W-UT-ENTRY              OCCURS 200 TIMES.
023900         10  W-UT-USER-ID        PIC X(8).
024000         10  W-UT-MADE           PIC 9(5).
024100         10  W-UT-APPROVED       PIC 9(5).
024200         10  W-UT-NEVER          PIC 9(5).
024300         10  W-UT-REVERSED       PIC 9(5).
024400 01  W-USER-KEY                  PIC X(8).
024500*
024600* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
024700 COPY T58030D.
024733* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
024766 COPY T58053D.
024800     EJECT
024900 LINKAGE SECTION.
025000*
025100*                    TRANSACTION-CONTROL-BLOCK
025200 COPY P49000D.
025300*
025400*                    SPS-PRINT LINE
025500 COPY I54076D.
025600     EJECT
025700 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
025800                             SPS-DSR-DETAIL-BLOCK.
025900     EJECT
026000 0000-MAIN-PROCESS.
026050     PERFORM 9800-LOG-RUN-START.
026100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026200     IF RCB-PARM-ERROR
026300         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
026400         PERFORM 8000-PRINT-DETAIL-LINE
026500         SET TCB-RC-ERROR TO TRUE
026550         PERFORM 9810-LOG-RUN-END
026600         GOBACK
026700     END-IF.
026800     IF RCB-BANK-ID > ZERO
026900         MOVE RCB-BANK-ID TO W-RECON-BANK
027000         PERFORM 2000-RECONCILE-ONE-BANK
027100     ELSE
027200         PERFORM 1500-SWEEP-BANK-LIST
027300     END-IF.
027400     PERFORM 6000-PRINT-RUN-TOTALS.
027500     PERFORM 6500-PRINT-USER-TOTALS.
027600     IF W-RT-NEVER > ZERO
027700             OR W-RT-REVERSED > ZERO
027800             OR W-RT-UNEXPLAINED > ZERO
027900         IF TCB-RC-NORMAL
028000             SET TCB-RC-WARNING TO TRUE
028100         END-IF
028200     END-IF.
028250     PERFORM 9810-LOG-RUN-END.
028300     GOBACK.
028400 1000-INITIALIZE.
028500     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
028600     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
028700         RUN-CONTROL-BLOCK.
028800     IF RCB-PARM-ERROR
028900         GO TO 1000-EXIT
029000     END-IF.
029100     MOVE TCB-RUN-DATE TO W-PERIOD-END.
029200     IF RCB-ASOF-DATE > ZERO
029300         MOVE RCB-ASOF-DATE TO W-PERIOD-START
029400     ELSE
029500         IF RCB-RANGE-DAYS > ZERO
029600             MOVE RCB-RANGE-DAYS TO W-RANGE-DAYS
029700         ELSE
029800             MOVE C-DEFAULT-RANGE-DAYS TO W-RANGE-DAYS
029900         END-IF
030000         COMPUTE W-PERIOD-START = FUNCTION DATE-OF-INTEGER
030100             (FUNCTION INTEGER-OF-DATE (W-PERIOD-END)
030200              - W-RANGE-DAYS)
030300     END-IF.
030400     MOVE SPACES TO SDB-DETAIL-LINE.
030500     STRING 'HOLIDAY MAINTENANCE AUDIT RECONCILIATION  PERIOD '
030600         DELIMITED BY SIZE
030700         W-PERIOD-START          DELIMITED BY SIZE
030800         ' - '                   DELIMITED BY SIZE
030900         W-PERIOD-END            DELIMITED BY SIZE
031000         INTO SDB-DETAIL-LINE
031100     END-STRING.
031200     PERFORM 8000-PRINT-DETAIL-LINE.
031300 1000-EXIT.
031400     EXIT.
031500 1500-SWEEP-BANK-LIST.
031600     OPEN INPUT BANK-LIST-FILE.
031700     IF NOT W-BANKLIST-STATUS-OK
031800         MOVE 'NO BANKLIST FILE - NOTHING TO RECONCILE'
031900             TO SDB-DETAIL-LINE
032000         PERFORM 8000-PRINT-DETAIL-LINE
032100         SET TCB-RC-ERROR TO TRUE
032200     ELSE
032300         PERFORM UNTIL W-BANKLIST-STATUS-EOF
032400             READ BANK-LIST-FILE
032500                 AT END
032600                     SET W-BANKLIST-STATUS-EOF TO TRUE
032700                 NOT AT END
032800                     MOVE BLR-BANK-ID TO W-RECON-BANK
032900                     PERFORM 2000-RECONCILE-ONE-BANK
033000             END-READ
033100         END-PERFORM
033200         CLOSE BANK-LIST-FILE
033300     END-IF.
033400*
033500******************************************************************
033600*  ONE BANK: LOAD ITS AUDIT RECORDS, WALK ITS BUILDS IN ORDER,  *
033700*  THEN LIST THE AUDIT RECORDS THAT DID NOT RECONCILE.          *
033800******************************************************************
033900 2000-RECONCILE-ONE-BANK.
034000     ADD 1 TO W-RT-BANKS.
034100     INITIALIZE W-BANK-TOTALS.
034200     MOVE SPACES TO SDB-DETAIL-LINE.
034300     STRING 'BANK '              DELIMITED BY SIZE
034400         W-RECON-BANK            DELIMITED BY SIZE
034500         INTO SDB-DETAIL-LINE
034600     END-STRING.
034700     PERFORM 8000-PRINT-DETAIL-LINE.
034800     PERFORM 2100-LOAD-BANK-AUDIT.
034900     PERFORM 2200-SCAN-BUILD-HISTORY.
035000     PERFORM 2600-REPORT-AUDIT-EXCEPTIONS.
035100     PERFORM 2700-PRINT-BANK-TOTALS.
035133* BRANCH CALENDAR CHANGES NEVER REACH A CALFILE BUILD OR
035166* HOLHIST, SO THEY HAVE NOTHING TO RECONCILE AGAINST HERE.
035200 2100-LOAD-BANK-AUDIT.
035300     MOVE ZERO TO W-AT-COUNT.
035400     MOVE 'N' TO W-AUDIT-OVERFLOW-SW.
035500     OPEN INPUT MAINT-AUDIT-FILE.
035600     IF NOT W-HOLMAUD-STATUS-OK
035700         MOVE '  NO HOLMAUD FILE - NO AUDIT RECORDS TO MATCH'
035800             TO SDB-DETAIL-LINE
035900         PERFORM 8000-PRINT-DETAIL-LINE
036000     ELSE
036100         PERFORM UNTIL W-HOLMAUD-STATUS-EOF
036200             READ MAINT-AUDIT-FILE
036300                 AT END
036400                     SET W-HOLMAUD-STATUS-EOF TO TRUE
036500                 NOT AT END
036600                     IF HMA-BANK-ID = W-RECON-BANK
036700                             AND HMA-LOG-DATE >= W-PERIOD-START
036800                             AND HMA-LOG-DATE <= W-PERIOD-END
036850                             AND NOT HMA-BRANCH-ITEM
036900                         PERFORM 2150-ADD-AUDIT-ENTRY
037000                     END-IF
037100             END-READ
037200         END-PERFORM
037300         CLOSE MAINT-AUDIT-FILE
037400     END-IF.
037500     IF W-AUDIT-OVERFLOW
037600         MOVE SPACES TO SDB-DETAIL-LINE
037700         STRING '  MORE THAN '   DELIMITED BY SIZE
037800             C-MAX-AUDIT-ENTRIES DELIMITED BY SIZE
037900             ' AUDIT RECORDS - REMAINDER NOT RECONCILED'
038000                                 DELIMITED BY SIZE
038100             INTO SDB-DETAIL-LINE
038200         END-STRING
038300         PERFORM 8000-PRINT-DETAIL-LINE
038400         IF NOT TCB-RC-ERROR
038430             SET TCB-RC-WARNING TO TRUE
038460         END-IF
038500     END-IF.
038600 2150-ADD-AUDIT-ENTRY.
038700     IF W-AT-COUNT >= C-MAX-AUDIT-ENTRIES
038800         SET W-AUDIT-OVERFLOW TO TRUE
038900     ELSE
039000         ADD 1 TO W-AT-COUNT
039100         MOVE W-AT-COUNT TO W-AX
039200         MOVE HMA-LOG-DATE TO W-AT-LOG-DATE (W-AX)
039300         MOVE HMA-LOG-TIME TO W-AT-LOG-TIME (W-AX)
039400         MOVE HMA-USER-ID TO W-AT-USER-ID (W-AX)
039500         MOVE HMA-CHECKER-ID TO W-AT-CHECKER-ID (W-AX)
039600         MOVE HMA-FUNCTION TO W-AT-FUNCTION (W-AX)
039700         MOVE HMA-DATE TO W-AT-DATE (W-AX)
039800         MOVE HMA-CAL-TYPE TO W-AT-TYPE (W-AX)
039900         IF W-AT-TYPE (W-AX) = SPACE
040000             MOVE 'B' TO W-AT-TYPE (W-AX)
040100         END-IF
040200         MOVE HMA-SYMBOL TO W-AT-SYMBOL (W-AX)
040300         MOVE HMA-DESCRIPTION TO W-AT-DESCRIPTION (W-AX)
040400         MOVE SPACE TO W-AT-STATE (W-AX)
040500         MOVE SPACE TO W-AT-FOLLOW-SW (W-AX)
040600         MOVE ZERO TO W-AT-BUILD-STAMP (W-AX)
040700         MOVE ZERO TO W-AT-REVERSE-STAMP (W-AX)
040800         ADD 1 TO W-BT-AUDITED
040900         MOVE HMA-USER-ID TO W-USER-KEY
041000         PERFORM 4100-FIND-USER THRU 4100-EXIT
041100         ADD 1 TO W-UT-MADE (W-UX)
041200         IF HMA-CHECKER-ID NOT = SPACES
041300             MOVE HMA-CHECKER-ID TO W-USER-KEY
041400             PERFORM 4100-FIND-USER THRU 4100-EXIT
041500             ADD 1 TO W-UT-APPROVED (W-UX)
041600         END-IF
041700     END-IF.
041800*
041900******************************************************************
042000*  READ THE WHOLE BUILD HISTORY, KEEPING THIS BANK'S ROWS.  A   *
042100*  NEW BUILD STAMP CLOSES THE BUILD BEFORE IT.                  *
042200******************************************************************
042300 2200-SCAN-BUILD-HISTORY.
042400     MOVE ZERO TO W-PREV-STAMP.
042500     MOVE ZERO TO W-CUR-STAMP.
042600     MOVE ZERO TO W-PB-COUNT.
042700     MOVE ZERO TO W-CB-COUNT.
042800     MOVE 'N' TO W-PREV-VALID-SW.
042900     MOVE 'N' TO W-NO-HISTORY-SW.
043000     MOVE 'N' TO W-BUILD-OVERFLOW-SW.
043100     OPEN INPUT CALENDAR-HISTORY-FILE.
043200     IF NOT W-HOLHIST-STATUS-OK
043300         SET W-NO-HISTORY TO TRUE
043400         MOVE '  NO HOLHIST FILE - NO BUILDS TO MATCH AGAINST'
043500             TO SDB-DETAIL-LINE
043600         PERFORM 8000-PRINT-DETAIL-LINE
043700         IF NOT TCB-RC-ERROR
043730             SET TCB-RC-WARNING TO TRUE
043760         END-IF
043800     ELSE
043900         PERFORM UNTIL W-HOLHIST-STATUS-EOF
044000             READ CALENDAR-HISTORY-FILE
044100                 AT END
044200                     SET W-HOLHIST-STATUS-EOF TO TRUE
044300                 NOT AT END
044400                     IF HHR-BANK-ID = W-RECON-BANK
044500                         PERFORM 2250-TAKE-HISTORY-ROW
044600                     END-IF
044700             END-READ
044800         END-PERFORM
044900         CLOSE CALENDAR-HISTORY-FILE
045000         IF W-CUR-STAMP > ZERO
045100             PERFORM 3000-CLOSE-BUILD
045200         END-IF
045300     END-IF.
045400     IF W-BUILD-OVERFLOW
045500         MOVE SPACES TO SDB-DETAIL-LINE
045600         STRING '  A BUILD HELD MORE THAN '
045700                                 DELIMITED BY SIZE
045800             C-MAX-BUILD-ENTRIES DELIMITED BY SIZE
045900             ' DATES - EXCESS NOT COMPARED'
046000                                 DELIMITED BY SIZE
046100             INTO SDB-DETAIL-LINE
046200         END-STRING
046300         PERFORM 8000-PRINT-DETAIL-LINE
046400         IF NOT TCB-RC-ERROR
046430             SET TCB-RC-WARNING TO TRUE
046460         END-IF
046500     END-IF.
046600 2250-TAKE-HISTORY-ROW.
046700     COMPUTE W-REC-STAMP = HHR-BUILD-DATE * 1000000
046800         + HHR-BUILD-TIME.
046900     IF W-REC-STAMP NOT = W-CUR-STAMP
047000         IF W-CUR-STAMP > ZERO
047100             PERFORM 3000-CLOSE-BUILD
047200         END-IF
047300         MOVE W-REC-STAMP TO W-CUR-STAMP
047400         MOVE ZERO TO W-CB-COUNT
047500     END-IF.
047600     MOVE HHR-DATE TO W-NB-DATE.
047700     MOVE HHR-CAL-TYPE TO W-NB-TYPE.
047800     IF W-NB-TYPE = SPACE
047900         MOVE 'B' TO W-NB-TYPE
048000     END-IF.
048100     MOVE HHR-SYMBOL TO W-NB-SYMBOL.
048200     MOVE HHR-SOURCE TO W-NB-SOURCE.
048300     MOVE HHR-DESCRIPTION TO W-NB-DESCRIPTION.
048400     PERFORM 2260-INSERT-BUILD-ENTRY.
048500 2260-INSERT-BUILD-ENTRY.
048600     IF W-CB-COUNT >= C-MAX-BUILD-ENTRIES
048700         SET W-BUILD-OVERFLOW TO TRUE
048800     ELSE
048900         MOVE W-CB-COUNT TO W-SHIFT-POS
049000         PERFORM UNTIL W-SHIFT-POS < 1
049100                 OR W-CB-KEY (W-SHIFT-POS) <= W-NB-KEY
049200             MOVE W-CB-ENTRY (W-SHIFT-POS)
049300                 TO W-CB-ENTRY (W-SHIFT-POS + 1)
049400             SUBTRACT 1 FROM W-SHIFT-POS
049500         END-PERFORM
049600         ADD 1 TO W-SHIFT-POS
049700         MOVE W-NEW-BUILD-ENTRY TO W-CB-ENTRY (W-SHIFT-POS)
049800         ADD 1 TO W-CB-COUNT
049900     END-IF.
050000*
050100******************************************************************
050200*  LIST THE BANK'S AUDIT RECORDS THAT DID NOT RECONCILE.  AN    *
050300*  AUDIT RECORD WITH NO BUILD AFTER IT YET IS SHOWN FOR         *
050400*  INFORMATION ONLY -- THE NEXT BUILD WILL PICK IT UP.          *
050500******************************************************************
050600 2600-REPORT-AUDIT-EXCEPTIONS.
050700     PERFORM VARYING W-AX FROM 1 BY 1
050800             UNTIL W-AX > W-AT-COUNT
050900         MOVE W-AT-USER-ID (W-AX) TO W-USER-KEY
051000         EVALUATE TRUE
051100             WHEN W-AT-NEVER-APPEARED (W-AX)
051200                 ADD 1 TO W-BT-NEVER
051300                 PERFORM 4100-FIND-USER THRU 4100-EXIT
051400                 ADD 1 TO W-UT-NEVER (W-UX)
051500                 PERFORM 2650-PRINT-AUDIT-EXCEPTION
051600             WHEN W-AT-NO-BUILD-YET (W-AX)
051700                 ADD 1 TO W-BT-NOT-BUILT
051800                 PERFORM 2650-PRINT-AUDIT-EXCEPTION
051900             WHEN W-AT-REVERSED (W-AX)
052000                 ADD 1 TO W-BT-MATCHED
052100                 ADD 1 TO W-BT-REVERSED
052200                 PERFORM 4100-FIND-USER THRU 4100-EXIT
052300                 ADD 1 TO W-UT-REVERSED (W-UX)
052400                 PERFORM 2650-PRINT-AUDIT-EXCEPTION
052500             WHEN OTHER
052600                 ADD 1 TO W-BT-MATCHED
052700         END-EVALUATE
052800     END-PERFORM.
052900 2650-PRINT-AUDIT-EXCEPTION.
053000     MOVE SPACES TO W-EXCEPTION-LINE.
053100     EVALUATE TRUE
053200         WHEN W-AT-NEVER-APPEARED (W-AX)
053300             MOVE 'NEVER APPEARED' TO W-EXCEPTION-LABEL
053400             MOVE ' BUILD ' TO W-EXCEPTION-SUFFIX
053500             STRING W-AT-BUILD-DATE (W-AX) DELIMITED BY SIZE
053600                 ' '                      DELIMITED BY SIZE
053700                 W-AT-BUILD-TIME (W-AX)   DELIMITED BY SIZE
053800                 INTO W-EXCEPTION-STAMP
053900             END-STRING
054000         WHEN W-AT-NO-BUILD-YET (W-AX)
054100             MOVE 'NOT YET BUILT' TO W-EXCEPTION-LABEL
054200         WHEN OTHER
054300             MOVE 'REVERSED' TO W-EXCEPTION-LABEL
054400             MOVE ' BY BUILD ' TO W-EXCEPTION-SUFFIX
054500             STRING W-AT-REVERSE-DATE (W-AX) DELIMITED BY SIZE
054600                 ' '                        DELIMITED BY SIZE
054700                 W-AT-REVERSE-TIME (W-AX)   DELIMITED BY SIZE
054800                 INTO W-EXCEPTION-STAMP
054900             END-STRING
055000     END-EVALUATE.
055100     MOVE SPACES TO SDB-DETAIL-LINE.
055200     STRING '  '                 DELIMITED BY SIZE
055300         W-EXCEPTION-LABEL       DELIMITED BY SIZE
055400         W-AT-LOG-DATE (W-AX)    DELIMITED BY SIZE
055500         ' '                     DELIMITED BY SIZE
055600         W-AT-LOG-TIME (W-AX)    DELIMITED BY SIZE
055700         ' MAKER '               DELIMITED BY SIZE
055800         W-AT-USER-ID (W-AX)     DELIMITED BY SIZE
055900         ' CHECKER '             DELIMITED BY SIZE
056000         W-AT-CHECKER-ID (W-AX)  DELIMITED BY SIZE
056100         ' '                     DELIMITED BY SIZE
056200         W-AT-FUNCTION (W-AX)    DELIMITED BY SIZE
056300         ' '                     DELIMITED BY SIZE
056400         W-AT-DATE (W-AX)        DELIMITED BY SIZE
056500         ' '                     DELIMITED BY SIZE
056600         W-AT-TYPE (W-AX)        DELIMITED BY SIZE
056700         ' '                     DELIMITED BY SIZE
056800         W-AT-SYMBOL (W-AX)      DELIMITED BY SIZE
056900         ' '                     DELIMITED BY SIZE
057000         W-AT-DESCRIPTION (W-AX) DELIMITED BY SIZE
057100         W-EXCEPTION-SUFFIX      DELIMITED BY SIZE
057200         W-EXCEPTION-STAMP       DELIMITED BY SIZE
057300         INTO SDB-DETAIL-LINE
057400     END-STRING.
057500     PERFORM 8000-PRINT-DETAIL-LINE.
057600 2700-PRINT-BANK-TOTALS.
057700     MOVE SPACES TO SDB-DETAIL-LINE.
057800     STRING '  BANK TOTALS  AUDITED ' DELIMITED BY SIZE
057900         W-BT-AUDITED            DELIMITED BY SIZE
058000         ' MATCHED '             DELIMITED BY SIZE
058100         W-BT-MATCHED            DELIMITED BY SIZE
058200         ' NEVER APPEARED '      DELIMITED BY SIZE
058300         W-BT-NEVER              DELIMITED BY SIZE
058400         ' NOT YET BUILT '       DELIMITED BY SIZE
058500         W-BT-NOT-BUILT          DELIMITED BY SIZE
058600         ' REVERSED '            DELIMITED BY SIZE
058700         W-BT-REVERSED           DELIMITED BY SIZE
058800         INTO SDB-DETAIL-LINE
058900     END-STRING.
059000     PERFORM 8000-PRINT-DETAIL-LINE.
059100     MOVE SPACES TO SDB-DETAIL-LINE.
059200     STRING '               BUILDS ' DELIMITED BY SIZE
059300         W-BT-BUILDS             DELIMITED BY SIZE
059400         ' DIFFERENCES '         DELIMITED BY SIZE
059500         W-BT-DIFFS              DELIMITED BY SIZE
059600         ' BY AUDIT RECORD '     DELIMITED BY SIZE
059700         W-BT-BY-AUDIT           DELIMITED BY SIZE
059800         ' BY FED FEED '         DELIMITED BY SIZE
059900         W-BT-BY-FED             DELIMITED BY SIZE
060000         ' UNEXPLAINED '         DELIMITED BY SIZE
060100         W-BT-UNEXPLAINED        DELIMITED BY SIZE
060200         INTO SDB-DETAIL-LINE
060300     END-STRING.
060400     PERFORM 8000-PRINT-DETAIL-LINE.
060500     ADD W-BT-AUDITED     TO W-RT-AUDITED.
060600     ADD W-BT-MATCHED     TO W-RT-MATCHED.
060700     ADD W-BT-NEVER       TO W-RT-NEVER.
060800     ADD W-BT-NOT-BUILT   TO W-RT-NOT-BUILT.
060900     ADD W-BT-REVERSED    TO W-RT-REVERSED.
061000     ADD W-BT-BUILDS      TO W-RT-BUILDS.
061100     ADD W-BT-DIFFS       TO W-RT-DIFFS.
061200     ADD W-BT-BY-AUDIT    TO W-RT-BY-AUDIT.
061300     ADD W-BT-BY-FED      TO W-RT-BY-FED.
061400     ADD W-BT-UNEXPLAINED TO W-RT-UNEXPLAINED.
061500*
061600******************************************************************
061700*  ONE BUILD OF THE BANK IS COMPLETE.  COMPARE IT WITH THE      *
061800*  BUILD BEFORE IT (WHEN INSIDE THE PERIOD), SETTLE THE AUDIT   *
061900*  RECORDS LOGGED BEFORE IT, AND WATCH THE MATCHED ONES FOR A   *
062000*  REVERSAL.  IT THEN BECOMES THE PREVIOUS BUILD.               *
062100******************************************************************
062200 3000-CLOSE-BUILD.
062300     IF W-PREV-VALID
062400             AND W-CUR-BUILD-DATE >= W-PERIOD-START
062500         ADD 1 TO W-BT-BUILDS
062600         PERFORM 3100-COMPARE-BUILDS
062700     END-IF.
062800     PERFORM 3300-MATCH-AUDIT-TO-BUILD.
062900     PERFORM 3400-CHECK-REVERSALS.
063000     MOVE W-CUR-BUILD-TABLE TO W-PREV-BUILD-TABLE.
063100     MOVE W-CUR-STAMP TO W-PREV-STAMP.
063200     SET W-PREV-VALID TO TRUE.
063300*
063400* MERGE THE TWO BUILDS IN DATE/TYPE ORDER.
063500 3100-COMPARE-BUILDS.
063600     MOVE 1 TO W-PX.
063700     MOVE 1 TO W-CX.
063800     PERFORM UNTIL W-PX > W-PB-COUNT
063900               AND W-CX > W-CB-COUNT
064000         EVALUATE TRUE
064100             WHEN W-CX > W-CB-COUNT
064200                 PERFORM 3110-STAGE-DROPPED
064300                 ADD 1 TO W-PX
064400             WHEN W-PX > W-PB-COUNT
064500                 PERFORM 3120-STAGE-ADDED
064600                 ADD 1 TO W-CX
064700             WHEN W-PB-KEY (W-PX) < W-CB-KEY (W-CX)
064800                 PERFORM 3110-STAGE-DROPPED
064900                 ADD 1 TO W-PX
065000             WHEN W-PB-KEY (W-PX) > W-CB-KEY (W-CX)
065100                 PERFORM 3120-STAGE-ADDED
065200                 ADD 1 TO W-CX
065300             WHEN OTHER
065400                 IF W-PB-SYMBOL (W-PX) NOT = W-CB-SYMBOL (W-CX)
065500                         OR W-PB-DESCRIPTION (W-PX)
065600                            NOT = W-CB-DESCRIPTION (W-CX)
065700                     PERFORM 3130-STAGE-CHANGED
065800                 END-IF
065900                 ADD 1 TO W-PX
066000                 ADD 1 TO W-CX
066100         END-EVALUATE
066200     END-PERFORM.
066300 3110-STAGE-DROPPED.
066400     MOVE 'DROPPED' TO W-DIFF-KIND.
066500     MOVE W-PB-DATE (W-PX) TO W-DIFF-DATE.
066600     MOVE W-PB-TYPE (W-PX) TO W-DIFF-TYPE.
066700     MOVE W-PB-SYMBOL (W-PX) TO W-DIFF-OLD-SYMBOL.
066800     MOVE SPACE TO W-DIFF-NEW-SYMBOL.
066900     MOVE W-PB-SOURCE (W-PX) TO W-DIFF-SOURCE.
067000     MOVE W-PB-DESCRIPTION (W-PX) TO W-DIFF-DESCRIPTION.
067100     PERFORM 3150-CLASSIFY-DIFFERENCE.
067200 3120-STAGE-ADDED.
067300     MOVE 'ADDED' TO W-DIFF-KIND.
067400     MOVE W-CB-DATE (W-CX) TO W-DIFF-DATE.
067500     MOVE W-CB-TYPE (W-CX) TO W-DIFF-TYPE.
067600     MOVE SPACE TO W-DIFF-OLD-SYMBOL.
067700     MOVE W-CB-SYMBOL (W-CX) TO W-DIFF-NEW-SYMBOL.
067800     MOVE W-CB-SOURCE (W-CX) TO W-DIFF-SOURCE.
067900     MOVE W-CB-DESCRIPTION (W-CX) TO W-DIFF-DESCRIPTION.
068000     PERFORM 3150-CLASSIFY-DIFFERENCE.
068100 3130-STAGE-CHANGED.
068200     MOVE 'CHANGED' TO W-DIFF-KIND.
068300     MOVE W-CB-DATE (W-CX) TO W-DIFF-DATE.
068400     MOVE W-CB-TYPE (W-CX) TO W-DIFF-TYPE.
068500     MOVE W-PB-SYMBOL (W-PX) TO W-DIFF-OLD-SYMBOL.
068600     MOVE W-CB-SYMBOL (W-CX) TO W-DIFF-NEW-SYMBOL.
068700     MOVE W-CB-SOURCE (W-CX) TO W-DIFF-SOURCE.
068800     MOVE W-CB-DESCRIPTION (W-CX) TO W-DIFF-DESCRIPTION.
068900     PERFORM 3150-CLASSIFY-DIFFERENCE.
069000*
069100* A DIFFERENCE IS EXPLAINED BY AN AUDIT RECORD FOR THE SAME
069200* DATE AND TYPE LOGGED SINCE THE PREVIOUS BUILD, OR BY ONE
069300* LOGGED EARLIER THAT HAD NOT APPEARED UNTIL NOW; FAILING
069400* THAT, BY THE FEDERAL RESERVE FEED.
069500 3150-CLASSIFY-DIFFERENCE.
069600     ADD 1 TO W-BT-DIFFS.
069700     MOVE 'N' TO W-EXPLAINED-SW.
069800     PERFORM VARYING W-LX FROM 1 BY 1
069900             UNTIL W-LX > W-AT-COUNT
070000                OR W-EXPLAINED
070100         IF W-AT-DATE (W-LX) = W-DIFF-DATE
070200                 AND W-AT-TYPE (W-LX) = W-DIFF-TYPE
070300                 AND W-AT-STAMP (W-LX) < W-CUR-STAMP
070400             IF W-AT-STAMP (W-LX) >= W-PREV-STAMP
070500                     OR W-AT-NEVER-APPEARED (W-LX)
070600                 SET W-EXPLAINED TO TRUE
070700             END-IF
070800         END-IF
070900     END-PERFORM.
071000     EVALUATE TRUE
071100         WHEN W-EXPLAINED
071200             ADD 1 TO W-BT-BY-AUDIT
071300         WHEN W-DIFF-SOURCE = CC-F
071400             ADD 1 TO W-BT-BY-FED
071500         WHEN OTHER
071600             ADD 1 TO W-BT-UNEXPLAINED
071700             PERFORM 3160-PRINT-UNEXPLAINED
071800     END-EVALUATE.
071900 3160-PRINT-UNEXPLAINED.
072000     MOVE SPACES TO SDB-DETAIL-LINE.
072100     STRING '  UNEXPLAINED     BUILD ' DELIMITED BY SIZE
072200         W-CUR-BUILD-DATE        DELIMITED BY SIZE
072300         ' '                     DELIMITED BY SIZE
072400         W-CUR-BUILD-TIME        DELIMITED BY SIZE
072500         ' '                     DELIMITED BY SIZE
072600         W-DIFF-KIND             DELIMITED BY SIZE
072700         ' '                     DELIMITED BY SIZE
072800         W-DIFF-DATE             DELIMITED BY SIZE
072900         ' '                     DELIMITED BY SIZE
073000         W-DIFF-TYPE             DELIMITED BY SIZE
073100         ' WAS '                 DELIMITED BY SIZE
073200         W-DIFF-OLD-SYMBOL       DELIMITED BY SIZE
073300         ' NOW '                 DELIMITED BY SIZE
073400         W-DIFF-NEW-SYMBOL       DELIMITED BY SIZE
073500         ' SOURCE '              DELIMITED BY SIZE
073600         W-DIFF-SOURCE           DELIMITED BY SIZE
073700         ' '                     DELIMITED BY SIZE
073800         W-DIFF-DESCRIPTION      DELIMITED BY SIZE
073900         INTO SDB-DETAIL-LINE
074000     END-STRING.
074100     PERFORM 8000-PRINT-DETAIL-LINE.
074200*
074300* EVERY AUDIT RECORD LOGGED BEFORE THIS BUILD AND NOT YET
074400* SETTLED IS SETTLED AGAINST IT.  WHEN A LATER AUDIT RECORD
074500* FOR THE SAME DATE ALSO PRECEDES THE BUILD, ONLY THE LATER
074600* ONE HAS TO SHOW; THE EARLIER ONE IS TAKEN AS MATCHED.
074700 3300-MATCH-AUDIT-TO-BUILD.
074800     PERFORM VARYING W-AX FROM 1 BY 1
074900             UNTIL W-AX > W-AT-COUNT
075000         IF W-AT-NO-BUILD-YET (W-AX)
075100                 AND W-AT-STAMP (W-AX) < W-CUR-STAMP
075200             MOVE W-CUR-STAMP TO W-AT-BUILD-STAMP (W-AX)
075300             PERFORM 3380-CHECK-LATER-AUDIT
075400             IF W-LATER-AUDIT
075500                 SET W-AT-MATCHED (W-AX) TO TRUE
075600                 SET W-AT-SUPERSEDED (W-AX) TO TRUE
075700             ELSE
075800                 PERFORM 3370-TEST-BUILD-STATE
075900                 IF W-SHOWN
076000                     SET W-AT-MATCHED (W-AX) TO TRUE
076100                 ELSE
076200                     SET W-AT-NEVER-APPEARED (W-AX) TO TRUE
076300                 END-IF
076400             END-IF
076500         END-IF
076600     END-PERFORM.
076700*
076800* DOES THE CURRENT BUILD SHOW AUDIT RECORD W-AX?
076900 3370-TEST-BUILD-STATE.
077000     MOVE 'N' TO W-SHOWN-SW.
077100     MOVE 'N' TO W-FOUND-SW.
077200     PERFORM VARYING W-CX FROM 1 BY 1
077300             UNTIL W-CX > W-CB-COUNT
077400                OR W-FOUND
077500         IF W-CB-KEY (W-CX) = W-AT-KEY (W-AX)
077600             SET W-FOUND TO TRUE
077700         END-IF
077800     END-PERFORM.
077900     IF W-AT-FUNCTION (W-AX) = 'DE'
078000         IF NOT W-FOUND
078100             SET W-SHOWN TO TRUE
078200         END-IF
078300     ELSE
078400         IF W-FOUND
078500             SUBTRACT 1 FROM W-CX
078600             IF W-CB-SYMBOL (W-CX) = W-AT-SYMBOL (W-AX)
078700                     AND W-CB-DESCRIPTION (W-CX)
078800                         = W-AT-DESCRIPTION (W-AX)
078900                 SET W-SHOWN TO TRUE
079000             END-IF
079100         END-IF
079200     END-IF.
079300*
079400* IS THERE A LATER AUDIT RECORD FOR THE SAME DATE AND TYPE
079500* LOGGED BEFORE THE CURRENT BUILD?
079600 3380-CHECK-LATER-AUDIT.
079700     MOVE 'N' TO W-LATER-AUDIT-SW.
079800     PERFORM VARYING W-LX FROM W-AX BY 1
079900             UNTIL W-LX > W-AT-COUNT
080000                OR W-LATER-AUDIT
080100         IF W-LX > W-AX
080200                 AND W-AT-KEY (W-LX) = W-AT-KEY (W-AX)
080300                 AND W-AT-STAMP (W-LX) < W-CUR-STAMP
080400             SET W-LATER-AUDIT TO TRUE
080500         END-IF
080600     END-PERFORM.
080700*
080800* A MATCHED CHANGE IS WATCHED THROUGH EVERY LATER BUILD UNTIL
080900* A LATER AUDIT RECORD TAKES OVER THE DATE.  A BUILD THAT NO
081000* LONGER SHOWS IT, WITH NO SUCH RECORD, HAS REVERSED IT.
081100 3400-CHECK-REVERSALS.
081200     PERFORM VARYING W-AX FROM 1 BY 1
081300             UNTIL W-AX > W-AT-COUNT
081400         IF W-AT-MATCHED (W-AX)
081500                 AND W-AT-FOLLOW-SW (W-AX) = SPACE
081600                 AND W-AT-BUILD-STAMP (W-AX) < W-CUR-STAMP
081700             PERFORM 3380-CHECK-LATER-AUDIT
081800             IF W-LATER-AUDIT
081900                 SET W-AT-SUPERSEDED (W-AX) TO TRUE
082000             ELSE
082100                 PERFORM 3370-TEST-BUILD-STATE
082200                 IF NOT W-SHOWN
082300                     SET W-AT-REVERSED (W-AX) TO TRUE
082400                     MOVE W-CUR-STAMP
082500                         TO W-AT-REVERSE-STAMP (W-AX)
082600                 END-IF
082700             END-IF
082800         END-IF
082900     END-PERFORM.
083000*
083100* LOCATE (OR ADD) THE USER-TOTALS SLOT FOR W-USER-KEY.
083200 4100-FIND-USER.
083300     MOVE ZERO TO W-UX.
083400     PERFORM VARYING W-LX FROM 1 BY 1
083500             UNTIL W-LX > W-UT-COUNT
083600                OR W-UX > ZERO
083700         IF W-UT-USER-ID (W-LX) = W-USER-KEY
083800             MOVE W-LX TO W-UX
083900         END-IF
084000     END-PERFORM.
084100     IF W-UX > ZERO
084200         GO TO 4100-EXIT
084300     END-IF.
084400     IF W-UT-COUNT < C-MAX-USERS - 1
084500         ADD 1 TO W-UT-COUNT
084600         MOVE W-UT-COUNT TO W-UX
084700         MOVE W-USER-KEY TO W-UT-USER-ID (W-UX)
084800     ELSE
084900         MOVE C-MAX-USERS TO W-UX
085000         IF W-UT-COUNT = C-MAX-USERS
085100             GO TO 4100-EXIT
085200         END-IF
085300         MOVE C-MAX-USERS TO W-UT-COUNT
085400         MOVE C-OTHER-USERS TO W-UT-USER-ID (W-UX)
085500     END-IF.
085600     MOVE ZERO TO W-UT-MADE (W-UX).
085700     MOVE ZERO TO W-UT-APPROVED (W-UX).
085800     MOVE ZERO TO W-UT-NEVER (W-UX).
085900     MOVE ZERO TO W-UT-REVERSED (W-UX).
086000 4100-EXIT.
086100     EXIT.
086200 6000-PRINT-RUN-TOTALS.
086300     MOVE SPACES TO SDB-DETAIL-LINE.
086400     STRING 'RUN TOTALS  BANKS '  DELIMITED BY SIZE
086500         W-RT-BANKS              DELIMITED BY SIZE
086600         ' AUDITED '             DELIMITED BY SIZE
086700         W-RT-AUDITED            DELIMITED BY SIZE
086800         ' MATCHED '             DELIMITED BY SIZE
086900         W-RT-MATCHED            DELIMITED BY SIZE
087000         ' NEVER APPEARED '      DELIMITED BY SIZE
087100         W-RT-NEVER              DELIMITED BY SIZE
087200         ' NOT YET BUILT '       DELIMITED BY SIZE
087300         W-RT-NOT-BUILT          DELIMITED BY SIZE
087400         ' REVERSED '            DELIMITED BY SIZE
087500         W-RT-REVERSED           DELIMITED BY SIZE
087600         INTO SDB-DETAIL-LINE
087700     END-STRING.
087800     PERFORM 8000-PRINT-DETAIL-LINE.
087900     MOVE SPACES TO SDB-DETAIL-LINE.
088000     STRING '            BUILDS '  DELIMITED BY SIZE
088100         W-RT-BUILDS             DELIMITED BY SIZE
088200         ' DIFFERENCES '         DELIMITED BY SIZE
088300         W-RT-DIFFS              DELIMITED BY SIZE
088400         ' BY AUDIT RECORD '     DELIMITED BY SIZE
088500         W-RT-BY-AUDIT           DELIMITED BY SIZE
088600         ' BY FED FEED '         DELIMITED BY SIZE
088700         W-RT-BY-FED             DELIMITED BY SIZE
088800         ' UNEXPLAINED '         DELIMITED BY SIZE
088900         W-RT-UNEXPLAINED        DELIMITED BY SIZE
089000         INTO SDB-DETAIL-LINE
089100     END-STRING.
089200     PERFORM 8000-PRINT-DETAIL-LINE.
089300     DISPLAY 'T58047 AUDITED ' W-RT-AUDITED
089400         ' NEVER APPEARED ' W-RT-NEVER
089500         ' REVERSED ' W-RT-REVERSED
089600         ' UNEXPLAINED ' W-RT-UNEXPLAINED.
089700*
089800******************************************************************
089900*  TOTALS BY USER ID FOR THE QUARTERLY CONTROLS REVIEW.         *
090000******************************************************************
090100 6500-PRINT-USER-TOTALS.
090200     MOVE SPACES TO SDB-DETAIL-LINE.
090300     STRING 'TOTALS BY USER ID   USER ID    MADE'
090400                                 DELIMITED BY SIZE
090500         ' APPROVED    NEVER REVERSED' DELIMITED BY SIZE
090600         INTO SDB-DETAIL-LINE
090700     END-STRING.
090800     PERFORM 8000-PRINT-DETAIL-LINE.
090900     PERFORM VARYING W-UX FROM 1 BY 1
091000             UNTIL W-UX > W-UT-COUNT
091100         MOVE SPACES TO SDB-DETAIL-LINE
091200         STRING '                    ' DELIMITED BY SIZE
091300             W-UT-USER-ID (W-UX) DELIMITED BY SIZE
091400             '  '                DELIMITED BY SIZE
091500             W-UT-MADE (W-UX)    DELIMITED BY SIZE
091600             '    '              DELIMITED BY SIZE
091700             W-UT-APPROVED (W-UX) DELIMITED BY SIZE
091800             '    '              DELIMITED BY SIZE
091900             W-UT-NEVER (W-UX)   DELIMITED BY SIZE
092000             '    '              DELIMITED BY SIZE
092100             W-UT-REVERSED (W-UX) DELIMITED BY SIZE
092200             INTO SDB-DETAIL-LINE
092300         END-STRING
092400         PERFORM 8000-PRINT-DETAIL-LINE
092500     END-PERFORM.
092600 8000-PRINT-DETAIL-LINE.
092700     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
092800         SPS-DSR-DETAIL-BLOCK.
092804*
092808* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
092812* AUDIT RECORDS RECONCILED IN, UNRESOLVED EXCEPTIONS OUT.
092816 9800-LOG-RUN-START.
092820     MOVE 'T58047'         TO RLG-PROGRAM-ID.
092824     SET RLG-EVENT-START   TO TRUE.
092828     MOVE ZERO             TO RLG-BANK-ID.
092832     MOVE 'AUDREC'         TO RLG-IN-LABEL.
092836     MOVE ZERO             TO RLG-IN-COUNT.
092840     MOVE 'EXCEPT'         TO RLG-OUT-LABEL.
092844     MOVE ZERO             TO RLG-OUT-COUNT.
092848     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
092852         RUN-LEDGER-RECORD.
092856 9810-LOG-RUN-END.
092860     SET RLG-EVENT-END     TO TRUE.
092864     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
092868     MOVE W-RT-AUDITED     TO RLG-IN-COUNT.
092872     COMPUTE RLG-OUT-COUNT = W-RT-NEVER + W-RT-REVERSED
092876         + W-RT-UNEXPLAINED.
092880     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
092884         RUN-LEDGER-RECORD.
092900 END PROGRAM T58047.
