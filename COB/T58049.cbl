000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58049.
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
001400* ONLINE USER ENTITLEMENT MAINTENANCE TRANSACTION, IN THE
001500* T58034 SCREEN STYLE.  DRIVES INQUIRE/ADD/CHANGE/DELETE OF
001600* USER-ENTITLEMENT-RECORD ROWS (T58049D) ON THE KEYED
001700* ENTITLEMENT FILE (ENTITLE) THE ENTITLEMENT CHECK T58048 READS.
001800* A ROW IS KEYED BY USER, BANK (ZERO = ALL BANKS) AND CALENDAR
001900* TYPE ('*' = ALL TYPES) AND CARRIES THE INQUIRE, MAKE,
002000* APPROVE, BANK MASTER, ADMINISTER AND EMERGENCY CLOSURE FLAGS.
002100*   - ONLY A USER WITH THE ADMINISTER FLAG ON AN ALL-BANKS
002200*     RECORD MAY USE THIS SCREEN, AND NEVER ON THEIR OWN ROWS.
002300*   - UNTIL THE ENTITLEMENT FILE EXISTS THE ADMINISTER CHECK
002400*     CANNOT PASS, SO THE FIRST ADD IS LET THROUGH TO LOAD THE
002500*     FIRST ALL-BANKS ADMINISTRATOR AND CREATE THE FILE.
002600*   - EVERY APPLIED CHANGE IS WRITTEN TO THE ENTITLEMENT AUDIT
002700*     FILE (ENTAUD, T58050D) WITH THE FLAGS BEFORE AND AFTER.
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER. IBM-370.
003200 OBJECT-COMPUTER. IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE
003600         ORGANIZATION INDEXED
003700         ACCESS MODE RANDOM
003800         RECORD KEY UER-KEY
003900         FILE STATUS IS W-ENTITLE-STATUS.
004000     SELECT ENTITLEMENT-AUDIT-FILE ASSIGN TO ENTAUD
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS W-AUDIT-STATUS.
004300 DATA DIVISION.
004400     EJECT
004500 FILE SECTION.
004600 FD  ENTITLEMENT-FILE.
004700 COPY T58049D. *> KEYED USER ENTITLEMENTS
004800 FD  ENTITLEMENT-AUDIT-FILE.
004900 COPY T58050D. *> ENTITLEMENT MAINTENANCE AUDIT RECORD
005000     EJECT
005100 WORKING-STORAGE SECTION.
005200*
005300 01  CC-CHANGE-ID.
005400     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
005500*
005600 01  C-CHARACTER-CONSTANTS.
005700     05  CC-ALL-TYPES            PIC X       VALUE '*'.
005800     05  CC-FILE-NOT-FOUND       PIC XX      VALUE '35'.
005900*
006000 01  W-WORKAREA.
006100     05  W-ENTITLE-STATUS        PIC XX.
006200         88  W-ENTITLE-STATUS-OK     VALUE '00'.
006300         88  W-ENTITLE-STATUS-NOT-FOUND VALUE '35'.
006400     05  W-AUDIT-STATUS          PIC XX.
006500         88  W-AUDIT-STATUS-OK       VALUE '00'.
006600         88  W-AUDIT-STATUS-NOT-FOUND VALUE '35'.
006700     05  W-REC-FOUND-SW          PIC X       VALUE 'N'.
006800         88  W-REC-FOUND             VALUE 'Y'.
006900     05  W-FIRST-LOAD-SW         PIC X       VALUE 'N'.
007000         88  W-FIRST-LOAD            VALUE 'Y'.
007100     05  W-BEFORE-FLAGS          PIC X(6).
007200     05  W-NEW-FLAGS.
007300         10  W-NEW-INQUIRE       PIC X.
007400         10  W-NEW-MAKE          PIC X.
007500         10  W-NEW-APPROVE       PIC X.
007600         10  W-NEW-BANK-MAINT    PIC X.
007700         10  W-NEW-ADMIN         PIC X.
007750         10  W-NEW-EMERGENCY     PIC X.
007800     05  W-FLAG-POS              PIC 9(4)    BINARY.
007900*
008000*                    ENTITLEMENT CHECK PARAMETERS
008100 COPY T58048D.
008200     EJECT
008300 LINKAGE SECTION.
008400*
008500*                    TRANSACTION-CONTROL-BLOCK
008600 COPY P49000D.
008700*
008800*                    ITEM-MAINTENANCE SCREEN WORK AREA
008900 COPY U48030D.
009000     EJECT
009100 SCREEN SECTION.
009200 01  T58049-MAINT-SCREEN.
009300     05  BLANK SCREEN.
009400     05  LINE 2  COLUMN 10  VALUE 'USER ENTITLEMENT MAINTENANCE'.
009500     05  LINE 4  COLUMN 10  VALUE 'FUNCTION . . .'.
009600     05  LINE 4  COLUMN 26  PIC X(2)   USING CDMF-FUNCTION-CODE.
009700     05  LINE 4  COLUMN 30
009800             VALUE '(IN=INQUIRE AD=ADD CH=CHANGE DE=DELETE)'.
009900     05  LINE 5  COLUMN 10  VALUE 'USER ID . . . .'.
010000     05  LINE 5  COLUMN 26  PIC X(8)   USING CDMF-ENT-USER-ID.
010100     05  LINE 6  COLUMN 10  VALUE 'BANK ID . . . .'.
010200     05  LINE 6  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
010300     05  LINE 6  COLUMN 33  VALUE '(00000=ALL BANKS)'.
010400     05  LINE 7  COLUMN 10  VALUE 'CAL TYPE . . .'.
010500     05  LINE 7  COLUMN 26  PIC X      USING CDMF-CAL-TYPE.
010600     05  LINE 7  COLUMN 33  VALUE '(B/F/A/S, *=ALL TYPES)'.
010700     05  LINE 8  COLUMN 10  VALUE 'INQUIRE . . .'.
010800     05  LINE 8  COLUMN 26  PIC X      USING CDMF-ENT-INQUIRE.
010900     05  LINE 8  COLUMN 33  VALUE 'MAKE . . . . .'.
011000     05  LINE 8  COLUMN 49  PIC X      USING CDMF-ENT-MAKE.
011100     05  LINE 9  COLUMN 10  VALUE 'APPROVE . . .'.
011200     05  LINE 9  COLUMN 26  PIC X      USING CDMF-ENT-APPROVE.
011300     05  LINE 9  COLUMN 33  VALUE 'BANK MASTER .'.
011400     05  LINE 9  COLUMN 49  PIC X      USING CDMF-ENT-BANK-MAINT.
011500     05  LINE 10 COLUMN 10  VALUE 'ADMINISTER . .'.
011600     05  LINE 10 COLUMN 26  PIC X      USING CDMF-ENT-ADMIN.
011700     05  LINE 10 COLUMN 33  VALUE 'EMERGENCY . .'.
011720     05  LINE 10 COLUMN 49  PIC X      USING CDMF-ENT-EMERGENCY.
011740     05  LINE 10 COLUMN 52  VALUE '(Y/N)'.
011800     05  LINE 11 COLUMN 10  VALUE 'RESULT . . . .'.
011900     05  LINE 11 COLUMN 26  PIC X(56)  USING CDMF-RESULT-STATUS.
012000     05  LINE 13 COLUMN 10  PIC X(60)  USING CDMF-ERROR-MESSAGE.
012100     EJECT
012200 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
012300                             CDMF-ITEM-MAINT-SCREEN-DG.
012400     EJECT
012500 0000-MAIN-PROCESS.
012600     PERFORM 1000-INITIALIZE.
012700     DISPLAY T58049-MAINT-SCREEN.
012800     ACCEPT  T58049-MAINT-SCREEN.
012900     PERFORM 2000-APPLY-MAINT-FUNCTION THRU 2000-EXIT.
013000     DISPLAY T58049-MAINT-SCREEN.
013100     GOBACK.
013200 1000-INITIALIZE.
013300     MOVE ZERO TO TCB-RETURN-CODE.
013400     SET CDMF-NO-ERROR TO TRUE.
013500     MOVE SPACES TO CDMF-ERROR-MESSAGE.
013600     MOVE SPACES TO CDMF-RESULT-STATUS.
013700 2000-APPLY-MAINT-FUNCTION.
013800     IF NOT CDMF-FUNC-INQUIRE AND NOT CDMF-FUNC-ADD
013900             AND NOT CDMF-FUNC-CHANGE AND NOT CDMF-FUNC-DELETE
014000         MOVE 'INVALID FUNCTION - USE IN, AD, CH, OR DE'
014100             TO CDMF-ERROR-MESSAGE
014200         PERFORM 8000-FLAG-ERROR
014300         GO TO 2000-EXIT
014400     END-IF.
014500     IF CDMF-ENT-USER-ID = SPACES
014600         MOVE 'USER ID IS REQUIRED' TO CDMF-ERROR-MESSAGE
014700         PERFORM 8000-FLAG-ERROR
014800         GO TO 2000-EXIT
014900     END-IF.
015000     IF CDMF-CAL-TYPE = SPACE
015100         MOVE CC-ALL-TYPES TO CDMF-CAL-TYPE
015200     END-IF.
015300     IF CDMF-CAL-TYPE NOT = 'B' AND CDMF-CAL-TYPE NOT = 'F'
015400             AND CDMF-CAL-TYPE NOT = 'A'
015500             AND CDMF-CAL-TYPE NOT = 'S'
015600             AND CDMF-CAL-TYPE NOT = CC-ALL-TYPES
015700         MOVE 'INVALID CALENDAR TYPE - USE B, F, A, S, OR *'
015800             TO CDMF-ERROR-MESSAGE
015900         PERFORM 8000-FLAG-ERROR
016000         GO TO 2000-EXIT
016100     END-IF.
016200* SEGREGATION OF DUTIES: NOBODY GRANTS OR WIDENS THEIR OWN ACCESS.
016300     IF CDMF-ENT-USER-ID = TCB-USER-ID
016400         MOVE 'USER CANNOT MAINTAIN OWN ENTITLEMENTS'
016500             TO CDMF-ERROR-MESSAGE
016600         PERFORM 8000-FLAG-ERROR
016700         GO TO 2000-EXIT
016800     END-IF.
016900     PERFORM 2100-CHECK-ADMINISTRATOR.
017000     IF CDMF-ERROR-FOUND
017100         GO TO 2000-EXIT
017200     END-IF.
017300     IF NOT CDMF-FUNC-INQUIRE
017400         PERFORM 2200-EDIT-FLAGS THRU 2200-EXIT
017500         IF CDMF-ERROR-FOUND
017600             GO TO 2000-EXIT
017700         END-IF
017800     END-IF.
017900     OPEN I-O ENTITLEMENT-FILE.
018000     IF W-ENTITLE-STATUS-NOT-FOUND
018100         OPEN OUTPUT ENTITLEMENT-FILE
018200         CLOSE ENTITLEMENT-FILE
018300         OPEN I-O ENTITLEMENT-FILE
018400     END-IF.
018500     IF NOT W-ENTITLE-STATUS-OK
018600         STRING 'ENTITLEMENT FILE NOT AVAILABLE - STATUS '
018700             DELIMITED BY SIZE
018800             W-ENTITLE-STATUS     DELIMITED BY SIZE
018900             INTO CDMF-ERROR-MESSAGE
019000         END-STRING
019100         PERFORM 8000-FLAG-ERROR
019200         GO TO 2000-EXIT
019300     END-IF.
019400     PERFORM 2500-READ-ENTITLEMENT.
019500     EVALUATE TRUE
019600         WHEN CDMF-FUNC-INQUIRE
019700             PERFORM 2600-SHOW-ENTITLEMENT THRU 2600-EXIT
019800         WHEN CDMF-FUNC-ADD
019900             PERFORM 3000-ADD-ENTITLEMENT THRU 3000-EXIT
020000         WHEN CDMF-FUNC-CHANGE
020100             PERFORM 4000-CHANGE-ENTITLEMENT THRU 4000-EXIT
020200         WHEN CDMF-FUNC-DELETE
020300             PERFORM 5000-DELETE-ENTITLEMENT THRU 5000-EXIT
020400     END-EVALUATE.
020500     CLOSE ENTITLEMENT-FILE.
020600 2000-EXIT.
020700     EXIT.
020800*
020900******************************************************************
021000*  THE OPERATOR MUST HOLD THE ADMINISTER FLAG FOR ALL BANKS.    *
021100*  THE ONE EXCEPTION IS THE FIRST LOAD: WITH NO ENTITLEMENT     *
021200*  FILE YET, AN ADD OF AN ALL-BANKS ADMINISTRATOR IS ALLOWED SO *
021300*  THE FILE CAN BE STARTED.                                     *
021400******************************************************************
021500 2100-CHECK-ADMINISTRATOR.
021600     MOVE 'N' TO W-FIRST-LOAD-SW.
021700     MOVE TCB-USER-ID TO ECB-USER-ID.
021800     MOVE ZERO TO ECB-BANK-ID.
021900     MOVE CC-ALL-TYPES TO ECB-CAL-TYPE.
022000     SET ECB-ACT-ADMINISTER TO TRUE.
022100     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
022200         ENTITLEMENT-CHECK-BLOCK.
022300     IF ECB-ALLOWED
022400         CONTINUE
022500     ELSE
022600         IF ECB-FILE-STATUS = CC-FILE-NOT-FOUND
022700                 AND CDMF-FUNC-ADD
022800                 AND CDMF-BANK-ID = ZERO
022900                 AND CDMF-CAL-TYPE = CC-ALL-TYPES
023000                 AND CDMF-ENT-ADMIN = 'Y'
023100             MOVE 'Y' TO W-FIRST-LOAD-SW
023200         ELSE
023300             MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
023400             PERFORM 8000-FLAG-ERROR
023500         END-IF
023600     END-IF.
023700*
023800* EACH FLAG IS Y OR N; A BLANK FLAG IS TAKEN AS N.
023900 2200-EDIT-FLAGS.
024000     MOVE CDMF-ENT-INQUIRE    TO W-NEW-INQUIRE.
024100     MOVE CDMF-ENT-MAKE       TO W-NEW-MAKE.
024200     MOVE CDMF-ENT-APPROVE    TO W-NEW-APPROVE.
024300     MOVE CDMF-ENT-BANK-MAINT TO W-NEW-BANK-MAINT.
024400     MOVE CDMF-ENT-ADMIN      TO W-NEW-ADMIN.
024450     MOVE CDMF-ENT-EMERGENCY  TO W-NEW-EMERGENCY.
024500     IF CDMF-FUNC-DELETE
024600         GO TO 2200-EXIT
024700     END-IF.
024800     PERFORM VARYING W-FLAG-POS FROM 1 BY 1
024900             UNTIL W-FLAG-POS > 6
025000         IF W-NEW-FLAGS (W-FLAG-POS:1) = SPACE
025100             MOVE 'N' TO W-NEW-FLAGS (W-FLAG-POS:1)
025200         END-IF
025300         IF W-NEW-FLAGS (W-FLAG-POS:1) NOT = 'Y'
025400                 AND W-NEW-FLAGS (W-FLAG-POS:1) NOT = 'N'
025500             MOVE 'INVALID FLAG - USE Y OR N'
025600                 TO CDMF-ERROR-MESSAGE
025700             PERFORM 8000-FLAG-ERROR
025800         END-IF
025900     END-PERFORM.
026000     IF CDMF-ERROR-FOUND
026100         GO TO 2200-EXIT
026200     END-IF.
026300* BANK MASTER AND ADMINISTER ARE NOT PER CALENDAR TYPE -- THE
026400* CHECK ONLY READS THEM FROM A '*' RECORD.
026500     IF CDMF-CAL-TYPE NOT = CC-ALL-TYPES
026600             AND (W-NEW-BANK-MAINT = 'Y' OR W-NEW-ADMIN = 'Y')
026700         MOVE 'BANK MASTER/ADMINISTER NEED CAL TYPE *'
026800             TO CDMF-ERROR-MESSAGE
026900         PERFORM 8000-FLAG-ERROR
027000         GO TO 2200-EXIT
027100     END-IF.
027200     IF CDMF-BANK-ID NOT = ZERO AND W-NEW-ADMIN = 'Y'
027300         MOVE 'ADMINISTER IS GRANTED FOR ALL BANKS (00000) ONLY'
027400             TO CDMF-ERROR-MESSAGE
027500         PERFORM 8000-FLAG-ERROR
027600         GO TO 2200-EXIT
027700     END-IF.
027800     MOVE W-NEW-INQUIRE    TO CDMF-ENT-INQUIRE.
027900     MOVE W-NEW-MAKE       TO CDMF-ENT-MAKE.
028000     MOVE W-NEW-APPROVE    TO CDMF-ENT-APPROVE.
028100     MOVE W-NEW-BANK-MAINT TO CDMF-ENT-BANK-MAINT.
028200     MOVE W-NEW-ADMIN      TO CDMF-ENT-ADMIN.
028250     MOVE W-NEW-EMERGENCY  TO CDMF-ENT-EMERGENCY.
028300 2200-EXIT.
028400     EXIT.
028500 2500-READ-ENTITLEMENT.
028600     MOVE 'N' TO W-REC-FOUND-SW.
028700     MOVE CDMF-ENT-USER-ID TO UER-USER-ID.
028800     MOVE CDMF-BANK-ID TO UER-BANK-ID.
028900     MOVE CDMF-CAL-TYPE TO UER-CAL-TYPE.
029000     READ ENTITLEMENT-FILE.
029100     IF W-ENTITLE-STATUS-OK
029200         MOVE 'Y' TO W-REC-FOUND-SW
029300         MOVE UER-FLAGS TO W-BEFORE-FLAGS
029400     ELSE
029500         MOVE SPACES TO W-BEFORE-FLAGS
029600     END-IF.
029700 2600-SHOW-ENTITLEMENT.
029800     IF NOT W-REC-FOUND
029900         MOVE 'NO ENTITLEMENT ON FILE FOR THIS USER/BANK/TYPE'
030000             TO CDMF-ERROR-MESSAGE
030100         PERFORM 8000-FLAG-ERROR
030200         GO TO 2600-EXIT
030300     END-IF.
030400     PERFORM 2700-MOVE-RECORD-TO-SCREEN.
030500     STRING 'GRANTED '           DELIMITED BY SIZE
030600         UER-GRANTED-DATE        DELIMITED BY SIZE
030700         ' BY '                  DELIMITED BY SIZE
030800         UER-GRANTED-BY          DELIMITED BY SIZE
030900         ' CHANGED '             DELIMITED BY SIZE
031000         UER-CHANGED-DATE        DELIMITED BY SIZE
031100         ' BY '                  DELIMITED BY SIZE
031200         UER-CHANGED-BY          DELIMITED BY SIZE
031300         INTO CDMF-RESULT-STATUS
031400     END-STRING.
031500 2600-EXIT.
031600     EXIT.
031700 2700-MOVE-RECORD-TO-SCREEN.
031800     MOVE UER-INQUIRE-SW    TO CDMF-ENT-INQUIRE.
031900     MOVE UER-MAKE-SW       TO CDMF-ENT-MAKE.
032000     MOVE UER-APPROVE-SW    TO CDMF-ENT-APPROVE.
032100     MOVE UER-BANK-MAINT-SW TO CDMF-ENT-BANK-MAINT.
032200     MOVE UER-ADMIN-SW      TO CDMF-ENT-ADMIN.
032250     MOVE UER-EMERGENCY-SW  TO CDMF-ENT-EMERGENCY.
032300 3000-ADD-ENTITLEMENT.
032400     IF W-REC-FOUND
032500         MOVE 'ENTITLEMENT ALREADY ON FILE - USE CH TO CHANGE IT'
032600             TO CDMF-ERROR-MESSAGE
032700         PERFORM 8000-FLAG-ERROR
032800         GO TO 3000-EXIT
032900     END-IF.
033000     MOVE CDMF-ENT-USER-ID    TO UER-USER-ID.
033100     MOVE CDMF-BANK-ID        TO UER-BANK-ID.
033200     MOVE CDMF-CAL-TYPE       TO UER-CAL-TYPE.
033300     MOVE W-NEW-FLAGS         TO UER-FLAGS.
033400     MOVE TCB-USER-ID         TO UER-GRANTED-BY.
033500     MOVE TCB-RUN-DATE        TO UER-GRANTED-DATE.
033600     MOVE TCB-USER-ID         TO UER-CHANGED-BY.
033700     MOVE TCB-RUN-DATE        TO UER-CHANGED-DATE.
033800     WRITE USER-ENTITLEMENT-RECORD
033900         INVALID KEY
034000             MOVE 'ENTITLEMENT FILE WRITE FAILED'
034100                 TO CDMF-ERROR-MESSAGE
034200             PERFORM 8000-FLAG-ERROR
034300     END-WRITE.
034400     IF NOT CDMF-ERROR-FOUND
034500         IF W-FIRST-LOAD
034600             MOVE 'FIRST ADMINISTRATOR ADDED - FILE STARTED'
034700                 TO CDMF-RESULT-STATUS
034800         ELSE
034900             MOVE 'ENTITLEMENT ADDED' TO CDMF-RESULT-STATUS
035000         END-IF
035100         PERFORM 9000-WRITE-ENTITLEMENT-AUDIT
035200     END-IF.
035300 3000-EXIT.
035400     EXIT.
035500 4000-CHANGE-ENTITLEMENT.
035600     IF NOT W-REC-FOUND
035700         MOVE 'ENTITLEMENT NOT ON FILE - USE AD TO ADD IT'
035800             TO CDMF-ERROR-MESSAGE
035900         PERFORM 8000-FLAG-ERROR
036000         GO TO 4000-EXIT
036100     END-IF.
036200     MOVE W-NEW-FLAGS         TO UER-FLAGS.
036300     MOVE TCB-USER-ID         TO UER-CHANGED-BY.
036400     MOVE TCB-RUN-DATE        TO UER-CHANGED-DATE.
036500     REWRITE USER-ENTITLEMENT-RECORD
036510         INVALID KEY
036520             MOVE 'ENTITLEMENT FILE REWRITE FAILED'
036530                 TO CDMF-ERROR-MESSAGE
036540             PERFORM 8000-FLAG-ERROR
036550     END-REWRITE.
036560     IF CDMF-ERROR-FOUND
036570         GO TO 4000-EXIT
036580     END-IF.
036600     MOVE 'ENTITLEMENT CHANGED' TO CDMF-RESULT-STATUS.
036700     PERFORM 9000-WRITE-ENTITLEMENT-AUDIT.
036800 4000-EXIT.
036900     EXIT.
037000 5000-DELETE-ENTITLEMENT.
037100     IF NOT W-REC-FOUND
037200         MOVE 'ENTITLEMENT NOT ON FILE - NOTHING TO DELETE'
037300             TO CDMF-ERROR-MESSAGE
037400         PERFORM 8000-FLAG-ERROR
037500         GO TO 5000-EXIT
037600     END-IF.
037700* THE SCREEN SHOWS WHAT WAS TAKEN AWAY.
037800     PERFORM 2700-MOVE-RECORD-TO-SCREEN.
037900     DELETE ENTITLEMENT-FILE
037910         INVALID KEY
037920             MOVE 'ENTITLEMENT FILE DELETE FAILED'
037930                 TO CDMF-ERROR-MESSAGE
037940             PERFORM 8000-FLAG-ERROR
037950     END-DELETE.
037960     IF CDMF-ERROR-FOUND
037970         GO TO 5000-EXIT
037980     END-IF.
038000     MOVE SPACES TO W-NEW-FLAGS.
038100     MOVE 'ENTITLEMENT DELETED' TO CDMF-RESULT-STATUS.
038200     PERFORM 9000-WRITE-ENTITLEMENT-AUDIT.
038300 5000-EXIT.
038400     EXIT.
038500 8000-FLAG-ERROR.
038600     SET CDMF-ERROR-FOUND TO TRUE.
038700     SET TCB-RC-WARNING TO TRUE.
038800 9000-WRITE-ENTITLEMENT-AUDIT.
038900     OPEN EXTEND ENTITLEMENT-AUDIT-FILE.
039000     IF W-AUDIT-STATUS-NOT-FOUND
039100         OPEN OUTPUT ENTITLEMENT-AUDIT-FILE
039200     END-IF.
039300     MOVE SPACES TO ENTITLEMENT-AUDIT-RECORD.
039400     MOVE TCB-RUN-DATE           TO EAR-LOG-DATE.
039500     MOVE TCB-RUN-TIME           TO EAR-LOG-TIME.
039600     MOVE TCB-USER-ID            TO EAR-ADMIN-USER-ID.
039700     MOVE TCB-TERMINAL-ID        TO EAR-TERMINAL-ID.
039800     MOVE CDMF-FUNCTION-CODE     TO EAR-FUNCTION.
039900     MOVE CDMF-ENT-USER-ID       TO EAR-USER-ID.
040000     MOVE CDMF-BANK-ID           TO EAR-BANK-ID.
040100     MOVE CDMF-CAL-TYPE          TO EAR-CAL-TYPE.
040200     MOVE W-BEFORE-FLAGS         TO EAR-BEFORE-FLAGS.
040300     MOVE W-NEW-FLAGS            TO EAR-AFTER-FLAGS.
040400     WRITE ENTITLEMENT-AUDIT-RECORD.
040500     CLOSE ENTITLEMENT-AUDIT-FILE.
040600 END PROGRAM T58049.
