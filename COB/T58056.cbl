000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58056.
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
001400* ONLINE BRANCH MASTER MAINTENANCE TRANSACTION, IN THE T58034
001500* SCREEN STYLE.  DRIVES ADD/CHANGE/DELETE OF BRANCH-MASTER-
001600* RECORD ROWS (T58056D) ON THE KEYED BRANCH MASTER FILE
001700* (BRANCHMST).  A BRANCH HANGS UNDER A BANK ON THE BANK MASTER
001800* (T58034D) AND CAN ONLY BE ADDED UNDER AN ACTIVE ONE.  AS WITH
001900* THE BANK MASTER, DE MARKS THE BRANCH INACTIVE RATHER THAN
002000* REMOVING IT, SO ITS BRANCH CLOSURES (T58057D) STAY READABLE;
002100* AN INACTIVE BRANCH IS REFUSED BY THE HOLIDAY MAINTENANCE AND
002200* THE INQUIRIES THE SAME AS AN UNKNOWN ONE.
002300* THE USER MUST HOLD THE BANK MASTER ENTITLEMENT FOR THE PARENT
002400* BANK (T58048).
002500*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANCHMST
003300         ORGANIZATION INDEXED
003400         ACCESS MODE RANDOM
003500         RECORD KEY BRM-KEY
003600         FILE STATUS IS W-BRANCHMST-STATUS.
003700     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
003800         ORGANIZATION INDEXED
003900         ACCESS MODE RANDOM
004000         RECORD KEY BMR-BANK-ID
004100         FILE STATUS IS W-BANKMST-STATUS.
004200 DATA DIVISION.
004300     EJECT
004400 FILE SECTION.
004500 FD  BRANCH-MASTER-FILE.
004600 COPY T58056D. *> KEYED BRANCH MASTER
004700 FD  BANK-MASTER-FILE.
004800 COPY T58034D. *> KEYED BANK MASTER (PARENT BANK)
004900     EJECT
005000 WORKING-STORAGE SECTION.
005100*
005200 01  CC-CHANGE-ID.
005300     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
005400*
005500 01  W-WORKAREA.
005600     05  W-BRANCHMST-STATUS      PIC XX.
005700         88  W-BRANCHMST-STATUS-OK   VALUE '00'.
005800         88  W-BRANCHMST-STATUS-NOT-FOUND VALUE '35'.
005900         88  W-BRANCHMST-REC-NOT-FOUND VALUE '23'.
006000     05  W-BANKMST-STATUS        PIC XX.
006100         88  W-BANKMST-STATUS-OK     VALUE '00'.
006200     05  W-REC-FOUND-SW          PIC X       VALUE 'N'.
006300         88  W-REC-FOUND             VALUE 'Y'.
006400     05  W-BANK-ACTIVE-SW        PIC X       VALUE 'N'.
006500         88  W-BANK-ACTIVE           VALUE 'Y'.
006600*
006700*                    ENTITLEMENT CHECK PARAMETERS
006800 COPY T58048D.
006900     EJECT
007000 LINKAGE SECTION.
007100*
007200*                    TRANSACTION-CONTROL-BLOCK
007300 COPY P49000D.
007400*
007500*                    ITEM-MAINTENANCE SCREEN WORK AREA
007600 COPY U48030D.
007700     EJECT
007800 SCREEN SECTION.
007900 01  T58056-MAINT-SCREEN.
008000     05  BLANK SCREEN.
008100     05  LINE 2  COLUMN 10  VALUE 'BRANCH MASTER MAINTENANCE'.
008200     05  LINE 4  COLUMN 10  VALUE 'FUNCTION . . .'.
008300     05  LINE 4  COLUMN 26  PIC X(2)   USING CDMF-FUNCTION-CODE.
008400     05  LINE 4  COLUMN 30  VALUE '(AD=ADD CH=CHANGE DE=DEACT)'.
008500     05  LINE 5  COLUMN 10  VALUE 'BANK ID . . . .'.
008600     05  LINE 5  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
008700     05  LINE 5  COLUMN 34  VALUE 'BRANCH ID'.
008800     05  LINE 5  COLUMN 45  PIC 9(5)   USING CDMF-BRANCH-ID.
008900     05  LINE 6  COLUMN 10  VALUE 'BRANCH NAME . .'.
009000     05  LINE 6  COLUMN 26  PIC X(30)
009100                            USING CDMF-BRANCH-NAME.
009200     05  LINE 7  COLUMN 10  VALUE 'CITY . . . . .'.
009300     05  LINE 7  COLUMN 26  PIC X(20)
009400                            USING CDMF-BRANCH-CITY.
009500     05  LINE 7  COLUMN 48  VALUE 'STATE'.
009600     05  LINE 7  COLUMN 54  PIC X(2)
009700                            USING CDMF-BRANCH-STATE.
009800     05  LINE 8  COLUMN 10  VALUE 'STATUS (A/I) .'.
009900     05  LINE 8  COLUMN 26  PIC X      USING CDMF-BRANCH-STATUS.
010000     05  LINE 10 COLUMN 10  VALUE 'RESULT . . . .'.
010100     05  LINE 10 COLUMN 26  PIC X(56)  USING CDMF-RESULT-STATUS.
010200     05  LINE 12 COLUMN 10  PIC X(60)  USING CDMF-ERROR-MESSAGE.
010300     EJECT
010400 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
010500                             CDMF-ITEM-MAINT-SCREEN-DG.
010600     EJECT
010700 0000-MAIN-PROCESS.
010800     PERFORM 1000-INITIALIZE.
010900     DISPLAY T58056-MAINT-SCREEN.
011000     ACCEPT  T58056-MAINT-SCREEN.
011100     PERFORM 2000-APPLY-MAINT-FUNCTION THRU 2000-EXIT.
011200     DISPLAY T58056-MAINT-SCREEN.
011300     GOBACK.
011400 1000-INITIALIZE.
011500     MOVE ZERO TO TCB-RETURN-CODE.
011600     SET CDMF-NO-ERROR TO TRUE.
011700     MOVE SPACES TO CDMF-ERROR-MESSAGE.
011800     MOVE SPACES TO CDMF-RESULT-STATUS.
011900 2000-APPLY-MAINT-FUNCTION.
012000     IF CDMF-BANK-ID = ZERO
012100         MOVE 'BANK ID IS REQUIRED' TO CDMF-ERROR-MESSAGE
012200         PERFORM 8000-FLAG-ERROR
012300         GO TO 2000-EXIT
012400     END-IF.
012500     IF CDMF-BRANCH-ID = ZERO
012600         MOVE 'BRANCH ID IS REQUIRED - ZERO IS THE BANK ITSELF'
012700             TO CDMF-ERROR-MESSAGE
012800         PERFORM 8000-FLAG-ERROR
012900         GO TO 2000-EXIT
013000     END-IF.
013100     MOVE TCB-USER-ID TO ECB-USER-ID.
013200     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
013300     MOVE SPACE TO ECB-CAL-TYPE.
013400     SET ECB-ACT-BANK-MAINT TO TRUE.
013500     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
013600         ENTITLEMENT-CHECK-BLOCK.
013700     IF ECB-REFUSED
013800         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
013900         PERFORM 8000-FLAG-ERROR
014000         GO TO 2000-EXIT
014100     END-IF.
014200     IF CDMF-BRANCH-STATUS = SPACE
014300         MOVE 'A' TO CDMF-BRANCH-STATUS
014400     END-IF.
014500     IF CDMF-BRANCH-STATUS NOT = 'A'
014600             AND CDMF-BRANCH-STATUS NOT = 'I'
014700         MOVE 'INVALID STATUS - USE A OR I'
014800             TO CDMF-ERROR-MESSAGE
014900         PERFORM 8000-FLAG-ERROR
015000         GO TO 2000-EXIT
015100     END-IF.
015200     PERFORM 2100-READ-PARENT-BANK.
015300     OPEN I-O BRANCH-MASTER-FILE.
015400     IF W-BRANCHMST-STATUS-NOT-FOUND
015500         OPEN OUTPUT BRANCH-MASTER-FILE
015600         CLOSE BRANCH-MASTER-FILE
015700         OPEN I-O BRANCH-MASTER-FILE
015800     END-IF.
015900     IF NOT W-BRANCHMST-STATUS-OK
016000         STRING 'BRANCH MASTER NOT AVAILABLE - STATUS '
016100             DELIMITED BY SIZE
016200             W-BRANCHMST-STATUS   DELIMITED BY SIZE
016300             INTO CDMF-ERROR-MESSAGE
016400         END-STRING
016500         PERFORM 8000-FLAG-ERROR
016600         GO TO 2000-EXIT
016700     END-IF.
016800     PERFORM 2500-READ-BRANCH-RECORD.
016900     EVALUATE TRUE
017000         WHEN CDMF-FUNC-ADD
017100             PERFORM 3000-ADD-BRANCH THRU 3000-EXIT
017200         WHEN CDMF-FUNC-CHANGE
017300             PERFORM 4000-CHANGE-BRANCH THRU 4000-EXIT
017400         WHEN CDMF-FUNC-DELETE
017500             PERFORM 5000-DEACTIVATE-BRANCH THRU 5000-EXIT
017600         WHEN OTHER
017700             MOVE 'INVALID FUNCTION - USE AD, CH, OR DE'
017800                 TO CDMF-ERROR-MESSAGE
017900             PERFORM 8000-FLAG-ERROR
018000     END-EVALUATE.
018100     CLOSE BRANCH-MASTER-FILE.
018200 2000-EXIT.
018300     EXIT.
018400*
018500* THE PARENT BANK MUST BE ON THE BANK MASTER AND ACTIVE FOR AN
018600* ADD, OR FOR A CHANGE THAT WOULD LEAVE THE BRANCH ACTIVE --
018700* A BRANCH OF A CLOSED-DOWN BANK CAN STILL BE DEACTIVATED.
018800 2100-READ-PARENT-BANK.
018900     MOVE 'N' TO W-BANK-ACTIVE-SW.
019000     OPEN INPUT BANK-MASTER-FILE.
019100     IF W-BANKMST-STATUS-OK
019200         MOVE CDMF-BANK-ID TO BMR-BANK-ID
019300         READ BANK-MASTER-FILE
019400         IF W-BANKMST-STATUS-OK AND BMR-ACTIVE
019500             MOVE 'Y' TO W-BANK-ACTIVE-SW
019600         END-IF
019700         CLOSE BANK-MASTER-FILE
019800     END-IF.
019900 2500-READ-BRANCH-RECORD.
020000     MOVE 'N' TO W-REC-FOUND-SW.
020100     MOVE CDMF-BANK-ID   TO BRM-BANK-ID.
020200     MOVE CDMF-BRANCH-ID TO BRM-BRANCH-ID.
020300     READ BRANCH-MASTER-FILE.
020400     IF W-BRANCHMST-STATUS-OK
020500         MOVE 'Y' TO W-REC-FOUND-SW
020600     END-IF.
020700 3000-ADD-BRANCH.
020800     IF W-REC-FOUND
020900         MOVE 'BRANCH ALREADY ON MASTER - USE CH TO CHANGE IT'
021000             TO CDMF-ERROR-MESSAGE
021100         PERFORM 8000-FLAG-ERROR
021200         GO TO 3000-EXIT
021300     END-IF.
021400     IF NOT W-BANK-ACTIVE
021500         MOVE 'BANK NOT ACTIVE ON BANK MASTER - BRANCH NOT ADDED'
021600             TO CDMF-ERROR-MESSAGE
021700         PERFORM 8000-FLAG-ERROR
021800         GO TO 3000-EXIT
021900     END-IF.
022000     MOVE CDMF-BANK-ID       TO BRM-BANK-ID.
022100     MOVE CDMF-BRANCH-ID     TO BRM-BRANCH-ID.
022200     MOVE CDMF-BRANCH-NAME   TO BRM-NAME.
022300     MOVE CDMF-BRANCH-CITY   TO BRM-CITY.
022400     MOVE CDMF-BRANCH-STATE  TO BRM-STATE.
022500     MOVE CDMF-BRANCH-STATUS TO BRM-STATUS-SW.
022600     WRITE BRANCH-MASTER-RECORD
022700         INVALID KEY
022800             MOVE 'BRANCH MASTER WRITE FAILED'
022900                 TO CDMF-ERROR-MESSAGE
023000             PERFORM 8000-FLAG-ERROR
023100     END-WRITE.
023200     IF NOT CDMF-ERROR-FOUND
023300         MOVE 'BRANCH ADDED' TO CDMF-RESULT-STATUS
023400     END-IF.
023500 3000-EXIT.
023600     EXIT.
023700 4000-CHANGE-BRANCH.
023800     IF NOT W-REC-FOUND
023900         MOVE 'BRANCH NOT ON MASTER - USE AD TO ADD IT'
024000             TO CDMF-ERROR-MESSAGE
024100         PERFORM 8000-FLAG-ERROR
024200         GO TO 4000-EXIT
024300     END-IF.
024400     IF CDMF-BRANCH-STATUS = 'A' AND NOT W-BANK-ACTIVE
024500         MOVE 'BANK NOT ACTIVE ON BANK MASTER - USE STATUS I'
024600             TO CDMF-ERROR-MESSAGE
024700         PERFORM 8000-FLAG-ERROR
024800         GO TO 4000-EXIT
024900     END-IF.
025000     MOVE CDMF-BRANCH-NAME   TO BRM-NAME.
025100     MOVE CDMF-BRANCH-CITY   TO BRM-CITY.
025200     MOVE CDMF-BRANCH-STATE  TO BRM-STATE.
025300     MOVE CDMF-BRANCH-STATUS TO BRM-STATUS-SW.
025400     REWRITE BRANCH-MASTER-RECORD.
025500     MOVE 'BRANCH CHANGED' TO CDMF-RESULT-STATUS.
025600 4000-EXIT.
025700     EXIT.
025800 5000-DEACTIVATE-BRANCH.
025900     IF NOT W-REC-FOUND
026000         MOVE 'BRANCH NOT ON MASTER - NOTHING TO DEACTIVATE'
026100             TO CDMF-ERROR-MESSAGE
026200         PERFORM 8000-FLAG-ERROR
026300         GO TO 5000-EXIT
026400     END-IF.
026500     SET BRM-INACTIVE TO TRUE.
026600     REWRITE BRANCH-MASTER-RECORD.
026700     MOVE BRM-NAME  TO CDMF-BRANCH-NAME.
026800     MOVE BRM-CITY  TO CDMF-BRANCH-CITY.
026900     MOVE BRM-STATE TO CDMF-BRANCH-STATE.
027000     MOVE 'I'       TO CDMF-BRANCH-STATUS.
027100     MOVE 'BRANCH MARKED INACTIVE' TO CDMF-RESULT-STATUS.
027200 5000-EXIT.
027300     EXIT.
027400 8000-FLAG-ERROR.
027500     SET CDMF-ERROR-FOUND TO TRUE.
027600     SET TCB-RC-WARNING TO TRUE.
027700 END PROGRAM T58056.
