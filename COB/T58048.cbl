000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58048.
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
001400* SHARED USER ENTITLEMENT CHECK.  CALLED BY THE ONLINE INQUIRY,
001500* MAINTENANCE, APPROVAL, EMERGENCY CLOSURE, BANK MASTER AND
001550* ENTITLEMENT SCREENS
001600* BEFORE THEY ACT.  LOOKS THE USER UP ON THE KEYED ENTITLEMENT
001700* FILE (ENTITLE, T58049D), MOST SPECIFIC RECORD FIRST:
001800*   1. THIS BANK, THIS CALENDAR TYPE
001900*   2. THIS BANK, ALL TYPES ('*')
002000*   3. ALL BANKS (ZERO), THIS CALENDAR TYPE
002100*   4. ALL BANKS, ALL TYPES
002200* THE FIRST RECORD FOUND DECIDES; ITS FLAG FOR THE REQUESTED
002300* ACTION ALLOWS OR REFUSES IT.  BANK MASTER MAINTENANCE AND
002400* ENTITLEMENT ADMINISTRATION ARE NOT PER CALENDAR TYPE AND ARE
002500* LOOKED UP ON THE '*' RECORDS ONLY.  NO RECORD, A BLANK USER,
002600* OR AN ENTITLEMENT FILE THAT CANNOT BE OPENED ALL REFUSE --
002700* THE CHECK NEVER FAILS OPEN.  THE ANSWER COMES BACK IN
002800* ENTITLEMENT-CHECK-BLOCK (T58048D).
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER. IBM-370.
003300 OBJECT-COMPUTER. IBM-370.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE
003700         ORGANIZATION INDEXED
003800         ACCESS MODE RANDOM
003900         RECORD KEY UER-KEY
004000         FILE STATUS IS W-ENTITLE-STATUS.
004100 DATA DIVISION.
004200     EJECT
004300 FILE SECTION.
004400 FD  ENTITLEMENT-FILE.
004500 COPY T58049D. *> KEYED USER ENTITLEMENTS
004600     EJECT
004700 WORKING-STORAGE SECTION.
004800*
004900 01  CC-CHANGE-ID.
005000     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
005100*
005200 01  C-CHARACTER-CONSTANTS.
005300     05  CC-ALL-TYPES            PIC X       VALUE '*'.
005400*
005500 01  W-WORKAREA.
005600     05  W-ENTITLE-STATUS        PIC XX.
005700         88  W-ENTITLE-STATUS-OK     VALUE '00'.
005800     05  W-FOUND-SW              PIC X.
005900         88  W-RECORD-FOUND          VALUE 'Y'.
006000     05  W-CHECK-TYPE            PIC X.
006100     05  W-ACTION-TEXT           PIC X(22).
006200     05  W-SCOPE-TEXT            PIC X(20).
006300     05  W-TRY-BANK              PIC 9(5).
006400     05  W-TRY-TYPE              PIC X.
006500     EJECT
006600 LINKAGE SECTION.
006700*
006800*                    TRANSACTION-CONTROL-BLOCK
006900 COPY P49000D.
007000*
007100*                    ENTITLEMENT-CHECK-BLOCK
007200 COPY T58048D.
007300     EJECT
007400 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
007500                             ENTITLEMENT-CHECK-BLOCK.
007600     EJECT
007700 0000-MAIN-PROCESS.
007800     PERFORM 1000-INITIALIZE.
007900     PERFORM 2000-CHECK-ENTITLEMENT THRU 2000-EXIT.
008000     GOBACK.
008100 1000-INITIALIZE.
008200     SET ECB-REFUSED TO TRUE.
008300     MOVE SPACES TO ECB-MESSAGE.
008400     MOVE SPACES TO ECB-FILE-STATUS.
008500     MOVE 'N' TO W-FOUND-SW.
008600     EVALUATE TRUE
008700         WHEN ECB-ACT-INQUIRE
008800             MOVE 'INQUIRE' TO W-ACTION-TEXT
008900         WHEN ECB-ACT-MAKE
009000             MOVE 'MAKE CHANGES' TO W-ACTION-TEXT
009100         WHEN ECB-ACT-APPROVE
009200             MOVE 'APPROVE CHANGES' TO W-ACTION-TEXT
009300         WHEN ECB-ACT-BANK-MAINT
009400             MOVE 'MAINTAIN BANK MASTER' TO W-ACTION-TEXT
009500         WHEN ECB-ACT-ADMINISTER
009600             MOVE 'MAINTAIN ENTITLEMENTS' TO W-ACTION-TEXT
009650         WHEN ECB-ACT-EMERGENCY
009660             MOVE 'DECLARE EMERGENCIES' TO W-ACTION-TEXT
009700         WHEN OTHER
009800             MOVE SPACES TO W-ACTION-TEXT
009900     END-EVALUATE.
010000*  BANK MASTER AND ENTITLEMENT WORK IS NOT PER CALENDAR TYPE.
010100     IF ECB-ACT-BANK-MAINT OR ECB-ACT-ADMINISTER
010200         MOVE CC-ALL-TYPES TO W-CHECK-TYPE
010300     ELSE
010400         MOVE ECB-CAL-TYPE TO W-CHECK-TYPE
010500         IF W-CHECK-TYPE = SPACE
010600             MOVE 'B' TO W-CHECK-TYPE
010700         END-IF
010800     END-IF.
010900 2000-CHECK-ENTITLEMENT.
011000     IF W-ACTION-TEXT = SPACES
011100         MOVE 'INVALID ENTITLEMENT ACTION - ACTION REFUSED'
011200             TO ECB-MESSAGE
011300         GO TO 2000-EXIT
011400     END-IF.
011500     IF ECB-USER-ID = SPACES
011600         MOVE 'NO USER ID ON THE TRANSACTION - ACTION REFUSED'
011700             TO ECB-MESSAGE
011800         GO TO 2000-EXIT
011900     END-IF.
012000     OPEN INPUT ENTITLEMENT-FILE.
012100     MOVE W-ENTITLE-STATUS TO ECB-FILE-STATUS.
012200     IF NOT W-ENTITLE-STATUS-OK
012300         STRING 'ENTITLEMENT FILE NOT AVAILABLE - STATUS '
012400             DELIMITED BY SIZE
012500             W-ENTITLE-STATUS     DELIMITED BY SIZE
012600             ' - REFUSED'         DELIMITED BY SIZE
012700             INTO ECB-MESSAGE
012800         END-STRING
012900         GO TO 2000-EXIT
013000     END-IF.
013100     IF W-CHECK-TYPE NOT = CC-ALL-TYPES
013200         MOVE ECB-BANK-ID TO W-TRY-BANK
013300         MOVE W-CHECK-TYPE TO W-TRY-TYPE
013400         PERFORM 2100-READ-ENTITLEMENT
013500     END-IF.
013600     IF NOT W-RECORD-FOUND
013700         MOVE ECB-BANK-ID TO W-TRY-BANK
013800         MOVE CC-ALL-TYPES TO W-TRY-TYPE
013900         PERFORM 2100-READ-ENTITLEMENT
014000     END-IF.
014100     IF NOT W-RECORD-FOUND
014200             AND W-CHECK-TYPE NOT = CC-ALL-TYPES
014300         MOVE ZERO TO W-TRY-BANK
014400         MOVE W-CHECK-TYPE TO W-TRY-TYPE
014500         PERFORM 2100-READ-ENTITLEMENT
014600     END-IF.
014700     IF NOT W-RECORD-FOUND
014800         MOVE ZERO TO W-TRY-BANK
014900         MOVE CC-ALL-TYPES TO W-TRY-TYPE
015000         PERFORM 2100-READ-ENTITLEMENT
015100     END-IF.
015200     CLOSE ENTITLEMENT-FILE.
015300     IF NOT W-RECORD-FOUND
015400         PERFORM 2300-BUILD-SCOPE-TEXT
015500         STRING 'NO ENTITLEMENT ON FILE FOR '
015600                                 DELIMITED BY SIZE
015700             W-SCOPE-TEXT        DELIMITED BY '  '
015800             INTO ECB-MESSAGE
015900         END-STRING
016000         GO TO 2000-EXIT
016100     END-IF.
016200     PERFORM 2200-TEST-ACTION-FLAG.
016300     IF ECB-REFUSED
016400         PERFORM 2300-BUILD-SCOPE-TEXT
016500         STRING 'NOT ENTITLED TO '  DELIMITED BY SIZE
016600             W-ACTION-TEXT       DELIMITED BY '  '
016700             ' - '               DELIMITED BY SIZE
016800             W-SCOPE-TEXT        DELIMITED BY '  '
016900             INTO ECB-MESSAGE
017000         END-STRING
017100     END-IF.
017200 2000-EXIT.
017300     EXIT.
017400 2100-READ-ENTITLEMENT.
017500     MOVE ECB-USER-ID TO UER-USER-ID.
017600     MOVE W-TRY-BANK TO UER-BANK-ID.
017700     MOVE W-TRY-TYPE TO UER-CAL-TYPE.
017800     READ ENTITLEMENT-FILE.
017900     IF W-ENTITLE-STATUS-OK
018000         MOVE 'Y' TO W-FOUND-SW
018100     END-IF.
018200 2200-TEST-ACTION-FLAG.
018300     EVALUATE TRUE
018400         WHEN ECB-ACT-INQUIRE AND UER-MAY-INQUIRE
018500             SET ECB-ALLOWED TO TRUE
018600         WHEN ECB-ACT-MAKE AND UER-MAY-MAKE
018700             SET ECB-ALLOWED TO TRUE
018800         WHEN ECB-ACT-APPROVE AND UER-MAY-APPROVE
018900             SET ECB-ALLOWED TO TRUE
019000         WHEN ECB-ACT-BANK-MAINT AND UER-MAY-MAINTAIN-BANK
019100             SET ECB-ALLOWED TO TRUE
019200         WHEN ECB-ACT-ADMINISTER AND UER-MAY-ADMINISTER
019300             SET ECB-ALLOWED TO TRUE
019350         WHEN ECB-ACT-EMERGENCY AND UER-MAY-DECLARE-EMERGENCY
019360             SET ECB-ALLOWED TO TRUE
019400         WHEN OTHER
019500             SET ECB-REFUSED TO TRUE
019600     END-EVALUATE.
019700*
019800* SCOPE NAMED IN THE REFUSAL MESSAGE -- 'ALL BANKS' FOR
019850* ENTITLEMENT ADMINISTRATION, 'BANK NNNNN' FOR BANK MASTER
019900* MAINTENANCE, 'BANK NNNNN TYPE T' FOR EVERY OTHER ACTION.
020000 2300-BUILD-SCOPE-TEXT.
020100     MOVE SPACES TO W-SCOPE-TEXT.
020200     EVALUATE TRUE
020300         WHEN ECB-ACT-ADMINISTER
020400             MOVE 'ALL BANKS' TO W-SCOPE-TEXT
020500         WHEN ECB-ACT-BANK-MAINT
020600             STRING 'BANK '      DELIMITED BY SIZE
020700                 ECB-BANK-ID     DELIMITED BY SIZE
020800                 INTO W-SCOPE-TEXT
020900             END-STRING
021000         WHEN OTHER
021100             STRING 'BANK '      DELIMITED BY SIZE
021200                 ECB-BANK-ID     DELIMITED BY SIZE
021300                 ' TYPE '        DELIMITED BY SIZE
021400                 W-CHECK-TYPE    DELIMITED BY SIZE
021500                 INTO W-SCOPE-TEXT
021600             END-STRING
021700     END-EVALUATE.
021800 END PROGRAM T58048.
