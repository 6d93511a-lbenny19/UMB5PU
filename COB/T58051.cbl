000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58051.
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
001400* ONLINE CUTOFF-WINDOW STATUS INQUIRY, IN THE T58011 SCREEN
001500* STYLE.  GIVEN A BANK AND A DATE AND TIME IN OUR OWN TIME
001600* ZONE, SAYS FOR THE BANK'S LOBBY, WIRE AND ACH WINDOWS WHETHER
001700* EACH IS OPEN NOW AND WHEN IT CLOSES, OR, IF IT IS CLOSED,
001800* WHEN IT NEXT OPENS.
001900*   - THE NORMAL OPEN TIME, CUTOFFS AND TIME ZONE COME FROM THE
002000*     BANK MASTER (T58034D), MAINTAINED ON T58034.  THE TIME
002100*     ASKED ABOUT IS CONVERTED FROM OUR TIME TO THE BANK'S, AND
002200*     EVERY ANSWER IS SHOWN IN BOTH.
002300*   - WEEKENDS ARE THE BANK MASTER'S WEEKEND DAYS.  HOLIDAYS,
002400*     EARLY CLOSES AND FEDWIRE CLOSURES COME FROM THE ACTIVE
002500*     GENERATION OF THE KEYED CALENDAR FILE (CALFILE, T58009D),
002600*     READ THE SAME WAY T58011 READS IT.  AN EARLY CLOSE
002700*     REPLACES THE NORMAL CUTOFFS FOR THE DAY; A WINDOW WITH NO
002800*     EARLY CUTOFF OF ITS OWN CLOSES NO LATER THAN THE LOBBY.
002900*     THE WIRE WINDOW IS SHUT ON A FEDWIRE CLOSURE.
003000*   - DAYLIGHT SAVING IS APPLIED BY DATE, FROM THE CHANGEOVER
003100*     SUNDAY, FOR BOTH OUR ZONE AND THE BANK'S.
003200* THE USER MUST HOLD THE INQUIRE ENTITLEMENT FOR THE BANK AND
003300* CALENDAR TYPE (T58048).
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER. IBM-370.
003800 OBJECT-COMPUTER. IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
004200         ORGANIZATION INDEXED
004300         ACCESS MODE RANDOM
004400         RECORD KEY BMR-BANK-ID
004500         FILE STATUS IS W-BANKMST-STATUS.
004600     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
004700         ORGANIZATION INDEXED
004800         ACCESS MODE RANDOM
004900         RECORD KEY CKR-KEY
005000         FILE STATUS IS W-CALFILE-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  CALENDAR-KEY-FILE.
005400 COPY T58009D. *> PERSISTENT KEYED CALENDAR LOADED BY T58009
005500 FD  BANK-MASTER-FILE.
005600 COPY T58034D. *> KEYED BANK MASTER (HOURS, ZONE, WEEKEND)
005700     EJECT
005800 WORKING-STORAGE SECTION.
005900*
006000 01  CC-CHANGE-ID.
006100     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
006200*
006300 01  C-CHARACTER.
006400     05  CC-F                PIC X           VALUE 'F'.
006500*
006600*  OUR OWN TIME ZONE -- US CENTRAL -- IN THE BANK MASTER LAYOUT.
006700 01  C-LOCAL-ZONE.
006800     05  C-LOCAL-TZ-LABEL        PIC X(5)    VALUE 'CT'.
006900     05  C-LOCAL-TZ-OFFSET       PIC S9(4)
007000                                 SIGN LEADING SEPARATE
007100                                 VALUE -0600.
007200     05  C-LOCAL-TZ-DST-RULE     PIC X       VALUE 'U'.
007300 01  C-WINDOW-CONSTANTS.
007400     05  C-DEFAULT-OPEN-TIME     PIC 9(4)    VALUE 0800.
007500     05  C-MAX-SCAN-DAYS         PIC 99      VALUE 31.
007600     05  C-MINUTES-PER-DAY       PIC 9(4)    VALUE 1440.
007700*
007800 01  W-WORKAREA.
007900     05  W-BANKMST-STATUS        PIC XX.
008000         88  W-BANKMST-STATUS-OK         VALUE '00'.
008100     05  W-CALFILE-STATUS        PIC XX.
008200         88  W-CALFILE-STATUS-OK         VALUE '00'.
008300         88  W-CALFILE-REC-NOT-FOUND     VALUE '23'.
008400* ACTIVE LOAD GENERATION FOR THE BANK, FROM THE GEN-0 CONTROL
008500* RECORD THE BUILD CUTS OVER -- SEE T58009D.
008600     05  W-ACTIVE-GEN            PIC 9.
008700     05  W-WKND-DAY-1            PIC 9.
008800     05  W-WKND-DAY-2            PIC 9.
008900     05  W-OPEN-TIME             PIC 9(4).
009000     05  W-INQUIRY-CHECK-INT     PIC S9(9).
009100     05  W-INQUIRY-TIME-X.
009200         10  W-INQUIRY-HH        PIC 99.
009300         10  W-INQUIRY-MM        PIC 99.
009400     05  W-BANK-DATE             PIC 9(8).
009500     05  W-BANK-TIME             PIC 9(4).
009600     05  W-SCAN-COUNT            PIC 9(4)    BINARY.
009700     05  W-REOPEN-SW             PIC X.
009800         88  W-REOPEN-FOUND              VALUE 'Y'.
009900     05  W-ANSWER-KIND           PIC X.
010000         88  W-ANSWER-OPENS-TODAY        VALUE 'O'.
010100         88  W-ANSWER-CLOSES             VALUE 'C'.
010200         88  W-ANSWER-REOPENS            VALUE 'R'.
010300     05  W-ANSWER-DATE           PIC 9(8).
010400     05  W-ANSWER-TIME           PIC 9(4).
010500     05  W-LOCAL-PART            PIC X(24).
010600*
010700*  THE TWO TIME ZONES, EACH IN THE BANK MASTER LAYOUT, AND THE
010800*  FROM/TO PAIR 4000-CONVERT-TIME WORKS BETWEEN.
010900 01  W-LOCAL-ZONE.
011000     05  W-LOCAL-TZ-LABEL        PIC X(5).
011100     05  W-LOCAL-TZ-OFFSET       PIC S9(4)
011200                                 SIGN LEADING SEPARATE.
011300     05  W-LOCAL-TZ-DST-RULE     PIC X.
011400 01  W-BANK-ZONE.
011500     05  W-BANK-TZ-LABEL         PIC X(5).
011600     05  W-BANK-TZ-OFFSET        PIC S9(4)
011700                                 SIGN LEADING SEPARATE.
011800     05  W-BANK-TZ-DST-RULE      PIC X.
011900 01  W-FROM-ZONE.
012000     05  W-FROM-TZ-LABEL         PIC X(5).
012100     05  W-FROM-TZ-OFFSET        PIC S9(4)
012200                                 SIGN LEADING SEPARATE.
012300     05  W-FROM-TZ-DST-RULE      PIC X.
012400 01  W-TO-ZONE.
012500     05  W-TO-TZ-LABEL           PIC X(5).
012600     05  W-TO-TZ-OFFSET          PIC S9(4)
012700                                 SIGN LEADING SEPARATE.
012800     05  W-TO-TZ-DST-RULE        PIC X.
012900*
013000*  TIME CONVERSION WORK.  W-ABS-MINUTES COUNTS MINUTES FROM THE
013100*  INTEGER-OF-DATE EPOCH, SO A CONVERSION THAT CROSSES MIDNIGHT
013200*  CARRIES INTO THE DATE ON ITS OWN.
013300 01  W-TIME-CONVERSION.
013400     05  W-CONV-DATE             PIC 9(8).
013500     05  W-CONV-TIME             PIC 9(4).
013600     05  W-CONV-TIME-X REDEFINES W-CONV-TIME.
013700         10  W-CONV-HH           PIC 99.
013800         10  W-CONV-MM           PIC 99.
013900     05  W-OUT-DATE              PIC 9(8).
014000     05  W-OUT-TIME              PIC 9(4).
014100     05  W-OUT-TIME-X REDEFINES W-OUT-TIME.
014200         10  W-OUT-HH            PIC 99.
014300         10  W-OUT-MM            PIC 99.
014400     05  W-ABS-MINUTES           PIC S9(11).
014500     05  W-OUT-INT               PIC S9(9).
014600     05  W-OUT-MINUTE            PIC S9(4).
014700     05  W-ZONE-OFFSET           PIC S9(4).
014800     05  W-ZONE-OFF-HH           PIC S99.
014900     05  W-ZONE-MINUTES          PIC S9(5).
015000*
015100*  DAYLIGHT-SAVING TEST WORK.
015200 01  W-DST-WORK.
015300     05  W-DST-DATE              PIC 9(8).
015400     05  W-DST-DATE-X REDEFINES W-DST-DATE.
015500         10  W-DST-YEAR          PIC 9(4).
015600         10  W-DST-MMDD          PIC 9(4).
015700     05  W-DST-RULE              PIC X.
015800     05  W-DST-SW                PIC X.
015900         88  W-DST-IN-EFFECT             VALUE 'Y'.
016000     05  W-DST-START             PIC 9(8).
016100     05  W-DST-END               PIC 9(8).
016200     05  W-ANCHOR-DATE           PIC 9(8).
016300     05  W-ANCHOR-INT            PIC 9(9).
016400     05  W-ANCHOR-DOW            PIC 9.
016500     05  W-SUNDAY-DATE           PIC 9(8).
016600*
016700*  ONE BANK DAY, CLASSIFIED BY 3000-CLASSIFY-DAY.  THE EARLY
016800*  CUTOFFS RUN PARALLEL TO THE WINDOW TABLE (LOBBY, WIRE, ACH).
016900 01  W-DAY-CLASS.
017000     05  W-DAY-DATE              PIC 9(8).
017100     05  W-DAY-INT               PIC 9(9).
017200     05  W-DAY-DOW               PIC 9.
017300     05  W-DAY-BUSINESS-SW       PIC X.
017400         88  W-DAY-BUSINESS              VALUE 'Y'.
017500     05  W-DAY-FEDWIRE-SW        PIC X.
017600         88  W-DAY-FEDWIRE-OPEN          VALUE 'Y'.
017700     05  W-DAY-EARLY-SW          PIC X.
017800         88  W-DAY-EARLY-CLOSE           VALUE 'Y'.
017900     05  W-DAY-TEXT              PIC X(14).
018000     05  W-DAY-EARLY-CUTOFF      PIC 9(4)    OCCURS 3 TIMES.
018100     05  W-DAY-CUTOFF            PIC 9(4).
018200*
018300*  THE THREE WINDOWS, WITH THE BANK MASTER'S NORMAL CUTOFF AND
018400*  THE ANSWER LINE BUILT FOR EACH.
018500 01  W-WINDOW-TABLE.
018600     05  W-WINDOW-ENTRY          OCCURS 3 TIMES.
018700         10  W-WIN-NAME          PIC X(5).
018800         10  W-WIN-FEDWIRE-SW    PIC X.
018900             88  W-WIN-NEEDS-FEDWIRE     VALUE 'Y'.
019000         10  W-WIN-MASTER-CUTOFF PIC 9(4).
019100         10  W-WIN-ANSWER        PIC X(56).
019200 01  W-WX                        PIC 9(4)    BINARY.
019300*
019400*                    ENTITLEMENT CHECK PARAMETERS
019500 COPY T58048D.
019600     EJECT
019700 LINKAGE SECTION.
019800*
019900*                    TRANSACTION-CONTROL-BLOCK
020000 COPY P49000D.
020100*
020200*                    ITEM-MAINTENANCE SCREEN WORK AREA
020300 COPY U48030D.
020400     EJECT
020500 SCREEN SECTION.
020600 01  T58051-WINDOW-SCREEN.
020700     05  BLANK SCREEN.
020800     05  LINE 2  COLUMN 10  VALUE 'CUTOFF WINDOW STATUS INQUIRY'.
020900     05  LINE 4  COLUMN 10  VALUE 'BANK ID . . . .'.
021000     05  LINE 4  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
021100     05  LINE 5  COLUMN 10  VALUE 'DATE . . . . .'.
021200     05  LINE 5  COLUMN 26  PIC 9(8)   USING CDMF-INQUIRY-DATE.
021300     05  LINE 6  COLUMN 10  VALUE 'TIME . . . . .'.
021400     05  LINE 6  COLUMN 26  PIC 9(4)   USING CDMF-INQUIRY-TIME.
021500     05  LINE 6  COLUMN 33  VALUE '(HHMM, OUR TIME)'.
021600     05  LINE 7  COLUMN 10  VALUE 'CAL TYPE . . .'.
021700     05  LINE 7  COLUMN 26  PIC X      USING CDMF-CAL-TYPE.
021800     05  LINE 7  COLUMN 33  VALUE '(B/F/A/S)'.
021900     05  LINE 8  COLUMN 10  VALUE 'BANK TIME . .'.
022000     05  LINE 8  COLUMN 26  PIC X(56)  USING CDMF-RESULT-STATUS.
022100     05  LINE 9  COLUMN 10  VALUE 'LOBBY . . . .'.
022200     05  LINE 9  COLUMN 26  PIC X(56)  USING CDMF-LOBBY-WINDOW.
022300     05  LINE 10 COLUMN 10  VALUE 'WIRE . . . . .'.
022400     05  LINE 10 COLUMN 26  PIC X(56)  USING CDMF-WIRE-WINDOW.
022500     05  LINE 11 COLUMN 10  VALUE 'ACH . . . . .'.
022600     05  LINE 11 COLUMN 26  PIC X(56)  USING CDMF-ACH-WINDOW.
022700     05  LINE 13 COLUMN 10  PIC X(60)  USING CDMF-ERROR-MESSAGE.
022800     EJECT
022900 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
023000                             CDMF-ITEM-MAINT-SCREEN-DG.
023100     EJECT
023200 0000-MAIN-PROCESS.
023300     PERFORM 1000-INITIALIZE.
023400     DISPLAY T58051-WINDOW-SCREEN.
023500     ACCEPT  T58051-WINDOW-SCREEN.
023600     PERFORM 2000-INQUIRE-WINDOWS THRU 2000-EXIT.
023700     DISPLAY T58051-WINDOW-SCREEN.
023800     GOBACK.
023900 1000-INITIALIZE.
024000     MOVE ZERO TO TCB-RETURN-CODE.
024100     SET CDMF-FUNC-INQUIRE TO TRUE.
024200     SET CDMF-NO-ERROR TO TRUE.
024300     MOVE SPACES TO CDMF-ERROR-MESSAGE.
024400     MOVE SPACES TO CDMF-RESULT-STATUS.
024500     MOVE SPACES TO CDMF-LOBBY-WINDOW.
024600     MOVE SPACES TO CDMF-WIRE-WINDOW.
024700     MOVE SPACES TO CDMF-ACH-WINDOW.
024800     MOVE C-LOCAL-ZONE TO W-LOCAL-ZONE.
024900     MOVE 'LOBBY' TO W-WIN-NAME (1).
025000     MOVE 'N'     TO W-WIN-FEDWIRE-SW (1).
025100     MOVE 'WIRE'  TO W-WIN-NAME (2).
025200     MOVE 'Y'     TO W-WIN-FEDWIRE-SW (2).
025300     MOVE 'ACH'   TO W-WIN-NAME (3).
025400     MOVE 'N'     TO W-WIN-FEDWIRE-SW (3).
025500 2000-INQUIRE-WINDOWS.
025600     IF CDMF-CAL-TYPE = SPACE
025700         MOVE 'B' TO CDMF-CAL-TYPE
025800     END-IF.
025900     IF CDMF-CAL-TYPE NOT = 'B' AND CDMF-CAL-TYPE NOT = 'F'
026000             AND CDMF-CAL-TYPE NOT = 'A'
026100             AND CDMF-CAL-TYPE NOT = 'S'
026200         MOVE 'INVALID CALENDAR TYPE - USE B, F, A, OR S'
026300             TO CDMF-ERROR-MESSAGE
026400         PERFORM 8000-FLAG-ERROR
026500         GO TO 2000-EXIT
026600     END-IF.
026700     IF CDMF-INQUIRY-DATE (5:2) < '01'
026800             OR CDMF-INQUIRY-DATE (5:2) > '12'
026900             OR CDMF-INQUIRY-DATE (7:2) < '01'
027000             OR CDMF-INQUIRY-DATE (7:2) > '31'
027100         MOVE 'INQUIRY DATE IS NOT A VALID DATE'
027200             TO CDMF-ERROR-MESSAGE
027300         PERFORM 8000-FLAG-ERROR
027400         GO TO 2000-EXIT
027500     END-IF.
027600     COMPUTE W-INQUIRY-CHECK-INT =
027700         FUNCTION INTEGER-OF-DATE (CDMF-INQUIRY-DATE).
027800     IF W-INQUIRY-CHECK-INT = ZERO
027900         MOVE 'INQUIRY DATE IS NOT A VALID DATE'
028000             TO CDMF-ERROR-MESSAGE
028100         PERFORM 8000-FLAG-ERROR
028200         GO TO 2000-EXIT
028300     END-IF.
028400     MOVE CDMF-INQUIRY-TIME TO W-INQUIRY-TIME-X.
028500     IF W-INQUIRY-HH > 23 OR W-INQUIRY-MM > 59
028600         MOVE 'INQUIRY TIME IS NOT VALID - USE HHMM 0000-2359'
028700             TO CDMF-ERROR-MESSAGE
028800         PERFORM 8000-FLAG-ERROR
028900         GO TO 2000-EXIT
029000     END-IF.
029100     MOVE TCB-USER-ID TO ECB-USER-ID.
029200     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
029300     MOVE CDMF-CAL-TYPE TO ECB-CAL-TYPE.
029400     SET ECB-ACT-INQUIRE TO TRUE.
029500     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
029600         ENTITLEMENT-CHECK-BLOCK.
029700     IF ECB-REFUSED
029800         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
029900         PERFORM 8000-FLAG-ERROR
030000         GO TO 2000-EXIT
030100     END-IF.
030200     PERFORM 2100-READ-BANK-MASTER THRU 2100-EXIT.
030300     IF CDMF-ERROR-FOUND
030400         GO TO 2000-EXIT
030500     END-IF.
030600     OPEN INPUT CALENDAR-KEY-FILE.
030700     IF NOT W-CALFILE-STATUS-OK
030800         STRING 'CALENDAR FILE NOT AVAILABLE - STATUS '
030900             DELIMITED BY SIZE
031000             W-CALFILE-STATUS     DELIMITED BY SIZE
031100             INTO CDMF-ERROR-MESSAGE
031200         END-STRING
031300         PERFORM 8000-FLAG-ERROR
031400         GO TO 2000-EXIT
031500     END-IF.
031600     PERFORM 2700-READ-ACTIVE-GENERATION.
031700* OUR DATE AND TIME, AS THE BANK'S CLOCK READS THEM.
031800     MOVE W-LOCAL-ZONE TO W-FROM-ZONE.
031900     MOVE W-BANK-ZONE TO W-TO-ZONE.
032000     MOVE CDMF-INQUIRY-DATE TO W-CONV-DATE.
032100     MOVE CDMF-INQUIRY-TIME TO W-CONV-TIME.
032200     PERFORM 4000-CONVERT-TIME.
032300     MOVE W-OUT-DATE TO W-BANK-DATE.
032400     MOVE W-OUT-TIME TO W-BANK-TIME.
032500     MOVE W-BANK-DATE TO W-DAY-DATE.
032600     PERFORM 3000-CLASSIFY-DAY.
032700     STRING W-BANK-DATE          DELIMITED BY SIZE
032800         ' '                     DELIMITED BY SIZE
032900         W-BANK-TIME             DELIMITED BY SIZE
033000         ' '                     DELIMITED BY SIZE
033100         W-BANK-TZ-LABEL         DELIMITED BY SPACE
033200         '  '                    DELIMITED BY SIZE
033300         W-DAY-TEXT              DELIMITED BY SIZE
033400         INTO CDMF-RESULT-STATUS
033500     END-STRING.
033600     PERFORM VARYING W-WX FROM 1 BY 1 UNTIL W-WX > 3
033700         PERFORM 2500-ANSWER-WINDOW THRU 2500-EXIT
033800     END-PERFORM.
033900     CLOSE CALENDAR-KEY-FILE.
034000     MOVE W-WIN-ANSWER (1) TO CDMF-LOBBY-WINDOW.
034100     MOVE W-WIN-ANSWER (2) TO CDMF-WIRE-WINDOW.
034200     MOVE W-WIN-ANSWER (3) TO CDMF-ACH-WINDOW.
034300 2000-EXIT.
034400     EXIT.
034500*
034600******************************************************************
034700*  THE BANK MUST BE ACTIVE ON THE BANK MASTER.  TAKE ITS OPEN   *
034800*  TIME (DEFAULT 0800), CUTOFFS, WEEKEND AND TIME ZONE -- A     *
034900*  BANK WITH NO ZONE KEEPS OUR OWN TIME.                        *
035000******************************************************************
035100 2100-READ-BANK-MASTER.
035200     OPEN INPUT BANK-MASTER-FILE.
035300     IF NOT W-BANKMST-STATUS-OK
035400         STRING 'BANK MASTER NOT AVAILABLE - STATUS '
035500             DELIMITED BY SIZE
035600             W-BANKMST-STATUS     DELIMITED BY SIZE
035700             INTO CDMF-ERROR-MESSAGE
035800         END-STRING
035900         PERFORM 8000-FLAG-ERROR
036000         GO TO 2100-EXIT
036100     END-IF.
036200     MOVE CDMF-BANK-ID TO BMR-BANK-ID.
036300     READ BANK-MASTER-FILE.
036400     CLOSE BANK-MASTER-FILE.
036500     IF NOT W-BANKMST-STATUS-OK
036600         MOVE 'BANK NOT ON BANK MASTER' TO CDMF-ERROR-MESSAGE
036700         PERFORM 8000-FLAG-ERROR
036800         GO TO 2100-EXIT
036900     END-IF.
037000     IF BMR-INACTIVE
037100         MOVE 'BANK IS INACTIVE ON BANK MASTER'
037200             TO CDMF-ERROR-MESSAGE
037300         PERFORM 8000-FLAG-ERROR
037400         GO TO 2100-EXIT
037500     END-IF.
037600     IF BMR-OPEN-TIME > ZERO
037700         MOVE BMR-OPEN-TIME TO W-OPEN-TIME
037800     ELSE
037900         MOVE C-DEFAULT-OPEN-TIME TO W-OPEN-TIME
038000     END-IF.
038100     MOVE BMR-LOBBY-CLOSE TO W-WIN-MASTER-CUTOFF (1).
038200     MOVE BMR-WIRE-CUTOFF TO W-WIN-MASTER-CUTOFF (2).
038300     MOVE BMR-ACH-CUTOFF  TO W-WIN-MASTER-CUTOFF (3).
038400     MOVE 6 TO W-WKND-DAY-1.
038500     MOVE 0 TO W-WKND-DAY-2.
038600     IF BMR-WEEKEND-DAY-1 >= '0' AND BMR-WEEKEND-DAY-1 <= '6'
038700             AND BMR-WEEKEND-DAY-2 >= '0'
038800             AND BMR-WEEKEND-DAY-2 <= '6'
038900         MOVE BMR-WEEKEND-DAY-1 TO W-WKND-DAY-1
039000         MOVE BMR-WEEKEND-DAY-2 TO W-WKND-DAY-2
039100     END-IF.
039200     IF BMR-TZ-LABEL = SPACES
039300         MOVE W-LOCAL-ZONE TO W-BANK-ZONE
039400     ELSE
039500         MOVE BMR-TZ-LABEL      TO W-BANK-TZ-LABEL
039600         MOVE BMR-TZ-UTC-OFFSET TO W-BANK-TZ-OFFSET
039700         MOVE BMR-TZ-DST-RULE   TO W-BANK-TZ-DST-RULE
039800     END-IF.
039900 2100-EXIT.
040000     EXIT.
040100*
040200******************************************************************
040300*  ONE WINDOW.  OPEN TODAY AND NOT YET PAST ITS CUTOFF -- SAY   *
040400*  WHEN IT CLOSES (OR OPENS, BEFORE THE OPEN TIME).  OTHERWISE  *
040500*  WALK FORWARD TO THE NEXT BANK DAY THE WINDOW OPENS.          *
040600******************************************************************
040700 2500-ANSWER-WINDOW.
040800     MOVE SPACES TO W-WIN-ANSWER (W-WX).
040900     IF W-WIN-MASTER-CUTOFF (W-WX) = ZERO
041000         MOVE 'NO CUTOFF ON BANK MASTER' TO W-WIN-ANSWER (W-WX)
041100         GO TO 2500-EXIT
041200     END-IF.
041300     MOVE W-BANK-DATE TO W-DAY-DATE.
041400     PERFORM 3000-CLASSIFY-DAY.
041500     PERFORM 3100-SET-WINDOW-CUTOFF.
041600     IF W-DAY-CUTOFF > W-OPEN-TIME
041700         IF W-BANK-TIME < W-OPEN-TIME
041800             SET W-ANSWER-OPENS-TODAY TO TRUE
041900             MOVE W-BANK-DATE TO W-ANSWER-DATE
042000             MOVE W-OPEN-TIME TO W-ANSWER-TIME
042100             PERFORM 2600-FORMAT-ANSWER
042200             GO TO 2500-EXIT
042300         END-IF
042400         IF W-BANK-TIME < W-DAY-CUTOFF
042500             SET W-ANSWER-CLOSES TO TRUE
042600             MOVE W-BANK-DATE TO W-ANSWER-DATE
042700             MOVE W-DAY-CUTOFF TO W-ANSWER-TIME
042800             PERFORM 2600-FORMAT-ANSWER
042900             GO TO 2500-EXIT
043000         END-IF
043100     END-IF.
043200     MOVE 'N' TO W-REOPEN-SW.
043300     PERFORM VARYING W-SCAN-COUNT FROM 1 BY 1
043400             UNTIL W-SCAN-COUNT > C-MAX-SCAN-DAYS
043500                OR W-REOPEN-FOUND
043600         COMPUTE W-DAY-DATE = FUNCTION DATE-OF-INTEGER
043700             (FUNCTION INTEGER-OF-DATE (W-DAY-DATE) + 1)
043800         PERFORM 3000-CLASSIFY-DAY
043900         PERFORM 3100-SET-WINDOW-CUTOFF
044000         IF W-DAY-CUTOFF > W-OPEN-TIME
044100             SET W-REOPEN-FOUND TO TRUE
044200         END-IF
044300     END-PERFORM.
044400     IF W-REOPEN-FOUND
044500         SET W-ANSWER-REOPENS TO TRUE
044600         MOVE W-DAY-DATE TO W-ANSWER-DATE
044700         MOVE W-OPEN-TIME TO W-ANSWER-TIME
044800         PERFORM 2600-FORMAT-ANSWER
044900     ELSE
045000         STRING 'CLOSED - NOT OPEN IN THE NEXT '
045100             DELIMITED BY SIZE
045200             C-MAX-SCAN-DAYS     DELIMITED BY SIZE
045300             ' DAYS'             DELIMITED BY SIZE
045400             INTO W-WIN-ANSWER (W-WX)
045500         END-STRING
045600     END-IF.
045700 2500-EXIT.
045800     EXIT.
045900*
046000* THE ANSWER TIME IN THE BANK'S ZONE, THEN OURS IN BRACKETS --
046100* WITH OUR DATE TOO WHEN THE TWO CLOCKS ARE ON DIFFERENT DAYS.
046200 2600-FORMAT-ANSWER.
046300     MOVE W-BANK-ZONE TO W-FROM-ZONE.
046400     MOVE W-LOCAL-ZONE TO W-TO-ZONE.
046500     MOVE W-ANSWER-DATE TO W-CONV-DATE.
046600     MOVE W-ANSWER-TIME TO W-CONV-TIME.
046700     PERFORM 4000-CONVERT-TIME.
046800     MOVE SPACES TO W-LOCAL-PART.
046900     IF W-OUT-DATE = W-ANSWER-DATE
047000         STRING '('              DELIMITED BY SIZE
047100             W-OUT-TIME          DELIMITED BY SIZE
047200             ' '                 DELIMITED BY SIZE
047300             W-LOCAL-TZ-LABEL    DELIMITED BY SPACE
047400             ')'                 DELIMITED BY SIZE
047500             INTO W-LOCAL-PART
047600         END-STRING
047700     ELSE
047800         STRING '('              DELIMITED BY SIZE
047900             W-OUT-DATE          DELIMITED BY SIZE
048000             ' '                 DELIMITED BY SIZE
048100             W-OUT-TIME          DELIMITED BY SIZE
048200             ' '                 DELIMITED BY SIZE
048300             W-LOCAL-TZ-LABEL    DELIMITED BY SPACE
048400             ')'                 DELIMITED BY SIZE
048500             INTO W-LOCAL-PART
048600         END-STRING
048700     END-IF.
048800     EVALUATE TRUE
048900         WHEN W-ANSWER-CLOSES
049000             STRING 'OPEN   CLOSES '  DELIMITED BY SIZE
049100                 W-ANSWER-TIME       DELIMITED BY SIZE
049200                 ' '                 DELIMITED BY SIZE
049300                 W-BANK-TZ-LABEL     DELIMITED BY SPACE
049400                 ' '                 DELIMITED BY SIZE
049500                 W-LOCAL-PART        DELIMITED BY SIZE
049600                 INTO W-WIN-ANSWER (W-WX)
049700             END-STRING
049800         WHEN W-ANSWER-OPENS-TODAY
049900             STRING 'CLOSED OPENS TODAY ' DELIMITED BY SIZE
050000                 W-ANSWER-TIME       DELIMITED BY SIZE
050100                 ' '                 DELIMITED BY SIZE
050200                 W-BANK-TZ-LABEL     DELIMITED BY SPACE
050300                 ' '                 DELIMITED BY SIZE
050400                 W-LOCAL-PART        DELIMITED BY SIZE
050500                 INTO W-WIN-ANSWER (W-WX)
050600             END-STRING
050700         WHEN OTHER
050800             STRING 'CLOSED REOPENS '  DELIMITED BY SIZE
050900                 W-ANSWER-DATE       DELIMITED BY SIZE
051000                 ' '                 DELIMITED BY SIZE
051100                 W-ANSWER-TIME       DELIMITED BY SIZE
051200                 ' '                 DELIMITED BY SIZE
051300                 W-BANK-TZ-LABEL     DELIMITED BY SPACE
051400                 ' '                 DELIMITED BY SIZE
051500                 W-LOCAL-PART        DELIMITED BY SIZE
051600                 INTO W-WIN-ANSWER (W-WX)
051700             END-STRING
051800     END-EVALUATE.
051900* THE BANK'S GEN-0 CONTROL RECORD NAMES THE GENERATION THE
052000* BUILD FINISHED LOADING.  NO CONTROL RECORD MEANS GENERATION 1.
052100 2700-READ-ACTIVE-GENERATION.
052200     MOVE 1 TO W-ACTIVE-GEN.
052300     MOVE CDMF-BANK-ID TO CKR-BANK-ID.
052400     MOVE 0 TO CKR-GEN.
052500     MOVE '0' TO CKR-CAL-TYPE.
052600     MOVE ZERO TO CKR-DATE.
052700     READ CALENDAR-KEY-FILE.
052800     IF W-CALFILE-STATUS-OK
052900             AND CKR-SYMBOL IS NUMERIC
053000         MOVE CKR-SYMBOL TO W-ACTIVE-GEN
053100     END-IF.
053200*
053300******************************************************************
053400*  CLASSIFY W-DAY-DATE FOR THE BANK: WEEKEND FROM THE BANK      *
053500*  MASTER, THEN THE CALFILE RECORD -- AN EARLY CLOSE STAYS A    *
053600*  BUSINESS DAY WITH ITS OWN CUTOFFS, AN 'F' RECORD CLOSES ONLY *
053700*  FEDWIRE, ANYTHING ELSE IS A HOLIDAY (AS T58011 READS IT).     *
053800******************************************************************
053900 3000-CLASSIFY-DAY.
054000     MOVE 'Y' TO W-DAY-BUSINESS-SW.
054100     MOVE 'Y' TO W-DAY-FEDWIRE-SW.
054200     MOVE 'N' TO W-DAY-EARLY-SW.
054300     MOVE 'BUSINESS DAY' TO W-DAY-TEXT.
054400     MOVE ZERO TO W-DAY-EARLY-CUTOFF (1).
054500     MOVE ZERO TO W-DAY-EARLY-CUTOFF (2).
054600     MOVE ZERO TO W-DAY-EARLY-CUTOFF (3).
054700     COMPUTE W-DAY-INT = FUNCTION INTEGER-OF-DATE (W-DAY-DATE).
054800     COMPUTE W-DAY-DOW = FUNCTION MOD (W-DAY-INT, 7).
054900     IF W-DAY-DOW = W-WKND-DAY-1 OR W-DAY-DOW = W-WKND-DAY-2
055000         MOVE 'N' TO W-DAY-BUSINESS-SW
055100         MOVE 'N' TO W-DAY-FEDWIRE-SW
055200         MOVE 'WEEKEND' TO W-DAY-TEXT
055300     END-IF.
055400     MOVE CDMF-BANK-ID  TO CKR-BANK-ID.
055500     MOVE W-ACTIVE-GEN  TO CKR-GEN.
055600     MOVE CDMF-CAL-TYPE TO CKR-CAL-TYPE.
055700     MOVE W-DAY-DATE    TO CKR-DATE.
055800     READ CALENDAR-KEY-FILE.
055900     IF W-CALFILE-STATUS-OK
056000         MOVE CKR-FEDWIRE-SW TO W-DAY-FEDWIRE-SW
056100         IF CKR-EARLY-CLOSE
056200             IF W-DAY-BUSINESS
056300                 MOVE 'Y' TO W-DAY-EARLY-SW
056400                 MOVE 'EARLY CLOSE' TO W-DAY-TEXT
056500                 MOVE CKR-CLOSE-TIME  TO W-DAY-EARLY-CUTOFF (1)
056600                 MOVE CKR-WIRE-CUTOFF TO W-DAY-EARLY-CUTOFF (2)
056700                 MOVE CKR-ACH-CUTOFF  TO W-DAY-EARLY-CUTOFF (3)
056800             END-IF
056900         ELSE
057000             IF CKR-SYMBOL NOT = CC-F
057100                 MOVE 'N' TO W-DAY-BUSINESS-SW
057200                 MOVE 'HOLIDAY' TO W-DAY-TEXT
057300             ELSE
057400                 IF W-DAY-BUSINESS
057500                     MOVE 'FEDWIRE CLOSED' TO W-DAY-TEXT
057600                 END-IF
057700             END-IF
057800         END-IF
057900     END-IF.
058000*
058100* THE DAY'S CUTOFF FOR WINDOW W-WX -- ZERO WHEN IT DOES NOT OPEN.
058200* ON AN EARLY CLOSE A WINDOW TAKES ITS OWN EARLY CUTOFF, OR ELSE
058300* THE LOBBY CLOSE IF THAT COMES FIRST.
058400 3100-SET-WINDOW-CUTOFF.
058500     MOVE ZERO TO W-DAY-CUTOFF.
058600     IF W-DAY-BUSINESS
058700         MOVE W-WIN-MASTER-CUTOFF (W-WX) TO W-DAY-CUTOFF
058800         IF W-DAY-EARLY-CLOSE
058900             IF W-DAY-EARLY-CUTOFF (W-WX) > ZERO
059000                 MOVE W-DAY-EARLY-CUTOFF (W-WX) TO W-DAY-CUTOFF
059100             ELSE
059200                 IF W-DAY-EARLY-CUTOFF (1) > ZERO
059300                         AND W-DAY-EARLY-CUTOFF (1)
059400                             < W-DAY-CUTOFF
059500                     MOVE W-DAY-EARLY-CUTOFF (1)
059600                         TO W-DAY-CUTOFF
059700                 END-IF
059800             END-IF
059900         END-IF
060000         IF W-WIN-NEEDS-FEDWIRE (W-WX)
060100                 AND NOT W-DAY-FEDWIRE-OPEN
060200             MOVE ZERO TO W-DAY-CUTOFF
060300         END-IF
060400     END-IF.
060500*
060600******************************************************************
060700*  CONVERT W-CONV-DATE/W-CONV-TIME FROM W-FROM-ZONE TO          *
060800*  W-TO-ZONE, GIVING W-OUT-DATE/W-OUT-TIME.  GO THROUGH UTC:    *
060900*  TAKE OFF THE FROM-ZONE'S OFFSET (WITH ITS DAYLIGHT HOUR ON   *
061000*  THE FROM DATE), ADD THE TO-ZONE'S STANDARD OFFSET, THEN ITS  *
061100*  DAYLIGHT HOUR IF THE RESULTING DATE IS IN ITS SUMMER TIME.   *
061200******************************************************************
061300 4000-CONVERT-TIME.
061400     MOVE W-FROM-TZ-OFFSET TO W-ZONE-OFFSET.
061500     PERFORM 4100-OFFSET-TO-MINUTES.
061600     MOVE W-CONV-DATE TO W-DST-DATE.
061700     MOVE W-FROM-TZ-DST-RULE TO W-DST-RULE.
061800     PERFORM 4200-TEST-DAYLIGHT-SAVING.
061900     IF W-DST-IN-EFFECT
062000         ADD 60 TO W-ZONE-MINUTES
062100     END-IF.
062200     COMPUTE W-ABS-MINUTES =
062300         FUNCTION INTEGER-OF-DATE (W-CONV-DATE)
062400             * C-MINUTES-PER-DAY
062500         + W-CONV-HH * 60 + W-CONV-MM - W-ZONE-MINUTES.
062600     MOVE W-TO-TZ-OFFSET TO W-ZONE-OFFSET.
062700     PERFORM 4100-OFFSET-TO-MINUTES.
062800     ADD W-ZONE-MINUTES TO W-ABS-MINUTES.
062900     COMPUTE W-OUT-INT = W-ABS-MINUTES / C-MINUTES-PER-DAY.
063000     COMPUTE W-DST-DATE = FUNCTION DATE-OF-INTEGER (W-OUT-INT).
063100     MOVE W-TO-TZ-DST-RULE TO W-DST-RULE.
063200     PERFORM 4200-TEST-DAYLIGHT-SAVING.
063300     IF W-DST-IN-EFFECT
063400         ADD 60 TO W-ABS-MINUTES
063500     END-IF.
063600     COMPUTE W-OUT-INT = W-ABS-MINUTES / C-MINUTES-PER-DAY.
063700     COMPUTE W-OUT-MINUTE = W-ABS-MINUTES
063800         - W-OUT-INT * C-MINUTES-PER-DAY.
063900     COMPUTE W-OUT-DATE = FUNCTION DATE-OF-INTEGER (W-OUT-INT).
064000     COMPUTE W-OUT-HH = W-OUT-MINUTE / 60.
064100     COMPUTE W-OUT-MM = W-OUT-MINUTE - W-OUT-HH * 60.
064200*
064300* SIGNED HHMM TO SIGNED MINUTES: -0530 IS -5 HOURS -30 MINUTES.
064400 4100-OFFSET-TO-MINUTES.
064500     COMPUTE W-ZONE-OFF-HH = W-ZONE-OFFSET / 100.
064600     COMPUTE W-ZONE-MINUTES = W-ZONE-OFF-HH * 60
064700         + (W-ZONE-OFFSET - W-ZONE-OFF-HH * 100).
064800*
064900* IS W-DST-DATE IN SUMMER TIME UNDER RULE W-DST-RULE?  US: FROM
065000* THE SECOND SUNDAY OF MARCH TO THE FIRST SUNDAY OF NOVEMBER.
065100* EUROPEAN: FROM THE LAST SUNDAY OF MARCH TO THE LAST SUNDAY OF
065200* OCTOBER.  ANY OTHER RULE HAS NO SUMMER TIME.
065300 4200-TEST-DAYLIGHT-SAVING.
065400     MOVE 'N' TO W-DST-SW.
065500     EVALUATE W-DST-RULE
065600         WHEN 'U'
065700             COMPUTE W-ANCHOR-DATE = W-DST-YEAR * 10000 + 0301
065800             PERFORM 4300-FIRST-SUNDAY
065900             COMPUTE W-DST-START = W-SUNDAY-DATE + 7
066000             COMPUTE W-ANCHOR-DATE = W-DST-YEAR * 10000 + 1101
066100             PERFORM 4300-FIRST-SUNDAY
066200             MOVE W-SUNDAY-DATE TO W-DST-END
066300         WHEN 'E'
066400             COMPUTE W-ANCHOR-DATE = W-DST-YEAR * 10000 + 0331
066500             PERFORM 4400-LAST-SUNDAY
066600             MOVE W-SUNDAY-DATE TO W-DST-START
066700             COMPUTE W-ANCHOR-DATE = W-DST-YEAR * 10000 + 1031
066800             PERFORM 4400-LAST-SUNDAY
066900             MOVE W-SUNDAY-DATE TO W-DST-END
067000         WHEN OTHER
067100             MOVE ZERO TO W-DST-START
067200             MOVE ZERO TO W-DST-END
067300     END-EVALUATE.
067400     IF W-DST-DATE >= W-DST-START AND W-DST-DATE < W-DST-END
067500         MOVE 'Y' TO W-DST-SW
067600     END-IF.
067700* FIRST SUNDAY ON OR AFTER W-ANCHOR-DATE (0 = SUNDAY).
067800 4300-FIRST-SUNDAY.
067900     COMPUTE W-ANCHOR-INT =
068000         FUNCTION INTEGER-OF-DATE (W-ANCHOR-DATE).
068100     COMPUTE W-ANCHOR-DOW = FUNCTION MOD (W-ANCHOR-INT, 7).
068200     IF W-ANCHOR-DOW > ZERO
068300         COMPUTE W-ANCHOR-INT = W-ANCHOR-INT + 7 - W-ANCHOR-DOW
068400     END-IF.
068500     COMPUTE W-SUNDAY-DATE =
068600         FUNCTION DATE-OF-INTEGER (W-ANCHOR-INT).
068700* LAST SUNDAY ON OR BEFORE W-ANCHOR-DATE.
068800 4400-LAST-SUNDAY.
068900     COMPUTE W-ANCHOR-INT =
069000         FUNCTION INTEGER-OF-DATE (W-ANCHOR-DATE).
069100     COMPUTE W-ANCHOR-DOW = FUNCTION MOD (W-ANCHOR-INT, 7).
069200     COMPUTE W-ANCHOR-INT = W-ANCHOR-INT - W-ANCHOR-DOW.
069300     COMPUTE W-SUNDAY-DATE =
069400         FUNCTION DATE-OF-INTEGER (W-ANCHOR-INT).
069500 8000-FLAG-ERROR.
069600     SET CDMF-ERROR-FOUND TO TRUE.
069700     SET TCB-RC-WARNING TO TRUE.
069800 END PROGRAM T58051.
