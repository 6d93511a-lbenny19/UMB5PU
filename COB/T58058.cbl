000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58058.
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
001400* SHARED BUSINESS-DAY ORDINAL INDEX FOR THE BATCH REQUEST
001500* PROCESSORS (T58022, T58027, T58028, T58041).  THOSE PROGRAMS
001600* USED TO WALK THE CALENDAR ONE DATE AT A TIME THROUGH T58001;
001700* A LONG TENOR OR A TEN-BANK COMMON-DAY SEARCH COST THOUSANDS
001800* OF HOLIDAY CHECKS PER REQUEST.  HERE THE ACTIVE CALFILE
001900* GENERATION OF A BANK AND CALENDAR TYPE IS READ ONCE, ON THE
002000* FIRST CALL THAT NAMES IT, INTO A TABLE COVERING THE YEARS
002100* AROUND THE RUN DATE.  EVERY DATE IN THE TABLE CARRIES ITS
002200* CLASS, ITS FEDWIRE SWITCH, ITS RUNNING BUSINESS-DAY NUMBER
002300* AND ITS RUNNING OPEN-DAY NUMBER, SO AN OFFSET, A COUNT, OR
002400* THE NEXT OPEN DAY IS A SUBTRACTION AND A SUBSCRIPT.
002500*
002600* THE DATES ARE CLASSIFIED EXACTLY AS THE ONLINE INQUIRY
002700* T58011 CLASSIFIES THEM FROM THE SAME FILE: WEEKENDS FROM THE
002800* BANK'S OWN WEEKEND DAYS, A RECORD'S FEDWIRE SWITCH AS FILED,
002900* AN EARLY CLOSE OR AN 'F' RECORD STAYS A BUSINESS DAY, EVERY
003000* OTHER RECORD IS A HOLIDAY.  AN OFFSET STEPS AS T58029 DOES --
003100* EACH STEP MOVES TO THE NEXT (OR PRIOR) BUSINESS DAY -- AND A
003200* COUNT IS THE BUSINESS DAYS AFTER THE FROM DATE UP TO AND
003300* INCLUDING THE TO DATE, NEGATIVE WHEN THE TO DATE IS EARLIER.
003400*
003500* ANYTHING THE TABLE CANNOT ANSWER -- A DATE OR RESULT OUTSIDE
003600* THE WINDOW, A ZERO OFFSET, A CALFILE THAT WILL NOT OPEN OR
003700* READ, MORE BANKS THAN THE TABLE HOLDS -- COMES BACK NOT
003800* ANSWERED AND THE CALLER MAKES ITS T58001 CALL AS BEFORE.
003900* THE FILE IS OPENED ON THE FIRST CALL AND STAYS OPEN, AND THE
004000* TABLES PERSIST, SINCE WORKING-STORAGE PERSISTS ACROSS CALLS
004100* TO A NON-INITIAL SUBPROGRAM.
004200*
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
005000         ORGANIZATION INDEXED
005100         ACCESS MODE DYNAMIC
005200         RECORD KEY CKR-KEY
005300         FILE STATUS IS W-CALFILE-STATUS.
005400 DATA DIVISION.
005500     EJECT
005600 FILE SECTION.
005700 FD  CALENDAR-KEY-FILE.
005800 COPY T58009D. *> KEYED HOLIDAY CALENDAR (ACTIVE GENERATION)
005900     EJECT
006000 WORKING-STORAGE SECTION.
006100 01  CC-CHANGE-ID.
006200     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
006300*
006400 01  C-INDEX-CONSTANTS.
006500     05  C-MAX-INDEXES           PIC S9(4)   COMP    VALUE +30.
006700     05  C-YEARS-BACK            PIC 9(2)            VALUE 05.
006800     05  C-YEARS-FORWARD         PIC 9(2)            VALUE 05.
006900*
007000 01  W-INDEX-CONTROL.
007100     05  W-FIRST-CALL-SW         PIC X       VALUE 'Y'.
007200         88  W-FIRST-CALL                VALUE 'Y'.
007300     05  W-CALFILE-STATUS        PIC XX.
007400         88  W-CALFILE-STATUS-OK         VALUE '00'.
007500         88  W-CALFILE-STATUS-EOF        VALUE '10'.
007600     05  W-CALFILE-OPEN-SW       PIC X       VALUE 'N'.
007700         88  W-CALFILE-OPEN              VALUE 'Y'.
007800     05  W-BROWSE-DONE-SW        PIC X.
007900         88  W-BROWSE-DONE               VALUE 'Y'.
008000     05  W-RUN-DATE              PIC 9(8).
008100     05  W-RUN-DATE-X REDEFINES W-RUN-DATE.
008200         10  W-RUN-YEAR          PIC 9(4).
008300         10  FILLER              PIC 9(4).
008400     05  W-WINDOW-START          PIC 9(8).
008500     05  W-WINDOW-END            PIC 9(8).
008600     05  W-BASE-INTEGER          PIC S9(9)   COMP.
008700     05  W-INDEX-DAYS            PIC S9(4)   COMP.
008800     05  W-SLOT                  PIC S9(4)   COMP.
008900     05  W-SEARCH-SLOT           PIC S9(4)   COMP.
009000     05  W-SLOT-COUNT            PIC S9(4)   COMP    VALUE ZERO.
009100     05  W-DAY-NO                PIC S9(9)   COMP.
009200     05  W-DAY-NO-2              PIC S9(9)   COMP.
009300     05  W-RESULT-DAY-NO         PIC S9(9)   COMP.
009400     05  W-ORD                   PIC S9(5)   COMP.
009500     05  W-ORD-OPEN              PIC S9(5)   COMP.
009600     05  W-TARGET-ORD            PIC S9(5)   COMP.
009700     05  W-WORK-INTEGER          PIC S9(9)   COMP.
009900     05  W-WORK-MONTH            PIC 9(2).
010000     05  W-DOW                   PIC 9.
010100     05  W-WKND-DAY-1            PIC 9.
010200     05  W-WKND-DAY-2            PIC 9.
010300     05  W-ACTIVE-GEN            PIC 9.
010400     05  W-WANT-TYPE             PIC X.
010500*
010600* ONE ENTRY PER BANK AND CALENDAR TYPE LOADED THIS RUN.  DAY 1
010700* IS W-WINDOW-START.  W-IX-ORD IS THE NUMBER OF BUSINESS DAYS
010800* FROM THE START OF THE WINDOW UP TO AND INCLUDING THE DAY;
010900* W-IX-BUS-DAY-NO MAPS A BUSINESS-DAY NUMBER BACK TO ITS DAY.
011000* THE OPEN-DAY PAIR DOES THE SAME FOR DAYS THAT ARE ALSO
011100* FEDWIRE OPEN.  AN ENTRY WHOSE LOAD FAILED ANSWERS NOTHING.
011200 01  W-INDEX-TABLE.
011300     05  W-IX-ENTRY OCCURS 30 TIMES.
011400         10  W-IX-BANK-ID        PIC 9(5).
011500         10  W-IX-CAL-TYPE       PIC X.
011600         10  W-IX-LOAD-SW        PIC X.
011700             88  W-IX-LOADED             VALUE 'Y'.
011800             88  W-IX-LOAD-FAILED        VALUE 'N'.
011900         10  W-IX-BUS-COUNT      PIC S9(4)   COMP.
012000         10  W-IX-OPEN-COUNT     PIC S9(4)   COMP.
012100         10  W-IX-DAY OCCURS 4020 TIMES.
012200             15  W-IX-CLASS      PIC X.
012300                 88  W-IX-BUSINESS           VALUE 'B'.
012400                 88  W-IX-HOLIDAY            VALUE 'H'.
012500                 88  W-IX-NON-BUSINESS       VALUE 'N'.
012600             15  W-IX-FED        PIC X.
012700                 88  W-IX-FED-OPEN           VALUE 'Y'.
012800             15  W-IX-ORD        PIC S9(4)   COMP.
012900             15  W-IX-ORD-OPEN   PIC S9(4)   COMP.
013000         10  W-IX-BUS-DAY-NO  OCCURS 4020 TIMES
013100                                 PIC S9(4)   COMP.
013200         10  W-IX-OPEN-DAY-NO OCCURS 4020 TIMES
013300                                 PIC S9(4)   COMP.
013400     EJECT
013500 LINKAGE SECTION.
013600*
013700*                    TRANSACTION-CONTROL-BLOCK
013800 COPY P49000D.
013900*
014000*                    BUSINESS-DAY-INDEX-BLOCK
014100 COPY T58058D.
014200     EJECT
014300 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
014400                             BUSINESS-DAY-INDEX-BLOCK.
014500     EJECT
014600 0000-MAIN-PROCESS.
014700     IF W-FIRST-CALL
014800         PERFORM 1000-SET-INDEX-WINDOW
014900         MOVE 'N' TO W-FIRST-CALL-SW
015000     END-IF.
015100     MOVE 'N' TO BDX-ANSWERED-SW.
015200     MOVE ZERO TO BDX-DAY-CHECKS.
015300     PERFORM 2000-FIND-BANK-INDEX THRU 2000-EXIT.
015400     IF W-SLOT > ZERO
015500         EVALUATE TRUE
015600             WHEN BDX-ADD-BUS-DAYS
015700                 PERFORM 3000-ADD-BUS-DAYS THRU 3000-EXIT
015800             WHEN BDX-COUNT-BUS-DAYS
015900                 PERFORM 4000-COUNT-BUS-DAYS THRU 4000-EXIT
016000             WHEN BDX-CLASSIFY-DATE
016100                 PERFORM 5000-CLASSIFY-DATE THRU 5000-EXIT
016200             WHEN BDX-NEXT-OPEN-DAY
016300                 PERFORM 6000-NEXT-OPEN-DAY THRU 6000-EXIT
016400         END-EVALUATE
016500     END-IF.
016600     GOBACK.
016700*
016800******************************************************************
016900*  THE WINDOW IS FIXED FOR THE RUN: JANUARY 1 FIVE YEARS BEFORE *
017000*  THE RUN DATE THROUGH DECEMBER 31 FIVE YEARS AFTER IT.        *
017100******************************************************************
017200 1000-SET-INDEX-WINDOW.
017300     MOVE ZERO TO BDX-INDEXES-LOADED.
017400     MOVE ZERO TO BDX-RECORDS-LOADED.
017500     IF TCB-RUN-DATE IS NUMERIC AND TCB-RUN-DATE > ZERO
017600         MOVE TCB-RUN-DATE TO W-RUN-DATE
017700     ELSE
017800         ACCEPT W-RUN-DATE FROM DATE YYYYMMDD
017900     END-IF.
018000     COMPUTE W-WINDOW-START =
018100         (W-RUN-YEAR - C-YEARS-BACK) * 10000 + 0101.
018200     COMPUTE W-WINDOW-END =
018300         (W-RUN-YEAR + C-YEARS-FORWARD) * 10000 + 1231.
018400     COMPUTE W-BASE-INTEGER =
018500         FUNCTION INTEGER-OF-DATE (W-WINDOW-START).
018600     COMPUTE W-INDEX-DAYS =
018700         FUNCTION INTEGER-OF-DATE (W-WINDOW-END)
018800             - W-BASE-INTEGER + 1.
018900     OPEN INPUT CALENDAR-KEY-FILE.
019000     IF W-CALFILE-STATUS-OK
019100         SET W-CALFILE-OPEN TO TRUE
019200     ELSE
019300         DISPLAY 'T58058 CALFILE OPEN FAILED - STATUS '
019400             W-CALFILE-STATUS ' - DATES RESOLVED BY T58001'
019500     END-IF.
019600*
019700******************************************************************
019800*  FIND THE CALLER'S BANK AND TYPE, LOADING IT ON FIRST USE.    *
019900*  W-SLOT STAYS ZERO WHEN THE TABLE CANNOT ANSWER FOR IT.       *
020000******************************************************************
020100 2000-FIND-BANK-INDEX.
020200     MOVE ZERO TO W-SLOT.
020300     IF NOT W-CALFILE-OPEN
020400         GO TO 2000-EXIT
020500     END-IF.
020600     MOVE BDX-CAL-TYPE TO W-WANT-TYPE.
020700     IF W-WANT-TYPE = SPACE OR W-WANT-TYPE = LOW-VALUE
020800         MOVE 'B' TO W-WANT-TYPE
020900     END-IF.
021000     PERFORM VARYING W-SEARCH-SLOT FROM 1 BY 1
021100             UNTIL W-SEARCH-SLOT > W-SLOT-COUNT
021200                OR W-SLOT > ZERO
021300         IF W-IX-BANK-ID (W-SEARCH-SLOT) = BDX-BANK-ID
021400                 AND W-IX-CAL-TYPE (W-SEARCH-SLOT) = W-WANT-TYPE
021500             MOVE W-SEARCH-SLOT TO W-SLOT
021600         END-IF
021700     END-PERFORM.
021800     IF W-SLOT = ZERO
021900         IF W-SLOT-COUNT >= C-MAX-INDEXES
022000             GO TO 2000-EXIT
022100         END-IF
022200         ADD 1 TO W-SLOT-COUNT
022300         MOVE W-SLOT-COUNT TO W-SLOT
022400         PERFORM 2100-LOAD-BANK-INDEX
022500     END-IF.
022600     IF W-IX-LOAD-FAILED (W-SLOT)
022700         MOVE ZERO TO W-SLOT
022800     END-IF.
022900 2000-EXIT.
023000     EXIT.
023100 2100-LOAD-BANK-INDEX.
023200     MOVE BDX-BANK-ID TO W-IX-BANK-ID (W-SLOT).
023300     MOVE W-WANT-TYPE TO W-IX-CAL-TYPE (W-SLOT).
023400     SET W-IX-LOADED (W-SLOT) TO TRUE.
023500     ADD 1 TO BDX-INDEXES-LOADED.
023600     MOVE 6 TO W-WKND-DAY-1.
023700     MOVE 0 TO W-WKND-DAY-2.
023800     IF BDX-WEEKEND-DAY-1 >= '0' AND BDX-WEEKEND-DAY-1 <= '6'
023900             AND BDX-WEEKEND-DAY-2 >= '0'
024000             AND BDX-WEEKEND-DAY-2 <= '6'
024100         MOVE BDX-WEEKEND-DAY-1 TO W-WKND-DAY-1
024200         MOVE BDX-WEEKEND-DAY-2 TO W-WKND-DAY-2
024300     END-IF.
024400     PERFORM 2200-SET-WEEKEND-DAYS
024500         VARYING W-DAY-NO FROM 1 BY 1
024600         UNTIL W-DAY-NO > W-INDEX-DAYS.
024700     PERFORM 2300-READ-ACTIVE-GENERATION.
024800     PERFORM 2400-APPLY-CALENDAR-RECORDS.
024900     IF W-IX-LOADED (W-SLOT)
025000         PERFORM 2600-NUMBER-BUSINESS-DAYS
025100     END-IF.
025200 2200-SET-WEEKEND-DAYS.
025300     COMPUTE W-WORK-INTEGER = W-BASE-INTEGER + W-DAY-NO - 1.
025400     COMPUTE W-DOW = FUNCTION MOD (W-WORK-INTEGER, 7).
025500     IF W-DOW = W-WKND-DAY-1 OR W-DOW = W-WKND-DAY-2
025600         SET W-IX-NON-BUSINESS (W-SLOT, W-DAY-NO) TO TRUE
025700         MOVE 'N' TO W-IX-FED (W-SLOT, W-DAY-NO)
025800     ELSE
025900         SET W-IX-BUSINESS (W-SLOT, W-DAY-NO) TO TRUE
026000         MOVE 'Y' TO W-IX-FED (W-SLOT, W-DAY-NO)
026100     END-IF.
026200* THE BANK'S GEN-0 CONTROL RECORD NAMES THE ACTIVE GENERATION;
026300* NO CONTROL RECORD MEANS GENERATION 1, AS IN T58011.
026400 2300-READ-ACTIVE-GENERATION.
026500     MOVE 1 TO W-ACTIVE-GEN.
026600     MOVE BDX-BANK-ID TO CKR-BANK-ID.
026700     MOVE 0 TO CKR-GEN.
026800     MOVE '0' TO CKR-CAL-TYPE.
026900     MOVE ZERO TO CKR-DATE.
027000     READ CALENDAR-KEY-FILE.
027100     IF W-CALFILE-STATUS-OK
027200             AND CKR-SYMBOL IS NUMERIC
027300         MOVE CKR-SYMBOL TO W-ACTIVE-GEN
027400     END-IF.
027500*
027600******************************************************************
027700*  BROWSE THE BANK'S ACTIVE GENERATION AND OVERLAY EACH RECORD  *
027800*  OF THE WANTED TYPE THAT FALLS IN THE WINDOW.  A TYPE-B       *
027900*  INDEX ALSO TAKES RECORDS FILED WITH A BLANK TYPE.  A READ    *
028000*  ERROR FAILS THE LOAD SO THE BANK FALLS BACK TO T58001.       *
028100******************************************************************
028200 2400-APPLY-CALENDAR-RECORDS.
028300     MOVE 'N' TO W-BROWSE-DONE-SW.
028400     MOVE BDX-BANK-ID  TO CKR-BANK-ID.
028500     MOVE W-ACTIVE-GEN TO CKR-GEN.
028600     MOVE LOW-VALUE    TO CKR-CAL-TYPE.
028700     MOVE ZERO         TO CKR-DATE.
028800     START CALENDAR-KEY-FILE KEY >= CKR-KEY
028900         INVALID KEY
029000             SET W-BROWSE-DONE TO TRUE
029100     END-START.
029200     PERFORM UNTIL W-BROWSE-DONE
029300         READ CALENDAR-KEY-FILE NEXT
029400             AT END
029500                 SET W-BROWSE-DONE TO TRUE
029600             NOT AT END
029700                 IF CKR-BANK-ID = BDX-BANK-ID
029800                         AND CKR-GEN = W-ACTIVE-GEN
029900                     PERFORM 2500-APPLY-ONE-RECORD THRU 2500-EXIT
030000                 ELSE
030100                     SET W-BROWSE-DONE TO TRUE
030200                 END-IF
030300         END-READ
030400         IF NOT W-CALFILE-STATUS-OK
030500                 AND NOT W-CALFILE-STATUS-EOF
030600                 AND NOT W-BROWSE-DONE
030700             SET W-IX-LOAD-FAILED (W-SLOT) TO TRUE
030800             SET W-BROWSE-DONE TO TRUE
030900             DISPLAY 'T58058 CALFILE READ FAILED - STATUS '
031000                 W-CALFILE-STATUS ' - BANK ' BDX-BANK-ID
031100                 ' RESOLVED BY T58001'
031200         END-IF
031300     END-PERFORM.
031400 2500-APPLY-ONE-RECORD.
031500     IF CKR-CAL-TYPE NOT = W-WANT-TYPE
031600         IF W-WANT-TYPE NOT = 'B' OR CKR-CAL-TYPE NOT = SPACE
031700             GO TO 2500-EXIT
031800         END-IF
031900     END-IF.
032000     IF CKR-DATE < W-WINDOW-START OR CKR-DATE > W-WINDOW-END
032100         GO TO 2500-EXIT
032200     END-IF.
032300     MOVE CKR-DATE (5:2) TO W-WORK-MONTH.
032400     IF W-WORK-MONTH < 01 OR W-WORK-MONTH > 12
032500         GO TO 2500-EXIT
032600     END-IF.
032700     COMPUTE W-DAY-NO =
032800         FUNCTION INTEGER-OF-DATE (CKR-DATE)
032900             - W-BASE-INTEGER + 1.
033000     IF W-DAY-NO < 1 OR W-DAY-NO > W-INDEX-DAYS
033100         GO TO 2500-EXIT
033200     END-IF.
033300     ADD 1 TO BDX-RECORDS-LOADED.
033400     MOVE CKR-FEDWIRE-SW TO W-IX-FED (W-SLOT, W-DAY-NO).
033500     IF NOT CKR-EARLY-CLOSE AND CKR-SYMBOL NOT = 'F'
033600         SET W-IX-HOLIDAY (W-SLOT, W-DAY-NO) TO TRUE
033700     END-IF.
033800 2500-EXIT.
033900     EXIT.
034000 2600-NUMBER-BUSINESS-DAYS.
034100     MOVE ZERO TO W-ORD.
034200     MOVE ZERO TO W-ORD-OPEN.
034300     PERFORM 2610-NUMBER-ONE-DAY
034400         VARYING W-DAY-NO FROM 1 BY 1
034500         UNTIL W-DAY-NO > W-INDEX-DAYS.
034600     MOVE W-ORD      TO W-IX-BUS-COUNT (W-SLOT).
034700     MOVE W-ORD-OPEN TO W-IX-OPEN-COUNT (W-SLOT).
034800 2610-NUMBER-ONE-DAY.
034900     IF W-IX-BUSINESS (W-SLOT, W-DAY-NO)
035000         ADD 1 TO W-ORD
035100         MOVE W-DAY-NO TO W-IX-BUS-DAY-NO (W-SLOT, W-ORD)
035200         IF W-IX-FED-OPEN (W-SLOT, W-DAY-NO)
035300             ADD 1 TO W-ORD-OPEN
035400             MOVE W-DAY-NO
035500                 TO W-IX-OPEN-DAY-NO (W-SLOT, W-ORD-OPEN)
035600         END-IF
035700     END-IF.
035800     MOVE W-ORD      TO W-IX-ORD (W-SLOT, W-DAY-NO).
035900     MOVE W-ORD-OPEN TO W-IX-ORD-OPEN (W-SLOT, W-DAY-NO).
036000*
036100******************************************************************
036200*  OFFSET: EACH STEP IS ONE BUSINESS DAY, SO N STEPS FORWARD    *
036300*  LAND ON BUSINESS DAY NUMBER ORD(FROM) + N.  BACKWARD, A FROM *
036400*  DATE THAT IS NOT ITSELF A BUSINESS DAY MAKES ITS FIRST STEP  *
036500*  TO BUSINESS DAY ORD(FROM), SO THE TARGET IS ONE HIGHER.  A   *
036600*  ZERO OFFSET IS LEFT TO T58001.                               *
036700******************************************************************
036800 3000-ADD-BUS-DAYS.
036900     IF BDX-DAY-OFFSET = ZERO
037000         GO TO 3000-EXIT
037100     END-IF.
037200     PERFORM 7000-SET-INPUT-DAY-NO.
037300     IF W-DAY-NO < 1 OR W-DAY-NO > W-INDEX-DAYS
037400         GO TO 3000-EXIT
037500     END-IF.
037600     COMPUTE W-TARGET-ORD =
037700         W-IX-ORD (W-SLOT, W-DAY-NO) + BDX-DAY-OFFSET.
037800     IF BDX-DAY-OFFSET < ZERO
037900             AND NOT W-IX-BUSINESS (W-SLOT, W-DAY-NO)
038000         ADD 1 TO W-TARGET-ORD
038100     END-IF.
038200     IF W-TARGET-ORD < 1
038300             OR W-TARGET-ORD > W-IX-BUS-COUNT (W-SLOT)
038400         GO TO 3000-EXIT
038500     END-IF.
038600     MOVE W-IX-BUS-DAY-NO (W-SLOT, W-TARGET-ORD)
038700         TO W-RESULT-DAY-NO.
038800     PERFORM 7100-SET-RESULT-DATE.
038900 3000-EXIT.
039000     EXIT.
039100*
039200* COUNT: BUSINESS DAYS AFTER THE FROM DATE UP TO AND INCLUDING
039300* THE TO DATE -- THE DIFFERENCE OF THE TWO RUNNING NUMBERS.
039400 4000-COUNT-BUS-DAYS.
039500     PERFORM 7000-SET-INPUT-DAY-NO.
039600     IF W-DAY-NO < 1 OR W-DAY-NO > W-INDEX-DAYS
039700         GO TO 4000-EXIT
039800     END-IF.
039900     IF BDX-TO-DATE NOT NUMERIC
040000             OR BDX-TO-DATE < W-WINDOW-START
040100             OR BDX-TO-DATE > W-WINDOW-END
040200         GO TO 4000-EXIT
040300     END-IF.
040400     COMPUTE W-DAY-NO-2 =
040500         FUNCTION INTEGER-OF-DATE (BDX-TO-DATE)
040600             - W-BASE-INTEGER + 1.
040700     IF W-DAY-NO-2 < 1 OR W-DAY-NO-2 > W-INDEX-DAYS
040800         GO TO 4000-EXIT
040900     END-IF.
041000     COMPUTE BDX-DAY-COUNT = W-IX-ORD (W-SLOT, W-DAY-NO-2)
041100         - W-IX-ORD (W-SLOT, W-DAY-NO).
041200     IF W-DAY-NO-2 > W-DAY-NO
041300         COMPUTE BDX-DAY-CHECKS = W-DAY-NO-2 - W-DAY-NO
041400     ELSE
041500         COMPUTE BDX-DAY-CHECKS = W-DAY-NO - W-DAY-NO-2
041600     END-IF.
041700     SET BDX-ANSWERED TO TRUE.
041800 4000-EXIT.
041900     EXIT.
042000*
042100* ONE DATE'S SWITCHES, AS THE HOLIDAY-CHECK AND FEDWIRE-CHECK
042200* CALLS RETURN THEM.  A CALLER ASKED FOR THE FEDWIRE SWITCH
042300* ONLY ON AN OPEN BUSINESS DAY, SO THAT IS THE SECOND CHECK.
042400 5000-CLASSIFY-DATE.
042500     PERFORM 7000-SET-INPUT-DAY-NO.
042600     IF W-DAY-NO < 1 OR W-DAY-NO > W-INDEX-DAYS
042700         GO TO 5000-EXIT
042800     END-IF.
042900     EVALUATE TRUE
043000         WHEN W-IX-BUSINESS (W-SLOT, W-DAY-NO)
043100             MOVE 'Y' TO BDX-BUSINESS-DAY-SW
043200             MOVE 'N' TO BDX-HOLIDAY-SW
043300             MOVE 2 TO BDX-DAY-CHECKS
043400         WHEN W-IX-HOLIDAY (W-SLOT, W-DAY-NO)
043500             MOVE 'N' TO BDX-BUSINESS-DAY-SW
043600             MOVE 'Y' TO BDX-HOLIDAY-SW
043700             MOVE 1 TO BDX-DAY-CHECKS
043800         WHEN OTHER
043900             MOVE 'N' TO BDX-BUSINESS-DAY-SW
044000             MOVE 'N' TO BDX-HOLIDAY-SW
044100             MOVE 1 TO BDX-DAY-CHECKS
044200     END-EVALUATE.
044300     MOVE W-IX-FED (W-SLOT, W-DAY-NO) TO BDX-FEDWIRE-SW.
044400     MOVE BDX-INPUT-DATE TO BDX-RESULT-DATE.
044500     SET BDX-ANSWERED TO TRUE.
044600 5000-EXIT.
044700     EXIT.
044800*
044900******************************************************************
045000*  FIRST OPEN DAY (BUSINESS DAY AND FEDWIRE OPEN) ON OR AFTER,  *
045100*  OR ON OR BEFORE, THE INPUT DATE.  THE RUNNING OPEN-DAY       *
045200*  NUMBER ALREADY COUNTS THE INPUT DATE WHEN IT IS OPEN.        *
045300******************************************************************
045400 6000-NEXT-OPEN-DAY.
045500     PERFORM 7000-SET-INPUT-DAY-NO.
045600     IF W-DAY-NO < 1 OR W-DAY-NO > W-INDEX-DAYS
045700         GO TO 6000-EXIT
045800     END-IF.
045900     MOVE W-IX-ORD-OPEN (W-SLOT, W-DAY-NO) TO W-TARGET-ORD.
046000     IF BDX-BACKWARD
046100         IF W-TARGET-ORD < 1
046200             GO TO 6000-EXIT
046300         END-IF
046400     ELSE
046500         IF NOT W-IX-BUSINESS (W-SLOT, W-DAY-NO)
046600                 OR NOT W-IX-FED-OPEN (W-SLOT, W-DAY-NO)
046700             ADD 1 TO W-TARGET-ORD
046800         END-IF
046900         IF W-TARGET-ORD > W-IX-OPEN-COUNT (W-SLOT)
047000             GO TO 6000-EXIT
047100         END-IF
047200     END-IF.
047300     MOVE W-IX-OPEN-DAY-NO (W-SLOT, W-TARGET-ORD)
047400         TO W-RESULT-DAY-NO.
047500     PERFORM 7100-SET-RESULT-DATE.
047600     ADD 1 TO BDX-DAY-CHECKS.
047700 6000-EXIT.
047800     EXIT.
047900 7000-SET-INPUT-DAY-NO.
048000     MOVE ZERO TO W-DAY-NO.
048100     IF BDX-INPUT-DATE IS NUMERIC
048200             AND BDX-INPUT-DATE >= W-WINDOW-START
048300             AND BDX-INPUT-DATE <= W-WINDOW-END
048400         COMPUTE W-DAY-NO =
048500             FUNCTION INTEGER-OF-DATE (BDX-INPUT-DATE)
048600                 - W-BASE-INTEGER + 1
048700     END-IF.
048800 7100-SET-RESULT-DATE.
048900     COMPUTE W-WORK-INTEGER =
049000         W-BASE-INTEGER + W-RESULT-DAY-NO - 1.
049100     COMPUTE BDX-RESULT-DATE =
049200         FUNCTION DATE-OF-INTEGER (W-WORK-INTEGER).
049300     IF W-RESULT-DAY-NO > W-DAY-NO
049400         COMPUTE BDX-DAY-CHECKS = W-RESULT-DAY-NO - W-DAY-NO
049500     ELSE
049600         COMPUTE BDX-DAY-CHECKS = W-DAY-NO - W-RESULT-DAY-NO
049700     END-IF.
049800     SET BDX-ANSWERED TO TRUE.
049900 END PROGRAM T58058.
