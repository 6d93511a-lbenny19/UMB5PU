002850* A SUPERVISOR-OVERRIDE PATH (TCB-REASON-CODE 'EMRG') THAT
002860* APPLIES IMMEDIATELY, STAMPED ON THE AUDIT TRAIL AS AN
002870* OVERRIDE WITH NO CHECKER.
002880* A WEATHER CLOSURE FOR TODAY OR TOMORROW NORMALLY GOES IN ON
002890* THE EMERGENCY CLOSURE SCREEN T58055 INSTEAD, WHICH PARKS A
002900* POST-FACTO ITEM FOR A CHECKER TO CONFIRM ON T58032.
003000* EVERY APPLIED CHANGE IS STAMPED DHT-SOURCE-MANUAL AND WRITTEN
003100* TO THE MAINTENANCE AUDIT FILE (T58023D) WITH THE TCB-USER-ID
003200* AND TCB-TERMINAL-ID THAT MADE IT.  FED-SOURCED ENTRIES
003300* (DHT-SOURCE-FED) ARE PROTECTED FROM CHANGE AND DELETE.
003310* THE USER MUST HOLD THE MAKE ENTITLEMENT FOR THE BANK AND
003320* CALENDAR TYPE (T58048); THE OVERRIDE PATH ALSO NEEDS APPROVE.
003331* A NON-ZERO BRANCH ID KEYS A CLOSURE FOR ONE BRANCH UNDER THE
003342* BANK (BRANCH OPEN N) OR A STAY-OPEN OVERRIDE OF A BANK
003353* CLOSURE (BRANCH OPEN Y) ON THE BRANCH CALENDAR FILE (T58057D)
003364* INSTEAD OF THE HOLIDAY TABLE.  THE BRANCH MUST BE ACTIVE ON
003375* THE BRANCH MASTER (T58056D); THE SAME PARK-FOR-APPROVAL AND
003386* OVERRIDE RULES APPLY.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004330         ACCESS MODE RANDOM
004340         RECORD KEY CKR-KEY
004350         FILE STATUS IS W-CALFILE-STATUS.
004354     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANCHMST
004358         ORGANIZATION INDEXED
004362         ACCESS MODE RANDOM
004366         RECORD KEY BRM-KEY
004370         FILE STATUS IS W-BRANCHMST-STATUS.
004374     SELECT BRANCH-CALENDAR-FILE ASSIGN TO BRCHCAL
004378         ORGANIZATION INDEXED
004382         ACCESS MODE RANDOM
004386         RECORD KEY BCL-KEY
004390         FILE STATUS IS W-BRCHCAL-STATUS.
004400 DATA DIVISION.
004500     EJECT
004600 FILE SECTION.
004806 COPY T58032D. *> PENDING CHANGES AWAITING APPROVAL ON T58032
004810 FD  CALENDAR-KEY-FILE.
004820 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
004836 FD  BRANCH-MASTER-FILE.
004852 COPY T58056D. *> KEYED BRANCH MASTER
004868 FD  BRANCH-CALENDAR-FILE.
004884 COPY T58057D. *> BRANCH CLOSURES AND STAY-OPEN OVERRIDES
004900     EJECT
005000 WORKING-STORAGE SECTION.
005100*
005820         88  W-CALFILE-STATUS-OK     VALUE '00'.
005830         88  W-CALFILE-STATUS-NOT-FOUND VALUE '35'.
005850     05  W-DATE-CHECK-INT        PIC S9(9).
005853     05  W-BRANCHMST-STATUS      PIC XX.
005856         88  W-BRANCHMST-STATUS-OK   VALUE '00'.
005859     05  W-BRCHCAL-STATUS        PIC XX.
005862         88  W-BRCHCAL-STATUS-OK     VALUE '00'.
005865         88  W-BRCHCAL-STATUS-NOT-FOUND VALUE '35'.
005868         88  W-BRCHCAL-REC-NOT-FOUND VALUE '23'.
005871     05  W-BRANCH-ACTIVE-SW      PIC X       VALUE 'N'.
005874         88  W-BRANCH-ACTIVE         VALUE 'Y'.
005877     05  W-BRANCH-FOUND-SW       PIC X       VALUE 'N'.
005880         88  W-BRANCH-ENTRY-FOUND    VALUE 'Y'.
005883* C = BRANCH CLOSED, O = BRANCH STAYS OPEN, SPACE = BANK-LEVEL
005886* CHANGE -- CARRIED ONTO THE PENDING AND AUDIT RECORDS.
005889     05  W-BRANCH-ENTRY-TYPE     PIC X       VALUE SPACE.
005892     05  W-BRANCH-FUNC-TEXT      PIC X(6).
005895     05  W-BRANCH-DONE-TEXT      PIC X(7).
005900     05  W-ENTRY-POS             PIC 9(4)    BINARY.
006000     05  W-SHIFT-POS             PIC 9(4)    BINARY.
006100     05  W-MAINT-MONTH           PIC 99.
006200     05  W-MAINT-DAY             PIC 99.
006300     05  W-FOUND-SW              PIC X       VALUE 'N'.
006400         88  W-DATE-FOUND            VALUE 'Y'.
006410*
006420*                    ENTITLEMENT CHECK PARAMETERS
006430 COPY T58048D.
006500     EJECT
006600 LINKAGE SECTION.
006700*
008300     05  LINE 4  COLUMN 30  VALUE '(AD=ADD CH=CHANGE DE=DELETE)'.
008400     05  LINE 5  COLUMN 10  VALUE 'BANK ID . . . .'.
008500     05  LINE 5  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
008533     05  LINE 5  COLUMN 40  VALUE 'BRANCH'.
008566     05  LINE 5  COLUMN 50  PIC 9(5)   USING CDMF-BRANCH-ID.
008600     05  LINE 6  COLUMN 10  VALUE 'HOLIDAY DATE .'.
008700     05  LINE 6  COLUMN 26  PIC 9(8)   USING CDMF-INQUIRY-DATE.
008710     05  LINE 6  COLUMN 40  VALUE 'CAL TYPE'.
009000                            USING CDMF-MAINT-DESCRIPTION.
009100     05  LINE 8  COLUMN 10  VALUE 'SYMBOL . . . .'.
009200     05  LINE 8  COLUMN 26  PIC X      USING CDMF-MAINT-SYMBOL.
009202     05  LINE 8  COLUMN 40  VALUE 'BRANCH OPEN'.
009204     05  LINE 8  COLUMN 52  PIC X      USING CDMF-BRANCH-OPEN.
009206     05  LINE 8  COLUMN 55  VALUE '(Y=STAYS OPEN)'.
009210     05  LINE 9  COLUMN 10  VALUE 'EARLY CLOSE .'.
009220     05  LINE 9  COLUMN 26  PIC X
009230                            USING CDMF-MAINT-EARLY-CLOSE.
011230     ELSE
011240         MOVE 'N' TO W-OVERRIDE-SW
011250     END-IF.
011275     MOVE SPACE TO W-BRANCH-ENTRY-TYPE.
011300 2000-APPLY-MAINT-FUNCTION.
011400     IF CDMF-BANK-ID NOT = DHT-BANK-ID
011500         MOVE 'BANK ID DOES NOT MATCH HOLIDAY TABLE'
012895         GO TO 2000-EXIT
012896     END-IF.
012900     PERFORM 2500-FIND-TABLE-ENTRY.
012910     PERFORM 2050-CHECK-ENTITLEMENT.
012920     IF CDMF-ERROR-FOUND
012930         GO TO 2000-EXIT
012940     END-IF.
012950     IF CDMF-BRANCH-ID > ZERO
012960         PERFORM 7400-MAINTAIN-BRANCH-ENTRY THRU 7400-EXIT
012970         GO TO 2000-EXIT
012980     END-IF.
013000     EVALUATE TRUE
013100         WHEN CDMF-FUNC-ADD
013200             PERFORM 3000-ADD-ENTRY THRU 3000-EXIT
014100     END-EVALUATE.
014200 2000-EXIT.
014300     EXIT.
014310*
014320* MAKING A CHANGE NEEDS THE MAKE ENTITLEMENT; AN OVERRIDE SKIPS
014330* THE CHECKER, SO THE USER MUST ALSO HOLD APPROVE.
014340 2050-CHECK-ENTITLEMENT.
014343     MOVE TCB-USER-ID TO ECB-USER-ID.
014346     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
014349     MOVE CDMF-CAL-TYPE TO ECB-CAL-TYPE.
014352     SET ECB-ACT-MAKE TO TRUE.
014355     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
014358         ENTITLEMENT-CHECK-BLOCK.
014361     IF ECB-ALLOWED AND W-OVERRIDE-MODE
014364         SET ECB-ACT-APPROVE TO TRUE
014367         CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
014370             ENTITLEMENT-CHECK-BLOCK
014373     END-IF.
014376     IF ECB-REFUSED
014379         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
014382         PERFORM 8000-FLAG-ERROR
014385     END-IF.
014400*
014500******************************************************************
014600*  LOCATE CDMF-INQUIRY-DATE / CDMF-CAL-TYPE IN THE HOLIDAY      *
025934     MOVE CDMF-MAINT-ACH-CUTOFF  TO HMA-ACH-CUTOFF.
025940     MOVE SPACES                 TO HMA-CHECKER-ID.
025950     MOVE W-OVERRIDE-SW          TO HMA-OVERRIDE-SW.
025966     MOVE CDMF-BRANCH-ID         TO HMA-BRANCH-ID.
025982     MOVE W-BRANCH-ENTRY-TYPE    TO HMA-BRANCH-ENTRY-TYPE.
026000     WRITE HOLIDAY-MAINT-AUDIT-RECORD.
026100     CLOSE MAINT-AUDIT-FILE.
026101*
026134     MOVE SPACES                 TO HPR-CHECKER-ID.
026137     MOVE ZERO                   TO HPR-DECISION-DATE.
026140     MOVE ZERO                   TO HPR-DECISION-TIME.
026141     MOVE CDMF-BRANCH-ID         TO HPR-BRANCH-ID.
026142     MOVE W-BRANCH-ENTRY-TYPE    TO HPR-BRANCH-ENTRY-TYPE.
026143     WRITE HOLIDAY-PENDING-RECORD.
026146     CLOSE PENDING-CHANGE-FILE.
026149*
026191     MOVE W-ACTIVE-GEN      TO CKR-GEN.
026194     MOVE CDMF-CAL-TYPE     TO CKR-CAL-TYPE.
026197     MOVE CDMF-INQUIRY-DATE TO CKR-DATE.
026200*
026210******************************************************************
026220*  BRANCH CLOSURE MAINTENANCE.  THE ENTRY LIVES ON THE BRANCH   *
026230*  CALENDAR FILE, NOT IN THE BANK'S HOLIDAY TABLE, SO THE       *
026240*  FIND/APPLY STEPS READ AND WRITE BRCHCAL; EVERYTHING ELSE --  *
026250*  PARKING FOR A CHECKER, THE OVERRIDE PATH, THE AUDIT RECORD   *
026260*  -- IS THE BANK-LEVEL PATH WITH THE BRANCH STAMPED ON IT.     *
026270*  A STAY-OPEN OVERRIDE CARRIES NO CUTOFFS; A FEDWIRE-ONLY      *
026280*  CLOSURE BELONGS TO THE BANK AND IS REFUSED HERE.             *
026290******************************************************************
026300 7400-MAINTAIN-BRANCH-ENTRY.
026310     IF CDMF-BRANCH-OPEN = SPACE
026320         MOVE 'N' TO CDMF-BRANCH-OPEN
026330     END-IF.
026340     IF CDMF-BRANCH-OPEN NOT = 'Y' AND CDMF-BRANCH-OPEN NOT = 'N'
026350         MOVE 'BRANCH OPEN MUST BE Y OR N' TO CDMF-ERROR-MESSAGE
026360         PERFORM 8000-FLAG-ERROR
026370         GO TO 7400-EXIT
026380     END-IF.
026390     IF CDMF-BRANCH-OPEN = 'Y'
026400         MOVE 'O' TO W-BRANCH-ENTRY-TYPE
026410         MOVE 'N' TO CDMF-MAINT-EARLY-CLOSE
026420         MOVE ZERO TO CDMF-MAINT-CLOSE-TIME
026430         MOVE ZERO TO CDMF-MAINT-WIRE-CUTOFF
026440         MOVE ZERO TO CDMF-MAINT-ACH-CUTOFF
026450     ELSE
026460         MOVE 'C' TO W-BRANCH-ENTRY-TYPE
026470     END-IF.
026480     IF CDMF-MAINT-SYMBOL = 'F' AND NOT CDMF-FUNC-DELETE
026490         MOVE 'FEDWIRE CLOSURES ARE KEPT ON THE BANK CALENDAR'
026500             TO CDMF-ERROR-MESSAGE
026510         PERFORM 8000-FLAG-ERROR
026520         GO TO 7400-EXIT
026530     END-IF.
026540     PERFORM 7410-CHECK-BRANCH-MASTER.
026550     IF CDMF-ERROR-FOUND
026560         GO TO 7400-EXIT
026570     END-IF.
026580     PERFORM 7420-READ-BRANCH-ENTRY.
026590     IF CDMF-ERROR-FOUND
026600         GO TO 7400-EXIT
026610     END-IF.
026620     EVALUATE TRUE
026630         WHEN CDMF-FUNC-ADD
026640             MOVE 'ADD'     TO W-BRANCH-FUNC-TEXT
026650             MOVE 'ADDED'   TO W-BRANCH-DONE-TEXT
026660             IF W-BRANCH-ENTRY-FOUND
026670                 MOVE 'DATE ALREADY ON BRANCH CALENDAR - USE CH'
026680                     TO CDMF-ERROR-MESSAGE
026690                 PERFORM 8000-FLAG-ERROR
026700             END-IF
026710         WHEN CDMF-FUNC-CHANGE
026720             MOVE 'CHANGE'  TO W-BRANCH-FUNC-TEXT
026730             MOVE 'CHANGED' TO W-BRANCH-DONE-TEXT
026740             IF NOT W-BRANCH-ENTRY-FOUND
026750                 MOVE 'DATE NOT ON BRANCH CALENDAR - USE AD'
026760                     TO CDMF-ERROR-MESSAGE
026770                 PERFORM 8000-FLAG-ERROR
026780             END-IF
026790         WHEN CDMF-FUNC-DELETE
026800             MOVE 'DELETE'  TO W-BRANCH-FUNC-TEXT
026810             MOVE 'DELETED' TO W-BRANCH-DONE-TEXT
026820             IF NOT W-BRANCH-ENTRY-FOUND
026830                 MOVE 'NOTHING ON BRANCH CALENDAR TO DELETE'
026840                     TO CDMF-ERROR-MESSAGE
026850                 PERFORM 8000-FLAG-ERROR
026860             END-IF
026870         WHEN OTHER
026880             MOVE 'INVALID FUNCTION - USE AD, CH, OR DE'
026890                 TO CDMF-ERROR-MESSAGE
026900             PERFORM 8000-FLAG-ERROR
026910     END-EVALUATE.
026920     IF CDMF-ERROR-FOUND
026930         GO TO 7400-EXIT
026940     END-IF.
026950     IF NOT W-OVERRIDE-MODE
026960         PERFORM 6500-WRITE-PENDING-CHANGE
026970         STRING 'BRANCH '             DELIMITED BY SIZE
026980             W-BRANCH-FUNC-TEXT       DELIMITED BY SPACE
026990             ' PENDING APPROVAL'      DELIMITED BY SIZE
027000             INTO CDMF-RESULT-STATUS
027010         END-STRING
027020         GO TO 7400-EXIT
027030     END-IF.
027040     PERFORM 7450-UPDATE-BRANCH-CALENDAR.
027050     IF CDMF-ERROR-FOUND
027060         GO TO 7400-EXIT
027070     END-IF.
027080     PERFORM 9000-WRITE-MAINT-AUDIT.
027090     STRING 'BRANCH ENTRY '           DELIMITED BY SIZE
027100         W-BRANCH-DONE-TEXT           DELIMITED BY SPACE
027110         ' (SUPERVISOR OVERRIDE)'     DELIMITED BY SIZE
027120         INTO CDMF-RESULT-STATUS
027130     END-STRING.
027140 7400-EXIT.
027150     EXIT.
027160 7410-CHECK-BRANCH-MASTER.
027170     MOVE 'N' TO W-BRANCH-ACTIVE-SW.
027180     OPEN INPUT BRANCH-MASTER-FILE.
027190     IF W-BRANCHMST-STATUS-OK
027200         MOVE CDMF-BANK-ID   TO BRM-BANK-ID
027210         MOVE CDMF-BRANCH-ID TO BRM-BRANCH-ID
027220         READ BRANCH-MASTER-FILE
027230         IF W-BRANCHMST-STATUS-OK AND BRM-ACTIVE
027240             MOVE 'Y' TO W-BRANCH-ACTIVE-SW
027250         END-IF
027260         CLOSE BRANCH-MASTER-FILE
027270     END-IF.
027280     IF NOT W-BRANCH-ACTIVE
027290         MOVE 'BRANCH NOT ACTIVE ON BRANCH MASTER FOR THIS BANK'
027300             TO CDMF-ERROR-MESSAGE
027310         PERFORM 8000-FLAG-ERROR
027320     END-IF.
027330*
027340* NO BRANCH CALENDAR FILE YET SIMPLY MEANS NO BRANCH ENTRIES.
027350* A DELETE TAKES THE ENTRY AS IT STANDS ONTO THE SCREEN FIELDS
027360* BEFORE THE CLOSE, FOR THE PENDING AND AUDIT RECORDS.
027370 7420-READ-BRANCH-ENTRY.
027380     MOVE 'N' TO W-BRANCH-FOUND-SW.
027390     OPEN INPUT BRANCH-CALENDAR-FILE.
027400     IF W-BRCHCAL-STATUS-OK
027410         PERFORM 7470-SET-BRANCH-KEY
027420         READ BRANCH-CALENDAR-FILE
027430         IF W-BRCHCAL-STATUS-OK
027440             MOVE 'Y' TO W-BRANCH-FOUND-SW
027450             IF CDMF-FUNC-DELETE
027460                 PERFORM 7430-SAVE-BRANCH-ENTRY
027470             END-IF
027480         ELSE
027490             IF NOT W-BRCHCAL-REC-NOT-FOUND
027500                 PERFORM 7440-BRANCH-FILE-ERROR
027510             END-IF
027520         END-IF
027530         CLOSE BRANCH-CALENDAR-FILE
027540     ELSE
027550         IF NOT W-BRCHCAL-STATUS-NOT-FOUND
027560             PERFORM 7440-BRANCH-FILE-ERROR
027570         END-IF
027580     END-IF.
027590 7430-SAVE-BRANCH-ENTRY.
027600     MOVE BCL-ENTRY-TYPE     TO W-BRANCH-ENTRY-TYPE.
027610     IF BCL-BRANCH-OPEN
027620         MOVE 'Y' TO CDMF-BRANCH-OPEN
027630     ELSE
027640         MOVE 'N' TO CDMF-BRANCH-OPEN
027650     END-IF.
027660     MOVE BCL-DESCRIPTION    TO CDMF-MAINT-DESCRIPTION.
027670     MOVE BCL-SYMBOL         TO CDMF-MAINT-SYMBOL.
027680     MOVE BCL-EARLY-CLOSE-SW TO CDMF-MAINT-EARLY-CLOSE.
027690     MOVE BCL-CLOSE-TIME     TO CDMF-MAINT-CLOSE-TIME.
027700     MOVE BCL-WIRE-CUTOFF    TO CDMF-MAINT-WIRE-CUTOFF.
027710     MOVE BCL-ACH-CUTOFF     TO CDMF-MAINT-ACH-CUTOFF.
027720 7440-BRANCH-FILE-ERROR.
027730     STRING 'BRANCH CALENDAR NOT AVAILABLE - STATUS '
027740         DELIMITED BY SIZE
027750         W-BRCHCAL-STATUS     DELIMITED BY SIZE
027760         INTO CDMF-ERROR-MESSAGE
027770     END-STRING.
027780     PERFORM 8000-FLAG-ERROR.
027790*
027800* OVERRIDE PATH ONLY -- THE BRANCH FILE IS CREATED ON ITS FIRST
027810* ENTRY, THE SAME WAY T58034 CREATES THE BANK MASTER.
027820 7450-UPDATE-BRANCH-CALENDAR.
027830     OPEN I-O BRANCH-CALENDAR-FILE.
027840     IF W-BRCHCAL-STATUS-NOT-FOUND
027850         OPEN OUTPUT BRANCH-CALENDAR-FILE
027860         CLOSE BRANCH-CALENDAR-FILE
027870         OPEN I-O BRANCH-CALENDAR-FILE
027880     END-IF.
027890     IF NOT W-BRCHCAL-STATUS-OK
027900         PERFORM 7440-BRANCH-FILE-ERROR
027910     ELSE
027920         PERFORM 7470-SET-BRANCH-KEY
027930         IF CDMF-FUNC-DELETE
027940             DELETE BRANCH-CALENDAR-FILE
027950                 INVALID KEY
027960                     MOVE 'BRANCH CALENDAR DELETE FAILED'
027970                         TO CDMF-ERROR-MESSAGE
027980                     PERFORM 8000-FLAG-ERROR
027990             END-DELETE
028000         ELSE
028010             PERFORM 7460-SET-BRANCH-RECORD
028020             WRITE BRANCH-CALENDAR-RECORD
028030                 INVALID KEY
028040                     REWRITE BRANCH-CALENDAR-RECORD
028050                     END-REWRITE
028060             END-WRITE
028070         END-IF
028080         CLOSE BRANCH-CALENDAR-FILE
028090     END-IF.
028100 7460-SET-BRANCH-RECORD.
028110     MOVE W-BRANCH-ENTRY-TYPE    TO BCL-ENTRY-TYPE.
028120     MOVE CDMF-MAINT-SYMBOL      TO BCL-SYMBOL.
028130     MOVE 'M'                    TO BCL-SOURCE.
028140     MOVE CDMF-MAINT-DESCRIPTION TO BCL-DESCRIPTION.
028150     IF CDMF-MAINT-IS-EARLY-CLOSE
028160         SET BCL-EARLY-CLOSE TO TRUE
028170         MOVE CDMF-MAINT-CLOSE-TIME  TO BCL-CLOSE-TIME
028180         MOVE CDMF-MAINT-WIRE-CUTOFF TO BCL-WIRE-CUTOFF
028190         MOVE CDMF-MAINT-ACH-CUTOFF  TO BCL-ACH-CUTOFF
028200     ELSE
028210         SET BCL-FULL-DAY TO TRUE
028220         MOVE ZERO TO BCL-CLOSE-TIME
028230         MOVE ZERO TO BCL-WIRE-CUTOFF
028240         MOVE ZERO TO BCL-ACH-CUTOFF
028250     END-IF.
028260 7470-SET-BRANCH-KEY.
028270     MOVE CDMF-BANK-ID      TO BCL-BANK-ID.
028280     MOVE CDMF-BRANCH-ID    TO BCL-BRANCH-ID.
028290     MOVE CDMF-CAL-TYPE     TO BCL-CAL-TYPE.
028300     MOVE CDMF-INQUIRY-DATE TO BCL-DATE.
028400 END PROGRAM T58023.
