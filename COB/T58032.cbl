003100* FILE, USING THE SAME APPLY RULES T58023'S OVERRIDE PATH USES.
003200* THE MAINTENANCE AUDIT RECORD (T58023D) CARRIES BOTH THE MAKER
003300* (HMA-USER-ID) AND THE CHECKER (HMA-CHECKER-ID).
003310* THE CHECKER MUST HOLD THE APPROVE ENTITLEMENT FOR THE BANK AND
003320* CALENDAR TYPE (T58048).
003330* A POST-FACTO ITEM FROM THE EMERGENCY CLOSURE SCREEN T58055 IS
003340* ALREADY LIVE: APPROVING IT CONFIRMS THE CLOSURE AND CHANGES
003350* NOTHING, REJECTING IT REVERSES THE CLOSURE -- THE EARLY CLOSE
003360* IT REPLACED IS PUT BACK, OR THE ENTRY IS REMOVED WHEN THERE
003370* WAS NONE -- AND WRITES THE DATE TO THE CALENDAR DELTA FILE
003380* (T58044D) SO THE RE-CHECK T58044 REGENERATES THE DATE CARDS.
003385* A BRANCH ITEM (NON-ZERO BRANCH ID ON THE SCREEN) IS APPLIED TO
003390* THE BRANCH CALENDAR FILE (T58057D) INSTEAD OF THE HOLIDAY
003395* TABLE AND CALFILE; IT NEVER TOUCHES THE BANK'S DATE CARDS.
003400*
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
004900         ACCESS MODE RANDOM
005000         RECORD KEY CKR-KEY
005100         FILE STATUS IS W-CALFILE-STATUS.
005110     SELECT CALENDAR-DELTA-FILE ASSIGN TO HOLDELTA
005120         ORGANIZATION LINE SEQUENTIAL
005130         FILE STATUS IS W-DELTA-STATUS.
005141     SELECT BRANCH-CALENDAR-FILE ASSIGN TO BRCHCAL
005152         ORGANIZATION INDEXED
005163         ACCESS MODE RANDOM
005174         RECORD KEY BCL-KEY
005185         FILE STATUS IS W-BRCHCAL-STATUS.
005200 DATA DIVISION.
005300     EJECT
005400 FILE SECTION.
005800 COPY T58023D. *> HOLIDAY MAINTENANCE AUDIT RECORD
005900 FD  CALENDAR-KEY-FILE.
006000 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
006010 FD  CALENDAR-DELTA-FILE.
006020 COPY T58044D. *> CHANGED DATES FOR THE RE-CHECK T58044
006046 FD  BRANCH-CALENDAR-FILE.
006072 COPY T58057D. *> BRANCH CLOSURES AND STAY-OPEN OVERRIDES
006100     EJECT
006200 WORKING-STORAGE SECTION.
006300*
007500     05  W-CALFILE-STATUS        PIC XX.
007600         88  W-CALFILE-STATUS-OK     VALUE '00'.
007700         88  W-CALFILE-STATUS-NOT-FOUND VALUE '35'.
007710     05  W-DELTA-STATUS          PIC XX.
007720         88  W-DELTA-STATUS-OK       VALUE '00'.
007730         88  W-DELTA-STATUS-NOT-FOUND VALUE '35'.
007741     05  W-BRCHCAL-STATUS        PIC XX.
007752         88  W-BRCHCAL-STATUS-OK     VALUE '00'.
007763         88  W-BRCHCAL-STATUS-NOT-FOUND VALUE '35'.
007774     05  W-BRANCH-FOUND-SW       PIC X       VALUE 'N'.
007785         88  W-BRANCH-ENTRY-FOUND    VALUE 'Y'.
007800     05  W-ENTRY-POS             PIC 9(4)    BINARY.
007900     05  W-SHIFT-POS             PIC 9(4)    BINARY.
008000     05  W-FOUND-SW              PIC X       VALUE 'N'.
008950* (REWRITE) TOUCH THE FD AREA, BETWEEN THEIR OPEN AND CLOSE.
008960 COPY T58032D REPLACING LEADING ==HPR== BY ==WPR==
008970     ==HOLIDAY-PENDING-RECORD== BY ==W-PENDING-WORK-RECORD==.
008972*
008974* THE POST-FACTO ITEM AS PARKED, KEPT WHILE THE WORKING COPY IS
008976* TURNED INTO THE REVERSING CHANGE.
008978 01  W-PENDING-SAVE-RECORD       PIC X(181).
008980*
009000 01  W-PENDING-TABLE.
009100     05  W-PND-COUNT             PIC 9(4)    BINARY.
009200     05  W-PND-ENTRY OCCURS 500 TIMES PIC X(181).
009300 01  W-PENDING-OVERFLOW-COUNT    PIC 9(4)    VALUE ZERO.
009310*
009320*                    ENTITLEMENT CHECK PARAMETERS
009330 COPY T58048D.
009400     EJECT
009500 LINKAGE SECTION.
009600*
010900     05  LINE 2  COLUMN 10  VALUE 'HOLIDAY MAINTENANCE APPROVAL'.
011000     05  LINE 4  COLUMN 10  VALUE 'FUNCTION . . .'.
011100     05  LINE 4  COLUMN 26  PIC X(2)   USING CDMF-FUNCTION-CODE.
011200     05  LINE 4  COLUMN 30  VALUE
011210         '(AP=APPROVE/CONFIRM RJ=REJECT/REVERSE)'.
011300     05  LINE 5  COLUMN 10  VALUE 'BANK ID . . . .'.
011400     05  LINE 5  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
011433     05  LINE 5  COLUMN 40  VALUE 'BRANCH'.
011466     05  LINE 5  COLUMN 50  PIC 9(5)   USING CDMF-BRANCH-ID.
011500     05  LINE 6  COLUMN 10  VALUE 'HOLIDAY DATE .'.
011600     05  LINE 6  COLUMN 26  PIC 9(8)   USING CDMF-INQUIRY-DATE.
011700     05  LINE 6  COLUMN 40  VALUE 'CAL TYPE'.
013160                            USING CDMF-MAINT-ACH-CUTOFF.
013200     05  LINE 10 COLUMN 10  VALUE 'STATUS . . . .'.
013300     05  LINE 10 COLUMN 26  PIC X(56)  USING CDMF-RESULT-STATUS.
013333     05  LINE 11 COLUMN 10  VALUE 'BRANCH OPEN .'.
013366     05  LINE 11 COLUMN 26  PIC X      USING CDMF-BRANCH-OPEN.
013400     05  LINE 12 COLUMN 10  PIC X(60)  USING CDMF-ERROR-MESSAGE.
013500     EJECT
013600 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
016900     IF CDMF-CAL-TYPE = SPACE
017000         MOVE 'B' TO CDMF-CAL-TYPE
017100     END-IF.
017110     MOVE TCB-USER-ID TO ECB-USER-ID.
017120     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
017130     MOVE CDMF-CAL-TYPE TO ECB-CAL-TYPE.
017140     SET ECB-ACT-APPROVE TO TRUE.
017150     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
017160         ENTITLEMENT-CHECK-BLOCK.
017170     IF ECB-REFUSED
017175         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
017180         PERFORM 8000-FLAG-ERROR
017185         GO TO 2000-EXIT
017190     END-IF.
017200     PERFORM 2100-LOAD-PENDING-FILE.
017210* MORE PENDING RECORDS THAN THE TABLE HOLDS MEANS THE REWRITE
017220* WOULD SILENTLY DESTROY EVERYTHING PAST SLOT 500 -- STOP THE
018500     MOVE WPR-CLOSE-TIME         TO CDMF-MAINT-CLOSE-TIME.
018510     MOVE WPR-WIRE-CUTOFF        TO CDMF-MAINT-WIRE-CUTOFF.
018520     MOVE WPR-ACH-CUTOFF         TO CDMF-MAINT-ACH-CUTOFF.
018533     IF WPR-BRANCH-OPEN
018546         MOVE 'Y' TO CDMF-BRANCH-OPEN
018559     ELSE
018572         MOVE 'N' TO CDMF-BRANCH-OPEN
018585     END-IF.
018600* DUAL CONTROL: THE CHECKER MUST BE A DIFFERENT USER THAN THE
018700* MAKER WHO KEYED THE CHANGE ON T58023.
018800     IF WPR-MAKER-ID = TCB-USER-ID
019100         PERFORM 8000-FLAG-ERROR
019200         GO TO 2000-EXIT
019300     END-IF.
019400     EVALUATE TRUE
019410         WHEN WPR-POST-FACTO
019420             PERFORM 3500-DECIDE-POST-FACTO THRU 3500-EXIT
019430         WHEN CDMF-FUNCTION-CODE = 'RJ'
019500             SET WPR-REJECTED TO TRUE
019600             MOVE 'CHANGE REJECTED' TO CDMF-RESULT-STATUS
019633         WHEN WPR-BRANCH-ITEM
019666             PERFORM 3700-APPLY-BRANCH-CHANGE THRU 3700-EXIT
019700         WHEN OTHER
019800             PERFORM 3000-APPLY-APPROVED-CHANGE THRU 3000-EXIT
019900     END-EVALUATE.
020000     IF NOT CDMF-ERROR-FOUND
020100         MOVE TCB-USER-ID  TO WPR-CHECKER-ID
020200         MOVE TCB-RUN-DATE TO WPR-DECISION-DATE
023900                 AND WPR-BANK-ID = CDMF-BANK-ID
024000                 AND WPR-DATE = CDMF-INQUIRY-DATE
024100                 AND WPR-CAL-TYPE = CDMF-CAL-TYPE
024200             PERFORM 2210-MATCH-BRANCH
024300         END-IF
024400     END-PERFORM.
024407* A BANK-LEVEL DECISION (BRANCH ZERO) NEVER PICKS UP A BRANCH
024414* ITEM FOR THE SAME DATE, AND A BRANCH DECISION ONLY ITS OWN.
024421 2210-MATCH-BRANCH.
024428     IF CDMF-BRANCH-ID = ZERO
024435         IF NOT WPR-BRANCH-ITEM
024442             MOVE W-PEND-POS TO W-MATCH-POS
024449         END-IF
024456     ELSE
024463         IF WPR-BRANCH-ITEM
024470                 AND WPR-BRANCH-ID = CDMF-BRANCH-ID
024477             MOVE W-PEND-POS TO W-MATCH-POS
024484         END-IF
024491     END-IF.
024500 2300-REWRITE-PENDING-FILE.
024600     OPEN OUTPUT PENDING-CHANGE-FILE.
024700     PERFORM VARYING W-PEND-POS FROM 1 BY 1
046500     MOVE WPR-CAL-TYPE        TO HMA-CAL-TYPE.
046510     MOVE WPR-WIRE-CUTOFF     TO HMA-WIRE-CUTOFF.
046520     MOVE WPR-ACH-CUTOFF      TO HMA-ACH-CUTOFF.
046531     IF WPR-BRANCH-ITEM
046542         MOVE WPR-BRANCH-ID         TO HMA-BRANCH-ID
046553         MOVE WPR-BRANCH-ENTRY-TYPE TO HMA-BRANCH-ENTRY-TYPE
046564     ELSE
046575         MOVE ZERO                  TO HMA-BRANCH-ID
046586     END-IF.
046600     MOVE TCB-USER-ID         TO HMA-CHECKER-ID.
046700     MOVE 'N'                 TO HMA-OVERRIDE-SW.
046800     WRITE HOLIDAY-MAINT-AUDIT-RECORD.
046900     CLOSE MAINT-AUDIT-FILE.
047000*
047100******************************************************************
047200*  POST-FACTO ITEM FROM THE EMERGENCY CLOSURE SCREEN T58055.    *
047300*  THE CLOSURE IS ALREADY IN THE TABLE AND ON CALFILE, SO AN    *
047400*  APPROVAL ONLY CONFIRMS IT -- AN AUDIT RECORD CARRYING THE    *
047500*  CHECKER, NO TABLE CHANGE.  A REJECTION REVERSES IT THROUGH   *
047600*  THE ORDINARY APPLY PATH: THE WORKING COPY BECOMES A CHANGE   *
047700*  BACK TO THE EARLY CLOSE IT REPLACED, OR A DELETE WHEN IT WAS *
047800*  A PLAIN ADD.  A CLOSURE SOMEONE HAS SINCE REMOVED LEAVES     *
047900*  NOTHING TO DELETE; A REPLACED EARLY CLOSE THAT HAS GONE TOO  *
048000*  IS ADDED BACK.  THE ITEM ITSELF IS SAVED AS PARKED AND ONLY  *
048100*  ITS STATUS AND CHECKER STAMPS CHANGE.                        *
048200******************************************************************
048300 3500-DECIDE-POST-FACTO.
048400     IF CDMF-FUNCTION-CODE = 'AP'
048500         SET WPR-APPROVED TO TRUE
048600         PERFORM 9000-WRITE-MAINT-AUDIT
048700         MOVE 'EMERGENCY CLOSURE CONFIRMED' TO CDMF-RESULT-STATUS
048800         GO TO 3500-EXIT
048900     END-IF.
049000     MOVE W-PENDING-WORK-RECORD TO W-PENDING-SAVE-RECORD.
049100     PERFORM 3100-FIND-TABLE-ENTRY.
049200     IF NOT WPR-PRIOR-ENTRY AND NOT W-DATE-FOUND
049300         SET WPR-REJECTED TO TRUE
049400         MOVE 'CLOSURE ALREADY REMOVED - ITEM REJECTED'
049500             TO CDMF-RESULT-STATUS
049600         GO TO 3500-EXIT
049700     END-IF.
049800     IF WPR-PRIOR-ENTRY
049900         IF W-DATE-FOUND
050000             MOVE 'CH' TO WPR-FUNCTION
050100         ELSE
050200             MOVE 'AD' TO WPR-FUNCTION
050300         END-IF
050400         MOVE WPR-PRIOR-SYMBOL         TO WPR-SYMBOL
050500         MOVE WPR-PRIOR-DESCRIPTION    TO WPR-DESCRIPTION
050600         MOVE WPR-PRIOR-EARLY-CLOSE-SW TO WPR-EARLY-CLOSE-SW
050700         MOVE WPR-PRIOR-CLOSE-TIME     TO WPR-CLOSE-TIME
050800         MOVE WPR-PRIOR-WIRE-CUTOFF    TO WPR-WIRE-CUTOFF
050900         MOVE WPR-PRIOR-ACH-CUTOFF     TO WPR-ACH-CUTOFF
051000     ELSE
051100         MOVE 'DE' TO WPR-FUNCTION
051200     END-IF.
051300     PERFORM 3000-APPLY-APPROVED-CHANGE THRU 3000-EXIT.
051400     IF CDMF-ERROR-FOUND
051500         GO TO 3500-EXIT
051600     END-IF.
051700     PERFORM 3600-WRITE-CALENDAR-DELTA.
051800     MOVE W-PENDING-SAVE-RECORD TO W-PENDING-WORK-RECORD.
051900     SET WPR-REJECTED TO TRUE.
052000     IF WPR-PRIOR-ENTRY
052100         MOVE 'EMERGENCY CLOSURE REVERSED - EARLY CLOSE RESTORED'
052200             TO CDMF-RESULT-STATUS
052300     ELSE
052400         MOVE 'EMERGENCY CLOSURE REVERSED - ENTRY REMOVED'
052500             TO CDMF-RESULT-STATUS
052600     END-IF.
052700 3500-EXIT.
052800     EXIT.
052900*
053000* A NEAR-TERM CHANGE FOR THE RE-CHECK T58044, SAME AS T58055
053100* WRITES WHEN THE CLOSURE GOES IN.  WPR-FUNCTION IS STILL THE
053200* REVERSING FUNCTION HERE.
053300 3600-WRITE-CALENDAR-DELTA.
053400     OPEN EXTEND CALENDAR-DELTA-FILE.
053500     IF W-DELTA-STATUS-NOT-FOUND
053600         OPEN OUTPUT CALENDAR-DELTA-FILE
053700     END-IF.
053800     IF NOT W-DELTA-STATUS-OK
053900         SET TCB-RC-WARNING TO TRUE
054000         MOVE 'CLOSURE REVERSED - DATE-CARD DELTA NOT WRITTEN'
054100             TO CDMF-ERROR-MESSAGE
054200     ELSE
054300         MOVE SPACES TO CALENDAR-DELTA-RECORD
054400         MOVE WPR-BANK-ID  TO CDL-BANK-ID
054500         MOVE WPR-DATE     TO CDL-DATE
054600         MOVE WPR-CAL-TYPE TO CDL-CAL-TYPE
054700         EVALUATE WPR-FUNCTION
054800             WHEN 'DE'
054900                 SET CDL-DROPPED TO TRUE
055000             WHEN 'AD'
055100                 SET CDL-ADDED TO TRUE
055200             WHEN OTHER
055300                 SET CDL-CHANGED TO TRUE
055400         END-EVALUATE
055500         SET CDL-NEAR-TERM TO TRUE
055600         WRITE CALENDAR-DELTA-RECORD
055700         CLOSE CALENDAR-DELTA-FILE
055800     END-IF.
055900*
055910******************************************************************
055920*  APPLY AN APPROVED BRANCH ITEM TO THE BRANCH CALENDAR FILE.   *
055930*  SAME RE-CHECK AT APPROVAL TIME AS THE TABLE PATH: AN ADD     *
055940*  NEEDS THE DATE STILL FREE, A CHANGE OR DELETE NEEDS IT       *
055950*  STILL THERE.  THE FILE IS CREATED ON ITS FIRST ENTRY.        *
055960******************************************************************
055970 3700-APPLY-BRANCH-CHANGE.
055980     OPEN I-O BRANCH-CALENDAR-FILE.
055990     IF W-BRCHCAL-STATUS-NOT-FOUND
056000         OPEN OUTPUT BRANCH-CALENDAR-FILE
056010         CLOSE BRANCH-CALENDAR-FILE
056020         OPEN I-O BRANCH-CALENDAR-FILE
056030     END-IF.
056040     IF NOT W-BRCHCAL-STATUS-OK
056050         STRING 'BRANCH CALENDAR NOT AVAILABLE - STATUS '
056060             DELIMITED BY SIZE
056070             W-BRCHCAL-STATUS     DELIMITED BY SIZE
056080             INTO CDMF-ERROR-MESSAGE
056090         END-STRING
056100         PERFORM 8000-FLAG-ERROR
056110         GO TO 3700-EXIT
056120     END-IF.
056130     MOVE WPR-BANK-ID   TO BCL-BANK-ID.
056140     MOVE WPR-BRANCH-ID TO BCL-BRANCH-ID.
056150     MOVE WPR-CAL-TYPE  TO BCL-CAL-TYPE.
056160     MOVE WPR-DATE      TO BCL-DATE.
056170     MOVE 'N' TO W-BRANCH-FOUND-SW.
056180     READ BRANCH-CALENDAR-FILE.
056190     IF W-BRCHCAL-STATUS-OK
056200         MOVE 'Y' TO W-BRANCH-FOUND-SW
056210     END-IF.
056220     EVALUATE WPR-FUNCTION
056230         WHEN 'AD'
056240             IF W-BRANCH-ENTRY-FOUND
056250                 MOVE 'DATE NOW ON BRANCH CALENDAR - NOT APPLIED'
056260                     TO CDMF-ERROR-MESSAGE
056270                 PERFORM 8000-FLAG-ERROR
056280             ELSE
056290                 PERFORM 3710-SET-BRANCH-RECORD
056300                 WRITE BRANCH-CALENDAR-RECORD
056310                 MOVE 'BRANCH ENTRY ADDED - APPROVED'
056320                     TO CDMF-RESULT-STATUS
056330             END-IF
056340         WHEN 'CH'
056350             IF NOT W-BRANCH-ENTRY-FOUND
056360                 MOVE 'DATE NO LONGER ON BRANCH CALENDAR'
056370                     TO CDMF-ERROR-MESSAGE
056380                 PERFORM 8000-FLAG-ERROR
056390             ELSE
056400                 PERFORM 3710-SET-BRANCH-RECORD
056410                 REWRITE BRANCH-CALENDAR-RECORD
056420                 MOVE 'BRANCH ENTRY CHANGED - APPROVED'
056430                     TO CDMF-RESULT-STATUS
056440             END-IF
056450         WHEN 'DE'
056460             IF NOT W-BRANCH-ENTRY-FOUND
056470                 MOVE 'DATE NO LONGER ON BRANCH CALENDAR'
056480                     TO CDMF-ERROR-MESSAGE
056490                 PERFORM 8000-FLAG-ERROR
056500             ELSE
056510                 DELETE BRANCH-CALENDAR-FILE
056520                 MOVE 'BRANCH ENTRY DELETED - APPROVED'
056530                     TO CDMF-RESULT-STATUS
056540             END-IF
056550         WHEN OTHER
056560             MOVE 'PENDING ENTRY HAS INVALID FUNCTION'
056570                 TO CDMF-ERROR-MESSAGE
056580             PERFORM 8000-FLAG-ERROR
056590     END-EVALUATE.
056600     CLOSE BRANCH-CALENDAR-FILE.
056610     IF NOT CDMF-ERROR-FOUND
056620         SET WPR-APPROVED TO TRUE
056630         PERFORM 9000-WRITE-MAINT-AUDIT
056640     END-IF.
056650 3700-EXIT.
056660     EXIT.
056670 3710-SET-BRANCH-RECORD.
056680     MOVE WPR-BRANCH-ENTRY-TYPE TO BCL-ENTRY-TYPE.
056690     MOVE WPR-SYMBOL            TO BCL-SYMBOL.
056700     MOVE 'M'                   TO BCL-SOURCE.
056710     MOVE WPR-DESCRIPTION       TO BCL-DESCRIPTION.
056720     IF WPR-EARLY-CLOSE-SW = 'Y'
056730         SET BCL-EARLY-CLOSE TO TRUE
056740         MOVE WPR-CLOSE-TIME  TO BCL-CLOSE-TIME
056750         MOVE WPR-WIRE-CUTOFF TO BCL-WIRE-CUTOFF
056760         MOVE WPR-ACH-CUTOFF  TO BCL-ACH-CUTOFF
056770     ELSE
056780         SET BCL-FULL-DAY TO TRUE
056790         MOVE ZERO TO BCL-CLOSE-TIME
056800         MOVE ZERO TO BCL-WIRE-CUTOFF
056810         MOVE ZERO TO BCL-ACH-CUTOFF
056820     END-IF.
060000 END PROGRAM T58032.
