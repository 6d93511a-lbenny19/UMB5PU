003200* OF THE SAME CALENDAR-KEY-RECORDS T58011 READS, UNDER THE
003300* SAME ACTIVE LOAD GENERATION, SO THIS SCREEN CAN NEVER
003400* DISAGREE WITH THE SINGLE-DATE ANSWER.
003425* AN OPTIONAL BRANCH ID OVERLAYS THE BRANCH'S OWN CLOSURES AND
003450* STAY-OPEN OVERRIDES (T58057D) ON THE BANK'S MONTH, THE SAME
003475* COMBINED VIEW T58011 GIVES FOR A SINGLE DATE.
003483* THE USER MUST HOLD THE INQUIRE ENTITLEMENT FOR THE BANK AND
003491* CALENDAR TYPE (T58048).
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
004630         ACCESS MODE RANDOM
004640         RECORD KEY BMR-BANK-ID
004650         FILE STATUS IS W-BANKMST-STATUS.
004654     SELECT BRANCH-MASTER-FILE ASSIGN TO BRANCHMST
004658         ORGANIZATION INDEXED
004662         ACCESS MODE RANDOM
004666         RECORD KEY BRM-KEY
004670         FILE STATUS IS W-BRANCHMST-STATUS.
004674     SELECT BRANCH-CALENDAR-FILE ASSIGN TO BRCHCAL
004678         ORGANIZATION INDEXED
004682         ACCESS MODE DYNAMIC
004686         RECORD KEY BCL-KEY
004690         FILE STATUS IS W-BRCHCAL-STATUS.
004700 DATA DIVISION.
004800     EJECT
004900 FILE SECTION.
005100 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
005110 FD  BANK-MASTER-FILE.
005120 COPY T58034D. *> KEYED BANK MASTER (WEEKEND-DAY DEFINITION)
005136 FD  BRANCH-MASTER-FILE.
005152 COPY T58056D. *> KEYED BRANCH MASTER
005168 FD  BRANCH-CALENDAR-FILE.
005184 COPY T58057D. *> BRANCH CLOSURES AND STAY-OPEN OVERRIDES
005200     EJECT
005300 WORKING-STORAGE SECTION.
005400*
009700         88  W-BROWSE-DONE               VALUE 'Y'.
009800     05  W-NAME-COUNT            PIC 9.
009900     05  W-CLOSE-TIME-DISP       PIC 9(4).
009910     05  W-BRANCHMST-STATUS      PIC XX.
009920         88  W-BRANCHMST-STATUS-OK       VALUE '00'.
009930     05  W-BRCHCAL-STATUS        PIC XX.
009940         88  W-BRCHCAL-STATUS-OK         VALUE '00'.
009950         88  W-BRCHCAL-STATUS-NOT-FOUND  VALUE '35'.
009960     05  W-BRANCH-VIEW-SW        PIC X       VALUE 'N'.
009970         88  W-BRANCH-VIEW               VALUE 'Y'.
009980     05  W-BRANCH-ACTIVE-SW      PIC X       VALUE 'N'.
009990         88  W-BRANCH-ACTIVE             VALUE 'Y'.
010000*
010100* THE RENDERED MONTH.  ONE SYMBOL PER DAY, FILLED FROM THE
010200* WEEKEND DERIVATION FIRST AND OVERLAID FROM THE CALENDAR
010300* RECORDS, THEN FOLDED INTO SIX WEEK ROWS OF DD/SYMBOL CELLS.
010400 01  W-DAY-SYMBOLS.
010500     05  W-DAY-SYM OCCURS 31 TIMES PIC X.
010516* THE BANK'S FEDWIRE SWITCH PER DAY FROM ITS CALENDAR RECORDS,
010532* KEPT FOR THE BRANCH OVERLAY -- A BRANCH OPEN ON A BANK
010548* HOLIDAY SHOWS 'F', AS THE SINGLE-DATE INQUIRY ANSWERS IT.
010564 01  W-DAY-FEDWIRE.
010580     05  W-DAY-FED OCCURS 31 TIMES PIC X.
010600 01  W-CELL.
010700     05  W-CELL-DAY              PIC 99.
010800     05  W-CELL-SYM              PIC X.
012500     05  W-NAME-LINE-6           PIC X(70).
012600 01  W-NAME-TBL REDEFINES W-NAME-AREA.
012700     05  W-NAME-LINE OCCURS 6 TIMES PIC X(70).
012725*
012750*                    ENTITLEMENT CHECK PARAMETERS
012775 COPY T58048D.
012800     EJECT
012900 LINKAGE SECTION.
013000*
014200     05  LINE 4  COLUMN 26  PIC 9(5)   USING CDMF-BANK-ID.
014300     05  LINE 4  COLUMN 36  VALUE 'CAL TYPE'.
014400     05  LINE 4  COLUMN 46  PIC X      USING CDMF-CAL-TYPE.
014433     05  LINE 4  COLUMN 50  VALUE 'BRANCH'.
014466     05  LINE 4  COLUMN 57  PIC 9(5)   USING CDMF-BRANCH-ID.
014500     05  LINE 5  COLUMN 10  VALUE 'YEAR/MONTH . .'.
014600     05  LINE 5  COLUMN 26  PIC 9(8)   USING CDMF-INQUIRY-DATE.
014700     05  LINE 5  COLUMN 36  VALUE '(YYYYMMDD - DD IGNORED)'.
020100             TO CDMF-ERROR-MESSAGE
020200         GO TO 2000-EXIT
020300     END-IF.
020307     MOVE TCB-USER-ID TO ECB-USER-ID.
020314     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
020321     MOVE CDMF-CAL-TYPE TO ECB-CAL-TYPE.
020328     SET ECB-ACT-INQUIRE TO TRUE.
020335     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
020342         ENTITLEMENT-CHECK-BLOCK.
020349     IF ECB-REFUSED
020356         SET CDMF-ERROR-FOUND TO TRUE
020363         SET TCB-RC-WARNING TO TRUE
020370         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
020377         GO TO 2000-EXIT
020384     END-IF.
020400     OPEN INPUT CALENDAR-KEY-FILE.
020500     IF NOT W-CALFILE-STATUS-OK
020600         SET CDMF-ERROR-FOUND TO TRUE
021400     END-IF.
021500     PERFORM 2700-READ-ACTIVE-GENERATION.
021550     PERFORM 2750-READ-BANK-WEEKEND.
021558     PERFORM 3200-OPEN-BRANCH-VIEW THRU 3200-EXIT.
021566     IF CDMF-ERROR-FOUND
021574         CLOSE CALENDAR-KEY-FILE
021582         GO TO 2000-EXIT
021590     END-IF.
021600     PERFORM 3000-SET-MONTH-LENGTH.
021700     PERFORM 3100-DERIVE-WEEKEND-SYMBOLS.
021800     PERFORM 4000-OVERLAY-CALENDAR-RECORDS.
021825     IF W-BRANCH-VIEW
021850         PERFORM 4500-OVERLAY-BRANCH-RECORDS
021875     END-IF.
021900     PERFORM 5000-FOLD-INTO-WEEK-ROWS.
021950     PERFORM 3300-CLOSE-BRANCH-VIEW.
022000     CLOSE CALENDAR-KEY-FILE.
022100 2000-EXIT.
022200     EXIT.
025000         COMPUTE W-INTEGER-DATE =
025100             FUNCTION INTEGER-OF-DATE (W-WORK-DATE)
025200         COMPUTE W-DOW = FUNCTION MOD (W-INTEGER-DATE, 7)
025250         MOVE 'Y' TO W-DAY-FED (W-DAY)
025300         IF W-DOW = W-WKND-DAY-1 OR W-DOW = W-WKND-DAY-2
025400             MOVE CC-N TO W-DAY-SYM (W-DAY)
025500         ELSE
025600             MOVE SPACE TO W-DAY-SYM (W-DAY)
025700         END-IF
025800     END-PERFORM.
025802* AN OPTIONAL BRANCH MUST BE ACTIVE ON THE BRANCH MASTER. NO
025804* BRANCH CALENDAR FILE YET SIMPLY MEANS NO BRANCH ENTRIES.
025806 3200-OPEN-BRANCH-VIEW.
025808     MOVE 'N' TO W-BRANCH-VIEW-SW.
025810     IF CDMF-BRANCH-ID = ZERO
025812         GO TO 3200-EXIT
025814     END-IF.
025816     MOVE 'N' TO W-BRANCH-ACTIVE-SW.
025818     OPEN INPUT BRANCH-MASTER-FILE.
025820     IF W-BRANCHMST-STATUS-OK
025822         MOVE CDMF-BANK-ID   TO BRM-BANK-ID
025824         MOVE CDMF-BRANCH-ID TO BRM-BRANCH-ID
025826         READ BRANCH-MASTER-FILE
025828         IF W-BRANCHMST-STATUS-OK AND BRM-ACTIVE
025830             SET W-BRANCH-ACTIVE TO TRUE
025832         END-IF
025834         CLOSE BRANCH-MASTER-FILE
025836     END-IF.
025838     IF NOT W-BRANCH-ACTIVE
025840         SET CDMF-ERROR-FOUND TO TRUE
025842         SET TCB-RC-WARNING TO TRUE
025844         MOVE 'BRANCH NOT ACTIVE ON BRANCH MASTER FOR THIS BANK'
025846             TO CDMF-ERROR-MESSAGE
025848         GO TO 3200-EXIT
025850     END-IF.
025852     OPEN INPUT BRANCH-CALENDAR-FILE.
025854     EVALUATE TRUE
025856         WHEN W-BRCHCAL-STATUS-OK
025858             SET W-BRANCH-VIEW TO TRUE
025860         WHEN W-BRCHCAL-STATUS-NOT-FOUND
025862             CONTINUE
025864         WHEN OTHER
025866             SET CDMF-ERROR-FOUND TO TRUE
025868             SET TCB-RC-WARNING TO TRUE
025870             STRING 'BRANCH CALENDAR NOT AVAILABLE - STATUS '
025872                 DELIMITED BY SIZE
025874                 W-BRCHCAL-STATUS      DELIMITED BY SIZE
025876                 INTO CDMF-ERROR-MESSAGE
025878             END-STRING
025880     END-EVALUATE.
025882 3200-EXIT.
025884     EXIT.
025886 3300-CLOSE-BRANCH-VIEW.
025888     IF W-BRANCH-VIEW
025890         CLOSE BRANCH-CALENDAR-FILE
025892         MOVE 'N' TO W-BRANCH-VIEW-SW
025894     END-IF.
025900*
026000******************************************************************
026100*  BROWSE THE BANK'S RECORDS FOR THE MONTH AND OVERLAY THE      *
029400 4100-OVERLAY-ONE-RECORD.
029500     MOVE CKR-DATE (7:2) TO W-DAY.
029600     IF W-DAY >= 1 AND W-DAY <= W-MONTH-LEN
029650         MOVE CKR-FEDWIRE-SW TO W-DAY-FED (W-DAY)
029700         IF CKR-EARLY-CLOSE
029800             MOVE CC-C TO W-DAY-SYM (W-DAY)
029900         ELSE
032500             END-STRING
032600         END-IF
032700     END-IF.
032701*
032702******************************************************************
032703*  BROWSE THE BRANCH'S OWN ENTRIES FOR THE MONTH. A BRANCH ENTRY *
032704*  REPLACES THE BANK'S ANSWER FOR THAT DATE, AS IN T58011: A    *
032705*  STAY-OPEN OVERRIDE MAKES A WEEKDAY A BUSINESS DAY AGAIN      *
032706*  ('F' WHEN THE BANK'S FEDWIRE IS CLOSED), A BRANCH EARLY      *
032707*  CLOSE IS 'C' (OR 'F'), ANY OTHER BRANCH CLOSURE IS 'H'.      *
032708******************************************************************
032709 4500-OVERLAY-BRANCH-RECORDS.
032710     MOVE 'N' TO W-BROWSE-DONE-SW.
032711     MOVE CDMF-BANK-ID   TO BCL-BANK-ID.
032712     MOVE CDMF-BRANCH-ID TO BCL-BRANCH-ID.
032713     MOVE CDMF-CAL-TYPE  TO BCL-CAL-TYPE.
032714     COMPUTE BCL-DATE = W-GRID-YEAR * 10000
032715         + W-GRID-MONTH * 100 + 01.
032716     START BRANCH-CALENDAR-FILE KEY >= BCL-KEY
032717         INVALID KEY
032718             SET W-BROWSE-DONE TO TRUE
032719     END-START.
032720     PERFORM UNTIL W-BROWSE-DONE
032721         READ BRANCH-CALENDAR-FILE NEXT
032722             AT END
032723                 SET W-BROWSE-DONE TO TRUE
032724             NOT AT END
032725                 IF BCL-BANK-ID = CDMF-BANK-ID
032726                         AND BCL-BRANCH-ID = CDMF-BRANCH-ID
032727                         AND BCL-CAL-TYPE = CDMF-CAL-TYPE
032728                         AND BCL-DATE (1:4) = W-GRID-YEAR
032729                         AND BCL-DATE (5:2) = W-GRID-MONTH
032730                     PERFORM 4600-OVERLAY-BRANCH-RECORD
032731                 ELSE
032732                     SET W-BROWSE-DONE TO TRUE
032733                 END-IF
032734         END-READ
032735     END-PERFORM.
032736 4600-OVERLAY-BRANCH-RECORD.
032737     MOVE BCL-DATE (7:2) TO W-DAY.
032738     IF W-DAY >= 1 AND W-DAY <= W-MONTH-LEN
032739         EVALUATE TRUE
032740             WHEN BCL-BRANCH-OPEN
032741                 MOVE BCL-DATE TO W-WORK-DATE
032742                 COMPUTE W-INTEGER-DATE =
032743                     FUNCTION INTEGER-OF-DATE (W-WORK-DATE)
032744                 COMPUTE W-DOW =
032745                     FUNCTION MOD (W-INTEGER-DATE, 7)
032746                 IF W-DOW = W-WKND-DAY-1
032747                         OR W-DOW = W-WKND-DAY-2
032748                     MOVE CC-N TO W-DAY-SYM (W-DAY)
032749                 ELSE
032750                     IF W-DAY-FED (W-DAY) = 'N'
032751                         MOVE CC-F TO W-DAY-SYM (W-DAY)
032752                     ELSE
032753                         MOVE SPACE TO W-DAY-SYM (W-DAY)
032754                     END-IF
032755                 END-IF
032756             WHEN BCL-EARLY-CLOSE
032757                 IF W-DAY-FED (W-DAY) = 'N'
032758                     MOVE CC-F TO W-DAY-SYM (W-DAY)
032759                 ELSE
032760                     MOVE CC-C TO W-DAY-SYM (W-DAY)
032761                 END-IF
032762             WHEN OTHER
032763                 MOVE CC-H TO W-DAY-SYM (W-DAY)
032764         END-EVALUATE
032765     END-IF.
032766     PERFORM 4700-ADD-BRANCH-NAME-LINE.
032767 4700-ADD-BRANCH-NAME-LINE.
032768     IF W-NAME-COUNT < 6
032769         ADD 1 TO W-NAME-COUNT
032770         EVALUATE TRUE
032771             WHEN BCL-BRANCH-OPEN
032772                 STRING BCL-DATE          DELIMITED BY SIZE
032773                     '  '                 DELIMITED BY SIZE
032774                     BCL-DESCRIPTION      DELIMITED BY SIZE
032775                     '  BRANCH OPEN'      DELIMITED BY SIZE
032776                     INTO W-NAME-LINE (W-NAME-COUNT)
032777                 END-STRING
032778             WHEN BCL-EARLY-CLOSE
032779                 MOVE BCL-CLOSE-TIME TO W-CLOSE-TIME-DISP
032780                 STRING BCL-DATE          DELIMITED BY SIZE
032781                     '  '                 DELIMITED BY SIZE
032782                     BCL-DESCRIPTION      DELIMITED BY SIZE
032783                     '  BRANCH EARLY CLOSE ' DELIMITED BY SIZE
032784                     W-CLOSE-TIME-DISP    DELIMITED BY SIZE
032785                     INTO W-NAME-LINE (W-NAME-COUNT)
032786                 END-STRING
032787             WHEN OTHER
032788                 STRING BCL-DATE          DELIMITED BY SIZE
032789                     '  '                 DELIMITED BY SIZE
032790                     BCL-DESCRIPTION      DELIMITED BY SIZE
032791                     '  BRANCH CLOSED'    DELIMITED BY SIZE
032792                     INTO W-NAME-LINE (W-NAME-COUNT)
032793                 END-STRING
032794         END-EVALUATE
032795     END-IF.
032800 5000-FOLD-INTO-WEEK-ROWS.
032900     MOVE 1 TO W-ROW.
033000     PERFORM VARYING W-DAY FROM 1 BY 1
