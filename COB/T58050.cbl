000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58050.
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
001400* USER ENTITLEMENT RECERTIFICATION LISTING.  FOR EACH BANK,
001500* LISTS EVERY USER ENTITLED TO IT FROM THE KEYED ENTITLEMENT
001600* FILE (ENTITLE, T58049D) -- THE RECORDS FOR THAT BANK AND THE
001700* ALL-BANKS RECORDS -- WITH THE SIX FLAGS, WHO GRANTED AND
001800* LAST CHANGED EACH ONE, AND A SIGN-OFF LINE FOR THE BANK'S
001900* REVIEWER.
002000*   - A BANK RECORD IS MARKED WHEN THE SAME USER ALSO HOLDS AN
002100*     ALL-BANKS RECORD; THE BANK RECORD DECIDES FOR THIS BANK
002200*     (THE T58048 CHECK READS THE MOST SPECIFIC RECORD FIRST).
002300*   - A RECORD NOT CHANGED SINCE THE START OF THE REVIEW
002400*     PERIOD IS MARKED SO THE REVIEWER CAN CONFIRM IT IS STILL
002500*     NEEDED.
002600* AFTER THE BANKS, THE ENTITLEMENT CHANGES LOGGED BY T58049 ON
002700* THE ENTITLEMENT AUDIT FILE (ENTAUD, T58050D) FOR THE REVIEW
002800* PERIOD ARE LISTED.  THE PERIOD RUNS FROM ASOFDATE (OR
002900* RANGEDAYS BEFORE THE RUN DATE, DEFAULT 365) TO THE RUN DATE.
003000* THE RUN IS DRIVEN BY THE BANKLIST FILE OR PINNED TO ONE BANK
003100* WITH BANKID ON RUNPARM.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT BANK-LIST-FILE ASSIGN TO BANKLIST
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS W-BANKLIST-STATUS.
004200     SELECT ENTITLEMENT-FILE ASSIGN TO ENTITLE
004300         ORGANIZATION INDEXED
004400         ACCESS MODE DYNAMIC
004500         RECORD KEY UER-KEY
004600         FILE STATUS IS W-ENTITLE-STATUS.
004700     SELECT BANK-MASTER-FILE ASSIGN TO BANKMST
004800         ORGANIZATION INDEXED
004900         ACCESS MODE RANDOM
005000         RECORD KEY BMR-BANK-ID
005100         FILE STATUS IS W-BANKMST-STATUS.
005200     SELECT ENTITLEMENT-AUDIT-FILE ASSIGN TO ENTAUD
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS IS W-ENTAUD-STATUS.
005500 DATA DIVISION.
005600     EJECT
005700 FILE SECTION.
005800 FD  BANK-LIST-FILE.
005900 COPY T58020D. *> BANK LIST DRIVING THE LISTING
006000 FD  ENTITLEMENT-FILE.
006100 COPY T58049D. *> KEYED USER ENTITLEMENTS
006200 FD  BANK-MASTER-FILE.
006300 COPY T58034D. *> BANK MASTER FOR THE BANK NAME
006400 FD  ENTITLEMENT-AUDIT-FILE.
006500 COPY T58050D. *> ENTITLEMENT MAINTENANCE AUDIT RECORD
006600     EJECT
006700 WORKING-STORAGE SECTION.
006800*
006900 01  CC-CHANGE-ID.
007000     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
007100*
007200 01  C-BINARY-CONSTANTS    BINARY SYNC.
007300     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
007400 01  C-RECERT-CONSTANTS.
007500     05  C-DEFAULT-RANGE-DAYS    PIC 9(4)    VALUE 0365.
007600*
007700 01  W-FILE-STATUS-CONTROL.
007800     05  W-BANKLIST-STATUS       PIC XX.
007900         88  W-BANKLIST-STATUS-OK        VALUE '00'.
008000         88  W-BANKLIST-STATUS-EOF       VALUE '10'.
008100     05  W-ENTITLE-STATUS        PIC XX.
008200         88  W-ENTITLE-STATUS-OK         VALUE '00'.
008300     05  W-BANKMST-STATUS        PIC XX.
008400         88  W-BANKMST-STATUS-OK         VALUE '00'.
008500     05  W-ENTAUD-STATUS         PIC XX.
008600         88  W-ENTAUD-STATUS-OK          VALUE '00'.
008700         88  W-ENTAUD-STATUS-EOF         VALUE '10'.
008800*
008900 01  W-RECERT-CONTROL.
009000     05  W-RECERT-BANK           PIC 9(5).
009100     05  W-PERIOD-START          PIC 9(8).
009200     05  W-PERIOD-END            PIC 9(8).
009300     05  W-RANGE-DAYS            PIC 9(4).
009400     05  W-ENTITLE-OPEN-SW       PIC X       VALUE 'N'.
009500         88  W-ENTITLE-OPEN              VALUE 'Y'.
009600     05  W-BANKMST-OPEN-SW       PIC X       VALUE 'N'.
009700         88  W-BANKMST-OPEN              VALUE 'Y'.
009800     05  W-BROWSE-DONE-SW        PIC X.
009900         88  W-BROWSE-DONE               VALUE 'Y'.
010000     05  W-LAST-USER-ID          PIC X(8).
010100     05  W-COUNTED-USER-ID       PIC X(8).
010200     05  W-USER-ALL-BANKS-SW     PIC X.
010300         88  W-USER-HAS-ALL-BANKS        VALUE 'Y'.
010400     05  W-SCOPE-TEXT            PIC X(9).
010500     05  W-NOTE-TEXT             PIC X(30).
010600     05  W-BANK-NAME             PIC X(30).
010700*
010800*  BANK AND RUN TOTALS.
010900 01  W-BANK-TOTALS.
011000     05  W-BT-USERS              PIC 9(5).
011100     05  W-BT-RECORDS            PIC 9(5).
011200     05  W-BT-STALE              PIC 9(5).
011300 01  W-RUN-TOTALS.
011400     05  W-RT-BANKS              PIC 9(5)    VALUE ZERO.
011450     05  W-RT-USERS              PIC 9(5)    VALUE ZERO.
011500     05  W-RT-RECORDS            PIC 9(5)    VALUE ZERO.
011600     05  W-RT-STALE              PIC 9(5)    VALUE ZERO.
011700     05  W-RT-CHANGES            PIC 9(5)    VALUE ZERO.
011800*
011900* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
012000 COPY T58030D.
012033* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
012066 COPY T58053D.
012100     EJECT
012200 LINKAGE SECTION.
012300*
012400*                    TRANSACTION-CONTROL-BLOCK
012500 COPY P49000D.
012600*
012700*                    SPS-PRINT LINE
012800 COPY I54076D.
012900     EJECT
013000 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
013100                             SPS-DSR-DETAIL-BLOCK.
013200     EJECT
013300 0000-MAIN-PROCESS.
013350     PERFORM 9800-LOG-RUN-START.
013400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013500     IF RCB-PARM-ERROR
013600         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
013700         PERFORM 8000-PRINT-DETAIL-LINE
013800         SET TCB-RC-ERROR TO TRUE
013850         PERFORM 9810-LOG-RUN-END
013900         GOBACK
014000     END-IF.
014100     IF NOT W-ENTITLE-OPEN
014200         MOVE 'NO ENTITLEMENT FILE - NO ENTITLEMENTS TO LIST'
014300             TO SDB-DETAIL-LINE
014400         PERFORM 8000-PRINT-DETAIL-LINE
014500         SET TCB-RC-WARNING TO TRUE
014600     ELSE
014700         IF RCB-BANK-ID > ZERO
014800             MOVE RCB-BANK-ID TO W-RECERT-BANK
014900             PERFORM 2000-LIST-ONE-BANK
015000         ELSE
015100             PERFORM 1500-SWEEP-BANK-LIST
015200         END-IF
015300         CLOSE ENTITLEMENT-FILE
015400     END-IF.
015500     IF W-BANKMST-OPEN
015600         CLOSE BANK-MASTER-FILE
015700     END-IF.
015800     PERFORM 5000-LIST-ENTITLEMENT-CHANGES.
015900     PERFORM 6000-PRINT-RUN-TOTALS.
015950     PERFORM 9810-LOG-RUN-END.
016000     GOBACK.
016100 1000-INITIALIZE.
016200     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
016300     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
016400         RUN-CONTROL-BLOCK.
016500     IF RCB-PARM-ERROR
016600         GO TO 1000-EXIT
016700     END-IF.
016800     MOVE TCB-RUN-DATE TO W-PERIOD-END.
016900     IF RCB-ASOF-DATE > ZERO
017000         MOVE RCB-ASOF-DATE TO W-PERIOD-START
017100     ELSE
017200         IF RCB-RANGE-DAYS > ZERO
017300             MOVE RCB-RANGE-DAYS TO W-RANGE-DAYS
017400         ELSE
017500             MOVE C-DEFAULT-RANGE-DAYS TO W-RANGE-DAYS
017600         END-IF
017700         COMPUTE W-PERIOD-START = FUNCTION DATE-OF-INTEGER
017800             (FUNCTION INTEGER-OF-DATE (W-PERIOD-END)
017900              - W-RANGE-DAYS)
018000     END-IF.
018100     MOVE SPACES TO SDB-DETAIL-LINE.
018200     STRING 'USER ENTITLEMENT RECERTIFICATION  PERIOD '
018300         DELIMITED BY SIZE
018400         W-PERIOD-START          DELIMITED BY SIZE
018500         ' - '                   DELIMITED BY SIZE
018600         W-PERIOD-END            DELIMITED BY SIZE
018700         INTO SDB-DETAIL-LINE
018800     END-STRING.
018900     PERFORM 8000-PRINT-DETAIL-LINE.
019000     OPEN INPUT ENTITLEMENT-FILE.
019100     IF W-ENTITLE-STATUS-OK
019200         SET W-ENTITLE-OPEN TO TRUE
019300     END-IF.
019400     OPEN INPUT BANK-MASTER-FILE.
019500     IF W-BANKMST-STATUS-OK
019600         SET W-BANKMST-OPEN TO TRUE
019700     END-IF.
019800 1000-EXIT.
019900     EXIT.
020000 1500-SWEEP-BANK-LIST.
020100     OPEN INPUT BANK-LIST-FILE.
020200     IF NOT W-BANKLIST-STATUS-OK
020300         MOVE 'NO BANKLIST FILE - NO BANKS TO LIST'
020400             TO SDB-DETAIL-LINE
020500         PERFORM 8000-PRINT-DETAIL-LINE
020600         SET TCB-RC-ERROR TO TRUE
020700     ELSE
020800         PERFORM UNTIL W-BANKLIST-STATUS-EOF
020900             READ BANK-LIST-FILE
021000                 AT END
021100                     SET W-BANKLIST-STATUS-EOF TO TRUE
021200                 NOT AT END
021300                     MOVE BLR-BANK-ID TO W-RECERT-BANK
021400                     PERFORM 2000-LIST-ONE-BANK
021500             END-READ
021600         END-PERFORM
021700         CLOSE BANK-LIST-FILE
021800     END-IF.
021900*
022000******************************************************************
022100*  ONE BANK: BROWSE THE WHOLE ENTITLEMENT FILE IN KEY ORDER     *
022200*  (USER, BANK, TYPE) AND LIST THE ROWS THAT REACH THIS BANK.   *
022300*  A USER'S ALL-BANKS ROWS (BANK ZERO) COME BEFORE THEIR BANK    *
022400*  ROWS, SO A BANK ROW KNOWS WHETHER IT OVERRIDES ONE.          *
022500******************************************************************
022600 2000-LIST-ONE-BANK.
022700     ADD 1 TO W-RT-BANKS.
022800     INITIALIZE W-BANK-TOTALS.
022900     PERFORM 2050-GET-BANK-NAME.
023000     MOVE SPACES TO SDB-DETAIL-LINE.
023100     PERFORM 8000-PRINT-DETAIL-LINE.
023200     STRING 'BANK '              DELIMITED BY SIZE
023300         W-RECERT-BANK           DELIMITED BY SIZE
023400         '  '                    DELIMITED BY SIZE
023500         W-BANK-NAME             DELIMITED BY SIZE
023600         INTO SDB-DETAIL-LINE
023700     END-STRING.
023800     PERFORM 8000-PRINT-DETAIL-LINE.
023900     MOVE SPACES TO SDB-DETAIL-LINE.
024000     STRING '  USER ID   SCOPE     TYPE  INQ MAKE APPR BANK ADMN'
024100         DELIMITED BY SIZE
024150         ' EMRG'
024160         DELIMITED BY SIZE
024200         '  GRANTED BY         CHANGED BY'
024300         DELIMITED BY SIZE
024400         INTO SDB-DETAIL-LINE
024500     END-STRING.
024600     PERFORM 8000-PRINT-DETAIL-LINE.
024700     MOVE SPACES TO W-LAST-USER-ID.
024800     MOVE SPACES TO W-COUNTED-USER-ID.
024900     MOVE 'N' TO W-USER-ALL-BANKS-SW.
025000     MOVE 'N' TO W-BROWSE-DONE-SW.
025100     MOVE LOW-VALUES TO UER-KEY.
025200     START ENTITLEMENT-FILE KEY >= UER-KEY
025300         INVALID KEY
025400             SET W-BROWSE-DONE TO TRUE
025500     END-START.
025600     PERFORM UNTIL W-BROWSE-DONE
025700         READ ENTITLEMENT-FILE NEXT
025800             AT END
025900                 SET W-BROWSE-DONE TO TRUE
026000             NOT AT END
026100                 PERFORM 2100-TAKE-ENTITLEMENT
026200         END-READ
026300     END-PERFORM.
026400     IF W-BT-RECORDS = ZERO
026500         MOVE '  NO USER IS ENTITLED TO THIS BANK'
026600             TO SDB-DETAIL-LINE
026700         PERFORM 8000-PRINT-DETAIL-LINE
026800     END-IF.
026900     MOVE SPACES TO SDB-DETAIL-LINE.
027000     STRING '  USERS '           DELIMITED BY SIZE
027100         W-BT-USERS              DELIMITED BY SIZE
027200         '  RECORDS '            DELIMITED BY SIZE
027300         W-BT-RECORDS            DELIMITED BY SIZE
027400         '  UNCHANGED IN PERIOD ' DELIMITED BY SIZE
027500         W-BT-STALE              DELIMITED BY SIZE
027600         INTO SDB-DETAIL-LINE
027700     END-STRING.
027800     PERFORM 8000-PRINT-DETAIL-LINE.
027900     MOVE '  REVIEWED BY ____________________  DATE __________'
028000         TO SDB-DETAIL-LINE.
028100     PERFORM 8000-PRINT-DETAIL-LINE.
028150     ADD W-BT-USERS TO W-RT-USERS.
028200     ADD W-BT-RECORDS TO W-RT-RECORDS.
028300     ADD W-BT-STALE TO W-RT-STALE.
028400 2050-GET-BANK-NAME.
028500     MOVE SPACES TO W-BANK-NAME.
028600     IF W-BANKMST-OPEN
028700         MOVE W-RECERT-BANK TO BMR-BANK-ID
028800         READ BANK-MASTER-FILE
028900         IF W-BANKMST-STATUS-OK
029000             MOVE BMR-NAME TO W-BANK-NAME
029100             IF BMR-INACTIVE
029200                 MOVE '(INACTIVE ON BANK MASTER)'
029300                     TO W-BANK-NAME
029400             END-IF
029500         ELSE
029600             MOVE '(NOT ON BANK MASTER)' TO W-BANK-NAME
029700         END-IF
029800     END-IF.
029900 2100-TAKE-ENTITLEMENT.
030000     IF UER-USER-ID NOT = W-LAST-USER-ID
030100         MOVE UER-USER-ID TO W-LAST-USER-ID
030200         MOVE 'N' TO W-USER-ALL-BANKS-SW
030300     END-IF.
030400     IF UER-ALL-BANKS
030500         SET W-USER-HAS-ALL-BANKS TO TRUE
030600         MOVE 'ALL BANKS' TO W-SCOPE-TEXT
030700         MOVE SPACES TO W-NOTE-TEXT
030800         PERFORM 2200-PRINT-ENTITLEMENT
030900     ELSE
031000         IF UER-BANK-ID = W-RECERT-BANK
031100             MOVE 'THIS BANK' TO W-SCOPE-TEXT
031200             IF W-USER-HAS-ALL-BANKS
031300                 MOVE 'OVERRIDES ALL-BANKS GRANT'
031400                     TO W-NOTE-TEXT
031500             ELSE
031600                 MOVE SPACES TO W-NOTE-TEXT
031700             END-IF
031800             PERFORM 2200-PRINT-ENTITLEMENT
031900         END-IF
032000     END-IF.
032100 2200-PRINT-ENTITLEMENT.
032200* A USER IS COUNTED ON THEIR FIRST ROW FOR THE BANK.
032300     IF UER-USER-ID NOT = W-COUNTED-USER-ID
032400         MOVE UER-USER-ID TO W-COUNTED-USER-ID
032500         ADD 1 TO W-BT-USERS
032600     END-IF.
032700     ADD 1 TO W-BT-RECORDS.
032800     IF UER-CHANGED-DATE < W-PERIOD-START
032900         ADD 1 TO W-BT-STALE
033000         IF W-NOTE-TEXT = SPACES
033100             MOVE 'UNCHANGED IN PERIOD - CONFIRM' TO W-NOTE-TEXT
033200         END-IF
033300     END-IF.
033400     MOVE SPACES TO SDB-DETAIL-LINE.
033500     STRING '  '                 DELIMITED BY SIZE
033600         UER-USER-ID             DELIMITED BY SIZE
033700         '  '                    DELIMITED BY SIZE
033800         W-SCOPE-TEXT            DELIMITED BY SIZE
033900         '   '                   DELIMITED BY SIZE
034000         UER-CAL-TYPE            DELIMITED BY SIZE
034100         '     '                 DELIMITED BY SIZE
034200         UER-INQUIRE-SW          DELIMITED BY SIZE
034300         '    '                  DELIMITED BY SIZE
034400         UER-MAKE-SW             DELIMITED BY SIZE
034500         '    '                  DELIMITED BY SIZE
034600         UER-APPROVE-SW          DELIMITED BY SIZE
034700         '    '                  DELIMITED BY SIZE
034800         UER-BANK-MAINT-SW       DELIMITED BY SIZE
034900         '    '                  DELIMITED BY SIZE
035000         UER-ADMIN-SW            DELIMITED BY SIZE
035020         '    '                  DELIMITED BY SIZE
035040         UER-EMERGENCY-SW        DELIMITED BY SIZE
035100         '    '                  DELIMITED BY SIZE
035200         UER-GRANTED-BY          DELIMITED BY SIZE
035300         ' '                     DELIMITED BY SIZE
035400         UER-GRANTED-DATE        DELIMITED BY SIZE
035500         ' '                     DELIMITED BY SIZE
035600         UER-CHANGED-BY          DELIMITED BY SIZE
035700         ' '                     DELIMITED BY SIZE
035800         UER-CHANGED-DATE        DELIMITED BY SIZE
035900         '  '                    DELIMITED BY SIZE
036000         W-NOTE-TEXT             DELIMITED BY SIZE
036100         INTO SDB-DETAIL-LINE
036200     END-STRING.
036300     PERFORM 8000-PRINT-DETAIL-LINE.
036400*
036500******************************************************************
036600*  THE ENTITLEMENT CHANGES LOGGED IN THE REVIEW PERIOD, IN LOG  *
036700*  ORDER, WITH THE FLAGS BEFORE AND AFTER EACH ONE.             *
036800******************************************************************
036900 5000-LIST-ENTITLEMENT-CHANGES.
037000     MOVE SPACES TO SDB-DETAIL-LINE.
037100     PERFORM 8000-PRINT-DETAIL-LINE.
037200     MOVE 'ENTITLEMENT CHANGES IN PERIOD' TO SDB-DETAIL-LINE.
037300     PERFORM 8000-PRINT-DETAIL-LINE.
037400     MOVE SPACES TO SDB-DETAIL-LINE.
037500     STRING '  DATE     TIME   ADMIN    TERMINAL FN USER ID  '
037600         DELIMITED BY SIZE
037700         'BANK  TYPE BEFORE  AFTER'
037800         DELIMITED BY SIZE
037900         INTO SDB-DETAIL-LINE
038000     END-STRING.
038100     PERFORM 8000-PRINT-DETAIL-LINE.
038200     OPEN INPUT ENTITLEMENT-AUDIT-FILE.
038300     IF NOT W-ENTAUD-STATUS-OK
038400         MOVE '  NO ENTAUD FILE - NO ENTITLEMENT CHANGES LOGGED'
038500             TO SDB-DETAIL-LINE
038600         PERFORM 8000-PRINT-DETAIL-LINE
038700     ELSE
038800         PERFORM UNTIL W-ENTAUD-STATUS-EOF
038900             READ ENTITLEMENT-AUDIT-FILE
039000                 AT END
039100                     SET W-ENTAUD-STATUS-EOF TO TRUE
039200                 NOT AT END
039300                     IF EAR-LOG-DATE >= W-PERIOD-START
039400                             AND EAR-LOG-DATE <= W-PERIOD-END
039500                         PERFORM 5100-PRINT-CHANGE
039600                     END-IF
039700             END-READ
039800         END-PERFORM
039900         CLOSE ENTITLEMENT-AUDIT-FILE
040000     END-IF.
040100 5100-PRINT-CHANGE.
040200     IF RCB-BANK-ID > ZERO
040300             AND EAR-BANK-ID NOT = RCB-BANK-ID
040400             AND EAR-BANK-ID NOT = ZERO
040500         CONTINUE
040600     ELSE
040700         ADD 1 TO W-RT-CHANGES
040800         MOVE SPACES TO SDB-DETAIL-LINE
040900         STRING '  '             DELIMITED BY SIZE
041000             EAR-LOG-DATE        DELIMITED BY SIZE
041100             ' '                 DELIMITED BY SIZE
041200             EAR-LOG-TIME        DELIMITED BY SIZE
041300             ' '                 DELIMITED BY SIZE
041400             EAR-ADMIN-USER-ID   DELIMITED BY SIZE
041500             ' '                 DELIMITED BY SIZE
041600             EAR-TERMINAL-ID     DELIMITED BY SIZE
041700             ' '                 DELIMITED BY SIZE
041800             EAR-FUNCTION        DELIMITED BY SIZE
041900             ' '                 DELIMITED BY SIZE
042000             EAR-USER-ID         DELIMITED BY SIZE
042100             ' '                 DELIMITED BY SIZE
042200             EAR-BANK-ID         DELIMITED BY SIZE
042300             '   '               DELIMITED BY SIZE
042400             EAR-CAL-TYPE        DELIMITED BY SIZE
042500             '  '                DELIMITED BY SIZE
042600             EAR-BEFORE-FLAGS    DELIMITED BY SIZE
042700             '  '                DELIMITED BY SIZE
042800             EAR-AFTER-FLAGS     DELIMITED BY SIZE
042900             INTO SDB-DETAIL-LINE
043000         END-STRING
043100         PERFORM 8000-PRINT-DETAIL-LINE
043200     END-IF.
043300 6000-PRINT-RUN-TOTALS.
043400     MOVE SPACES TO SDB-DETAIL-LINE.
043500     PERFORM 8000-PRINT-DETAIL-LINE.
043600     STRING 'RUN TOTALS  BANKS '  DELIMITED BY SIZE
043700         W-RT-BANKS              DELIMITED BY SIZE
043730         '  BANK USERS '         DELIMITED BY SIZE
043760         W-RT-USERS              DELIMITED BY SIZE
043800         '  RECORDS LISTED '     DELIMITED BY SIZE
043900         W-RT-RECORDS            DELIMITED BY SIZE
044000         '  UNCHANGED IN PERIOD ' DELIMITED BY SIZE
044100         W-RT-STALE              DELIMITED BY SIZE
044200         '  CHANGES '            DELIMITED BY SIZE
044300         W-RT-CHANGES            DELIMITED BY SIZE
044400         INTO SDB-DETAIL-LINE
044500     END-STRING.
044600     PERFORM 8000-PRINT-DETAIL-LINE.
044700     DISPLAY 'T58050 ENTITLEMENT RECERTIFICATION - BANKS '
044800         W-RT-BANKS ' RECORDS ' W-RT-RECORDS
044900         ' CHANGES ' W-RT-CHANGES.
045000 8000-PRINT-DETAIL-LINE.
045100     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
045200         SPS-DSR-DETAIL-BLOCK.
045204*
045208* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
045212* ENTITLEMENT RECORDS LISTED IN, STALE RECORDS OUT.
045216 9800-LOG-RUN-START.
045220     MOVE 'T58050'         TO RLG-PROGRAM-ID.
045224     SET RLG-EVENT-START   TO TRUE.
045228     MOVE ZERO             TO RLG-BANK-ID.
045232     MOVE 'ENTITLE'        TO RLG-IN-LABEL.
045236     MOVE ZERO             TO RLG-IN-COUNT.
045240     MOVE 'STALE'          TO RLG-OUT-LABEL.
045244     MOVE ZERO             TO RLG-OUT-COUNT.
045248     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
045252         RUN-LEDGER-RECORD.
045256 9810-LOG-RUN-END.
045260     SET RLG-EVENT-END     TO TRUE.
045264     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
045268     MOVE W-RT-RECORDS     TO RLG-IN-COUNT.
045272     MOVE W-RT-STALE       TO RLG-OUT-COUNT.
045276     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
045280         RUN-LEDGER-RECORD.
045300 END PROGRAM T58050.
