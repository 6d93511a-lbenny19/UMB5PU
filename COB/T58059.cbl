000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58059.
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
001400* CALENDAR KEY FILE UNLOAD.  CALFILE IS THE ONE AUTHORITATIVE
001500* ON-DISK COPY OF THE CALENDAR, SO IT IS BACKED UP ON ITS OWN
001600* RATHER THAN BY RERUNNING THE T58010/T58009 BUILD FROM INPUTS
001700* THAT MAY HAVE MOVED ON.  EVERY CALENDAR-KEY-RECORD, BOTH
001800* GENERATIONS AND THE GENERATION CONTROL RECORDS, IS COPIED IN
001900* KEY ORDER TO THE SEQUENTIAL BACKUP CALBKUP (T58059D) BETWEEN
002000* A HDR RECORD AND THE BNK/TRL CONTROL RECORDS -- RECORD COUNTS
002100* AND HASH TOTALS PER BANK AND FOR THE FILE -- THAT THE RELOAD
002200* T58060 PROVES BEFORE IT LOADS ANYTHING.  RUN WITH ONLINE
002300* DOWN (OR CALFILE CLOSED TO IT) SO THE COPY IS A SINGLE POINT
002400* IN TIME.  A BACKUP THAT COULD NOT BE TAKEN WHOLE ENDS WITH
002500* TCB-RC-ERROR AND NO TRAILER, SO IT CAN NEVER BE RELOADED.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
003400         ORGANIZATION INDEXED
003500         ACCESS MODE DYNAMIC
003600         RECORD KEY CKR-KEY
003700         FILE STATUS IS W-CALFILE-STATUS.
003800     SELECT CALENDAR-BACKUP-FILE ASSIGN TO CALBKUP
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS IS W-BACKUP-STATUS.
004100 DATA DIVISION.
004200     EJECT
004300 FILE SECTION.
004400 FD  CALENDAR-KEY-FILE.
004500 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
004600 FD  CALENDAR-BACKUP-FILE.
004700 COPY T58059D. *> CALFILE BACKUP WITH HDR/BNK/TRL CONTROLS
004800     EJECT
004900 WORKING-STORAGE SECTION.
005000*
005100 01  CC-CHANGE-ID.
005200     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
005300*
005400 01  C-BINARY-CONSTANTS    BINARY SYNC.
005500     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
005600 01  C-BACKUP-CONSTANTS.
005700     05  C-FILE-ID               PIC X(8)    VALUE 'CALFILE'.
005800     05  C-MAX-BANKS             PIC 9(4)    BINARY VALUE 500.
005900*
006000 01  W-FILE-STATUS-CONTROL.
006100     05  W-CALFILE-STATUS        PIC XX.
006200         88  W-CALFILE-STATUS-OK         VALUE '00'.
006300         88  W-CALFILE-STATUS-EOF        VALUE '10'.
006400     05  W-BACKUP-STATUS         PIC XX.
006500         88  W-BACKUP-STATUS-OK          VALUE '00'.
006600     05  W-BACKUP-OPEN-SW        PIC X       VALUE 'N'.
006700         88  W-BACKUP-OPEN               VALUE 'Y'.
006800     05  W-UNLOAD-FAIL-SW        PIC X       VALUE 'N'.
006900         88  W-UNLOAD-FAILED             VALUE 'Y'.
007000*
007100 01  W-UNLOAD-COUNTERS.
007200     05  W-RECORD-COUNT          PIC 9(9)    VALUE ZERO.
007300     05  W-CONTROL-COUNT         PIC 9(5)    VALUE ZERO.
007400     05  W-HASH-TOTAL            PIC 9(15)   VALUE ZERO.
007500*
007600* HASH CONTRIBUTION OF THE CURRENT RECORD -- SEE T58059D.
007700 01  W-HASH-CONTROL.
007800     05  W-RECORD-HASH           PIC 9(9).
007900     05  W-HASH-GEN              PIC 9.
008000*
008100* ONE ENTRY PER BANK ON CALFILE, IN KEY ORDER, FOR THE BNK
008200* CONTROL RECORDS AND THE UNLOAD REPORT.  THE ACTIVE
008300* GENERATION IS TAKEN FROM THE BANK'S CONTROL RECORD, WHICH
008400* SORTS FIRST FOR THE BANK; NO CONTROL RECORD READS GEN 1.
008500 01  W-BANK-TOTAL-TABLE.
008600     05  W-BANK-COUNT            PIC 9(4)    BINARY VALUE ZERO.
008700     05  W-BANK-ENTRY            OCCURS 500 TIMES.
008800         10  W-BT-BANK-ID        PIC 9(5).
008900         10  W-BT-RECORD-COUNT   PIC 9(7).
009000         10  W-BT-CONTROL-COUNT  PIC 9.
009100         10  W-BT-HASH-TOTAL     PIC 9(15).
009200         10  W-BT-ACTIVE-GEN     PIC 9.
009300 01  W-BANK-SUB                  PIC 9(4)    BINARY.
009400 01  W-BANK-COUNT-DISPLAY        PIC 9(4).
009500*
009600* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
009700 COPY T58053D.
009800     EJECT
009900 LINKAGE SECTION.
010000*
010100*                    TRANSACTION-CONTROL-BLOCK
010200 COPY P49000D.
010300*
010400*                    SPS-PRINT LINE
010500 COPY I54076D.
010600     EJECT
010700 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
010800                             SPS-DSR-DETAIL-BLOCK.
010900     EJECT
011000 0000-MAIN-PROCESS.
011100     PERFORM 9800-LOG-RUN-START.
011200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011300     IF NOT W-UNLOAD-FAILED
011400         PERFORM 2000-UNLOAD-CALENDAR-FILE
011500         CLOSE CALENDAR-KEY-FILE
011600     END-IF.
011700     IF NOT W-UNLOAD-FAILED
011800         PERFORM 3000-WRITE-CONTROL-RECORDS THRU 3000-EXIT
011900     END-IF.
012000     IF W-BACKUP-OPEN
012100         CLOSE CALENDAR-BACKUP-FILE
012200     END-IF.
012300     PERFORM 6000-PRINT-UNLOAD-REPORT.
012400     PERFORM 9810-LOG-RUN-END.
012500     GOBACK.
012600 1000-INITIALIZE.
012700     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
012800     MOVE SPACES TO SDB-DETAIL-LINE.
012900     STRING 'CALENDAR FILE UNLOAD TO CALBKUP - RUN '
013000         DELIMITED BY SIZE
013100         TCB-RUN-DATE           DELIMITED BY SIZE
013200         ' '                    DELIMITED BY SIZE
013300         TCB-RUN-TIME           DELIMITED BY SIZE
013400         INTO SDB-DETAIL-LINE
013500     END-STRING.
013600     PERFORM 8000-PRINT-DETAIL-LINE.
013700     OPEN INPUT CALENDAR-KEY-FILE.
013800     IF NOT W-CALFILE-STATUS-OK
013900         SET W-UNLOAD-FAILED TO TRUE
014000         MOVE SPACES TO SDB-DETAIL-LINE
014100         STRING 'CALENDAR FILE NOT AVAILABLE - STATUS '
014200             DELIMITED BY SIZE
014300             W-CALFILE-STATUS    DELIMITED BY SIZE
014400             INTO SDB-DETAIL-LINE
014500         END-STRING
014600         PERFORM 8000-PRINT-DETAIL-LINE
014700         GO TO 1000-EXIT
014800     END-IF.
014900     OPEN OUTPUT CALENDAR-BACKUP-FILE.
015000     IF NOT W-BACKUP-STATUS-OK
015100         SET W-UNLOAD-FAILED TO TRUE
015200         CLOSE CALENDAR-KEY-FILE
015300         MOVE SPACES TO SDB-DETAIL-LINE
015400         STRING 'BACKUP FILE CALBKUP NOT OPENED - STATUS '
015500             DELIMITED BY SIZE
015600             W-BACKUP-STATUS     DELIMITED BY SIZE
015700             INTO SDB-DETAIL-LINE
015800         END-STRING
015900         PERFORM 8000-PRINT-DETAIL-LINE
016000         GO TO 1000-EXIT
016100     END-IF.
016200     SET W-BACKUP-OPEN TO TRUE.
016300     MOVE SPACES TO CALENDAR-BACKUP-RECORD.
016400     SET CBK-HEADER TO TRUE.
016500     MOVE C-FILE-ID         TO CBK-HDR-FILE-ID.
016600     MOVE 'T58059'          TO CBK-HDR-PROGRAM-ID.
016700     MOVE TCB-RUN-DATE      TO CBK-HDR-UNLOAD-DATE.
016800     MOVE TCB-RUN-TIME      TO CBK-HDR-UNLOAD-TIME.
016900     WRITE CALENDAR-BACKUP-RECORD.
016920     PERFORM 2900-CHECK-BACKUP-WRITE.
016940     IF W-UNLOAD-FAILED
016960         CLOSE CALENDAR-KEY-FILE
016980     END-IF.
017000 1000-EXIT.
017100     EXIT.
017200*
017300******************************************************************
017400*  COPY EVERY RECORD IN KEY ORDER.  A READ OR WRITE ERROR OR A   *
017500*  FULL BANK TABLE STOPS THE UNLOAD BEFORE ANY CONTROL RECORD.   *
017600******************************************************************
017700 2000-UNLOAD-CALENDAR-FILE.
017800     PERFORM UNTIL W-CALFILE-STATUS-EOF OR W-UNLOAD-FAILED
017900         READ CALENDAR-KEY-FILE NEXT
018000             AT END
018100                 SET W-CALFILE-STATUS-EOF TO TRUE
018200             NOT AT END
018300                 PERFORM 2100-UNLOAD-ONE-RECORD THRU 2100-EXIT
018400         END-READ
018500         IF NOT W-CALFILE-STATUS-OK
018600                 AND NOT W-CALFILE-STATUS-EOF
018700             SET W-UNLOAD-FAILED TO TRUE
018800             MOVE SPACES TO SDB-DETAIL-LINE
018900             STRING 'CALENDAR FILE READ FAILED - STATUS '
019000                 DELIMITED BY SIZE
019100                 W-CALFILE-STATUS    DELIMITED BY SIZE
019200                 ' AFTER '           DELIMITED BY SIZE
019300                 W-RECORD-COUNT      DELIMITED BY SIZE
019400                 ' RECORDS'          DELIMITED BY SIZE
019500                 INTO SDB-DETAIL-LINE
019600             END-STRING
019700             PERFORM 8000-PRINT-DETAIL-LINE
019800         END-IF
019900     END-PERFORM.
020000 2100-UNLOAD-ONE-RECORD.
020100     IF W-BANK-COUNT = ZERO
020200             OR CKR-BANK-ID NOT = W-BT-BANK-ID (W-BANK-COUNT)
020300         PERFORM 2200-START-BANK-ENTRY
020400         IF W-UNLOAD-FAILED
020500             GO TO 2100-EXIT
020600         END-IF
020700     END-IF.
020800     MOVE SPACES TO CALENDAR-BACKUP-RECORD.
020900     SET CBK-DETAIL TO TRUE.
021000     MOVE CALENDAR-KEY-RECORD TO CBK-DETAIL-DATA.
021100     PERFORM 7000-COMPUTE-RECORD-HASH.
021200     WRITE CALENDAR-BACKUP-RECORD.
021220     PERFORM 2900-CHECK-BACKUP-WRITE.
021240     IF W-UNLOAD-FAILED
021260         GO TO 2100-EXIT
021280     END-IF.
021300     ADD 1 TO W-RECORD-COUNT.
021400     ADD W-RECORD-HASH TO W-HASH-TOTAL.
021500     ADD 1 TO W-BT-RECORD-COUNT (W-BANK-COUNT).
021600     ADD W-RECORD-HASH TO W-BT-HASH-TOTAL (W-BANK-COUNT).
021700     IF CKR-GEN = 0
021800         ADD 1 TO W-CONTROL-COUNT
021900         ADD 1 TO W-BT-CONTROL-COUNT (W-BANK-COUNT)
022000         IF CKR-SYMBOL IS NUMERIC
022100             MOVE CKR-SYMBOL TO W-BT-ACTIVE-GEN (W-BANK-COUNT)
022200         END-IF
022300     END-IF.
022400 2100-EXIT.
022500     EXIT.
022600 2200-START-BANK-ENTRY.
022700     IF W-BANK-COUNT NOT < C-MAX-BANKS
022800         SET W-UNLOAD-FAILED TO TRUE
022900         MOVE SPACES TO SDB-DETAIL-LINE
023000         STRING 'BANK TABLE FULL AT BANK '
023100             DELIMITED BY SIZE
023200             CKR-BANK-ID         DELIMITED BY SIZE
023300             ' - UNLOAD STOPPED' DELIMITED BY SIZE
023400             INTO SDB-DETAIL-LINE
023500         END-STRING
023600         PERFORM 8000-PRINT-DETAIL-LINE
023700     ELSE
023800         ADD 1 TO W-BANK-COUNT
023900         MOVE CKR-BANK-ID TO W-BT-BANK-ID (W-BANK-COUNT)
024000         MOVE ZERO TO W-BT-RECORD-COUNT (W-BANK-COUNT)
024100         MOVE ZERO TO W-BT-CONTROL-COUNT (W-BANK-COUNT)
024200         MOVE ZERO TO W-BT-HASH-TOTAL (W-BANK-COUNT)
024300         MOVE 1    TO W-BT-ACTIVE-GEN (W-BANK-COUNT)
024400     END-IF.
024405*
024410* A BACKUP RECORD THAT DID NOT GO OUT (E.G. OUT OF SPACE) FAILS
024415* THE UNLOAD, SO NO TRAILER FOLLOWS IT.
024420 2900-CHECK-BACKUP-WRITE.
024425     IF NOT W-BACKUP-STATUS-OK
024430         SET W-UNLOAD-FAILED TO TRUE
024435         DISPLAY 'T58059 CALBKUP WRITE FAILED - STATUS '
024440             W-BACKUP-STATUS ' AFTER ' W-RECORD-COUNT ' RECORDS'
024445         MOVE SPACES TO SDB-DETAIL-LINE
024450         STRING 'BACKUP WRITE FAILED - STATUS '
024455             DELIMITED BY SIZE
024460             W-BACKUP-STATUS     DELIMITED BY SIZE
024465             ' AFTER '           DELIMITED BY SIZE
024470             W-RECORD-COUNT      DELIMITED BY SIZE
024475             ' RECORDS'          DELIMITED BY SIZE
024480             INTO SDB-DETAIL-LINE
024485         END-STRING
024490         PERFORM 8000-PRINT-DETAIL-LINE
024495     END-IF.
024500*
024600******************************************************************
024700*  ONE BNK RECORD PER BANK, THEN THE TRL RECORD.                 *
024800******************************************************************
024900 3000-WRITE-CONTROL-RECORDS.
025000     PERFORM VARYING W-BANK-SUB FROM 1 BY 1
025100             UNTIL W-BANK-SUB > W-BANK-COUNT OR W-UNLOAD-FAILED
025200         MOVE SPACES TO CALENDAR-BACKUP-RECORD
025300         SET CBK-BANK-TOTAL TO TRUE
025400         MOVE W-BT-BANK-ID (W-BANK-SUB) TO CBK-BNK-BANK-ID
025500         MOVE W-BT-RECORD-COUNT (W-BANK-SUB)
025600             TO CBK-BNK-RECORD-COUNT
025700         MOVE W-BT-CONTROL-COUNT (W-BANK-SUB)
025800             TO CBK-BNK-CONTROL-COUNT
025900         MOVE W-BT-HASH-TOTAL (W-BANK-SUB)
026000             TO CBK-BNK-HASH-TOTAL
026100         WRITE CALENDAR-BACKUP-RECORD
026150         PERFORM 2900-CHECK-BACKUP-WRITE
026200     END-PERFORM.
026210     IF W-UNLOAD-FAILED
026220         GO TO 3000-EXIT
026230     END-IF.
026300     MOVE SPACES TO CALENDAR-BACKUP-RECORD.
026400     SET CBK-TRAILER TO TRUE.
026500     MOVE W-RECORD-COUNT    TO CBK-TRL-RECORD-COUNT.
026600     MOVE W-CONTROL-COUNT   TO CBK-TRL-CONTROL-COUNT.
026700     MOVE W-BANK-COUNT      TO CBK-TRL-BANK-COUNT.
026800     MOVE W-HASH-TOTAL      TO CBK-TRL-HASH-TOTAL.
026900     WRITE CALENDAR-BACKUP-RECORD.
026910     PERFORM 2900-CHECK-BACKUP-WRITE.
026920 3000-EXIT.
026930     EXIT.
027000*
027100******************************************************************
027200*  ONE LINE PER BANK AND THE FILE TOTALS.  A FAILED UNLOAD IS    *
027300*  FLAGGED AND SETS TCB-RC-ERROR SO THE BACKUP IS NOT CATALOGED. *
027400******************************************************************
027500 6000-PRINT-UNLOAD-REPORT.
027600     MOVE 'BANK   RECORDS CTL GEN      HASH TOTAL'
027700         TO SDB-DETAIL-LINE.
027800     PERFORM 8000-PRINT-DETAIL-LINE.
027900     PERFORM VARYING W-BANK-SUB FROM 1 BY 1
028000             UNTIL W-BANK-SUB > W-BANK-COUNT
028100         MOVE SPACES TO SDB-DETAIL-LINE
028200         STRING W-BT-BANK-ID (W-BANK-SUB)
028300             DELIMITED BY SIZE
028400             ' '                 DELIMITED BY SIZE
028500             W-BT-RECORD-COUNT (W-BANK-SUB)
028600             DELIMITED BY SIZE
028700             '   '               DELIMITED BY SIZE
028800             W-BT-CONTROL-COUNT (W-BANK-SUB)
028900             DELIMITED BY SIZE
029000             '   '               DELIMITED BY SIZE
029100             W-BT-ACTIVE-GEN (W-BANK-SUB)
029200             DELIMITED BY SIZE
029300             ' '                 DELIMITED BY SIZE
029400             W-BT-HASH-TOTAL (W-BANK-SUB)
029500             DELIMITED BY SIZE
029600             INTO SDB-DETAIL-LINE
029700         END-STRING
029800         PERFORM 8000-PRINT-DETAIL-LINE
029900     END-PERFORM.
030000     MOVE SPACES TO SDB-DETAIL-LINE.
030100     MOVE W-BANK-COUNT TO W-BANK-COUNT-DISPLAY.
030200     STRING 'BANKS '            DELIMITED BY SIZE
030300         W-BANK-COUNT-DISPLAY   DELIMITED BY SIZE
030400         ' RECORDS '            DELIMITED BY SIZE
030500         W-RECORD-COUNT         DELIMITED BY SIZE
030600         ' CONTROL RECORDS '    DELIMITED BY SIZE
030700         W-CONTROL-COUNT        DELIMITED BY SIZE
030800         ' HASH '               DELIMITED BY SIZE
030900         W-HASH-TOTAL           DELIMITED BY SIZE
031000         INTO SDB-DETAIL-LINE
031100     END-STRING.
031200     PERFORM 8000-PRINT-DETAIL-LINE.
031300     IF W-UNLOAD-FAILED
031400         SET TCB-RC-ERROR TO TRUE
031500         MOVE 'UNLOAD FAILED - NO TRAILER - BACKUP NOT RELOADABLE'
031600             TO SDB-DETAIL-LINE
031700     ELSE
031800         MOVE 'UNLOAD COMPLETE - TRAILER WRITTEN'
031900             TO SDB-DETAIL-LINE
032000     END-IF.
032100     PERFORM 8000-PRINT-DETAIL-LINE.
032200*
032300******************************************************************
032400*  HASH CONTRIBUTION OF THE CURRENT DTL RECORD, AS DEFINED IN    *
032500*  T58059D.  THE RELOAD T58060 USES THE SAME PARAGRAPH.          *
032600******************************************************************
032700 7000-COMPUTE-RECORD-HASH.
032800     MOVE ZERO TO W-RECORD-HASH.
032900     IF CBK-DTL-GEN IS NUMERIC
033000         ADD CBK-DTL-GEN TO W-RECORD-HASH
033100     END-IF.
033200     IF CBK-DTL-DATE IS NUMERIC
033300         ADD CBK-DTL-DATE TO W-RECORD-HASH
033400     END-IF.
033500     IF CBK-DTL-CLOSE-TIME IS NUMERIC
033600         ADD CBK-DTL-CLOSE-TIME TO W-RECORD-HASH
033700     END-IF.
033800     IF CBK-DTL-WIRE-CUTOFF IS NUMERIC
033900         ADD CBK-DTL-WIRE-CUTOFF TO W-RECORD-HASH
034000     END-IF.
034100     IF CBK-DTL-ACH-CUTOFF IS NUMERIC
034200         ADD CBK-DTL-ACH-CUTOFF TO W-RECORD-HASH
034300     END-IF.
034400     IF CBK-DTL-GEN = 0 AND CBK-DTL-SYMBOL IS NUMERIC
034500         MOVE CBK-DTL-SYMBOL TO W-HASH-GEN
034600         ADD W-HASH-GEN TO W-RECORD-HASH
034700     END-IF.
034800 8000-PRINT-DETAIL-LINE.
034900     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
035000         SPS-DSR-DETAIL-BLOCK.
035100*
035200* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
035300* CALFILE RECORDS READ IN, BACKUP DETAIL RECORDS WRITTEN OUT.
035400 9800-LOG-RUN-START.
035500     MOVE 'T58059'         TO RLG-PROGRAM-ID.
035600     SET RLG-EVENT-START   TO TRUE.
035700     MOVE ZERO             TO RLG-BANK-ID.
035800     MOVE 'CALFILE'        TO RLG-IN-LABEL.
035900     MOVE ZERO             TO RLG-IN-COUNT.
036000     MOVE 'BACKUP'         TO RLG-OUT-LABEL.
036100     MOVE ZERO             TO RLG-OUT-COUNT.
036200     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
036300         RUN-LEDGER-RECORD.
036400 9810-LOG-RUN-END.
036500     SET RLG-EVENT-END     TO TRUE.
036600     MOVE W-RECORD-COUNT   TO RLG-IN-COUNT.
036700     IF W-UNLOAD-FAILED
036800         MOVE ZERO         TO RLG-OUT-COUNT
036900     ELSE
037000         MOVE W-RECORD-COUNT TO RLG-OUT-COUNT
037100     END-IF.
037200     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
037300         RUN-LEDGER-RECORD.
037400 END PROGRAM T58059.
