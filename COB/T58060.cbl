000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58060.
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
001400* CALENDAR KEY FILE RELOAD FROM THE T58059 BACKUP (CALBKUP,
001500* T58059D), FOR RECOVERY AT HOME OR AT THE DR SITE.  FOUR
001600* PASSES, EACH ONLY IF THE ONE BEFORE IT WAS CLEAN:
001700*    1  PROVE THE BACKUP -- HDR FIRST, DTL RECORDS IN STRICT
001800*       KEY ORDER, ONE BNK RECORD PER BANK AND A TRL RECORD
001900*       LAST, WITH EVERY COUNT AND HASH TOTAL RECOMPUTED AND
002000*       AGREEING.  NOTHING IS LOADED FROM A SHORT OR ALTERED
002100*       BACKUP.
002200*    2  CALFILE MUST BE EMPTY (FRESHLY DEFINED).  THE RELOAD
002300*       NEVER MERGES INTO OR OVERLAYS A LIVE CALENDAR.
002400*    3  LOAD EVERY DTL RECORD, GENERATION CONTROL RECORDS
002500*       INCLUDED, AND PROVE THE LOADED COUNT PER BANK.
002600*    4  FOR EVERY BANK, READ ITS GENERATION CONTROL RECORD
002700*       BACK (NONE = GEN 1, AS T58011 READS IT) AND PROVE THE
002800*       ACTIVE GENERATION HAS LOADED RECORDS BEHIND IT.
002900* THE VERIFICATION REPORT ENDS WITH ONE VERDICT LINE.
003000* ANYTHING BUT A VERIFIED RELOAD SETS TCB-RC-ERROR, WHICH
003100* HOLDS THE ONLINE RESTART STEP.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER. IBM-370.
003600 OBJECT-COMPUTER. IBM-370.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT CALENDAR-BACKUP-FILE ASSIGN TO CALBKUP
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS IS W-BACKUP-STATUS.
004200     SELECT CALENDAR-KEY-FILE ASSIGN TO CALFILE
004300         ORGANIZATION INDEXED
004400         ACCESS MODE DYNAMIC
004500         RECORD KEY CKR-KEY
004600         FILE STATUS IS W-CALFILE-STATUS.
004700 DATA DIVISION.
004800     EJECT
004900 FILE SECTION.
005000 FD  CALENDAR-BACKUP-FILE.
005100 COPY T58059D. *> CALFILE BACKUP WITH HDR/BNK/TRL CONTROLS
005200 FD  CALENDAR-KEY-FILE.
005300 COPY T58009D. *> PERSISTENT KEYED CALENDAR READ BY T58011
005400     EJECT
005500 WORKING-STORAGE SECTION.
005600*
005700 01  CC-CHANGE-ID.
005800     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
005900*
006000 01  C-BINARY-CONSTANTS    BINARY SYNC.
006100     05  SDB-PRINT-1200         PIC 9(9)        VALUE 1200.
006200 01  C-BACKUP-CONSTANTS.
006300     05  C-FILE-ID               PIC X(8)    VALUE 'CALFILE'.
006400     05  C-MAX-BANKS             PIC 9(4)    BINARY VALUE 500.
006500*
006600 01  W-FILE-STATUS-CONTROL.
006700     05  W-BACKUP-STATUS         PIC XX.
006800         88  W-BACKUP-STATUS-OK          VALUE '00'.
006900         88  W-BACKUP-STATUS-EOF         VALUE '10'.
007000     05  W-CALFILE-STATUS        PIC XX.
007100         88  W-CALFILE-STATUS-OK         VALUE '00'.
007200         88  W-CALFILE-STATUS-NOT-FOUND  VALUE '35'.
007300         88  W-CALFILE-REC-NOT-FOUND     VALUE '23'.
007400     05  W-BROWSE-DONE-SW        PIC X.
007500         88  W-BROWSE-DONE               VALUE 'Y'.
007600*
007700* HOW FAR THE RELOAD GOT.  N = CLEAN SO FAR; ANY OTHER VALUE
007800* STOPS THE LATER PASSES AND NAMES THE VERDICT.
007900 01  W-RELOAD-STATE.
008000     05  W-RELOAD-STATE-SW       PIC X       VALUE 'N'.
008100         88  W-RELOAD-OK                 VALUE 'N'.
008200         88  W-BACKUP-REJECTED           VALUE 'V'.
008300         88  W-TARGET-REJECTED           VALUE 'E'.
008400         88  W-LOAD-FAILED               VALUE 'L'.
008500         88  W-GEN-CHECK-FAILED          VALUE 'G'.
008600     05  W-LOAD-ATTEMPTED-SW     PIC X       VALUE 'N'.
008700         88  W-LOAD-ATTEMPTED            VALUE 'Y'.
008800*
008900* PASS 1 - BACKUP STRUCTURE AND RECOMPUTED TOTALS.
009000 01  W-BACKUP-CONTROL.
009300     05  W-TRAILER-SW            PIC X       VALUE 'N'.
009400         88  W-TRAILER-SEEN              VALUE 'Y'.
009500     05  W-HDR-PROGRAM-ID        PIC X(8)    VALUE SPACES.
009600     05  W-HDR-UNLOAD-DATE       PIC 9(8)    VALUE ZERO.
009700     05  W-HDR-UNLOAD-TIME       PIC 9(6)    VALUE ZERO.
009800     05  W-TRL-RECORD-COUNT      PIC 9(9)    VALUE ZERO.
009900     05  W-TRL-CONTROL-COUNT     PIC 9(5)    VALUE ZERO.
010000     05  W-TRL-BANK-COUNT        PIC 9(5)    VALUE ZERO.
010100     05  W-TRL-HASH-TOTAL        PIC 9(15)   VALUE ZERO.
010200     05  W-PREV-DTL-KEY          PIC X(15)   VALUE LOW-VALUES.
010300     05  W-BACKUP-READ-COUNT     PIC 9(9)    VALUE ZERO.
010400     05  W-AFTER-TRAILER-COUNT   PIC 9(7)    VALUE ZERO.
010500*
010600 01  W-RELOAD-COUNTERS.
010700     05  W-RECORD-COUNT          PIC 9(9)    VALUE ZERO.
010800     05  W-CONTROL-COUNT         PIC 9(5)    VALUE ZERO.
010900     05  W-BNK-RECORD-COUNT      PIC 9(5)    VALUE ZERO.
011000     05  W-HASH-TOTAL            PIC 9(15)   VALUE ZERO.
011100     05  W-LOADED-COUNT          PIC 9(9)    VALUE ZERO.
011200     05  W-ERROR-COUNT           PIC 9(5)    VALUE ZERO.
011300     05  W-BANK-ERROR-COUNT      PIC 9(5)    VALUE ZERO.
011400     05  W-BANK-COUNT-DISPLAY    PIC 9(5).
011500*
011600* HASH CONTRIBUTION OF THE CURRENT RECORD -- SEE T58059D.
011700 01  W-HASH-CONTROL.
011800     05  W-RECORD-HASH           PIC 9(9).
011900     05  W-HASH-GEN              PIC 9.
012000*
012100* ONE ENTRY PER BANK ON THE BACKUP: TOTALS RECOMPUTED FROM THE
012200* DTL RECORDS, THE TOTALS ITS BNK RECORD CLAIMS, WHAT WAS
012300* LOADED, AND THE ACTIVE-GENERATION CHECK.
012400 01  W-BANK-TOTAL-TABLE.
012500     05  W-BANK-COUNT            PIC 9(4)    BINARY VALUE ZERO.
012600     05  W-BANK-ENTRY            OCCURS 500 TIMES.
012700         10  W-BT-BANK-ID        PIC 9(5).
012800         10  W-BT-RECORD-COUNT   PIC 9(7).
012900         10  W-BT-CONTROL-COUNT  PIC 9.
013000         10  W-BT-HASH-TOTAL     PIC 9(15).
013100         10  W-BT-BNK-SW         PIC X.
013200             88  W-BT-BNK-SEEN           VALUE 'Y'.
013300         10  W-BT-BNK-RECORD-COUNT
013400                                 PIC 9(7).
013500         10  W-BT-BNK-CONTROL-COUNT
013600                                 PIC 9.
013700         10  W-BT-BNK-HASH-TOTAL PIC 9(15).
013800         10  W-BT-LOADED-COUNT   PIC 9(7).
013900         10  W-BT-ACTIVE-GEN     PIC 9.
014000         10  W-BT-ACTIVE-COUNT   PIC 9(7).
014100         10  W-BT-RESULT         PIC X(26).
014200 01  W-BANK-SUB                  PIC 9(4)    BINARY.
014300 01  W-ENTRY-SUB                 PIC 9(4)    BINARY.
014400 01  W-FIND-BANK-ID              PIC 9(5).
014500 01  W-FIND-SW                   PIC X.
014600     88  W-BANK-FOUND                    VALUE 'Y'.
014700 01  W-ERROR-TEXT                PIC X(100).
014800*
014900* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
015000 COPY T58053D.
015100     EJECT
015200 LINKAGE SECTION.
015300*
015400*                    TRANSACTION-CONTROL-BLOCK
015500 COPY P49000D.
015600*
015700*                    SPS-PRINT LINE
015800 COPY I54076D.
015900     EJECT
016000 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
016100                             SPS-DSR-DETAIL-BLOCK.
016200     EJECT
016300 0000-MAIN-PROCESS.
016400     PERFORM 9800-LOG-RUN-START.
016500     PERFORM 1000-INITIALIZE.
016600     PERFORM 2000-VERIFY-BACKUP THRU 2000-EXIT.
016700     IF W-RELOAD-OK
016800         PERFORM 3000-CHECK-TARGET-EMPTY THRU 3000-EXIT
016900     END-IF.
017000     IF W-RELOAD-OK
017100         PERFORM 4000-LOAD-CALENDAR-FILE THRU 4000-EXIT
017200     END-IF.
017300     IF W-RELOAD-OK
017400         PERFORM 5000-VERIFY-ACTIVE-GENERATIONS THRU 5000-EXIT
017500     END-IF.
017600     PERFORM 6000-PRINT-VERIFICATION-REPORT.
017700     PERFORM 9810-LOG-RUN-END.
017800     GOBACK.
017900 1000-INITIALIZE.
018000     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
018100     MOVE SPACES TO SDB-DETAIL-LINE.
018200     STRING 'CALENDAR FILE RELOAD FROM CALBKUP - RUN '
018300         DELIMITED BY SIZE
018400         TCB-RUN-DATE           DELIMITED BY SIZE
018500         ' '                    DELIMITED BY SIZE
018600         TCB-RUN-TIME           DELIMITED BY SIZE
018700         INTO SDB-DETAIL-LINE
018800     END-STRING.
018900     PERFORM 8000-PRINT-DETAIL-LINE.
019000*
019100******************************************************************
019200*  PASS 1 - READ THE WHOLE BACKUP, RECOMPUTE EVERY TOTAL AND     *
019300*  HOLD IT AGAINST THE BNK AND TRL RECORDS.  EVERY BREAK IS      *
019400*  PRINTED; ANY BREAK REJECTS THE BACKUP.                        *
019500******************************************************************
019600 2000-VERIFY-BACKUP.
019700     OPEN INPUT CALENDAR-BACKUP-FILE.
019800     IF NOT W-BACKUP-STATUS-OK
019900         MOVE SPACES TO W-ERROR-TEXT
020000         STRING 'BACKUP FILE CALBKUP NOT AVAILABLE - STATUS '
020100             DELIMITED BY SIZE
020200             W-BACKUP-STATUS     DELIMITED BY SIZE
020300             INTO W-ERROR-TEXT
020400         END-STRING
020500         PERFORM 8100-REPORT-BACKUP-ERROR
020600         GO TO 2000-EXIT
020700     END-IF.
020800     PERFORM UNTIL W-BACKUP-STATUS-EOF
020900         READ CALENDAR-BACKUP-FILE
021000             AT END
021100                 SET W-BACKUP-STATUS-EOF TO TRUE
021200             NOT AT END
021300                 PERFORM 2100-CHECK-ONE-BACKUP-RECORD
021400                     THRU 2100-EXIT
021500         END-READ
021600     END-PERFORM.
021700     CLOSE CALENDAR-BACKUP-FILE.
021800     PERFORM 2500-CHECK-CONTROL-TOTALS THRU 2500-EXIT.
021900 2000-EXIT.
022000     EXIT.
022100 2100-CHECK-ONE-BACKUP-RECORD.
022200     ADD 1 TO W-BACKUP-READ-COUNT.
022300     IF W-BACKUP-READ-COUNT = 1
022400         PERFORM 2150-CHECK-HEADER-RECORD
022500         GO TO 2100-EXIT
022600     END-IF.
022700     IF W-TRAILER-SEEN
022800         ADD 1 TO W-AFTER-TRAILER-COUNT
022900         GO TO 2100-EXIT
023000     END-IF.
023100     EVALUATE TRUE
023200         WHEN CBK-DETAIL
023300             PERFORM 2200-TOTAL-DETAIL-RECORD THRU 2200-EXIT
023400         WHEN CBK-BANK-TOTAL
023500             PERFORM 2300-TAKE-BANK-TOTAL THRU 2300-EXIT
023600         WHEN CBK-TRAILER
023700             SET W-TRAILER-SEEN TO TRUE
023800             MOVE CBK-TRL-RECORD-COUNT  TO W-TRL-RECORD-COUNT
023900             MOVE CBK-TRL-CONTROL-COUNT TO W-TRL-CONTROL-COUNT
024000             MOVE CBK-TRL-BANK-COUNT    TO W-TRL-BANK-COUNT
024100             MOVE CBK-TRL-HASH-TOTAL    TO W-TRL-HASH-TOTAL
024200         WHEN OTHER
024300             MOVE SPACES TO W-ERROR-TEXT
024400             STRING 'UNKNOWN RECORD TYPE ' DELIMITED BY SIZE
024500                 CBK-RECORD-TYPE        DELIMITED BY SIZE
024600                 ' AT RECORD '          DELIMITED BY SIZE
024700                 W-BACKUP-READ-COUNT    DELIMITED BY SIZE
024800                 INTO W-ERROR-TEXT
024900             END-STRING
025000             PERFORM 8100-REPORT-BACKUP-ERROR
025100     END-EVALUATE.
025200 2100-EXIT.
025300     EXIT.
025400 2150-CHECK-HEADER-RECORD.
025500     IF NOT CBK-HEADER
025600         MOVE 'FIRST RECORD IS NOT THE HDR RECORD'
025700             TO W-ERROR-TEXT
025800         PERFORM 8100-REPORT-BACKUP-ERROR
025900     ELSE
026100         MOVE CBK-HDR-PROGRAM-ID  TO W-HDR-PROGRAM-ID
026200         MOVE CBK-HDR-UNLOAD-DATE TO W-HDR-UNLOAD-DATE
026300         MOVE CBK-HDR-UNLOAD-TIME TO W-HDR-UNLOAD-TIME
026400         IF CBK-HDR-FILE-ID NOT = C-FILE-ID
026500             MOVE SPACES TO W-ERROR-TEXT
026600             STRING 'HDR NAMES FILE ' DELIMITED BY SIZE
026700                 CBK-HDR-FILE-ID        DELIMITED BY SIZE
026800                 ' - NOT A CALFILE BACKUP' DELIMITED BY SIZE
026900                 INTO W-ERROR-TEXT
027000             END-STRING
027100             PERFORM 8100-REPORT-BACKUP-ERROR
027200         END-IF
027300     END-IF.
027400*
027500* DTL RECORDS MUST RISE STRICTLY IN CALFILE KEY ORDER AND MAY
027600* NOT FOLLOW THE BNK RECORDS -- A DUPLICATE OR A SPLICED FILE
027700* IS CAUGHT HERE, BEFORE THE LOAD WOULD HIT IT.
027800 2200-TOTAL-DETAIL-RECORD.
027900     IF W-BNK-RECORD-COUNT > ZERO
028000             OR CBK-DTL-KEY NOT > W-PREV-DTL-KEY
028100         MOVE SPACES TO W-ERROR-TEXT
028200         STRING 'DTL RECORD OUT OF SEQUENCE AT RECORD '
028300             DELIMITED BY SIZE
028400             W-BACKUP-READ-COUNT DELIMITED BY SIZE
028500             ' KEY '             DELIMITED BY SIZE
028600             CBK-DTL-KEY         DELIMITED BY SIZE
028700             INTO W-ERROR-TEXT
028800         END-STRING
028900         PERFORM 8100-REPORT-BACKUP-ERROR
029000     END-IF.
029100     MOVE CBK-DTL-KEY TO W-PREV-DTL-KEY.
029200     MOVE CBK-DTL-BANK-ID TO W-FIND-BANK-ID.
029300     PERFORM 7100-FIND-BANK-ENTRY THRU 7100-EXIT.
029400     IF NOT W-BANK-FOUND
029500         GO TO 2200-EXIT
029600     END-IF.
029700     PERFORM 7000-COMPUTE-RECORD-HASH.
029800     ADD 1 TO W-RECORD-COUNT.
029900     ADD W-RECORD-HASH TO W-HASH-TOTAL.
030000     ADD 1 TO W-BT-RECORD-COUNT (W-ENTRY-SUB).
030100     ADD W-RECORD-HASH TO W-BT-HASH-TOTAL (W-ENTRY-SUB).
030200     IF CBK-DTL-GEN = 0
030300         ADD 1 TO W-CONTROL-COUNT
030400         ADD 1 TO W-BT-CONTROL-COUNT (W-ENTRY-SUB)
030500     END-IF.
030600 2200-EXIT.
030700     EXIT.
030800 2300-TAKE-BANK-TOTAL.
030900     ADD 1 TO W-BNK-RECORD-COUNT.
031000     MOVE CBK-BNK-BANK-ID TO W-FIND-BANK-ID.
031100     PERFORM 7100-FIND-BANK-ENTRY THRU 7100-EXIT.
031200     IF NOT W-BANK-FOUND
031300         GO TO 2300-EXIT
031400     END-IF.
031500     IF W-BT-BNK-SEEN (W-ENTRY-SUB)
031600         MOVE SPACES TO W-ERROR-TEXT
031700         STRING 'SECOND BNK RECORD FOR BANK ' DELIMITED BY SIZE
031800             CBK-BNK-BANK-ID     DELIMITED BY SIZE
031900             INTO W-ERROR-TEXT
032000         END-STRING
032100         PERFORM 8100-REPORT-BACKUP-ERROR
032200         GO TO 2300-EXIT
032300     END-IF.
032400     SET W-BT-BNK-SEEN (W-ENTRY-SUB) TO TRUE.
032500     MOVE CBK-BNK-RECORD-COUNT
032600         TO W-BT-BNK-RECORD-COUNT (W-ENTRY-SUB).
032700     MOVE CBK-BNK-CONTROL-COUNT
032800         TO W-BT-BNK-CONTROL-COUNT (W-ENTRY-SUB).
032900     MOVE CBK-BNK-HASH-TOTAL
033000         TO W-BT-BNK-HASH-TOTAL (W-ENTRY-SUB).
033100 2300-EXIT.
033200     EXIT.
033300*
033400* THE TRL RECORD MUST BE PRESENT AND LAST, AND EVERY FILE AND
033500* BANK TOTAL MUST AGREE WITH WHAT WAS ACTUALLY READ.
033600 2500-CHECK-CONTROL-TOTALS.
033700     IF W-BACKUP-READ-COUNT = ZERO
033800         MOVE 'BACKUP FILE IS EMPTY' TO W-ERROR-TEXT
033900         PERFORM 8100-REPORT-BACKUP-ERROR
034000         GO TO 2500-EXIT
034100     END-IF.
034200     IF NOT W-TRAILER-SEEN
034300         MOVE 'TRL RECORD MISSING - BACKUP IS INCOMPLETE'
034400             TO W-ERROR-TEXT
034500         PERFORM 8100-REPORT-BACKUP-ERROR
034600         GO TO 2500-EXIT
034700     END-IF.
034800     IF W-AFTER-TRAILER-COUNT > ZERO
034900         MOVE SPACES TO W-ERROR-TEXT
035000         STRING W-AFTER-TRAILER-COUNT DELIMITED BY SIZE
035100             ' RECORDS FOLLOW THE TRL RECORD' DELIMITED BY SIZE
035200             INTO W-ERROR-TEXT
035300         END-STRING
035400         PERFORM 8100-REPORT-BACKUP-ERROR
035500     END-IF.
035600     MOVE W-BANK-COUNT TO W-BANK-COUNT-DISPLAY.
035700     IF W-TRL-RECORD-COUNT NOT = W-RECORD-COUNT
035800             OR W-TRL-CONTROL-COUNT NOT = W-CONTROL-COUNT
035900             OR W-TRL-BANK-COUNT NOT = W-BNK-RECORD-COUNT
036000             OR W-TRL-BANK-COUNT NOT = W-BANK-COUNT-DISPLAY
036100             OR W-TRL-HASH-TOTAL NOT = W-HASH-TOTAL
036200         MOVE SPACES TO W-ERROR-TEXT
036300         STRING 'TRL TOTALS DO NOT AGREE - RECORDS '
036400             DELIMITED BY SIZE
036500             W-TRL-RECORD-COUNT  DELIMITED BY SIZE
036600             '/'                 DELIMITED BY SIZE
036700             W-RECORD-COUNT      DELIMITED BY SIZE
036800             ' BANKS '           DELIMITED BY SIZE
036900             W-TRL-BANK-COUNT    DELIMITED BY SIZE
037000             '/'                 DELIMITED BY SIZE
037100             W-BANK-COUNT-DISPLAY DELIMITED BY SIZE
037200             ' HASH '            DELIMITED BY SIZE
037300             W-TRL-HASH-TOTAL    DELIMITED BY SIZE
037400             '/'                 DELIMITED BY SIZE
037500             W-HASH-TOTAL        DELIMITED BY SIZE
037600             INTO W-ERROR-TEXT
037700         END-STRING
037800         PERFORM 8100-REPORT-BACKUP-ERROR
037900     END-IF.
038000     PERFORM 2600-CHECK-BANK-TOTALS
038100         VARYING W-BANK-SUB FROM 1 BY 1
038200         UNTIL W-BANK-SUB > W-BANK-COUNT.
038300 2500-EXIT.
038400     EXIT.
038500 2600-CHECK-BANK-TOTALS.
038600     IF NOT W-BT-BNK-SEEN (W-BANK-SUB)
038700         MOVE SPACES TO W-ERROR-TEXT
038800         STRING 'NO BNK RECORD FOR BANK ' DELIMITED BY SIZE
038900             W-BT-BANK-ID (W-BANK-SUB) DELIMITED BY SIZE
039000             INTO W-ERROR-TEXT
039100         END-STRING
039200         PERFORM 8100-REPORT-BACKUP-ERROR
039300     ELSE
039400         IF W-BT-BNK-RECORD-COUNT (W-BANK-SUB)
039500                 NOT = W-BT-RECORD-COUNT (W-BANK-SUB)
039600             OR W-BT-BNK-CONTROL-COUNT (W-BANK-SUB)
039700                 NOT = W-BT-CONTROL-COUNT (W-BANK-SUB)
039800             OR W-BT-BNK-HASH-TOTAL (W-BANK-SUB)
039900                 NOT = W-BT-HASH-TOTAL (W-BANK-SUB)
040000             MOVE SPACES TO W-ERROR-TEXT
040100             STRING 'BANK '      DELIMITED BY SIZE
040200                 W-BT-BANK-ID (W-BANK-SUB) DELIMITED BY SIZE
040300                 ' BNK TOTALS DO NOT AGREE - RECORDS '
040400                                 DELIMITED BY SIZE
040500                 W-BT-BNK-RECORD-COUNT (W-BANK-SUB)
040600                                 DELIMITED BY SIZE
040700                 '/'             DELIMITED BY SIZE
040800                 W-BT-RECORD-COUNT (W-BANK-SUB)
040900                                 DELIMITED BY SIZE
041000                 ' HASH '        DELIMITED BY SIZE
041100                 W-BT-BNK-HASH-TOTAL (W-BANK-SUB)
041200                                 DELIMITED BY SIZE
041300                 '/'             DELIMITED BY SIZE
041400                 W-BT-HASH-TOTAL (W-BANK-SUB)
041500                                 DELIMITED BY SIZE
041600                 INTO W-ERROR-TEXT
041700             END-STRING
041800             PERFORM 8100-REPORT-BACKUP-ERROR
041900         END-IF
042000     END-IF.
042100*
042200******************************************************************
042300*  PASS 2 - CALFILE MUST BE FRESHLY DEFINED.  AN EMPTY CLUSTER   *
042400*  OPENS WITH STATUS 35 OR READS AT END AT ONCE; A FILE WITH     *
042500*  ANY RECORD IN IT IS LEFT ALONE.                               *
042600******************************************************************
042700 3000-CHECK-TARGET-EMPTY.
042800     OPEN INPUT CALENDAR-KEY-FILE.
042900     IF W-CALFILE-STATUS-NOT-FOUND
043000         GO TO 3000-EXIT
043100     END-IF.
043200     IF NOT W-CALFILE-STATUS-OK
043300         SET W-TARGET-REJECTED TO TRUE
043400         MOVE SPACES TO SDB-DETAIL-LINE
043500         STRING 'CALENDAR FILE NOT AVAILABLE - STATUS '
043600             DELIMITED BY SIZE
043700             W-CALFILE-STATUS    DELIMITED BY SIZE
043800             INTO SDB-DETAIL-LINE
043900         END-STRING
044000         PERFORM 8000-PRINT-DETAIL-LINE
044100         GO TO 3000-EXIT
044200     END-IF.
044300     READ CALENDAR-KEY-FILE NEXT
044400         AT END
044500             CONTINUE
044600         NOT AT END
044700             SET W-TARGET-REJECTED TO TRUE
044800             MOVE SPACES TO SDB-DETAIL-LINE
044900             STRING 'CALENDAR FILE IS NOT EMPTY - FIRST KEY '
045000                 DELIMITED BY SIZE
045100                 CKR-KEY         DELIMITED BY SIZE
045200                 ' - RELOAD REFUSED' DELIMITED BY SIZE
045300                 INTO SDB-DETAIL-LINE
045400             END-STRING
045500             PERFORM 8000-PRINT-DETAIL-LINE
045600     END-READ.
045700     CLOSE CALENDAR-KEY-FILE.
045800 3000-EXIT.
045900     EXIT.
046000*
046100******************************************************************
046200*  PASS 3 - LOAD EVERY DTL RECORD AS WRITTEN BY THE UNLOAD.  A   *
046300*  REJECTED WRITE STOPS THE LOAD; THE FILE IS THEN INCOMPLETE    *
046400*  AND MUST BE REDEFINED BEFORE THE RELOAD IS RERUN.             *
046500******************************************************************
046600 4000-LOAD-CALENDAR-FILE.
046700     SET W-LOAD-ATTEMPTED TO TRUE.
046800     OPEN OUTPUT CALENDAR-KEY-FILE.
046900     IF NOT W-CALFILE-STATUS-OK
047000         SET W-LOAD-FAILED TO TRUE
047100         MOVE SPACES TO SDB-DETAIL-LINE
047200         STRING 'CALENDAR FILE NOT OPENED FOR LOAD - STATUS '
047300             DELIMITED BY SIZE
047400             W-CALFILE-STATUS    DELIMITED BY SIZE
047500             INTO SDB-DETAIL-LINE
047600         END-STRING
047700         PERFORM 8000-PRINT-DETAIL-LINE
047800         GO TO 4000-EXIT
047900     END-IF.
048000     OPEN INPUT CALENDAR-BACKUP-FILE.
048100     PERFORM UNTIL W-BACKUP-STATUS-EOF OR W-LOAD-FAILED
048200         READ CALENDAR-BACKUP-FILE
048300             AT END
048400                 SET W-BACKUP-STATUS-EOF TO TRUE
048500             NOT AT END
048600                 IF CBK-DETAIL
048700                     PERFORM 4100-LOAD-ONE-RECORD
048800                 END-IF
048900         END-READ
049000     END-PERFORM.
049100     CLOSE CALENDAR-BACKUP-FILE.
049200     CLOSE CALENDAR-KEY-FILE.
049300     IF W-RELOAD-OK AND W-LOADED-COUNT NOT = W-RECORD-COUNT
049400         SET W-LOAD-FAILED TO TRUE
049500         MOVE SPACES TO SDB-DETAIL-LINE
049600         STRING 'LOADED '        DELIMITED BY SIZE
049700             W-LOADED-COUNT      DELIMITED BY SIZE
049800             ' RECORDS OF '      DELIMITED BY SIZE
049900             W-RECORD-COUNT      DELIMITED BY SIZE
050000             ' ON THE BACKUP'    DELIMITED BY SIZE
050100             INTO SDB-DETAIL-LINE
050200         END-STRING
050300         PERFORM 8000-PRINT-DETAIL-LINE
050400     END-IF.
050500 4000-EXIT.
050600     EXIT.
050700 4100-LOAD-ONE-RECORD.
050800     MOVE CBK-DETAIL-DATA TO CALENDAR-KEY-RECORD.
050900     WRITE CALENDAR-KEY-RECORD
051000         INVALID KEY
051100             SET W-LOAD-FAILED TO TRUE
051200             MOVE SPACES TO SDB-DETAIL-LINE
051300             STRING 'CALENDAR FILE WRITE FAILED - KEY '
051400                 DELIMITED BY SIZE
051500                 CKR-KEY         DELIMITED BY SIZE
051600                 ' STATUS '      DELIMITED BY SIZE
051700                 W-CALFILE-STATUS DELIMITED BY SIZE
051800                 INTO SDB-DETAIL-LINE
051900             END-STRING
052000             PERFORM 8000-PRINT-DETAIL-LINE
052100         NOT INVALID KEY
052200             ADD 1 TO W-LOADED-COUNT
052300             MOVE CKR-BANK-ID TO W-FIND-BANK-ID
052400             PERFORM 7100-FIND-BANK-ENTRY THRU 7100-EXIT
052500             IF W-BANK-FOUND
052600                 ADD 1 TO W-BT-LOADED-COUNT (W-ENTRY-SUB)
052700             END-IF
052800     END-WRITE.
052900*
053000******************************************************************
053100*  PASS 4 - EVERY BANK'S ACTIVE GENERATION MUST POINT AT LOADED  *
053200*  RECORDS, READ BACK FROM THE FILE THE WAY T58011 READS IT.     *
053300******************************************************************
053400 5000-VERIFY-ACTIVE-GENERATIONS.
053500     OPEN INPUT CALENDAR-KEY-FILE.
053600     IF NOT W-CALFILE-STATUS-OK
053700         SET W-GEN-CHECK-FAILED TO TRUE
053800         MOVE SPACES TO SDB-DETAIL-LINE
053900         STRING 'CALENDAR FILE NOT REOPENED - STATUS '
054000             DELIMITED BY SIZE
054100             W-CALFILE-STATUS    DELIMITED BY SIZE
054200             INTO SDB-DETAIL-LINE
054300         END-STRING
054400         PERFORM 8000-PRINT-DETAIL-LINE
054500         GO TO 5000-EXIT
054600     END-IF.
054700     PERFORM 5100-CHECK-ONE-BANK
054800         VARYING W-BANK-SUB FROM 1 BY 1
054900         UNTIL W-BANK-SUB > W-BANK-COUNT.
055000     CLOSE CALENDAR-KEY-FILE.
055100     IF W-BANK-ERROR-COUNT > ZERO
055200         SET W-GEN-CHECK-FAILED TO TRUE
055300     END-IF.
055400 5000-EXIT.
055500     EXIT.
055600 5100-CHECK-ONE-BANK.
055700     MOVE 'OK' TO W-BT-RESULT (W-BANK-SUB).
055800     MOVE 1 TO W-BT-ACTIVE-GEN (W-BANK-SUB).
055900     MOVE ZERO TO W-BT-ACTIVE-COUNT (W-BANK-SUB).
056000     MOVE W-BT-BANK-ID (W-BANK-SUB) TO CKR-BANK-ID.
056100     MOVE 0 TO CKR-GEN.
056200     MOVE '0' TO CKR-CAL-TYPE.
056300     MOVE ZERO TO CKR-DATE.
056400     READ CALENDAR-KEY-FILE.
056500     IF W-CALFILE-STATUS-OK
056600         IF CKR-SYMBOL = '1' OR CKR-SYMBOL = '2'
056700             MOVE CKR-SYMBOL TO W-BT-ACTIVE-GEN (W-BANK-SUB)
056800         ELSE
056900             MOVE 'BAD GENERATION CONTROL'
057000                 TO W-BT-RESULT (W-BANK-SUB)
057100         END-IF
057200     END-IF.
057300     IF W-BT-LOADED-COUNT (W-BANK-SUB)
057400             NOT = W-BT-RECORD-COUNT (W-BANK-SUB)
057500         MOVE 'LOADED COUNT BREAK' TO W-BT-RESULT (W-BANK-SUB)
057600     END-IF.
057700     MOVE 'N' TO W-BROWSE-DONE-SW.
057800     MOVE W-BT-BANK-ID (W-BANK-SUB) TO CKR-BANK-ID.
057900     MOVE W-BT-ACTIVE-GEN (W-BANK-SUB) TO CKR-GEN.
058000     MOVE LOW-VALUES TO CKR-CAL-TYPE.
058100     MOVE ZERO TO CKR-DATE.
058200     START CALENDAR-KEY-FILE KEY >= CKR-KEY
058300         INVALID KEY
058400             SET W-BROWSE-DONE TO TRUE
058500     END-START.
058600     PERFORM UNTIL W-BROWSE-DONE
058700         READ CALENDAR-KEY-FILE NEXT
058800             AT END
058900                 SET W-BROWSE-DONE TO TRUE
059000             NOT AT END
059100                 IF CKR-BANK-ID = W-BT-BANK-ID (W-BANK-SUB)
059200                     AND CKR-GEN = W-BT-ACTIVE-GEN (W-BANK-SUB)
059300                     ADD 1 TO W-BT-ACTIVE-COUNT (W-BANK-SUB)
059400                 ELSE
059500                     SET W-BROWSE-DONE TO TRUE
059600                 END-IF
059700         END-READ
059800     END-PERFORM.
059900     IF W-BT-ACTIVE-COUNT (W-BANK-SUB) = ZERO
060000             AND W-BT-RESULT (W-BANK-SUB) = 'OK'
060100         MOVE 'ACTIVE GEN HAS NO RECORDS'
060200             TO W-BT-RESULT (W-BANK-SUB)
060300     END-IF.
060400     IF W-BT-RESULT (W-BANK-SUB) NOT = 'OK'
060500         ADD 1 TO W-BANK-ERROR-COUNT
060600     END-IF.
060700*
060800******************************************************************
060900*  VERIFICATION REPORT: THE BACKUP'S HDR/TRL, ONE LINE PER BANK  *
061000*  ONCE A LOAD WAS ATTEMPTED, THE TOTALS AND THE VERDICT.        *
061100******************************************************************
061200 6000-PRINT-VERIFICATION-REPORT.
061300     MOVE SPACES TO SDB-DETAIL-LINE.
061400     STRING 'BACKUP TAKEN '     DELIMITED BY SIZE
061500         W-HDR-UNLOAD-DATE      DELIMITED BY SIZE
061600         ' '                    DELIMITED BY SIZE
061700         W-HDR-UNLOAD-TIME      DELIMITED BY SIZE
061800         ' BY '                 DELIMITED BY SIZE
061900         W-HDR-PROGRAM-ID       DELIMITED BY SIZE
062000         ' - TRL RECORDS '      DELIMITED BY SIZE
062100         W-TRL-RECORD-COUNT     DELIMITED BY SIZE
062200         ' CONTROL '            DELIMITED BY SIZE
062300         W-TRL-CONTROL-COUNT    DELIMITED BY SIZE
062400         ' BANKS '              DELIMITED BY SIZE
062500         W-TRL-BANK-COUNT       DELIMITED BY SIZE
062600         INTO SDB-DETAIL-LINE
062700     END-STRING.
062800     PERFORM 8000-PRINT-DETAIL-LINE.
062900     IF W-LOAD-ATTEMPTED
063000         MOVE 'BANK   BACKUP  LOADED GEN  ACTIVE RESULT'
063100             TO SDB-DETAIL-LINE
063200         PERFORM 8000-PRINT-DETAIL-LINE
063300         PERFORM 6100-PRINT-BANK-LINE
063400             VARYING W-BANK-SUB FROM 1 BY 1
063500             UNTIL W-BANK-SUB > W-BANK-COUNT
063600     END-IF.
063700     MOVE SPACES TO SDB-DETAIL-LINE.
063800     STRING 'BACKUP RECORDS '   DELIMITED BY SIZE
063900         W-RECORD-COUNT         DELIMITED BY SIZE
064000         ' LOADED '             DELIMITED BY SIZE
064100         W-LOADED-COUNT         DELIMITED BY SIZE
064200         ' BACKUP ERRORS '      DELIMITED BY SIZE
064300         W-ERROR-COUNT          DELIMITED BY SIZE
064400         ' BANKS FAILING '      DELIMITED BY SIZE
064500         W-BANK-ERROR-COUNT     DELIMITED BY SIZE
064600         INTO SDB-DETAIL-LINE
064700     END-STRING.
064800     PERFORM 8000-PRINT-DETAIL-LINE.
064900     EVALUATE TRUE
065000         WHEN W-RELOAD-OK
065100             MOVE 'RELOAD VERIFIED - CALFILE MAY BE RETURNED TO ON
065200-                 'LINE' TO SDB-DETAIL-LINE
065300         WHEN W-BACKUP-REJECTED
065400             MOVE 'BACKUP FAILED VERIFICATION - NOTHING LOADED - K
065500-                 'EEP ONLINE DOWN' TO SDB-DETAIL-LINE
065600         WHEN W-TARGET-REJECTED
065700             MOVE 'CALFILE NOT EMPTY OR NOT AVAILABLE - NOTHING LO
065800-                 'ADED - KEEP ONLINE DOWN' TO SDB-DETAIL-LINE
065900         WHEN W-LOAD-FAILED
066000             MOVE 'LOAD FAILED - CALFILE INCOMPLETE - KEEP ONLINE
066100-                 'DOWN' TO SDB-DETAIL-LINE
066200         WHEN OTHER
066300             MOVE 'ACTIVE GENERATION CHECK FAILED - KEEP ONLINE DO
066400-                 'WN' TO SDB-DETAIL-LINE
066500     END-EVALUATE.
066600     PERFORM 8000-PRINT-DETAIL-LINE.
066700     IF NOT W-RELOAD-OK
066800         SET TCB-RC-ERROR TO TRUE
066900     END-IF.
067000 6100-PRINT-BANK-LINE.
067100     MOVE SPACES TO SDB-DETAIL-LINE.
067200     STRING W-BT-BANK-ID (W-BANK-SUB)       DELIMITED BY SIZE
067300         ' '                                DELIMITED BY SIZE
067400         W-BT-RECORD-COUNT (W-BANK-SUB)     DELIMITED BY SIZE
067500         ' '                                DELIMITED BY SIZE
067600         W-BT-LOADED-COUNT (W-BANK-SUB)     DELIMITED BY SIZE
067700         '   '                              DELIMITED BY SIZE
067800         W-BT-ACTIVE-GEN (W-BANK-SUB)       DELIMITED BY SIZE
067900         ' '                                DELIMITED BY SIZE
068000         W-BT-ACTIVE-COUNT (W-BANK-SUB)     DELIMITED BY SIZE
068100         ' '                                DELIMITED BY SIZE
068200         W-BT-RESULT (W-BANK-SUB)           DELIMITED BY SIZE
068300         INTO SDB-DETAIL-LINE
068400     END-STRING.
068500     PERFORM 8000-PRINT-DETAIL-LINE.
068600*
068700******************************************************************
068800*  HASH CONTRIBUTION OF THE CURRENT DTL RECORD, AS DEFINED IN    *
068900*  T58059D.  THE UNLOAD T58059 USES THE SAME PARAGRAPH.          *
069000******************************************************************
069100 7000-COMPUTE-RECORD-HASH.
069200     MOVE ZERO TO W-RECORD-HASH.
069300     IF CBK-DTL-GEN IS NUMERIC
069400         ADD CBK-DTL-GEN TO W-RECORD-HASH
069500     END-IF.
069600     IF CBK-DTL-DATE IS NUMERIC
069700         ADD CBK-DTL-DATE TO W-RECORD-HASH
069800     END-IF.
069900     IF CBK-DTL-CLOSE-TIME IS NUMERIC
070000         ADD CBK-DTL-CLOSE-TIME TO W-RECORD-HASH
070100     END-IF.
070200     IF CBK-DTL-WIRE-CUTOFF IS NUMERIC
070300         ADD CBK-DTL-WIRE-CUTOFF TO W-RECORD-HASH
070400     END-IF.
070500     IF CBK-DTL-ACH-CUTOFF IS NUMERIC
070600         ADD CBK-DTL-ACH-CUTOFF TO W-RECORD-HASH
070700     END-IF.
070800     IF CBK-DTL-GEN = 0 AND CBK-DTL-SYMBOL IS NUMERIC
070900         MOVE CBK-DTL-SYMBOL TO W-HASH-GEN
071000         ADD W-HASH-GEN TO W-RECORD-HASH
071100     END-IF.
071200*
071300* BANK-TABLE LOOKUP.  THE BACKUP IS IN BANK ORDER, SO THE LAST
071400* ENTRY IS TRIED FIRST; A NEW BANK IS ADDED WHILE THERE IS ROOM.
071500 7100-FIND-BANK-ENTRY.
071600     MOVE 'N' TO W-FIND-SW.
071700     IF W-BANK-COUNT > ZERO
071800         IF W-BT-BANK-ID (W-BANK-COUNT) = W-FIND-BANK-ID
071900             MOVE W-BANK-COUNT TO W-ENTRY-SUB
072000             SET W-BANK-FOUND TO TRUE
072100             GO TO 7100-EXIT
072200         END-IF
072300     END-IF.
072400     PERFORM VARYING W-ENTRY-SUB FROM 1 BY 1
072500             UNTIL W-ENTRY-SUB > W-BANK-COUNT
072600                OR W-BANK-FOUND
072700         IF W-BT-BANK-ID (W-ENTRY-SUB) = W-FIND-BANK-ID
072800             SET W-BANK-FOUND TO TRUE
072900         END-IF
073000     END-PERFORM.
073100     IF W-BANK-FOUND
073200         SUBTRACT 1 FROM W-ENTRY-SUB
073300         GO TO 7100-EXIT
073400     END-IF.
073500     IF W-BANK-COUNT NOT < C-MAX-BANKS
073600         MOVE SPACES TO W-ERROR-TEXT
073700         STRING 'BANK TABLE FULL AT BANK ' DELIMITED BY SIZE
073800             W-FIND-BANK-ID      DELIMITED BY SIZE
073900             INTO W-ERROR-TEXT
074000         END-STRING
074100         PERFORM 8100-REPORT-BACKUP-ERROR
074200         GO TO 7100-EXIT
074300     END-IF.
074400     ADD 1 TO W-BANK-COUNT.
074500     MOVE W-BANK-COUNT TO W-ENTRY-SUB.
074600     INITIALIZE W-BANK-ENTRY (W-ENTRY-SUB).
074700     MOVE W-FIND-BANK-ID TO W-BT-BANK-ID (W-ENTRY-SUB).
074800     MOVE 'N' TO W-BT-BNK-SW (W-ENTRY-SUB).
074900     SET W-BANK-FOUND TO TRUE.
075000 7100-EXIT.
075100     EXIT.
075200 8000-PRINT-DETAIL-LINE.
075300     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
075400         SPS-DSR-DETAIL-BLOCK.
075500 8100-REPORT-BACKUP-ERROR.
075600     ADD 1 TO W-ERROR-COUNT.
075700     SET W-BACKUP-REJECTED TO TRUE.
075800     MOVE W-ERROR-TEXT TO SDB-DETAIL-LINE.
075900     PERFORM 8000-PRINT-DETAIL-LINE.
076000*
076100* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
076200* BACKUP DETAIL RECORDS IN, CALFILE RECORDS LOADED OUT.
076300 9800-LOG-RUN-START.
076400     MOVE 'T58060'         TO RLG-PROGRAM-ID.
076500     SET RLG-EVENT-START   TO TRUE.
076600     MOVE ZERO             TO RLG-BANK-ID.
076700     MOVE 'BACKUP'         TO RLG-IN-LABEL.
076800     MOVE ZERO             TO RLG-IN-COUNT.
076900     MOVE 'LOADED'         TO RLG-OUT-LABEL.
077000     MOVE ZERO             TO RLG-OUT-COUNT.
077100     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
077200         RUN-LEDGER-RECORD.
077300 9810-LOG-RUN-END.
077400     SET RLG-EVENT-END     TO TRUE.
077500     MOVE W-RECORD-COUNT   TO RLG-IN-COUNT.
077600     MOVE W-LOADED-COUNT   TO RLG-OUT-COUNT.
077700     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
077800         RUN-LEDGER-RECORD.
077900 END PROGRAM T58060.
