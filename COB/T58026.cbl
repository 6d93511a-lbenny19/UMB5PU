003000* (RESOLVED THROUGH THE DTA-ADD-BUS-DAYS DATE-SERVICES ACTION)
003100* IS FLAGGED SO THE AREAS THAT SCHEDULE OFF THESE CALENDARS
003200* SEE A NEAR-TERM SHIFT IMMEDIATELY.
003210* EVERY ADD, DROP, AND CHANGE IS ALSO WRITTEN TO THE DELTA FILE
003220* (T58044D) SO THE POST-BUILD RE-CHECK T58044 CAN FIND THE
003230* ISSUED DATE CARDS AND SETTLEMENT ANSWERS THE CHANGE MOVED.
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004000     SELECT PRIOR-SNAPSHOT-FILE ASSIGN TO HOLSNAPP
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS IS W-SNAP-STATUS.
004210     SELECT CALENDAR-DELTA-FILE ASSIGN TO HOLDELTA
004220         ORGANIZATION LINE SEQUENTIAL
004230         FILE STATUS IS W-DELTA-STATUS.
004300 DATA DIVISION.
004400     EJECT
004500 FILE SECTION.
004600 FD  PRIOR-SNAPSHOT-FILE.
004700 COPY T58026D. *> PRIOR-RUN CALENDAR SNAPSHOT
004710 FD  CALENDAR-DELTA-FILE.
004720 COPY T58044D. *> CHANGED DATES READ BY THE RE-CHECK T58044
004800     EJECT
004900 WORKING-STORAGE SECTION.
005000*
006300         88  W-SNAP-STATUS-NOT-FOUND VALUE '35'.
006400     05  W-SNAP-PENDING-SW       PIC X       VALUE 'N'.
006500         88  W-SNAP-PENDING          VALUE 'Y'.
006510* THE DELTA FILE IS OPTIONAL -- A STEP WITHOUT A HOLDELTA DD
006520* STILL PRINTS THE REPORT.
006530     05  W-DELTA-STATUS          PIC XX.
006540         88  W-DELTA-STATUS-OK       VALUE '00'.
006550     05  W-DELTA-OPEN-SW         PIC X       VALUE 'N'.
006560         88  W-DELTA-OPEN            VALUE 'Y'.
006570     05  W-DELTA-CHANGE-TYPE     PIC X.
006580     05  W-DELTA-CAL-TYPE        PIC X.
006600*
006700 01  W-DELTA-COUNTERS.
006800     05  W-ADD-COUNT             PIC 9(5)    VALUE ZERO.
008000* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
008100 COPY T58017D.
008200*
008220* HOLDELTA RECORDS WRITTEN, FOR THE RUN LEDGER.
008240 01  W-DELTA-WRITE-COUNT         PIC 9(7)    VALUE ZERO.
008260* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
008280 COPY T58053D.
008300 COPY T58007D. *> DATE ROUTINE ACTIONS
008400 COPY T58008D. *> DATE ROUTINE RESULTS
008500     EJECT
010300                             SPS-DSR-DETAIL-BLOCK.
010400     EJECT
010500 0000-MAIN-PROCESS.
010550     PERFORM 9800-LOG-RUN-START.
010600     PERFORM 1000-INITIALIZE.
010700     IF W-SNAP-STATUS-OK
010800         PERFORM 2000-COMPARE-SNAPSHOT-TO-TABLE
011400         PERFORM 8000-PRINT-DETAIL-LINE
011500         SET TCB-RC-WARNING TO TRUE
011600     END-IF.
011610     IF W-DELTA-OPEN
011620         CLOSE CALENDAR-DELTA-FILE
011630     END-IF.
011665     PERFORM 9810-LOG-RUN-END.
011700     GOBACK.
011800 1000-INITIALIZE.
011900     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
011950     MOVE ZERO TO W-DELTA-WRITE-COUNT.
012000     MOVE 'CALENDAR DELTA REPORT - CHANGES SINCE LAST BUILD'
012100         TO SDB-DETAIL-LINE.
012200     PERFORM 8000-PRINT-DETAIL-LINE.
012300     PERFORM 1100-RESOLVE-NEAR-TERM-WINDOW.
012400     OPEN INPUT PRIOR-SNAPSHOT-FILE.
012410     OPEN OUTPUT CALENDAR-DELTA-FILE.
012420     IF W-DELTA-STATUS-OK
012430         SET W-DELTA-OPEN TO TRUE
012440     END-IF.
012500 1100-RESOLVE-NEAR-TERM-WINDOW.
012600     MOVE TCB-RUN-DATE        TO DCB-INPUT-DATE.
012700     MOVE DHT-BANK-ID         TO DCB-BANK-ID.
021400             INTO SDB-DETAIL-LINE
021500         END-STRING
021600         PERFORM 8000-PRINT-DETAIL-LINE
021610         MOVE 'C' TO W-DELTA-CHANGE-TYPE
021620         MOVE DHT-CAL-TYPE (W-TBL-POS) TO W-DELTA-CAL-TYPE
021630         PERFORM 7500-WRITE-DELTA-RECORD
021700     END-IF.
021800 4000-REPORT-DROPPED-DATE.
021900     ADD 1 TO W-DROP-COUNT.
023200         INTO SDB-DETAIL-LINE
023300     END-STRING.
023400     PERFORM 8000-PRINT-DETAIL-LINE.
023410     MOVE 'D' TO W-DELTA-CHANGE-TYPE.
023420     MOVE HSR-CAL-TYPE TO W-DELTA-CAL-TYPE.
023430     PERFORM 7500-WRITE-DELTA-RECORD.
023500 5000-REPORT-ADDED-DATE.
023600     ADD 1 TO W-ADD-COUNT.
023650     MOVE DHT-DATE (W-TBL-POS) TO W-FLAG-DATE.
024800         INTO SDB-DETAIL-LINE
024900     END-STRING.
025000     PERFORM 8000-PRINT-DETAIL-LINE.
025010     MOVE 'A' TO W-DELTA-CHANGE-TYPE.
025020     MOVE DHT-CAL-TYPE (W-TBL-POS) TO W-DELTA-CAL-TYPE.
025030     PERFORM 7500-WRITE-DELTA-RECORD.
025100 6000-PRINT-TOTALS.
025200     MOVE SPACES TO SDB-DETAIL-LINE.
025300     STRING 'ADDS: '              DELIMITED BY SIZE
026900         MOVE ' ** WITHIN 10 BUSINESS DAYS' TO W-NEAR-TERM-FLAG
027000         ADD 1 TO W-NEAR-TERM-COUNT
027100     END-IF.
027105*
027109* ONE DELTA RECORD PER REPORTED DATE.  THE CALLER HAS ALREADY
027113* SET W-DELTA-CHANGE-TYPE AND W-DELTA-CAL-TYPE; W-FLAG-DATE AND
027117* W-NEAR-TERM-FLAG ARE STILL SET FROM THE REPORT LINE.
027121 7500-WRITE-DELTA-RECORD.
027125     IF W-DELTA-OPEN
027129         MOVE SPACES TO CALENDAR-DELTA-RECORD
027133         MOVE DHT-BANK-ID         TO CDL-BANK-ID
027137         MOVE W-FLAG-DATE         TO CDL-DATE
027141         MOVE W-DELTA-CAL-TYPE    TO CDL-CAL-TYPE
027145         IF CDL-CAL-TYPE = SPACE
027149             MOVE 'B' TO CDL-CAL-TYPE
027153         END-IF
027157         MOVE W-DELTA-CHANGE-TYPE TO CDL-CHANGE-TYPE
027161         IF W-NEAR-TERM-FLAG = SPACES
027165             MOVE 'N' TO CDL-NEAR-TERM-SW
027169         ELSE
027173             MOVE 'Y' TO CDL-NEAR-TERM-SW
027177         END-IF
027181         WRITE CALENDAR-DELTA-RECORD
027183         ADD 1 TO W-DELTA-WRITE-COUNT
027185     END-IF.
027200 8000-PRINT-DETAIL-LINE.
027300     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
027400         SPS-DSR-DETAIL-BLOCK.
028000     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
028100     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
028200     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
028205*
028210* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
028215* HOLIDAY TABLE ENTRIES COMPARED IN, HOLDELTA RECORDS OUT.
028220 9800-LOG-RUN-START.
028225     MOVE 'T58026'         TO RLG-PROGRAM-ID.
028230     SET RLG-EVENT-START   TO TRUE.
028235     MOVE DHT-BANK-ID      TO RLG-BANK-ID.
028240     MOVE 'DHT-ENT'        TO RLG-IN-LABEL.
028245     MOVE ZERO             TO RLG-IN-COUNT.
028250     MOVE 'HOLDELTA'       TO RLG-OUT-LABEL.
028255     MOVE ZERO             TO RLG-OUT-COUNT.
028260     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
028265         RUN-LEDGER-RECORD.
028270 9810-LOG-RUN-END.
028275     SET RLG-EVENT-END     TO TRUE.
028280     MOVE DHT-ENTRY-COUNT  TO RLG-IN-COUNT.
028285     MOVE W-DELTA-WRITE-COUNT TO RLG-OUT-COUNT.
028290     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
028295         RUN-LEDGER-RECORD.
028300 END PROGRAM T58026.
