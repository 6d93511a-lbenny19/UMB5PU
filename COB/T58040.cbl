008460         88  W-BANK-HAS-A            VALUE 'Y'.
008470     05  W-BANK-HAS-S-SW         PIC X.
008480         88  W-BANK-HAS-S            VALUE 'Y'.
008486* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
008492 COPY T58053D.
008500     EJECT
008600 LINKAGE SECTION.
008700*
009900                             SPS-DSR-DETAIL-BLOCK.
010000     EJECT
010100 0000-MAIN-PROCESS.
010150     PERFORM 9800-LOG-RUN-START.
010200     PERFORM 1000-INITIALIZE.
010300     PERFORM 2000-WALK-DATE-GROUPS.
010400     PERFORM 6000-PRINT-TOTALS.
010450     PERFORM 9810-LOG-RUN-END.
010500     GOBACK.
010600 1000-INITIALIZE.
010700     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
024600 8000-PRINT-DETAIL-LINE.
024700     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
024800         SPS-DSR-DETAIL-BLOCK.
024804*
024808* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
024812* DHT ENTRIES IN, CONSISTENCY EXCEPTIONS OUT.
024816 9800-LOG-RUN-START.
024820     MOVE 'T58040'         TO RLG-PROGRAM-ID.
024824     SET RLG-EVENT-START   TO TRUE.
024828     MOVE DHT-BANK-ID      TO RLG-BANK-ID.
024832     MOVE 'DHT-ENT'        TO RLG-IN-LABEL.
024836     MOVE ZERO             TO RLG-IN-COUNT.
024840     MOVE 'EXCEPT'         TO RLG-OUT-LABEL.
024844     MOVE ZERO             TO RLG-OUT-COUNT.
024848     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
024852         RUN-LEDGER-RECORD.
024856 9810-LOG-RUN-END.
024860     SET RLG-EVENT-END     TO TRUE.
024864     MOVE DHT-ENTRY-COUNT  TO RLG-IN-COUNT.
024868     COMPUTE RLG-OUT-COUNT = W-OPEN-ON-CLOSURE-COUNT
024872         + W-FED-MISSING-COUNT + W-EC-DISAGREE-COUNT.
024876     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
024880         RUN-LEDGER-RECORD.
024900 END PROGRAM T58040.
