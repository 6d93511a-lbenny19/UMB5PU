009600* REPMODE=A SELECTS APPLY MODE, REPMODE=R REPORT-ONLY,
009700* OVERRIDING THE TCB-REASON-CODE DEFAULT.
009800 COPY T58030D.
009833* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
009866 COPY T58053D.
009900     EJECT
010000 LINKAGE SECTION.
010100*
011700                             SPS-DSR-DETAIL-BLOCK.
011800     EJECT
011900 0000-MAIN-PROCESS.
011950     PERFORM 9800-LOG-RUN-START.
012000     PERFORM 1000-INITIALIZE.
012100     IF RCB-PARM-ERROR
012200         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
012300         PERFORM 8000-PRINT-DETAIL-LINE
012350         PERFORM 9810-LOG-RUN-END
012400         GOBACK
012500     END-IF.
012600     PERFORM 1200-PRINT-MODE-HEADER.
014000         PERFORM 8000-PRINT-DETAIL-LINE
014100         SET TCB-RC-ERROR TO TRUE
014200     END-IF.
014250     PERFORM 9810-LOG-RUN-END.
014300     GOBACK.
014400 1000-INITIALIZE.
014500     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
038300 8000-PRINT-DETAIL-LINE.
038400     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
038500         SPS-DSR-DETAIL-BLOCK.
038504*
038508* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
038512* DHT ENTRIES IN, CALFILE DIFFERENCES FOUND OUT.
038516 9800-LOG-RUN-START.
038520     MOVE 'T58035'         TO RLG-PROGRAM-ID.
038524     SET RLG-EVENT-START   TO TRUE.
038528     MOVE DHT-BANK-ID      TO RLG-BANK-ID.
038532     MOVE 'DHT-ENT'        TO RLG-IN-LABEL.
038536     MOVE ZERO             TO RLG-IN-COUNT.
038540     MOVE 'DIFFS'          TO RLG-OUT-LABEL.
038544     MOVE ZERO             TO RLG-OUT-COUNT.
038548     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
038552         RUN-LEDGER-RECORD.
038556 9810-LOG-RUN-END.
038560     SET RLG-EVENT-END     TO TRUE.
038564     MOVE DHT-ENTRY-COUNT  TO RLG-IN-COUNT.
038568     COMPUTE RLG-OUT-COUNT = W-MISSING-COUNT + W-EXTRA-COUNT
038572         + W-DIFFERENT-COUNT.
038576     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
038580         RUN-LEDGER-RECORD.
038600 END PROGRAM T58035.
