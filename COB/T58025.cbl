008730* REPMODE=A SELECTS APPLY MODE, REPMODE=R REPORT-ONLY,
008740* OVERRIDING THE TCB-REASON-CODE DEFAULT.
008750 COPY T58030D.
008766* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
008782 COPY T58053D.
008800     EJECT
008900 LINKAGE SECTION.
009000*
010600                             SPS-DSR-DETAIL-BLOCK.
010700     EJECT
010800 0000-MAIN-PROCESS.
010850     PERFORM 9800-LOG-RUN-START.
010900     PERFORM 1000-INITIALIZE.
010910     IF RCB-PARM-ERROR
010920         PERFORM 1300-PRINT-PARM-ERROR
010925         PERFORM 9810-LOG-RUN-END
010930         GOBACK
010940     END-IF.
010950     PERFORM 1200-PRINT-MODE-HEADER.
011200     PERFORM 4000-RELINK-CALC-CHAIN.
011300     PERFORM 5000-REPAIR-CROSS-LINKS.
011400     PERFORM 6000-PRINT-TOTALS.
011450     PERFORM 9810-LOG-RUN-END.
011500     GOBACK.
011600 1000-INITIALIZE.
011700     MOVE ZERO TO W-RELINK-COUNT.
042200 8000-PRINT-DETAIL-LINE.
042300     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
042400         SPS-DSR-DETAIL-BLOCK.
042405*
042410* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
042415* CHAIN INDEX ENTRIES IN, CHAINS RE-LINKED OUT.
042420 9800-LOG-RUN-START.
042425     MOVE 'T58025'         TO RLG-PROGRAM-ID.
042430     SET RLG-EVENT-START   TO TRUE.
042435     MOVE ZERO             TO RLG-BANK-ID.
042440     MOVE 'INDEX'          TO RLG-IN-LABEL.
042445     MOVE ZERO             TO RLG-IN-COUNT.
042450     MOVE 'RELINKED'       TO RLG-OUT-LABEL.
042455     MOVE ZERO             TO RLG-OUT-COUNT.
042460     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
042465         RUN-LEDGER-RECORD.
042470 9810-LOG-RUN-END.
042475     SET RLG-EVENT-END     TO TRUE.
042480     MOVE DCBI-ENTRY-COUNT TO RLG-IN-COUNT.
042485     MOVE W-RELINK-COUNT   TO RLG-OUT-COUNT.
042490     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
042495         RUN-LEDGER-RECORD.
042500 END PROGRAM T58025.
