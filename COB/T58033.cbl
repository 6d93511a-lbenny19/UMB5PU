013200* YEARFROM/YEARTO GIVE THE YEAR RANGE TO GENERATE; WITH NO
013300* RUNPARM THE FEED COVERS THE YEAR AFTER THE RUN DATE.
013400 COPY T58030D.
013433* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
013466 COPY T58053D.
013500     EJECT
013600 LINKAGE SECTION.
013700*
014500                             SPS-DSR-DETAIL-BLOCK.
014600     EJECT
014700 0000-MAIN-PROCESS.
014750     PERFORM 9800-LOG-RUN-START.
014800     PERFORM 1000-INITIALIZE.
014900     IF RCB-PARM-ERROR
015000         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
015100         PERFORM 8000-PRINT-DETAIL-LINE
015150         PERFORM 9810-LOG-RUN-END
015200         GOBACK
015300     END-IF.
015400     PERFORM 1200-PRINT-PROOF-HEADER.
015900     END-PERFORM.
016000     CLOSE FED-HOLIDAY-FILE.
016100     PERFORM 6000-PRINT-TOTALS.
016150     PERFORM 9810-LOG-RUN-END.
016200     GOBACK.
016300 1000-INITIALIZE.
016400     MOVE ZERO TO TCB-RETURN-CODE.
029400 8000-PRINT-DETAIL-LINE.
029500     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
029600         SPS-DSR-DETAIL-BLOCK.
029604*
029608* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
029612* FEED YEARS GENERATED IN, FEDHOL RECORDS WRITTEN OUT.
029616 9800-LOG-RUN-START.
029620     MOVE 'T58033'         TO RLG-PROGRAM-ID.
029624     SET RLG-EVENT-START   TO TRUE.
029628     MOVE ZERO             TO RLG-BANK-ID.
029632     MOVE 'YEARS'          TO RLG-IN-LABEL.
029636     MOVE ZERO             TO RLG-IN-COUNT.
029640     MOVE 'FEDHOL'         TO RLG-OUT-LABEL.
029644     MOVE ZERO             TO RLG-OUT-COUNT.
029648     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
029652         RUN-LEDGER-RECORD.
029656 9810-LOG-RUN-END.
029660     SET RLG-EVENT-END     TO TRUE.
029664     MOVE ZERO             TO RLG-IN-COUNT.
029668     IF W-RECORD-COUNT > ZERO
029672         COMPUTE RLG-IN-COUNT = W-YEAR-TO - W-YEAR-FROM + 1
029676     END-IF.
029680     MOVE W-RECORD-COUNT   TO RLG-OUT-COUNT.
029684     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
029688         RUN-LEDGER-RECORD.
029700 END PROGRAM T58033.
