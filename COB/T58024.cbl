012730* RETDAYS OVERRIDES THE DEFAULT RETENTION PERIOD.
012740 COPY T58030D.
012750 01  W-RETENTION-DAYS            PIC 9(4).
012766* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
012782 COPY T58053D.
012800     EJECT
012900 LINKAGE SECTION.
013000*
013800                             SPS-DSR-DETAIL-BLOCK.
013900     EJECT
014000 0000-MAIN-PROCESS.
014050     PERFORM 9800-LOG-RUN-START.
014100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014110     IF RCB-PARM-ERROR
014120         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
014130         PERFORM 8000-PRINT-DETAIL-LINE
014135         PERFORM 9810-LOG-RUN-END
014140         GOBACK
014150     END-IF.
014160     PERFORM 1200-PRINT-OPTION-ECHO.
015900         PERFORM 8000-PRINT-DETAIL-LINE
016000         SET TCB-RC-WARNING TO TRUE
016100     END-IF.
016150     PERFORM 9810-LOG-RUN-END.
016200     GOBACK.
016300 1000-INITIALIZE.
016400     MOVE ZERO TO W-SUM-COUNT.
043100 8000-PRINT-DETAIL-LINE.
043200     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
043300         SPS-DSR-DETAIL-BLOCK.
043305*
043310* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
043315* AUDIT RECORDS READ IN, RECORDS ARCHIVED OUT.
043320 9800-LOG-RUN-START.
043325     MOVE 'T58024'         TO RLG-PROGRAM-ID.
043330     SET RLG-EVENT-START   TO TRUE.
043335     MOVE ZERO             TO RLG-BANK-ID.
043340     MOVE 'AUDREC'         TO RLG-IN-LABEL.
043345     MOVE ZERO             TO RLG-IN-COUNT.
043350     MOVE 'ARCHIVED'       TO RLG-OUT-LABEL.
043355     MOVE ZERO             TO RLG-OUT-COUNT.
043360     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
043365         RUN-LEDGER-RECORD.
043370 9810-LOG-RUN-END.
043375     SET RLG-EVENT-END     TO TRUE.
043380     MOVE W-READ-COUNT     TO RLG-IN-COUNT.
043385     MOVE W-ARCHIVED-COUNT TO RLG-OUT-COUNT.
043390     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
043395         RUN-LEDGER-RECORD.
043400 END PROGRAM T58024.
