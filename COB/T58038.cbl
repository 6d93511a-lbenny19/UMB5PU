008500* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
008600* RETDAYS OVERRIDES THE DEFAULT RETENTION PERIOD.
008700 COPY T58030D.
008733* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
008766 COPY T58053D.
008800     EJECT
008900 LINKAGE SECTION.
009000*
009800                             SPS-DSR-DETAIL-BLOCK.
009900     EJECT
010000 0000-MAIN-PROCESS.
010050     PERFORM 9800-LOG-RUN-START.
010100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010200     IF RCB-PARM-ERROR
010300         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
010400         PERFORM 8000-PRINT-DETAIL-LINE
010450         PERFORM 9810-LOG-RUN-END
010500         GOBACK
010600     END-IF.
010700     IF W-HIST-STATUS-OK
012100         PERFORM 8000-PRINT-DETAIL-LINE
012200         SET TCB-RC-WARNING TO TRUE
012300     END-IF.
012350     PERFORM 9810-LOG-RUN-END.
012400     GOBACK.
012500 1000-INITIALIZE.
012600     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
019700 8000-PRINT-DETAIL-LINE.
019800     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
019900         SPS-DSR-DETAIL-BLOCK.
019905*
019910* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
019915* HISTORY RECORDS READ IN, RECORDS ARCHIVED OUT.
019920 9800-LOG-RUN-START.
019925     MOVE 'T58038'         TO RLG-PROGRAM-ID.
019930     SET RLG-EVENT-START   TO TRUE.
019935     MOVE ZERO             TO RLG-BANK-ID.
019940     MOVE 'HISTREC'        TO RLG-IN-LABEL.
019945     MOVE ZERO             TO RLG-IN-COUNT.
019950     MOVE 'ARCHIVED'       TO RLG-OUT-LABEL.
019955     MOVE ZERO             TO RLG-OUT-COUNT.
019960     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
019965         RUN-LEDGER-RECORD.
019970 9810-LOG-RUN-END.
019975     SET RLG-EVENT-END     TO TRUE.
019980     MOVE W-READ-COUNT     TO RLG-IN-COUNT.
019985     MOVE W-ARCHIVED-COUNT TO RLG-OUT-COUNT.
019990     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
019995         RUN-LEDGER-RECORD.
020000 END PROGRAM T58038.
