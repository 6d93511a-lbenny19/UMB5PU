006545         10  W-EXC-CALC-SEQ      PIC 9(5).                                
006546         10  W-EXC-EFF-DATE      PIC 9(8).                                
006550         10  W-EXC-REASON        PIC X(30).                               
006551* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
006552 COPY T58053D.
006400     EJECT                                                                
006500 LOCAL-STORAGE SECTION.                                                   
006600*                                                                         
009950                             CSV-EXTRACT-CONTROL.
010000     EJECT                                                                                                             
010100 0000-MAIN-PROCESS.
010101     PERFORM 9800-LOG-RUN-START.
010102     PERFORM 1000-INITIALIZE.
010104     IF RCB-PARM-ERROR
010106         PERFORM 1300-PRINT-PARM-ERROR
010107         PERFORM 9810-LOG-RUN-END
010108         GOBACK
010110     END-IF.
010115     PERFORM 1250-PRINT-OPTION-ECHO.
010116     PERFORM 1050-READ-RESTART-CHECKPOINT.
010117     PERFORM 1100-VALIDATE-CHAIN-FORMAT.
010136         CLOSE CSV-EXTRACT-FILE
010137     END-IF.
010138     PERFORM 3300-RESET-CHECKPOINT-FILE.
010139     PERFORM 9810-LOG-RUN-END.
010140     GOBACK.
010150 1000-INITIALIZE.
010160     MOVE ZERO TO W-BREAK-COUNT.
011740     END-STRING.
011750     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
011760         SPS-DSR-DETAIL-BLOCK.
011860*
011960* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
012060* INDEX CHAIN ENTRIES WALKED IN, CHAIN BREAKS FOUND OUT.
012160 9800-LOG-RUN-START.
012260     MOVE 'T58005'         TO RLG-PROGRAM-ID.
012360     SET RLG-EVENT-START   TO TRUE.
012460     MOVE ZERO             TO RLG-BANK-ID.
012560     MOVE 'INDEX'          TO RLG-IN-LABEL.
012660     MOVE ZERO             TO RLG-IN-COUNT.
012760     MOVE 'BREAKS'         TO RLG-OUT-LABEL.
012860     MOVE ZERO             TO RLG-OUT-COUNT.
012960     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
013060         RUN-LEDGER-RECORD.
013160 9810-LOG-RUN-END.
013260     SET RLG-EVENT-END     TO TRUE.
013360     MOVE DCBI-ENTRY-COUNT TO RLG-IN-COUNT.
013460     MOVE W-BREAK-COUNT    TO RLG-OUT-COUNT.
013560     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
013660         RUN-LEDGER-RECORD.
028700 END PROGRAM T58005.
