008900 01  W-READINESS-CONTROL.
009000     05  W-TARGET-YEAR           PIC 9(4).
009100     05  W-CHECK-BANK            PIC 9(5).
009110         88  W-CHECK-MARKET              VALUE 90000 THRU 99999.
009200     05  W-BANK-COUNT            PIC 9(5)    VALUE ZERO.
009300     05  W-GAP-COUNT             PIC 9(5)    VALUE ZERO.
009400     05  W-ACTIVE-GEN            PIC 9.
011800*
011900* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
012000 COPY T58030D.
012033* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
012066 COPY T58053D.
012100     EJECT
012200 LINKAGE SECTION.
012300*
014300                             SPS-DSR-DETAIL-BLOCK.
014400     EJECT
014500 0000-MAIN-PROCESS.
014550     PERFORM 9800-LOG-RUN-START.
014600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014700     IF RCB-PARM-ERROR
014800         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
014900         PERFORM 8000-PRINT-DETAIL-LINE
014950         PERFORM 9810-LOG-RUN-END
015000         GOBACK
015100     END-IF.
015200     IF NOT W-CALFILE-STATUS-OK
015800         END-STRING
015900         PERFORM 8000-PRINT-DETAIL-LINE
016000         SET TCB-RC-ERROR TO TRUE
016050         PERFORM 9810-LOG-RUN-END
016100         GOBACK
016200     END-IF.
016300     IF RCB-BANK-ID > ZERO
017100     IF W-GAP-COUNT > ZERO
017200         SET TCB-RC-ERROR TO TRUE
017300     END-IF.
017350     PERFORM 9810-LOG-RUN-END.
017400     GOBACK.
017500 1000-INITIALIZE.
017600     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
022400     PERFORM 8000-PRINT-DETAIL-LINE.
022500     PERFORM 2700-READ-ACTIVE-GENERATION.
022600     PERFORM 3000-CHECK-CALFILE-COVERAGE.
022610* A CURRENCY MARKET OWNER CARRIES NO FEDERAL HOLIDAYS AND NO
022620* CALC CHAIN -- ONLY ITS CALFILE COVERAGE APPLIES.
022700     EVALUATE TRUE
022710         WHEN W-CHECK-MARKET
022720             MOVE '  CURRENCY MARKET - NO FEED OR CHAIN CHECKS'
022730                 TO SDB-DETAIL-LINE
022740             PERFORM 8000-PRINT-DETAIL-LINE
022770         WHEN DHT-BANK-ID = W-CHECK-BANK
022800             PERFORM 4000-CHECK-FEDHOL-FEED
022900             PERFORM 5000-CHECK-CHAIN-REACH
023000         WHEN OTHER
023100             MOVE '  TABLE NOT ON LINKAGE FOR THIS BANK - FEED'
023200                 TO SDB-DETAIL-LINE
023300             PERFORM 8000-PRINT-DETAIL-LINE
023400             MOVE '  AND CHAIN CHECKS NEED THE SINGLE-BANK RUN'
023500                 TO SDB-DETAIL-LINE
023550             PERFORM 8000-PRINT-DETAIL-LINE
023600     END-EVALUATE.
023700 2700-READ-ACTIVE-GENERATION.
023800     MOVE 1 TO W-ACTIVE-GEN.
023900     MOVE W-CHECK-BANK TO CKR-BANK-ID.
045500 8000-PRINT-DETAIL-LINE.
045600     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
045700         SPS-DSR-DETAIL-BLOCK.
045704*
045708* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
045712* BANKS CHECKED IN, READINESS GAPS OUT.
045716 9800-LOG-RUN-START.
045720     MOVE 'T58042'         TO RLG-PROGRAM-ID.
045724     SET RLG-EVENT-START   TO TRUE.
045728     MOVE ZERO             TO RLG-BANK-ID.
045732     MOVE 'BANKS'          TO RLG-IN-LABEL.
045736     MOVE ZERO             TO RLG-IN-COUNT.
045740     MOVE 'GAPS'           TO RLG-OUT-LABEL.
045744     MOVE ZERO             TO RLG-OUT-COUNT.
045748     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
045752         RUN-LEDGER-RECORD.
045756 9810-LOG-RUN-END.
045760     SET RLG-EVENT-END     TO TRUE.
045764     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
045768     MOVE W-BANK-COUNT     TO RLG-IN-COUNT.
045772     MOVE W-GAP-COUNT      TO RLG-OUT-COUNT.
045776     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
045780         RUN-LEDGER-RECORD.
045800 END PROGRAM T58042.
