007900*
008000* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
008100 COPY T58030D.
008133* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
008166 COPY T58053D.
008200     EJECT
008300 LINKAGE SECTION.
008400*
009200                             SPS-DSR-DETAIL-BLOCK.
009300     EJECT
009400 0000-MAIN-PROCESS.
009450     PERFORM 9800-LOG-RUN-START.
009500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009600     IF RCB-PARM-ERROR
009700         MOVE RCB-ERROR-MESSAGE TO SDB-DETAIL-LINE
009800         PERFORM 8000-PRINT-DETAIL-LINE
009850         PERFORM 9810-LOG-RUN-END
009900         GOBACK
010000     END-IF.
010100     IF W-QUERY-BANK = ZERO OR W-QUERY-DATE = ZERO
010400             TO SDB-DETAIL-LINE
010500         PERFORM 8000-PRINT-DETAIL-LINE
010600         SET TCB-RC-ERROR TO TRUE
010650         PERFORM 9810-LOG-RUN-END
010700         GOBACK
010800     END-IF.
010900     PERFORM 2000-FIND-BEST-BUILD.
011200             TO SDB-DETAIL-LINE
011300         PERFORM 8000-PRINT-DETAIL-LINE
011400         SET TCB-RC-ERROR TO TRUE
011450         PERFORM 9810-LOG-RUN-END
011500         GOBACK
011600     END-IF.
011700     PERFORM 3000-FIND-DATE-ENTRY.
011750     PERFORM 2750-READ-BANK-WEEKEND.
011800     PERFORM 4000-PRINT-ANSWER.
011850     PERFORM 9810-LOG-RUN-END.
011900     GOBACK.
012000 1000-INITIALIZE.
012100     MOVE SDB-PRINT-1200 TO SDB-ACTIVITY.
024000 8000-PRINT-DETAIL-LINE.
024100     CALL 'I54076' USING TRANSACTION-CONTROL-BLOCK
024200         SPS-DSR-DETAIL-BLOCK.
024204*
024208* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
024212* ONE QUERY IN, ONE ANSWER OUT UNLESS THE QUERY WAS REFUSED.
024216 9800-LOG-RUN-START.
024220     MOVE 'T58039'         TO RLG-PROGRAM-ID.
024224     SET RLG-EVENT-START   TO TRUE.
024228     MOVE ZERO             TO RLG-BANK-ID.
024232     MOVE 'QUERIES'        TO RLG-IN-LABEL.
024236     MOVE ZERO             TO RLG-IN-COUNT.
024240     MOVE 'ANSWERS'        TO RLG-OUT-LABEL.
024244     MOVE ZERO             TO RLG-OUT-COUNT.
024248     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
024252         RUN-LEDGER-RECORD.
024256 9810-LOG-RUN-END.
024260     SET RLG-EVENT-END     TO TRUE.
024264     MOVE 1                TO RLG-IN-COUNT.
024268     MOVE 1                TO RLG-OUT-COUNT.
024272     IF TCB-RC-ERROR
024276         MOVE ZERO         TO RLG-OUT-COUNT
024280     END-IF.
024284     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
024288         RUN-LEDGER-RECORD.
024300 END PROGRAM T58039.
