004299 01  W-HIST-STATUS               PIC XX.
004324     88  W-HIST-STATUS-OK            VALUE '00'.
004349     88  W-HIST-STATUS-NOT-FOUND     VALUE '35'.
004353* CALENDAR KEY RECORDS WRITTEN BY THIS BUILD, FOR THE RUN LEDGER.
004357 01  W-CALFILE-WRITE-COUNT       PIC 9(9)       VALUE ZERO.
004361*
004365* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
004369 COPY T58053D.
004374     EJECT
004400 LOCAL-STORAGE SECTION.                                                   
004500 01  LOCAL-WORK-AREA.                                                     
006302                             DCB-HOLIDAY-CALC.
006310     EJECT
006320 0000-MAIN-PROCESS.
006325     PERFORM 9800-LOG-RUN-START.
006330     PERFORM 1000-INITIALIZE.
006331* A CURRENCY MARKET OWNER TAKES NO FEDERAL RESERVE HOLIDAYS.
006332     IF DHT-MARKET-OWNER
006333         MOVE DHT-ENTRY-COUNT TO LWA-TBL-ENTRIES
006334     ELSE
006335         PERFORM 1150-MERGE-FED-HOLIDAYS
006336     END-IF.
006341     PERFORM 1170-DEFAULT-CAL-TYPES.
006342     PERFORM 1100-CHECK-TABLE-CAPACITY.
006343* DUPLICATE DETECTION RUNS AFTER THE SHELL SORT -- ON A SORTED
006352         PERFORM 9550-APPEND-HISTORY
006354         PERFORM 9700-LOAD-CALENDAR-KEY-FILE
006356     END-IF.
006358     PERFORM 9810-LOG-RUN-END.
006360     GOBACK.
006370 1000-INITIALIZE.
006380     MOVE ZERO TO TCB-RETURN-CODE.
006385     MOVE ZERO TO W-CALFILE-WRITE-COUNT.
006390     MOVE ZERO TO W-DUP-COUNT.
006391     MOVE ZERO TO W-RECON-MISSING-COUNT.
006392     MOVE ZERO TO W-RECON-MISMATCH-COUNT.
010471             SET TCB-RC-WARNING TO TRUE
010519             DISPLAY 'T58009 CALENDAR KEY FILE WRITE FAILED - '
010567                 'KEY ' CKR-KEY ' STATUS ' W-CALFILE-STATUS
010583         NOT INVALID KEY
010599             ADD 1 TO W-CALFILE-WRITE-COUNT
010615     END-WRITE.
010616* THE BANK'S GENERATION CONTROL RECORD NAMES THE ACTIVE
010617* GENERATION IN CKR-SYMBOL.  NO RECORD MEANS GENERATION 1 IS
011033         END-PERFORM
011034         CLOSE CALENDAR-HISTORY-FILE
011035     END-IF.
011038*
011041* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
011044* HOLIDAY TABLE ENTRIES BUILT IN, CALENDAR KEY RECORDS OUT.
011047 9800-LOG-RUN-START.
011050     MOVE 'T58009'         TO RLG-PROGRAM-ID.
011053     SET RLG-EVENT-START   TO TRUE.
011056     MOVE DHT-BANK-ID      TO RLG-BANK-ID.
011059     MOVE 'DHT-ENT'        TO RLG-IN-LABEL.
011062     MOVE ZERO             TO RLG-IN-COUNT.
011065     MOVE 'CALFILE'        TO RLG-OUT-LABEL.
011068     MOVE ZERO             TO RLG-OUT-COUNT.
011071     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
011074         RUN-LEDGER-RECORD.
011077 9810-LOG-RUN-END.
011080     SET RLG-EVENT-END     TO TRUE.
011083     MOVE DHT-ENTRY-COUNT  TO RLG-IN-COUNT.
011086     MOVE W-CALFILE-WRITE-COUNT TO RLG-OUT-COUNT.
011089     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
011092         RUN-LEDGER-RECORD.
011100 END PROGRAM T58009.
