018792* MEAN THE DOMESTIC SATURDAY/SUNDAY DEFAULT.
018793     05  W-BANK-WKND-1           PIC X.
018794     05  W-BANK-WKND-2           PIC X.
018795* CALFEED DAYS WRITTEN, FOR THE RUN LEDGER (T58053D).
018796 01  W-FEED-DAY-COUNT            PIC 9(9)    VALUE ZERO.
018797 COPY T58053D.
018800     EJECT
018900 LINKAGE SECTION.                                                         
019000*                                                                         
026800                             W000-WORKAREA
026900                             PRINT-LINE
026910                             DCB-HOLIDAY-TABLE.
026920     EJECT                                                                                        
026922 0000-MAIN-PROCESS.
026923     PERFORM 9800-LOG-RUN-START.
026924     PERFORM 1000-INITIALIZE.
026926     OPEN OUTPUT CALENDAR-REPORT-FILE.
026928     OPEN OUTPUT CALENDAR-FEED-FILE.
026930     IF RCB-PARM-ERROR
026932         MOVE RCB-ERROR-MESSAGE TO PRINT-LINE
026934         PERFORM 8000-WRITE-LINE
026936         CLOSE CALENDAR-REPORT-FILE
026938         CLOSE CALENDAR-FEED-FILE
026939         PERFORM 9810-LOG-RUN-END
026940         GOBACK
026942     END-IF.
026944     PERFORM 1400-WRITE-OPTION-ECHO.
026946     PERFORM 1500-OPEN-BANK-LIST.
026948     IF W-MULTI-BANK-MODE
026950         PERFORM 1600-PROCESS-BANK-LIST-DRIVEN
026952         CLOSE BANK-LIST-FILE
026954     ELSE
026956         PERFORM 2000-DETERMINE-YEAR-RANGE
026958         PERFORM 1700-GENERATE-BANK-CALENDAR
026960     END-IF.
026962     CLOSE CALENDAR-REPORT-FILE.
026964     CLOSE CALENDAR-FEED-FILE.
026965     PERFORM 9810-LOG-RUN-END.
026966     GOBACK.
026968 1000-INITIALIZE.
026970     MOVE ZERO TO PCD-RETURN-CODE.
026972     MOVE ZERO TO W-PAGE-NO.
026973     MOVE ZERO TO W-FEED-DAY-COUNT.
026974     CALL 'T58030' USING TRANSACTION-CONTROL-BLOCK
026976         RUN-CONTROL-BLOCK.
026978     IF RCB-PARM-ERROR
026980         SET TCB-RC-ERROR TO TRUE
026982     ELSE
026984         PERFORM 1100-APPLY-RUN-OPTIONS
026986     END-IF.
027034 1100-APPLY-RUN-OPTIONS.
027035     IF RCB-YEAR-FROM > ZERO
027036         MOVE RCB-YEAR-FROM TO PCD-YEAR-FROM
027383         MOVE W-DE-SYMBOL2 (W-DAY-IDX)     TO CFR-SYMBOL2
027384         MOVE W-CAL-TYPE                   TO CFR-CAL-TYPE
027385         WRITE CALENDAR-FEED-RECORD
027386         ADD 1 TO W-FEED-DAY-COUNT
027387     END-PERFORM.
027390 3300-MARK-FIRST-LAST-BUS-DAYS.                                           
027393     PERFORM VARYING W-DAY-IDX FROM 1 BY 1                                
028640         END-IF
028641         CLOSE BANK-MASTER-FILE
028642     END-IF.
028742*
028842* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
028942* THE HOLIDAY TABLE ENTRIES THE CALENDAR WAS DRAWN FROM IN,
029042* CALFEED DAYS OUT.  BANK ZERO = A BANKLIST-DRIVEN RUN.
029142 9800-LOG-RUN-START.
029242     MOVE 'T58007'         TO RLG-PROGRAM-ID.
029342     SET RLG-EVENT-START   TO TRUE.
029442     MOVE ZERO             TO RLG-BANK-ID.
029542     MOVE 'DHT-ENT'        TO RLG-IN-LABEL.
029642     MOVE ZERO             TO RLG-IN-COUNT.
029742     MOVE 'CALFEED'        TO RLG-OUT-LABEL.
029842     MOVE ZERO             TO RLG-OUT-COUNT.
029942     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
030042         RUN-LEDGER-RECORD.
030142 9810-LOG-RUN-END.
030242     SET RLG-EVENT-END     TO TRUE.
030342     MOVE RCB-BANK-ID      TO RLG-BANK-ID.
030442     MOVE DHT-ENTRY-COUNT  TO RLG-IN-COUNT.
030542     MOVE W-FEED-DAY-COUNT TO RLG-OUT-COUNT.
030642     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
030742         RUN-LEDGER-RECORD.
070100 END PROGRAM T58007.
