011400* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
011500 COPY T58017D.
011600*
011620* DATE CARDS WRITTEN, FOR THE RUN LEDGER.
011640 01  W-CARD-COUNT                PIC 9(5)    VALUE ZERO.
011660* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
011680 COPY T58053D.
011700 COPY T58007D. *> DATE ROUTINE ACTIONS
011800 COPY T58008D. *> DATE ROUTINE RESULTS
011900     EJECT
012900                             DATE-CONTROL-BLOCK.
013000     EJECT
013100 0000-MAIN-PROCESS.
013150     PERFORM 9800-LOG-RUN-START.
013200     PERFORM 1000-INITIALIZE.
013300     IF W-RULE-STATUS-OK
013400         PERFORM 2000-PROCESS-RULES
014130     END-IF.
014200     DISPLAY 'T58029 RULES PROCESSED ' W-RULE-COUNT
014300         ' ERRORS ' W-ERROR-COUNT.
014350     PERFORM 9810-LOG-RUN-END.
014400     GOBACK.
014500 1000-INITIALIZE.
014600     MOVE ZERO TO TCB-RETURN-CODE.
014700     MOVE ZERO TO W-RULE-COUNT.
014800     MOVE ZERO TO W-ERROR-COUNT.
014900     MOVE ZERO TO W-CARD-COUNT.
015100     OPEN INPUT FREQ-RULE-FILE.
015200     OPEN OUTPUT DATE-CARD-FILE.
015210     OPEN INPUT BANK-MASTER-FILE.
038800     MOVE W-RESOLVED-DATE  TO DCR-NEXT-DATE.
038900     MOVE W-QTR-FLAG       TO DCR-QTR-FLAG.
039000     WRITE DATE-CARD-RECORD.
039050     ADD 1 TO W-CARD-COUNT.
039100*
039200******************************************************************
039300*  BUSINESS-DAY PRIMITIVES.  EACH CHECK IS ONE T58001 HOLIDAY-  *
044900     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
045000     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
045100     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
045105*
045110* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
045115* FREQUENCY RULES READ IN, DATE CARDS WRITTEN OUT.
045120 9800-LOG-RUN-START.
045125     MOVE 'T58029'         TO RLG-PROGRAM-ID.
045130     SET RLG-EVENT-START   TO TRUE.
045135     MOVE ZERO             TO RLG-BANK-ID.
045140     MOVE 'RULES'          TO RLG-IN-LABEL.
045145     MOVE ZERO             TO RLG-IN-COUNT.
045150     MOVE 'DATECARD'       TO RLG-OUT-LABEL.
045155     MOVE ZERO             TO RLG-OUT-COUNT.
045160     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
045165         RUN-LEDGER-RECORD.
045170 9810-LOG-RUN-END.
045175     SET RLG-EVENT-END     TO TRUE.
045180     MOVE W-RULE-COUNT     TO RLG-IN-COUNT.
045185     MOVE W-CARD-COUNT     TO RLG-OUT-COUNT.
045190     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
045195         RUN-LEDGER-RECORD.
045200 END PROGRAM T58029.
