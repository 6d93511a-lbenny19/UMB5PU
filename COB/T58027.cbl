003200* DATES WHERE THE BANKS DISAGREE.  THE RANGE STARTS AT
003300* PCD-EFF-DATE AND RUNS 31 DAYS, OR THE DAY COUNT GIVEN AS A
003400* NUMERIC TCB-REASON-CODE (0001-0099).
003410* EACH CELL IS ANSWERED FROM THE BUSINESS-DAY ORDINAL INDEX
003420* (T58058) WHEREVER IT CAN BE, AND THROUGH T58001 OTHERWISE;
003430* THE LAST LINES OF THE REPORT SHOW THE T58001 CALLS SAVED.
003500*
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
011000* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
011100 COPY T58017D.
011200*
011201* BUSINESS-DAY ORDINAL INDEX CALL BLOCK AND ITS RUN TOTALS --
011202* CELLS ANSWERED FROM THE INDEX, THE HOLIDAY-CHECK AND
011203* FEDWIRE-CHECK CALLS THOSE CELLS WOULD HAVE MADE, AND THE
011204* CALLS STILL MADE TO T58001.
011205 COPY T58058D.
011206 01  W-INDEX-TOTALS.
011207     05  W-INDEX-ANSWER-COUNT    PIC 9(7)    VALUE ZERO.
011208     05  W-DTS-CALLS-SAVED       PIC 9(7)    VALUE ZERO.
011209     05  W-DTS-CALL-COUNT        PIC 9(7)    VALUE ZERO.
011210*
011211* RUN-CONTROL OPTIONS READ FROM THE RUNPARM FILE BY T58030.
011220* RANGEDAYS OVERRIDES THE TCB-REASON-CODE DAY COUNT.
011230 COPY T58030D.
011240*
011300 COPY T58007D. *> DATE ROUTINE ACTIONS
011400 COPY T58008D. *> DATE ROUTINE RESULTS
011433* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
011466 COPY T58053D.
011500     EJECT
011600 LINKAGE SECTION.
011700*
012900                             PCD-CONTROL-BLOCK.
013000     EJECT
013100 0000-MAIN-PROCESS.
013150     PERFORM 9800-LOG-RUN-START.
013200     PERFORM 1000-INITIALIZE.
013300     OPEN OUTPUT MATRIX-REPORT-FILE.
013310     IF RCB-PARM-ERROR
013320         MOVE RCB-ERROR-MESSAGE TO PRINT-LINE
013330         PERFORM 8000-WRITE-LINE
013340         CLOSE MATRIX-REPORT-FILE
013345         PERFORM 9810-LOG-RUN-END
013350         GOBACK
013360     END-IF.
013400     PERFORM 1500-LOAD-BANK-LIST.
013600         PERFORM 2000-PRINT-MATRIX-HEADER
013700         PERFORM 3000-PRINT-MATRIX-BODY
013800         PERFORM 4000-PRINT-EXCEPTION-SECTION
013850         PERFORM 4500-PRINT-INDEX-TOTALS
013900     ELSE
014000         MOVE 'NO BANKS ON BANKLIST - MATRIX NOT PRODUCED'
014100             TO PRINT-LINE
014300         SET TCB-RC-ERROR TO TRUE
014400     END-IF.
014500     CLOSE MATRIX-REPORT-FILE.
014550     PERFORM 9810-LOG-RUN-END.
014600     GOBACK.
014700 1000-INITIALIZE.
014800     MOVE ZERO TO W-BANK-COUNT.
014900     MOVE ZERO TO W-BANK-DROPPED-COUNT.
015000     MOVE ZERO TO W-EXC-COUNT.
015010     MOVE ZERO TO BDX-INDEXES-LOADED.
015020     MOVE ZERO TO BDX-RECORDS-LOADED.
015100     IF TCB-REASON-CODE IS NUMERIC
015200         MOVE TCB-REASON-CODE TO W-REASON-DAYS
015300     ELSE
026200     END-IF.
026300     PERFORM 8000-WRITE-LINE.
026400 3200-RESOLVE-ONE-CELL.
026410     SET BDX-CLASSIFY-DATE     TO TRUE.
026415     MOVE W-BK-ID (W-BANK-NO)  TO BDX-BANK-ID.
026420     MOVE SPACE                TO BDX-CAL-TYPE.
026425     MOVE W-BK-WKND-1 (W-BANK-NO) TO BDX-WEEKEND-DAY-1.
026430     MOVE W-BK-WKND-2 (W-BANK-NO) TO BDX-WEEKEND-DAY-2.
026435     MOVE W-WORK-DATE          TO BDX-INPUT-DATE.
026440     CALL 'T58058' USING TRANSACTION-CONTROL-BLOCK
026445         BUSINESS-DAY-INDEX-BLOCK.
026450     IF BDX-ANSWERED
026455         PERFORM 3210-SET-CELL-FROM-INDEX
026460     ELSE
026465         PERFORM 3230-RESOLVE-CELL-THROUGH-DTS
026470     END-IF.
026471*
026472* THE SAME PRECEDENCE AS THE T58001 PATH BELOW: HOLIDAY, THEN
026473* NON-BUSINESS DAY, THEN THE FEDWIRE SWITCH OF AN OPEN DAY.
026474 3210-SET-CELL-FROM-INDEX.
026475     ADD 1 TO W-INDEX-ANSWER-COUNT.
026476     ADD BDX-DAY-CHECKS TO W-DTS-CALLS-SAVED.
026477     EVALUATE TRUE
026478         WHEN BDX-IS-HOLIDAY
026479             MOVE CC-H TO W-ROW-SYMBOL
026480             ADD 1 TO W-HOLIDAY-TALLY
026481         WHEN BDX-NOT-BUSINESS-DAY
026482             MOVE CC-N TO W-ROW-SYMBOL
026483             ADD 1 TO W-NONBUS-TALLY
026484         WHEN BDX-FEDWIRE-CLOSED
026485             MOVE CC-F TO W-ROW-SYMBOL
026486             ADD 1 TO W-FEDWIRE-TALLY
026487         WHEN OTHER
026488             MOVE SPACE TO W-ROW-SYMBOL
026489             ADD 1 TO W-OPEN-TALLY
026490     END-EVALUATE.
026491 3230-RESOLVE-CELL-THROUGH-DTS.
026492     ADD 1 TO W-DTS-CALL-COUNT.
026500     MOVE W-WORK-DATE          TO DCB-INPUT-DATE.
026600     MOVE W-BK-ID (W-BANK-NO)  TO DCB-BANK-ID.
026610     MOVE W-BK-WKND-1 (W-BANK-NO) TO DCB-WEEKEND-DAY-1.
028300         END-EVALUATE
028400     END-IF.
028500 3250-RESOLVE-FEDWIRE-CELL.
028550     ADD 1 TO W-DTS-CALL-COUNT.
028600     MOVE W-WORK-DATE          TO DCB-INPUT-DATE.
028700     MOVE W-BK-ID (W-BANK-NO)  TO DCB-BANK-ID.
028710     MOVE W-BK-WKND-1 (W-BANK-NO) TO DCB-WEEKEND-DAY-1.
033600             PERFORM 8000-WRITE-LINE
033700         END-PERFORM
033800     END-IF.
033810*
033820* WHAT THE ORDINAL INDEX SAVED THIS RUN: EVERY CELL IT ANSWERED
033830* WOULD HAVE COST A HOLIDAY-CHECK CALL, AND AN OPEN BUSINESS
033840* DAY A SECOND, FEDWIRE-CHECK CALL.
033850 4500-PRINT-INDEX-TOTALS.
033855     MOVE SPACES TO PRINT-LINE.
033860     PERFORM 8000-WRITE-LINE.
033865     MOVE SPACES TO PRINT-LINE.
033870     STRING 'ORDINAL INDEX - CELLS ANSWERED ' DELIMITED BY SIZE
033872         W-INDEX-ANSWER-COUNT   DELIMITED BY SIZE
033874         '  T58001 CALLS SAVED ' DELIMITED BY SIZE
033876         W-DTS-CALLS-SAVED      DELIMITED BY SIZE
033878         '  T58001 CALLS MADE ' DELIMITED BY SIZE
033880         W-DTS-CALL-COUNT       DELIMITED BY SIZE
033882         INTO PRINT-LINE
033884     END-STRING.
033886     PERFORM 8000-WRITE-LINE.
033888     MOVE SPACES TO PRINT-LINE.
033890     STRING 'CALENDARS INDEXED ' DELIMITED BY SIZE
033892         BDX-INDEXES-LOADED     DELIMITED BY SIZE
033894         '  CALFILE RECORDS LOADED ' DELIMITED BY SIZE
033896         BDX-RECORDS-LOADED     DELIMITED BY SIZE
033897         INTO PRINT-LINE
033898     END-STRING.
033899     PERFORM 8000-WRITE-LINE.
033900 8000-WRITE-LINE.
034000     MOVE PRINT-LINE TO MATRIX-REPORT-RECORD.
034100     WRITE MATRIX-REPORT-RECORD.
034700     MOVE TCB-RUN-DATE          TO DAL-LOG-DATE.
034800     MOVE TCB-RUN-TIME          TO DAL-LOG-TIME.
034900     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
034905*
034910* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
034915* BANKS LOADED IN, MATRIX EXCEPTIONS OUT.
034920 9800-LOG-RUN-START.
034925     MOVE 'T58027'         TO RLG-PROGRAM-ID.
034930     SET RLG-EVENT-START   TO TRUE.
034935     MOVE ZERO             TO RLG-BANK-ID.
034940     MOVE 'BANKS'          TO RLG-IN-LABEL.
034945     MOVE ZERO             TO RLG-IN-COUNT.
034950     MOVE 'EXCEPT'         TO RLG-OUT-LABEL.
034955     MOVE ZERO             TO RLG-OUT-COUNT.
034960     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
034965         RUN-LEDGER-RECORD.
034970 9810-LOG-RUN-END.
034975     SET RLG-EVENT-END     TO TRUE.
034980     MOVE W-BANK-COUNT     TO RLG-IN-COUNT.
034985     MOVE W-EXC-COUNT      TO RLG-OUT-COUNT.
034990     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
034995         RUN-LEDGER-RECORD.
035000 END PROGRAM T58027.
