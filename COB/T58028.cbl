002900* WITH THE HOLIDAY LOGIC BEHIND THE PRINTED CALENDAR
003000* (T58006/T58007).  A NON-ZERO DTS RESULT IS WRITTEN TO THE
003100* SHARED AUDIT LOG (T58021) AND FLAGGED ON THE OUTPUT RECORD.
003110* THE COUNT IS ANSWERED FROM THE BUSINESS-DAY ORDINAL INDEX
003120* (T58058) WHEREVER IT CAN BE, AND THROUGH T58001 OTHERWISE;
003130* THE RUN TOTALS SHOW THE T58001 CALLS THE INDEX SAVED.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006900* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
007000 COPY T58017D.
007100*
007110* BUSINESS-DAY ORDINAL INDEX CALL BLOCK AND ITS RUN TOTALS --
007115* ANSWERS FROM THE INDEX, THE SINGLE-DATE CHECKS A DAY-BY-DAY
007120* WALK WOULD HAVE MADE FOR THEM, AND CALLS STILL MADE TO T58001.
007125 COPY T58058D.
007126 01  W-INDEX-TOTALS.
007127     05  W-INDEX-ANSWER-COUNT    PIC 9(7)    VALUE ZERO.
007128     05  W-DAY-CHECKS-SAVED      PIC 9(9)    VALUE ZERO.
007129     05  W-DTS-CALL-COUNT        PIC 9(7)    VALUE ZERO.
007130*
007133* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
007166 COPY T58053D.
007200 COPY T58007D. *> DATE ROUTINE ACTIONS
007300 COPY T58008D. *> DATE ROUTINE RESULTS
007400     EJECT
008400                             DATE-CONTROL-BLOCK.
008500     EJECT
008600 0000-MAIN-PROCESS.
008650     PERFORM 9800-LOG-RUN-START.
008700     PERFORM 1000-INITIALIZE.
008800     IF W-REQ-STATUS-OK
008900         PERFORM 2000-PROCESS-REQUESTS
009700     DISPLAY 'T58028 REQUESTS PROCESSED ' W-REQUEST-COUNT
009800         ' ERRORS ' W-ERROR-COUNT
009801         ' REJECTS ' W-REJECT-COUNT.
009810     DISPLAY 'T58028 INDEX ANSWERS ' W-INDEX-ANSWER-COUNT
009815         ' T58001 CALLS SAVED ' W-INDEX-ANSWER-COUNT
009820         ' DAY CHECKS SAVED ' W-DAY-CHECKS-SAVED
009825         ' T58001 CALLS MADE ' W-DTS-CALL-COUNT.
009830     DISPLAY 'T58028 CALENDARS INDEXED ' BDX-INDEXES-LOADED
009835         ' CALFILE RECORDS LOADED ' BDX-RECORDS-LOADED.
009850     PERFORM 9810-LOG-RUN-END.
009900     GOBACK.
010000 1000-INITIALIZE.
010100     MOVE ZERO TO TCB-RETURN-CODE.
010200     MOVE ZERO TO W-REQUEST-COUNT.
010300     MOVE ZERO TO W-ERROR-COUNT.
010310     MOVE ZERO TO BDX-INDEXES-LOADED.
010320     MOVE ZERO TO BDX-RECORDS-LOADED.
010400     OPEN INPUT TENOR-REQUEST-FILE.
010500     OPEN OUTPUT TENOR-RESULT-FILE.
010505     OPEN OUTPUT TENOR-REJECT-FILE.
011635         PERFORM 2500-WRITE-REJECT-RECORD
011640         GO TO 2100-EXIT
011650     END-IF.
011700     PERFORM 2150-RESOLVE-FROM-INDEX.
011800     IF NOT BDX-ANSWERED
011900         PERFORM 2160-RESOLVE-THROUGH-DTS
012000     END-IF.
012300     IF DCB-RESULT-CODE = DTR-SUCCESS
012400         PERFORM 2200-WRITE-RESULT-RECORD
012500     ELSE
012700     END-IF.
012710 2100-EXIT.
012720     EXIT.
012721*
012722* THE ORDINAL INDEX ANSWERS THE COUNT AS TABLE ARITHMETIC AND
012723* FILLS THE DATE-CONTROL-BLOCK AS THE T58001 CALL WOULD HAVE,
012724* SO THE RESULT AND ERROR PARAGRAPHS READ UNCHANGED.
012725 2150-RESOLVE-FROM-INDEX.
012726     SET BDX-COUNT-BUS-DAYS  TO TRUE.
012727     MOVE BCR-BANK-ID        TO BDX-BANK-ID.
012728     MOVE SPACE              TO BDX-CAL-TYPE.
012729     MOVE W-BANK-WKND-1      TO BDX-WEEKEND-DAY-1.
012730     MOVE W-BANK-WKND-2      TO BDX-WEEKEND-DAY-2.
012731     MOVE BCR-FROM-DATE      TO BDX-INPUT-DATE.
012732     MOVE BCR-TO-DATE        TO BDX-TO-DATE.
012733     CALL 'T58058' USING TRANSACTION-CONTROL-BLOCK
012734         BUSINESS-DAY-INDEX-BLOCK.
012735     IF BDX-ANSWERED
012736         ADD 1 TO W-INDEX-ANSWER-COUNT
012737         ADD BDX-DAY-CHECKS TO W-DAY-CHECKS-SAVED
012738         MOVE BCR-FROM-DATE    TO DCB-INPUT-DATE
012739         MOVE BCR-TO-DATE      TO DCB-TO-DATE
012740         MOVE BCR-BANK-ID      TO DCB-BANK-ID
012741         MOVE BDX-DAY-COUNT    TO DCB-DAY-COUNT
012742         MOVE DTR-SUCCESS      TO DCB-RESULT-CODE
012743     END-IF.
012744 2160-RESOLVE-THROUGH-DTS.
012745     ADD 1 TO W-DTS-CALL-COUNT.
012746     MOVE BCR-FROM-DATE      TO DCB-INPUT-DATE.
012747     MOVE BCR-TO-DATE        TO DCB-TO-DATE.
012748     MOVE BCR-BANK-ID        TO DCB-BANK-ID.
012749     MOVE W-BANK-WKND-1      TO DCB-WEEKEND-DAY-1.
012750     MOVE W-BANK-WKND-2      TO DCB-WEEKEND-DAY-2.
012751     MOVE DTA-COUNT-BUS-DAYS TO DCB-ACTION-CODE.
012752     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
012753         DATE-CONTROL-BLOCK.
012800 2200-WRITE-RESULT-RECORD.
012900     MOVE DCB-DAY-COUNT TO W-DAY-COUNT-DISPLAY.
013000     MOVE SPACES TO TENOR-RESULT-RECORD.
016200     MOVE TCB-RUN-DATE    TO DAL-LOG-DATE.
016300     MOVE TCB-RUN-TIME    TO DAL-LOG-TIME.
016400     CALL 'T58021' USING DTS-AUDIT-LOG-RECORD.
016405*
016410* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
016415* REQUESTS READ IN, ANSWERS (RESULT AND ERROR RECORDS) OUT.
016420 9800-LOG-RUN-START.
016425     MOVE 'T58028'         TO RLG-PROGRAM-ID.
016430     SET RLG-EVENT-START   TO TRUE.
016435     MOVE ZERO             TO RLG-BANK-ID.
016440     MOVE 'REQUESTS'       TO RLG-IN-LABEL.
016445     MOVE ZERO             TO RLG-IN-COUNT.
016450     MOVE 'RESULTS'        TO RLG-OUT-LABEL.
016455     MOVE ZERO             TO RLG-OUT-COUNT.
016460     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
016465         RUN-LEDGER-RECORD.
016470 9810-LOG-RUN-END.
016475     SET RLG-EVENT-END     TO TRUE.
016480     MOVE W-REQUEST-COUNT  TO RLG-IN-COUNT.
016485     COMPUTE RLG-OUT-COUNT = W-REQUEST-COUNT - W-REJECT-COUNT.
016490     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
016495         RUN-LEDGER-RECORD.
016500 END PROGRAM T58028.
