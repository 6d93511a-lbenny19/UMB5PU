002900* FEDWIRE LOGIC BEHIND THE PRINTED CALENDAR (T58006/T58007).
003000* A NON-ZERO DTS RESULT IS WRITTEN TO THE SHARED AUDIT LOG
003100* (T58021) AND FLAGGED ON THE OUTPUT RECORD.
003110* THE OFFSET IS ANSWERED FROM THE BUSINESS-DAY ORDINAL INDEX
003120* (T58058) WHEREVER IT CAN BE, AND THROUGH T58001 OTHERWISE;
003130* THE RUN TOTALS SHOW THE T58001 CALLS THE INDEX SAVED.
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
006700* THIS PROGRAM HITS A NON-ZERO DTS RESULT CODE.
006800 COPY T58017D.
006900*
006910* BUSINESS-DAY ORDINAL INDEX CALL BLOCK AND ITS RUN TOTALS --
006915* ANSWERS FROM THE INDEX, THE SINGLE-DATE CHECKS A DAY-BY-DAY
006920* WALK WOULD HAVE MADE FOR THEM, AND CALLS STILL MADE TO T58001.
006925 COPY T58058D.
006926 01  W-INDEX-TOTALS.
006927     05  W-INDEX-ANSWER-COUNT    PIC 9(7)    VALUE ZERO.
006928     05  W-DAY-CHECKS-SAVED      PIC 9(9)    VALUE ZERO.
006929     05  W-DTS-CALL-COUNT        PIC 9(7)    VALUE ZERO.
006930*
006933* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
006966 COPY T58053D.
007000 COPY T58007D. *> DATE ROUTINE ACTIONS
007100 COPY T58008D. *> DATE ROUTINE RESULTS
007200     EJECT
008200                             DATE-CONTROL-BLOCK.
008300     EJECT
008400 0000-MAIN-PROCESS.
008450     PERFORM 9800-LOG-RUN-START.
008500     PERFORM 1000-INITIALIZE.
008600     IF W-REQ-STATUS-OK
008700         PERFORM 2000-PROCESS-REQUESTS
009500     DISPLAY 'T58022 REQUESTS PROCESSED ' W-REQUEST-COUNT
009600         ' ERRORS ' W-ERROR-COUNT
009601         ' REJECTS ' W-REJECT-COUNT.
009610     DISPLAY 'T58022 INDEX ANSWERS ' W-INDEX-ANSWER-COUNT
009615         ' T58001 CALLS SAVED ' W-INDEX-ANSWER-COUNT
009620         ' DAY CHECKS SAVED ' W-DAY-CHECKS-SAVED
009625         ' T58001 CALLS MADE ' W-DTS-CALL-COUNT.
009630     DISPLAY 'T58022 CALENDARS INDEXED ' BDX-INDEXES-LOADED
009635         ' CALFILE RECORDS LOADED ' BDX-RECORDS-LOADED.
009650     PERFORM 9810-LOG-RUN-END.
009700     GOBACK.
009800 1000-INITIALIZE.
009900     MOVE ZERO TO TCB-RETURN-CODE.
010000     MOVE ZERO TO W-REQUEST-COUNT.
010100     MOVE ZERO TO W-ERROR-COUNT.
010110     MOVE ZERO TO BDX-INDEXES-LOADED.
010120     MOVE ZERO TO BDX-RECORDS-LOADED.
010200     OPEN INPUT BUSDAY-REQUEST-FILE.
010300     OPEN OUTPUT BUSDAY-RESULT-FILE.
010305     OPEN OUTPUT BUSDAY-REJECT-FILE.
011435         PERFORM 2500-WRITE-REJECT-RECORD
011440         GO TO 2100-EXIT
011450     END-IF.
011500     PERFORM 2150-RESOLVE-FROM-INDEX.
011600     IF NOT BDX-ANSWERED
011700         PERFORM 2160-RESOLVE-THROUGH-DTS
011800     END-IF.
012100     IF DCB-RESULT-CODE = DTR-SUCCESS
012200         PERFORM 2200-WRITE-RESULT-RECORD
012300     ELSE
012500     END-IF.
012510 2100-EXIT.
012520     EXIT.
012521*
012522* THE ORDINAL INDEX ANSWERS THE OFFSET AS TABLE ARITHMETIC AND
012523* FILLS THE DATE-CONTROL-BLOCK AS THE T58001 CALL WOULD HAVE,
012524* SO THE RESULT AND ERROR PARAGRAPHS READ UNCHANGED.
012525 2150-RESOLVE-FROM-INDEX.
012526     SET BDX-ADD-BUS-DAYS  TO TRUE.
012527     MOVE BOR-BANK-ID      TO BDX-BANK-ID.
012528     MOVE SPACE            TO BDX-CAL-TYPE.
012529     MOVE W-BANK-WKND-1    TO BDX-WEEKEND-DAY-1.
012530     MOVE W-BANK-WKND-2    TO BDX-WEEKEND-DAY-2.
012531     MOVE BOR-FROM-DATE    TO BDX-INPUT-DATE.
012532     MOVE BOR-DAY-OFFSET   TO BDX-DAY-OFFSET.
012533     CALL 'T58058' USING TRANSACTION-CONTROL-BLOCK
012534         BUSINESS-DAY-INDEX-BLOCK.
012535     IF BDX-ANSWERED
012536         ADD 1 TO W-INDEX-ANSWER-COUNT
012537         ADD BDX-DAY-CHECKS TO W-DAY-CHECKS-SAVED
012538         MOVE BOR-FROM-DATE    TO DCB-INPUT-DATE
012539         MOVE BOR-BANK-ID      TO DCB-BANK-ID
012540         MOVE BOR-DAY-OFFSET   TO DCB-DAY-OFFSET
012541         MOVE BDX-RESULT-DATE  TO DCB-RESULT-DATE
012542         MOVE DTR-SUCCESS      TO DCB-RESULT-CODE
012543     END-IF.
012544 2160-RESOLVE-THROUGH-DTS.
012545     ADD 1 TO W-DTS-CALL-COUNT.
012546     MOVE BOR-FROM-DATE    TO DCB-INPUT-DATE.
012547     MOVE BOR-BANK-ID      TO DCB-BANK-ID.
012548     MOVE W-BANK-WKND-1    TO DCB-WEEKEND-DAY-1.
012549     MOVE W-BANK-WKND-2    TO DCB-WEEKEND-DAY-2.
012550     MOVE BOR-DAY-OFFSET   TO DCB-DAY-OFFSET.
012551     MOVE DTA-ADD-BUS-DAYS TO DCB-ACTION-CODE.
012552     CALL 'T58001' USING TRANSACTION-CONTROL-BLOCK
012553         DATE-CONTROL-BLOCK.
012600 2200-WRITE-RESULT-RECORD.
012700     MOVE SPACES TO BUSDAY-RESULT-RECORD.
012800     STRING BOR-BANK-ID       DELIMITED BY SIZE
016077                 W-EXPECTED-COUNT ' READ ' W-REQUEST-COUNT
016078         END-IF
016079     END-IF.
016080*
016081* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
016082* REQUESTS READ IN, ANSWERS (RESULT AND ERROR RECORDS) OUT.
016083 9800-LOG-RUN-START.
016084     MOVE 'T58022'         TO RLG-PROGRAM-ID.
016085     SET RLG-EVENT-START   TO TRUE.
016086     MOVE ZERO             TO RLG-BANK-ID.
016087     MOVE 'REQUESTS'       TO RLG-IN-LABEL.
016088     MOVE ZERO             TO RLG-IN-COUNT.
016089     MOVE 'RESULTS'        TO RLG-OUT-LABEL.
016090     MOVE ZERO             TO RLG-OUT-COUNT.
016091     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
016092         RUN-LEDGER-RECORD.
016093 9810-LOG-RUN-END.
016094     SET RLG-EVENT-END     TO TRUE.
016095     MOVE W-REQUEST-COUNT  TO RLG-IN-COUNT.
016096     COMPUTE RLG-OUT-COUNT = W-REQUEST-COUNT - W-REJECT-COUNT.
016097     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
016098         RUN-LEDGER-RECORD.
016100 END PROGRAM T58022.
