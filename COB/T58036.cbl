003300* JOBS.  STRUCTURAL CODES (DTR-CHAIN-BREAK, DTR-TABLE-OVERFLOW)
003400* GET THEIR OWN LOW-LIMIT RULES; ROUTINE DTR-INVALID-DATE NOISE
003500* GETS A HIGH ONE.
003510* THE SAME PASS WATCHES THE EMERGENCY CLOSURES: A POST-FACTO
003520* ITEM THE EMERGENCY CLOSURE SCREEN T58055 PARKED ON THE
003530* PENDING-CHANGE FILE (T58032D) THAT IS STILL UNDECIDED AFTER
003540* ITS CONFIRM-BY DATE GETS AN OVERDUE ALERT OF ITS OWN.  THE
003550* ALERT FILE IS APPENDED TO, SINCE T58055 WRITES TO IT DURING
003560* THE DAY.
003600*
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS IS W-AUDIT-STATUS.
004900     SELECT OPERATOR-ALERT-FILE ASSIGN TO OPALERT
005000         ORGANIZATION LINE SEQUENTIAL
005010         FILE STATUS IS W-ALERT-STATUS.
005020     SELECT PENDING-CHANGE-FILE ASSIGN TO HOLPEND
005030         ORGANIZATION LINE SEQUENTIAL
005040         FILE STATUS IS W-PEND-STATUS.
005100 DATA DIVISION.
005200     EJECT
005300 FILE SECTION.
005700 COPY T58024D. *> SHARED ON-FILE AUDIT LOG LAYOUT
005800 FD  OPERATOR-ALERT-FILE.
005900 COPY T58038D. *> ALERT RECORDS FOR CONSOLE AUTOMATION
005910 FD  PENDING-CHANGE-FILE.
005920 COPY T58032D. *> PENDING CHANGES, INCLUDING POST-FACTO ITEMS
006000     EJECT
006100 WORKING-STORAGE SECTION.
006200*
007200         88  W-AUDIT-STATUS-OK       VALUE '00'.
007300         88  W-AUDIT-STATUS-EOF      VALUE '10'.
007400         88  W-AUDIT-STATUS-NOT-FOUND VALUE '35'.
007410     05  W-ALERT-STATUS          PIC XX.
007420         88  W-ALERT-STATUS-OK       VALUE '00'.
007430         88  W-ALERT-STATUS-NOT-FOUND VALUE '35'.
007440     05  W-PEND-STATUS           PIC XX.
007450         88  W-PEND-STATUS-OK        VALUE '00'.
007460         88  W-PEND-STATUS-EOF       VALUE '10'.
007500*
007600 01  W-MONITOR-COUNTERS.
007700     05  W-RULE-COUNT            PIC 9(4)    BINARY.
007900     05  W-BREACH-COUNT          PIC 9(5)    VALUE ZERO.
008000     05  W-RULE-OVERFLOW-COUNT   PIC 9(5)    VALUE ZERO.
008100     05  W-CELL-OVERFLOW-COUNT   PIC 9(5)    VALUE ZERO.
008150     05  W-OVERDUE-COUNT         PIC 9(5)    VALUE ZERO.
008200*
008300* THE LOADED RULES.
008400 01  W-RULE-TABLE.
010200     05  W-CELL-NO               PIC 9(4)    BINARY.
010300     05  W-CELL-FOUND-SW         PIC X.
010400         88  W-CELL-FOUND            VALUE 'Y'.
010433* RUN-LEDGER START/END ENTRY, APPENDED THROUGH T58053.
010466 COPY T58053D.
010500     EJECT
010600 LINKAGE SECTION.
010700*
011100 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK.
011200     EJECT
011300 0000-MAIN-PROCESS.
011350     PERFORM 9800-LOG-RUN-START.
011400     PERFORM 1000-INITIALIZE.
011500     IF W-RULE-COUNT = ZERO
011600         SET TCB-RC-ERROR TO TRUE
011700         DISPLAY 'T58036 NO THRESHOLD RULES LOADED - '
011800             'MONITOR CANNOT RUN'
011850         PERFORM 9810-LOG-RUN-END
011900         GOBACK
012000     END-IF.
012010* THE ALERT FILE OPENS ONLY ONCE THE MONITOR IS SURE TO RUN,
012020* SO THE NO-RULES GOBACK ABOVE LEAVES NOTHING OPEN FOR A
012030* LATER STEP IN THE RUN UNIT TO TRIP OVER.
012040     OPEN EXTEND OPERATOR-ALERT-FILE.
012050     IF W-ALERT-STATUS-NOT-FOUND
012060         OPEN OUTPUT OPERATOR-ALERT-FILE
012070     END-IF.
012072     IF NOT W-ALERT-STATUS-OK
012074         SET TCB-RC-ERROR TO TRUE
012076         DISPLAY 'T58036 OPERATOR ALERT FILE NOT AVAILABLE - '
012078             'STATUS ' W-ALERT-STATUS
012080         PERFORM 9810-LOG-RUN-END
012082         GOBACK
012084     END-IF.
012100     PERFORM 2000-SCAN-AUDIT-LOG.
012200     PERFORM 3000-CHECK-THRESHOLDS.
012250     PERFORM 4000-CHECK-POST-FACTO-ITEMS.
012300     CLOSE OPERATOR-ALERT-FILE.
012400     DISPLAY 'T58036 AUDIT ENTRIES ' W-AUDIT-READ-COUNT
012500         ' RULES ' W-RULE-COUNT
012600         ' BREACHES ' W-BREACH-COUNT
012650         ' OVERDUE ' W-OVERDUE-COUNT.
012700     IF W-BREACH-COUNT > ZERO
012800         SET TCB-RC-ERROR TO TRUE
012900     END-IF.
012910* AN UNCONFIRMED EMERGENCY CLOSURE IS FOR THE CONSOLE TEAM TO
012920* CHASE; IT DOES NOT HOLD THE DEPENDENT JOBS -- BUT IT MUST NOT
012925* LOWER THE RETURN CODE OF A RUN WITH A THRESHOLD BREACH.
012930     IF W-OVERDUE-COUNT > ZERO
012935             AND NOT TCB-RC-ERROR
012940         SET TCB-RC-WARNING TO TRUE
012945     END-IF.
012950     PERFORM 9810-LOG-RUN-END.
013000     GOBACK.
013100 1000-INITIALIZE.
013200     MOVE ZERO TO TCB-RETURN-CODE.
023900     MOVE W-RUL-BANK (W-RULE-NO)   TO OAR-BANK-ID.
024000     MOVE W-TLY-TALLY (W-CELL-NO)  TO OAR-ACTUAL-COUNT.
024100     MOVE W-RUL-MAX (W-RULE-NO)    TO OAR-MAX-COUNT.
024150     SET OAR-THRESHOLD-BREACH      TO TRUE.
024160     MOVE 'AUDIT THRESHOLD BREACH' TO OAR-ALERT-TEXT.
024200     WRITE OPERATOR-ALERT-RECORD.
024300     DISPLAY 'T58036 THRESHOLD BREACH - RESULT '
024400         OAR-RESULT-CODE ' DATE ' OAR-LOG-DATE
024500         ' COUNT ' OAR-ACTUAL-COUNT ' MAX ' OAR-MAX-COUNT.
024501*
024502******************************************************************
024503*  POST-FACTO ITEMS FROM THE EMERGENCY CLOSURE SCREEN MUST BE   *
024504*  CONFIRMED OR REVERSED ON T58032 BY THEIR CONFIRM-BY DATE.    *
024505*  ONE STILL PENDING ONCE THAT DATE HAS PASSED GETS AN OVERDUE  *
024506*  ALERT ON EVERY RUN UNTIL SOMEONE DECIDES IT.  NO PENDING-    *
024507*  CHANGE FILE SIMPLY MEANS NOTHING IS OUTSTANDING.             *
024508******************************************************************
024509 4000-CHECK-POST-FACTO-ITEMS.
024510     OPEN INPUT PENDING-CHANGE-FILE.
024511     IF W-PEND-STATUS-OK
024512         PERFORM UNTIL W-PEND-STATUS-EOF
024513             READ PENDING-CHANGE-FILE
024514                 AT END
024515                     SET W-PEND-STATUS-EOF TO TRUE
024516                 NOT AT END
024517                     IF HPR-PENDING AND HPR-POST-FACTO
024518                         AND HPR-CONFIRM-BY-DATE < TCB-RUN-DATE
024519                         PERFORM 4100-WRITE-OVERDUE-ALERT
024520                     END-IF
024521             END-READ
024522         END-PERFORM
024523         CLOSE PENDING-CHANGE-FILE
024524     END-IF.
024525 4100-WRITE-OVERDUE-ALERT.
024526     ADD 1 TO W-OVERDUE-COUNT.
024527     MOVE SPACES TO OPERATOR-ALERT-RECORD.
024528     MOVE TCB-RUN-DATE             TO OAR-ALERT-DATE.
024529     MOVE TCB-RUN-TIME             TO OAR-ALERT-TIME.
024530     MOVE HPR-DATE                 TO OAR-LOG-DATE.
024531     MOVE ZERO                     TO OAR-RESULT-CODE.
024532     MOVE 'T58055'                 TO OAR-PROGRAM-ID.
024533     MOVE HPR-BANK-ID              TO OAR-BANK-ID.
024534     MOVE ZERO                     TO OAR-ACTUAL-COUNT.
024535     MOVE ZERO                     TO OAR-MAX-COUNT.
024536     SET OAR-POST-FACTO-OVERDUE    TO TRUE.
024537     STRING 'EMERGENCY CLOSURE OVERDUE - DUE '
024538             DELIMITED BY SIZE
024539         HPR-CONFIRM-BY-DATE       DELIMITED BY SIZE
024540         INTO OAR-ALERT-TEXT
024541     END-STRING.
024542     WRITE OPERATOR-ALERT-RECORD.
024543     DISPLAY 'T58036 EMERGENCY CLOSURE UNCONFIRMED - BANK '
024544         HPR-BANK-ID ' DATE ' HPR-DATE ' TYPE ' HPR-CAL-TYPE
024545         ' MAKER ' HPR-MAKER-ID ' DUE ' HPR-CONFIRM-BY-DATE.
024546*
024547* RUN-LEDGER ENTRIES FOR THE MORNING RUN-STATUS REPORT (T58054):
024548* AUDIT ENTRIES SCANNED IN, THRESHOLD BREACHES OUT.
024549 9800-LOG-RUN-START.
024550     MOVE 'T58036'         TO RLG-PROGRAM-ID.
024551     SET RLG-EVENT-START   TO TRUE.
024552     MOVE ZERO             TO RLG-BANK-ID.
024553     MOVE 'AUDREC'         TO RLG-IN-LABEL.
024554     MOVE ZERO             TO RLG-IN-COUNT.
024555     MOVE 'BREACHES'       TO RLG-OUT-LABEL.
024556     MOVE ZERO             TO RLG-OUT-COUNT.
024557     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
024558         RUN-LEDGER-RECORD.
024559 9810-LOG-RUN-END.
024560     SET RLG-EVENT-END     TO TRUE.
024561     MOVE W-AUDIT-READ-COUNT TO RLG-IN-COUNT.
024562     MOVE W-BREACH-COUNT   TO RLG-OUT-COUNT.
024563     CALL 'T58053' USING TRANSACTION-CONTROL-BLOCK
024564         RUN-LEDGER-RECORD.
024600 END PROGRAM T58036.
