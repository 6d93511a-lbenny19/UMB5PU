000100 IDENTIFICATION DIVISION.
000200* HOGAN OS390
000300 PROGRAM-ID. T58053.
000400 AUTHOR.
000500*CRT*************************************************************
000600*CRV*      UMB  VERSION 5  RELEASE 0  CST 0  MLU 0              *
000700*CRT*************************************************************
000800*CRY*     COPYRIGHT (C) 2026 COMPUTER SCIENCES CORPORATION      *
000900*CRT*************************************************************
001000*CRK* UMB5.0.5.0
001100 DATE-COMPILED.
001200*****************************************************************
001300*
001400* SHARED BATCH RUN-LEDGER SUBPROGRAM, IN THE T58021 MOLD.  EVERY
001500* BATCH PROGRAM OF THE CALENDAR STREAM CALLS THIS PROGRAM WITH
001600* ONE RUN-LEDGER-RECORD (T58053D) AS IT STARTS AND AGAIN AS IT
001700* ENDS, AND THIS PROGRAM APPENDS IT TO THE SHARED RUN LEDGER
001800* (RUNLEDG, T58054D) WITH THE CALLER'S RUN DATE/TIME, THE FINAL
001900* TCB-RETURN-CODE ON AN END ENTRY, AND THE CLOCK TIME OF THE
002000* ENTRY.  THE MORNING RUN-STATUS REPORT T58054 READS THE LEDGER
002100* BACK.  THE FILE IS OPENED ONCE, ON THIS PROGRAM'S FIRST CALL
002200* IN THE RUN UNIT, AND STAYS OPEN FOR SUBSEQUENT CALLS SINCE
002300* WORKING-STORAGE PERSISTS ACROSS CALLS TO A NON-INITIAL
002400* SUBPROGRAM.  A LEDGER THAT CANNOT BE OPENED NEVER FAILS THE
002500* STEP THAT CALLED -- THE MISSING ENTRIES SHOW ON THE REPORT.
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RUN-LEDGER-FILE ASSIGN TO RUNLEDG
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS IS W-LEDGER-STATUS.
003600 DATA DIVISION.
003700     EJECT
003800 FILE SECTION.
003900 FD  RUN-LEDGER-FILE.
004000 COPY T58054D. *> SHARED ON-FILE RUN LEDGER LAYOUT
004100     EJECT
004200 WORKING-STORAGE SECTION.
004300 01  CC-CHANGE-ID.
004400     05  CC-CHANGE-ID-BASE           PIC X(9)  VALUE 'UMB505'.
004500*
004600 01  W-RUN-LEDGER-CONTROL.
004700     05  W-LEDGER-STATUS         PIC XX.
004800         88  W-LEDGER-STATUS-OK      VALUE '00'.
004900         88  W-LEDGER-STATUS-NOT-FOUND VALUE '35'.
005000     05  W-FIRST-CALL-SW         PIC X       VALUE 'Y'.
005100         88  W-FIRST-CALL            VALUE 'Y'.
005200     05  W-LEDGER-OPEN-SW        PIC X       VALUE 'N'.
005300         88  W-LEDGER-OPEN           VALUE 'Y'.
005400     05  W-CLOCK-DATE            PIC 9(8).
005500     05  W-CLOCK-TIME            PIC 9(8).
005600     05  W-CLOCK-TIME-X REDEFINES W-CLOCK-TIME.
005700         10  W-CLOCK-HHMMSS      PIC 9(6).
005800         10  FILLER              PIC 9(2).
005900     EJECT
006000 LINKAGE SECTION.
006100*
006200*                    TRANSACTION-CONTROL-BLOCK
006300 COPY P49000D.
006400*
006500*                    RUN-LEDGER-RECORD
006600 COPY T58053D.
006700     EJECT
006800 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
006900                             RUN-LEDGER-RECORD.
007000     EJECT
007100 0000-MAIN-PROCESS.
007200     IF W-FIRST-CALL
007300         PERFORM 1000-OPEN-LEDGER-FILE
007400         MOVE 'N' TO W-FIRST-CALL-SW
007500     END-IF.
007600     IF W-LEDGER-OPEN
007700         PERFORM 2000-WRITE-LEDGER-RECORD
007800     END-IF.
007900     GOBACK.
008000 1000-OPEN-LEDGER-FILE.
008100     OPEN EXTEND RUN-LEDGER-FILE.
008200     IF W-LEDGER-STATUS-NOT-FOUND
008300         OPEN OUTPUT RUN-LEDGER-FILE
008400     END-IF.
008500     IF W-LEDGER-STATUS-OK
008600         SET W-LEDGER-OPEN TO TRUE
008700     ELSE
008800         DISPLAY 'T58053 RUN LEDGER OPEN FAILED - STATUS '
008900             W-LEDGER-STATUS ' - NO LEDGER ENTRIES THIS RUN'
009000     END-IF.
009100 2000-WRITE-LEDGER-RECORD.
009200     ACCEPT W-CLOCK-DATE FROM DATE YYYYMMDD.
009300     ACCEPT W-CLOCK-TIME FROM TIME.
009400     MOVE SPACES TO RUN-LEDGER-FILE-RECORD.
009500     MOVE RLG-PROGRAM-ID  TO RLF-PROGRAM-ID.
009600     MOVE RLG-EVENT       TO RLF-EVENT.
009700     MOVE TCB-RUN-DATE    TO RLF-RUN-DATE.
009800     MOVE TCB-RUN-TIME    TO RLF-RUN-TIME.
009900     MOVE RLG-BANK-ID     TO RLF-BANK-ID.
010000     MOVE RLG-IN-LABEL    TO RLF-IN-LABEL.
010100     MOVE RLG-IN-COUNT    TO RLF-IN-COUNT.
010200     MOVE RLG-OUT-LABEL   TO RLF-OUT-LABEL.
010300     MOVE RLG-OUT-COUNT   TO RLF-OUT-COUNT.
010400     IF RLG-EVENT-END
010500         MOVE TCB-RETURN-CODE TO RLF-RETURN-CODE
010600     ELSE
010700         MOVE ZERO TO RLF-RETURN-CODE
010800     END-IF.
010900     MOVE W-CLOCK-DATE    TO RLF-LOG-DATE.
011000     MOVE W-CLOCK-HHMMSS  TO RLF-LOG-TIME.
011100     WRITE RUN-LEDGER-FILE-RECORD.
011200 END PROGRAM T58053.
