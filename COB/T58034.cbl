002800* BANK IS NEVER PHYSICALLY DELETED WHILE CALENDARS MAY STILL
002900* REFERENCE IT -- DE MARKS THE RECORD INACTIVE INSTEAD, WHICH
003000* THE REQUEST PROCESSORS TREAT THE SAME AS UNKNOWN.
003010* THE USER MUST HOLD THE BANK MASTER ENTITLEMENT FOR THE BANK
003020* (T58048).
003030* THE RECORD ALSO CARRIES THE BANK'S NORMAL OPEN TIME, LOBBY/
003040* WIRE/ACH CUTOFFS AND TIME ZONE, READ BY THE CUTOFF-WINDOW
003050* INQUIRY T58051.
003060* A CURRENCY MARKET IS KEPT HERE AS A CALENDAR OWNER OF ITS OWN
003070* (OWNER TYPE M, IDS 90000-99999) WITH ITS CURRENCY AND SPOT
003080* LAG, READ BY THE FX VALUE-DATE CALCULATOR T58052.
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005800         88  W-BANKMST-REC-NOT-FOUND VALUE '23'.
005900     05  W-REC-FOUND-SW          PIC X       VALUE 'N'.
006000         88  W-REC-FOUND             VALUE 'Y'.
006001     05  W-TIME-CHECK            PIC 9(4).
006002     05  W-TIME-CHECK-X REDEFINES W-TIME-CHECK.
006003         10  W-TIME-HH           PIC 99.
006004         10  W-TIME-MM           PIC 99.
006005     05  W-TIME-INVALID-SW       PIC X       VALUE 'N'.
006006         88  W-TIME-INVALID          VALUE 'Y'.
006007     05  W-OFFSET-ABS            PIC 9(4).
006008     05  W-OFFSET-HH             PIC 99.
006009     05  W-OFFSET-MM             PIC 99.
006010*
006020*                    ENTITLEMENT CHECK PARAMETERS
006030 COPY T58048D.
006100     EJECT
006200 LINKAGE SECTION.
006300*
008620     05  LINE 9  COLUMN 26  PIC X      USING CDMF-BANK-WEEKEND-1.
008630     05  LINE 9  COLUMN 29  PIC X      USING CDMF-BANK-WEEKEND-2.
008640     05  LINE 9  COLUMN 33  VALUE '(0=SUN..6=SAT, BLANK=SAT/SUN)'.
008650     05  LINE 10 COLUMN 10  VALUE 'HOURS OPEN . .'.
008651     05  LINE 10 COLUMN 26  PIC 9(4)   USING CDMF-BANK-OPEN-TIME.
008652     05  LINE 10 COLUMN 32  VALUE 'LOBBY'.
008653     05  LINE 10 COLUMN 38  PIC 9(4)
008654                            USING CDMF-BANK-LOBBY-CLOSE.
008655     05  LINE 10 COLUMN 44  VALUE 'WIRE'.
008656     05  LINE 10 COLUMN 49  PIC 9(4)
008657                            USING CDMF-BANK-WIRE-CUTOFF.
008658     05  LINE 10 COLUMN 55  VALUE 'ACH'.
008659     05  LINE 10 COLUMN 59  PIC 9(4)
008660                            USING CDMF-BANK-ACH-CUTOFF.
008661     05  LINE 11 COLUMN 10  VALUE 'TIME ZONE . .'.
008662     05  LINE 11 COLUMN 26  PIC X(5)   USING CDMF-BANK-TZ-LABEL.
008663     05  LINE 11 COLUMN 32  VALUE 'UTC'.
008664     05  LINE 11 COLUMN 36  PIC +9(4)
008665                            USING CDMF-BANK-TZ-OFFSET.
008666     05  LINE 11 COLUMN 43  VALUE 'DST'.
008667     05  LINE 11 COLUMN 47  PIC X
008668                            USING CDMF-BANK-TZ-DST-RULE.
008669     05  LINE 11 COLUMN 50  VALUE '(U=US E=EU N=NONE)'.
008670     05  LINE 12 COLUMN 10  VALUE 'OWNER TYPE . .'.
008671     05  LINE 12 COLUMN 26  PIC X
008672                            USING CDMF-BANK-OWNER-TYPE.
008673     05  LINE 12 COLUMN 29  VALUE '(B=BANK M=MARKET)'.
008674     05  LINE 12 COLUMN 48  VALUE 'CCY'.
008675     05  LINE 12 COLUMN 52  PIC X(3)
008676                            USING CDMF-BANK-MARKET-CCY.
008677     05  LINE 12 COLUMN 57  VALUE 'SPOT'.
008678     05  LINE 12 COLUMN 62  PIC 9
008679                            USING CDMF-BANK-SPOT-DAYS.
008700     05  LINE 13 COLUMN 10  VALUE 'RESULT . . . .'.
008800     05  LINE 13 COLUMN 26  PIC X(56)  USING CDMF-RESULT-STATUS.
008900     05  LINE 15 COLUMN 10  PIC X(60)  USING CDMF-ERROR-MESSAGE.
009000     EJECT
009100 PROCEDURE DIVISION  USING   TRANSACTION-CONTROL-BLOCK
009200                             CDMF-ITEM-MAINT-SCREEN-DG.
010900         PERFORM 8000-FLAG-ERROR
011000         GO TO 2000-EXIT
011100     END-IF.
011110     MOVE TCB-USER-ID TO ECB-USER-ID.
011120     MOVE CDMF-BANK-ID TO ECB-BANK-ID.
011130     MOVE SPACE TO ECB-CAL-TYPE.
011140     SET ECB-ACT-BANK-MAINT TO TRUE.
011150     CALL 'T58048' USING TRANSACTION-CONTROL-BLOCK
011160         ENTITLEMENT-CHECK-BLOCK.
011170     IF ECB-REFUSED
011175         MOVE ECB-MESSAGE TO CDMF-ERROR-MESSAGE
011180         PERFORM 8000-FLAG-ERROR
011185         GO TO 2000-EXIT
011190     END-IF.
011200     IF CDMF-BANK-STATUS = SPACE
011300         MOVE 'A' TO CDMF-BANK-STATUS
011400     END-IF.
011800         PERFORM 8000-FLAG-ERROR
011900         GO TO 2000-EXIT
012000     END-IF.
012001     IF NOT CDMF-FUNC-DELETE
012002         PERFORM 2100-EDIT-HOURS THRU 2100-EXIT
012003         PERFORM 2600-EDIT-OWNER THRU 2600-EXIT
012004     END-IF.
012005     IF CDMF-ERROR-FOUND
012006         GO TO 2000-EXIT
012007     END-IF.
012010* WEEKEND DAYS COME AS A PAIR OR NOT AT ALL -- A LONE DIGIT
012020* WOULD LEAVE THE OTHER WEEKEND DAY AMBIGUOUS.
012030     IF NOT ((CDMF-BANK-WEEKEND-1 = SPACE
014900     CLOSE BANK-MASTER-FILE.
015000 2000-EXIT.
015100     EXIT.
015110 2100-EDIT-HOURS.
015111     MOVE 'N' TO W-TIME-INVALID-SW.
015112     MOVE CDMF-BANK-OPEN-TIME TO W-TIME-CHECK.
015113     PERFORM 2150-CHECK-TIME.
015114     MOVE CDMF-BANK-LOBBY-CLOSE TO W-TIME-CHECK.
015115     PERFORM 2150-CHECK-TIME.
015116     MOVE CDMF-BANK-WIRE-CUTOFF TO W-TIME-CHECK.
015117     PERFORM 2150-CHECK-TIME.
015118     MOVE CDMF-BANK-ACH-CUTOFF TO W-TIME-CHECK.
015119     PERFORM 2150-CHECK-TIME.
015120     IF W-TIME-INVALID
015121         MOVE 'INVALID HOURS - USE HHMM 0000-2359, ZERO = NOT SET'
015122             TO CDMF-ERROR-MESSAGE
015123         PERFORM 8000-FLAG-ERROR
015124         GO TO 2100-EXIT
015125     END-IF.
015126* A WINDOW THAT CLOSES BEFORE IT OPENS NEVER OPENS AT ALL.
015127     IF CDMF-BANK-OPEN-TIME > ZERO
015128             AND ((CDMF-BANK-LOBBY-CLOSE > ZERO
015129                 AND CDMF-BANK-LOBBY-CLOSE <= CDMF-BANK-OPEN-TIME)
015130              OR (CDMF-BANK-WIRE-CUTOFF > ZERO
015131                 AND CDMF-BANK-WIRE-CUTOFF <= CDMF-BANK-OPEN-TIME)
015132              OR (CDMF-BANK-ACH-CUTOFF > ZERO
015133                 AND CDMF-BANK-ACH-CUTOFF <= CDMF-BANK-OPEN-TIME))
015134         MOVE 'CUTOFFS MUST BE LATER THAN THE OPEN TIME'
015135             TO CDMF-ERROR-MESSAGE
015136         PERFORM 8000-FLAG-ERROR
015137         GO TO 2100-EXIT
015138     END-IF.
015139     IF CDMF-BANK-TZ-DST-RULE = SPACE
015140         MOVE 'N' TO CDMF-BANK-TZ-DST-RULE
015141     END-IF.
015142     IF CDMF-BANK-TZ-DST-RULE NOT = 'U'
015143             AND CDMF-BANK-TZ-DST-RULE NOT = 'E'
015144             AND CDMF-BANK-TZ-DST-RULE NOT = 'N'
015145         MOVE 'INVALID DAYLIGHT SAVING RULE - USE U, E, OR N'
015146             TO CDMF-ERROR-MESSAGE
015147         PERFORM 8000-FLAG-ERROR
015148         GO TO 2100-EXIT
015149     END-IF.
015150     IF CDMF-BANK-TZ-OFFSET < ZERO
015151         COMPUTE W-OFFSET-ABS = ZERO - CDMF-BANK-TZ-OFFSET
015152     ELSE
015153         MOVE CDMF-BANK-TZ-OFFSET TO W-OFFSET-ABS
015154     END-IF.
015155     MOVE W-OFFSET-ABS (1:2) TO W-OFFSET-HH.
015156     MOVE W-OFFSET-ABS (3:2) TO W-OFFSET-MM.
015157     IF W-OFFSET-HH > 14
015158             OR (W-OFFSET-MM NOT = 00 AND W-OFFSET-MM NOT = 30
015159                 AND W-OFFSET-MM NOT = 45)
015160         MOVE 'INVALID UTC OFFSET - USE SIGNED HHMM, E.G. -0500'
015161             TO CDMF-ERROR-MESSAGE
015162         PERFORM 8000-FLAG-ERROR
015163         GO TO 2100-EXIT
015164     END-IF.
015165     IF CDMF-BANK-TZ-LABEL = SPACES
015166             AND (CDMF-BANK-TZ-OFFSET NOT = ZERO
015167                 OR CDMF-BANK-TZ-DST-RULE NOT = 'N')
015168         MOVE 'TIME ZONE LABEL IS REQUIRED WITH AN OFFSET OR RULE'
015169             TO CDMF-ERROR-MESSAGE
015170         PERFORM 8000-FLAG-ERROR
015171         GO TO 2100-EXIT
015172     END-IF.
015173 2100-EXIT.
015174     EXIT.
015175 2150-CHECK-TIME.
015176     IF W-TIME-HH > 23 OR W-TIME-MM > 59
015177         MOVE 'Y' TO W-TIME-INVALID-SW
015178     END-IF.
015200 2500-READ-BANK-RECORD.
015300     MOVE 'N' TO W-REC-FOUND-SW.
015400     MOVE CDMF-BANK-ID TO BMR-BANK-ID.
015600     IF W-BANKMST-STATUS-OK
015700         MOVE 'Y' TO W-REC-FOUND-SW
015800     END-IF.
015801*
015802* A MARKET OWNER NEEDS AN ID IN THE MARKET RANGE, A THREE-LETTER
015803* CURRENCY OTHER THAN USD (THE US SIDE OF A TRADE IS ALWAYS A
015804* BANK) AND A SPOT LAG OF 1 OR 2 (ZERO DEFAULTS TO 2).  A BANK
015805* STAYS OUT OF THE MARKET RANGE AND CARRIES NO CURRENCY.
015806 2600-EDIT-OWNER.
015807     IF CDMF-ERROR-FOUND
015808         GO TO 2600-EXIT
015809     END-IF.
015810     IF CDMF-BANK-OWNER-TYPE = SPACE
015811         MOVE 'B' TO CDMF-BANK-OWNER-TYPE
015812     END-IF.
015813     IF CDMF-BANK-OWNER-TYPE NOT = 'B'
015814             AND CDMF-BANK-OWNER-TYPE NOT = 'M'
015815         MOVE 'INVALID OWNER TYPE - USE B OR M'
015816             TO CDMF-ERROR-MESSAGE
015817         PERFORM 8000-FLAG-ERROR
015818         GO TO 2600-EXIT
015819     END-IF.
015820     IF CDMF-BANK-OWNER-TYPE = 'B'
015821         IF CDMF-BANK-ID >= 90000
015822             MOVE 'BANK IDS 90000-99999 ARE RESERVED FOR MARKETS'
015823                 TO CDMF-ERROR-MESSAGE
015824             PERFORM 8000-FLAG-ERROR
015825         END-IF
015826         MOVE SPACES TO CDMF-BANK-MARKET-CCY
015827         MOVE ZERO TO CDMF-BANK-SPOT-DAYS
015828         GO TO 2600-EXIT
015829     END-IF.
015830     IF CDMF-BANK-ID < 90000
015831         MOVE 'MARKET IDS MUST BE 90000-99999'
015832             TO CDMF-ERROR-MESSAGE
015833         PERFORM 8000-FLAG-ERROR
015834         GO TO 2600-EXIT
015835     END-IF.
015836     IF CDMF-BANK-MARKET-CCY IS NOT ALPHABETIC-UPPER
015837             OR CDMF-BANK-MARKET-CCY (1:1) = SPACE
015838             OR CDMF-BANK-MARKET-CCY (2:1) = SPACE
015839             OR CDMF-BANK-MARKET-CCY (3:1) = SPACE
015840         MOVE 'MARKET CURRENCY MUST BE A 3-LETTER ISO CODE'
015841             TO CDMF-ERROR-MESSAGE
015842         PERFORM 8000-FLAG-ERROR
015843         GO TO 2600-EXIT
015844     END-IF.
015845     IF CDMF-BANK-MARKET-CCY = 'USD'
015846         MOVE 'USD SETTLES AT THE BANK - NOT AS A MARKET'
015847             TO CDMF-ERROR-MESSAGE
015848         PERFORM 8000-FLAG-ERROR
015849         GO TO 2600-EXIT
015850     END-IF.
015851     IF CDMF-BANK-SPOT-DAYS = ZERO
015852         MOVE 2 TO CDMF-BANK-SPOT-DAYS
015853     END-IF.
015854     IF CDMF-BANK-SPOT-DAYS > 2
015855         MOVE 'MARKET SPOT LAG MUST BE 1 OR 2 DAYS'
015856             TO CDMF-ERROR-MESSAGE
015857         PERFORM 8000-FLAG-ERROR
015858     END-IF.
015859 2600-EXIT.
015860     EXIT.
015900 3000-ADD-BANK.
016000     IF W-REC-FOUND
016100         MOVE 'BANK ALREADY ON MASTER - USE CH TO CHANGE IT'
016900     MOVE CDMF-BANK-STATUS     TO BMR-STATUS-SW.
016910     MOVE CDMF-BANK-WEEKEND-1  TO BMR-WEEKEND-DAY-1.
016920     MOVE CDMF-BANK-WEEKEND-2  TO BMR-WEEKEND-DAY-2.
016921     MOVE CDMF-BANK-OPEN-TIME  TO BMR-OPEN-TIME.
016922     MOVE CDMF-BANK-LOBBY-CLOSE TO BMR-LOBBY-CLOSE.
016923     MOVE CDMF-BANK-WIRE-CUTOFF TO BMR-WIRE-CUTOFF.
016924     MOVE CDMF-BANK-ACH-CUTOFF TO BMR-ACH-CUTOFF.
016925     MOVE CDMF-BANK-TZ-LABEL   TO BMR-TZ-LABEL.
016926     MOVE CDMF-BANK-TZ-OFFSET  TO BMR-TZ-UTC-OFFSET.
016927     MOVE CDMF-BANK-TZ-DST-RULE TO BMR-TZ-DST-RULE.
016928     MOVE CDMF-BANK-OWNER-TYPE TO BMR-OWNER-TYPE.
016929     MOVE CDMF-BANK-MARKET-CCY TO BMR-MARKET-CCY.
016930     MOVE CDMF-BANK-SPOT-DAYS  TO BMR-SPOT-DAYS.
017000     WRITE BANK-MASTER-RECORD
017100         INVALID KEY
017200             MOVE 'BANK MASTER WRITE FAILED'
019000     MOVE CDMF-BANK-STATUS     TO BMR-STATUS-SW.
019010     MOVE CDMF-BANK-WEEKEND-1  TO BMR-WEEKEND-DAY-1.
019020     MOVE CDMF-BANK-WEEKEND-2  TO BMR-WEEKEND-DAY-2.
019021     MOVE CDMF-BANK-OPEN-TIME  TO BMR-OPEN-TIME.
019022     MOVE CDMF-BANK-LOBBY-CLOSE TO BMR-LOBBY-CLOSE.
019023     MOVE CDMF-BANK-WIRE-CUTOFF TO BMR-WIRE-CUTOFF.
019024     MOVE CDMF-BANK-ACH-CUTOFF TO BMR-ACH-CUTOFF.
019025     MOVE CDMF-BANK-TZ-LABEL   TO BMR-TZ-LABEL.
019026     MOVE CDMF-BANK-TZ-OFFSET  TO BMR-TZ-UTC-OFFSET.
019027     MOVE CDMF-BANK-TZ-DST-RULE TO BMR-TZ-DST-RULE.
019028     MOVE CDMF-BANK-OWNER-TYPE TO BMR-OWNER-TYPE.
019029     MOVE CDMF-BANK-MARKET-CCY TO BMR-MARKET-CCY.
019030     MOVE CDMF-BANK-SPOT-DAYS  TO BMR-SPOT-DAYS.
019100     REWRITE BANK-MASTER-RECORD.
019200     MOVE 'BANK CHANGED' TO CDMF-RESULT-STATUS.
019300 4000-EXIT.
