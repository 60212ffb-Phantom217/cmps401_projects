000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TSTORDM.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. MAINTENANCE SCREEN FOR
001200*                      THE DL275 STANDING ORDER FILE,
001300*                      TSTANDORD.DAT, THAT THE NIGHTLY TSTORD
001400*                      STEP GENERATES INTO TFILEIN.DAT. A=ADD,
001500*                      C=CHANGE AND D=DELETE WORK AN ORDER AT A
001600*                      TIME THE WAY TACCTM WORKS THE ACCOUNT
001700*                      MASTER, BEHIND THE SAME TSIGNON CHECK
001800*                      (AUTHORITY LEVEL 3). THE OPERATOR AND
001900*                      DATE OF THE LAST CHANGE RIDE ON THE
002000*                      ORDER ITSELF.
002010*    2026-10-15 DL     THE DAY OF THE MONTH IS KEYED ONLY ON A
002020*                      D ORDER. A W OR M ORDER KEEPS THE DAY
002030*                      TSTORD TOOK FROM ITS START DATE, AND A
002040*                      CHANGE TO ITS AMOUNT OR END DATE IS NO
002050*                      LONGER TAKEN FOR A RESCHEDULE.
002100*----------------------------------------------------------*
002200*----------------------------------------------------------*
002300* THE AMOUNT IS KEYED AS SEVEN DIGITS WITH CENTS IMPLIED,   *
002400* ALWAYS POSITIVE -- A DEBIT ORDER CARRIES TRANSACTION TYPE *
002500* R, THE SAME AS A KEYED REVERSAL. DATES ARE CCYYMMDD AND   *
002600* GO THROUGH TDATEDIT. AN ORDER'S SCHEDULE MAY NOT START IN *
002700* THE PAST, SO A NEW OR RESCHEDULED ORDER NEVER BACKFILLS;  *
002800* CHANGING THE FREQUENCY, DAY OR START DATE SENDS THE ORDER *
002900* BACK TO TSTORD TO BE SCHEDULED AFRESH, AND THE OCCURRENCE *
003000* FILE STILL STOPS A DATE ALREADY GENERATED FROM GOING OUT  *
003100* AGAIN.                                                    *
003200*----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MYORDERFILE ASSIGN TO "TStandOrd.dat"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS SO-KEY
004000         FILE STATUS IS TSE-ORD-STATUS.
004100     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS RANDOM
004400         RECORD KEY IS ACCT-NUMBER
004500         FILE STATUS IS TSE-MST-STATUS.
004600     SELECT MYFLAGDOM ASSIGN TO "TFlagDom.dat"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TSE-DOM-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MYORDERFILE.
005200     COPY DL275.
005300 FD  MYMASTER.
005400     COPY DL140.
005500 FD  MYFLAGDOM.
005600     COPY DL175.
005700 WORKING-STORAGE SECTION.
005800 01  TSE-ORD-STATUS   PIC XX        VALUE "00".
005900     88  TSE-ORD-OK                 VALUE "00".
006000     88  TSE-ORD-NOT-FOUND          VALUE "35".
006100 01  TSE-MST-STATUS   PIC XX        VALUE "00".
006200     88  TSE-MST-OK                 VALUE "00".
006300 01  TSE-DOM-STATUS   PIC XX        VALUE "00".
006400     88  TSE-DOM-NOT-FOUND          VALUE "35".
006500 01  TSE-DOM-EOF-SW   PIC X         VALUE "N".
006600     88  TSE-DOM-EOF                VALUE "Y".
006700 01  TSE-FLAG-FOUND-SW PIC X        VALUE "N".
006800     88  TSE-FLAG-FOUND             VALUE "Y".
006900 01  TSE-FUNCTION     PIC X         VALUE SPACE.
007000     88  TSE-FUNCTION-ADD           VALUE "A".
007100     88  TSE-FUNCTION-CHANGE        VALUE "C".
007200     88  TSE-FUNCTION-DELETE        VALUE "D".
007300     88  TSE-FUNCTION-QUIT          VALUE "Q".
007400 01  TSE-VALID-SW     PIC X         VALUE "Y".
007500     88  TSE-RECORD-VALID           VALUE "Y".
007600     88  TSE-RECORD-INVALID         VALUE "N".
007700 01  TSE-KEY-FOUND-SW PIC X         VALUE "Y".
007800     88  TSE-KEY-FOUND              VALUE "Y".
007900     88  TSE-KEY-NOT-FOUND          VALUE "N".
008000 01  TSE-RESCHEDULE-SW PIC X        VALUE "N".
008100     88  TSE-RESCHEDULE             VALUE "Y".
008200 01  TSE-REASON-TEXT  PIC X(30)     VALUE SPACES.
008300 01  TSE-TODAY        PIC 9(8)      VALUE ZERO.
008400 01  TSE-AMOUNT-IN    PIC 9(7)      VALUE ZERO.
008500 01  TSE-AMOUNT-WORK  PIC 9(5)V99   VALUE ZERO.
008600 01  TSE-CONFIRM      PIC X         VALUE SPACE.
008700*----------------------------------------------------------*
008800* SCREEN WORK FIELDS -- X-TYPE SO CLASS TESTS RUN BEFORE    *
008900* ANYTHING IS MOVED TO THE DL275 ORDER.                     *
009000*----------------------------------------------------------*
009100 01  TSE-WORK-FIELDS.
009200     05  TSE-W-ACCT       PIC X(8).
009300     05  TSE-W-SEQ        PIC X(2).
009400     05  TSE-W-AMOUNT     PIC X(7).
009500     05  TSE-W-FLAG       PIC X.
009600     05  TSE-W-TYPE       PIC X.
009700     05  TSE-W-BRANCH     PIC X.
009800     05  TSE-W-FREQ       PIC X.
009900     05  TSE-W-DAY        PIC X(2).
010000     05  TSE-W-START      PIC X(8).
010100     05  TSE-W-END        PIC X(8).
010200 01  TSE-W-DAY-N      PIC 9(2)      VALUE ZERO.
010300 01  TSE-W-START-N    PIC 9(8)      VALUE ZERO.
010400 01  TSE-W-END-N      PIC 9(8)      VALUE ZERO.
010500 01  TSE-OLD-SCHEDULE.
010600     05  TSE-OLD-FREQ     PIC X     VALUE SPACE.
010700     05  TSE-OLD-DAY      PIC 9(2)  VALUE ZERO.
010800     05  TSE-OLD-START    PIC 9(8)  VALUE ZERO.
010900 01  TSE-NEW-SCHEDULE.
011000     05  TSE-NEW-FREQ     PIC X     VALUE SPACE.
011100     05  TSE-NEW-DAY      PIC 9(2)  VALUE ZERO.
011200     05  TSE-NEW-START    PIC 9(8)  VALUE ZERO.
011300 01  TSE-DE-INPUT     PIC 9(8)      VALUE ZERO.
011400 01  TSE-DE-DATE      PIC X(6)      VALUE SPACES.
011500 01  TSE-DE-VALID-SW  PIC X         VALUE "Y".
011600     88  TSE-DE-DATE-VALID          VALUE "Y".
011700 01  TSE-DE-REASON-CODE PIC 99      VALUE ZERO.
011800 01  TSE-DE-REASON-TEXT PIC X(30)   VALUE SPACES.
011900 01  TSE-DE-CCYYMMDD  PIC 9(8)      VALUE ZERO.
012000 01  TSE-SG-LEVEL     PIC 9          VALUE 3.
012100 01  TSE-SG-RESULT    PIC X          VALUE SPACE.
012200     88  TSE-SG-GRANTED              VALUE "G".
012300 01  TSE-OPERATOR-ID  PIC X(8)       VALUE SPACES.
012400 01  TSE-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TSTORDM".
012500 01  TSE-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
012600 01  TSE-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
012700 SCREEN SECTION.
012800 01  TSE-ORDER-SCREEN.
012900     05  BLANK SCREEN.
013000     05  LINE 1  COLUMN 1  VALUE "STANDING ORDER MAINTENANCE".
013100     05  LINE 3  COLUMN 1  VALUE "ACCOUNT (8 CHAR)    : ".
013200     05  LINE 3  COLUMN 25 PIC X(8)  USING TSE-W-ACCT.
013300     05  LINE 4  COLUMN 1  VALUE "ORDER NUMBER (2 DIG): ".
013400     05  LINE 4  COLUMN 25 PIC X(2)  USING TSE-W-SEQ.
013500     05  LINE 5  COLUMN 1  VALUE "AMOUNT (7 DIG, V99) : ".
013600     05  LINE 5  COLUMN 25 PIC X(7)  USING TSE-W-AMOUNT.
013700     05  LINE 6  COLUMN 1  VALUE "FLAG               : ".
013800     05  LINE 6  COLUMN 25 PIC X     USING TSE-W-FLAG.
013900     05  LINE 7  COLUMN 1  VALUE "TYPE (N/R)         : ".
014000     05  LINE 7  COLUMN 25 PIC X     USING TSE-W-TYPE.
014100     05  LINE 8  COLUMN 1  VALUE "ORIGIN BRANCH      : ".
014200     05  LINE 8  COLUMN 25 PIC X     USING TSE-W-BRANCH.
014300     05  LINE 9  COLUMN 1  VALUE "FREQUENCY (W/M/D)  : ".
014400     05  LINE 9  COLUMN 25 PIC X     USING TSE-W-FREQ.
014500     05  LINE 10 COLUMN 1  VALUE "DAY OF MONTH (D)   : ".
014600     05  LINE 10 COLUMN 25 PIC X(2)  USING TSE-W-DAY.
014700     05  LINE 11 COLUMN 1  VALUE "START (CCYYMMDD)   : ".
014800     05  LINE 11 COLUMN 25 PIC X(8)  USING TSE-W-START.
014900     05  LINE 12 COLUMN 1  VALUE "END (CCYYMMDD/ZERO): ".
015000     05  LINE 12 COLUMN 25 PIC X(8)  USING TSE-W-END.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     CALL "TSIGNON" USING TSE-SG-LEVEL, TSE-SG-RESULT,
015400         TSE-OPERATOR-ID.
015500     IF NOT TSE-SG-GRANTED
015600         DISPLAY "STANDING ORDER MAINTENANCE NOT STARTED"
015700         STOP RUN
015800     END-IF.
015900     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
016000     PERFORM 2000-MAINTAIN-ORDER THRU 2000-EXIT
016100         UNTIL TSE-FUNCTION-QUIT.
016200     CLOSE MYORDERFILE.
016300     CLOSE MYMASTER.
016400     STOP RUN.
016500
016600*----------------------------------------------------------*
016700* THE ORDER FILE IS CREATE-ON-FIRST-USE, THE SAME STATUS-35 *
016800* FALLBACK TACCTM USES FOR THE ACCOUNT MASTER.              *
016900*----------------------------------------------------------*
017000 1000-OPEN-FILES.
017100     ACCEPT TSE-TODAY FROM DATE YYYYMMDD.
017200     OPEN I-O MYORDERFILE.
017300     IF TSE-ORD-NOT-FOUND
017400         OPEN OUTPUT MYORDERFILE
017500         CLOSE MYORDERFILE
017600         OPEN I-O MYORDERFILE
017700     END-IF.
017800     OPEN INPUT MYMASTER.
017900     IF NOT TSE-MST-OK
018000         DISPLAY "UNABLE TO OPEN TAcctMaster.dat, STATUS = ",
018100             TSE-MST-STATUS
018200         CALL "TERRLOG" USING TSE-ERRLOG-PROGRAM-ID,
018300             TSE-ERRLOG-PARAGRAPH, TSE-ERRLOG-SEVERITY
018400         CLOSE MYORDERFILE
018500         STOP RUN
018600     END-IF.
018700 1000-EXIT.
018800     EXIT.
018900
019000 2000-MAINTAIN-ORDER.
019100     DISPLAY "FUNCTION (A=ADD, C=CHANGE, D=DELETE, Q=QUIT): ".
019200     ACCEPT TSE-FUNCTION.
019300     IF TSE-FUNCTION-ADD OR TSE-FUNCTION-CHANGE
019400         PERFORM 3000-KEY-ORDER THRU 3000-EXIT
019500         IF TSE-KEY-FOUND
019600             PERFORM 4000-EDIT-ORDER THRU 4000-EXIT
019700             IF TSE-RECORD-VALID
019800                 PERFORM 5000-SAVE-ORDER THRU 5000-EXIT
019900             ELSE
020000                 DISPLAY "ORDER NOT SAVED: ", TSE-REASON-TEXT
020100             END-IF
020200         END-IF
020300     ELSE
020400         IF TSE-FUNCTION-DELETE
020500             PERFORM 6000-DELETE-ORDER THRU 6000-EXIT
020600         END-IF
020700     END-IF.
020800 2000-EXIT.
020900     EXIT.
021000
021100 3000-KEY-ORDER.
021200     SET TSE-KEY-FOUND TO TRUE.
021300     IF TSE-FUNCTION-CHANGE
021400         PERFORM 3100-READ-FOR-CHANGE THRU 3100-EXIT
021500     ELSE
021600         MOVE SPACES TO TSE-WORK-FIELDS
021700         MOVE "N"    TO TSE-W-TYPE
021800     END-IF.
021900     IF TSE-KEY-FOUND
022000         DISPLAY TSE-ORDER-SCREEN
022100         ACCEPT TSE-ORDER-SCREEN
022200     END-IF.
022300     IF TSE-FUNCTION-CHANGE AND TSE-KEY-FOUND
022400         MOVE SO-ACCT-NUMBER TO TSE-W-ACCT
022500         MOVE SO-SEQ         TO TSE-W-SEQ
022600     END-IF.
022700 3000-EXIT.
022800     EXIT.
022900
023000 3100-READ-FOR-CHANGE.
023100     DISPLAY "ACCOUNT (8 CHAR): ".
023200     ACCEPT TSE-W-ACCT.
023300     DISPLAY "ORDER NUMBER (2 DIG): ".
023400     ACCEPT TSE-W-SEQ.
023500     IF TSE-W-SEQ IS NOT NUMERIC
023600         DISPLAY "ORDER NUMBER IS NOT NUMERIC"
023700         SET TSE-KEY-NOT-FOUND TO TRUE
023800         GO TO 3100-EXIT
023900     END-IF.
024000     MOVE TSE-W-ACCT TO SO-ACCT-NUMBER.
024100     MOVE TSE-W-SEQ  TO SO-SEQ.
024200     READ MYORDERFILE
024300         INVALID KEY
024400             DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
024500                 " NOT ON FILE"
024600             SET TSE-KEY-NOT-FOUND TO TRUE
024700         NOT INVALID KEY
024800             PERFORM 3200-FETCH-FIELDS THRU 3200-EXIT
024900     END-READ.
025000 3100-EXIT.
025100     EXIT.
025200
025300 3200-FETCH-FIELDS.
025400     COMPUTE TSE-AMOUNT-IN = SO-AMOUNT * 100.
025500     MOVE TSE-AMOUNT-IN    TO TSE-W-AMOUNT.
025600     MOVE SO-FLAG          TO TSE-W-FLAG.
025700     MOVE SO-TRANS-TYPE    TO TSE-W-TYPE.
025800     MOVE SO-ORIGIN-BRANCH TO TSE-W-BRANCH.
025900     MOVE SO-FREQUENCY     TO TSE-W-FREQ.
026000     MOVE SO-DAY           TO TSE-W-DAY.
026100     MOVE SO-START-DATE    TO TSE-W-START.
026200     MOVE SO-END-DATE      TO TSE-W-END.
026300     MOVE SO-FREQUENCY     TO TSE-OLD-FREQ.
026400     MOVE SO-DAY           TO TSE-OLD-DAY.
026500     MOVE SO-START-DATE    TO TSE-OLD-START.
026600     DISPLAY "NEXT SCHEDULED DATE ", SO-NEXT-DUE,
026700         "  STATUS ", SO-STATUS,
026800         "  LAST CHANGED ", SO-MAINT-DATE, " BY ", SO-OPERATOR.
026900 3200-EXIT.
027000     EXIT.
027100
027200*----------------------------------------------------------*
027300* 4000-EDIT-ORDER CHECKS EVERY FIELD BEFORE ANYTHING IS
027400* WRITTEN: A USABLE ACCOUNT, A POSITIVE AMOUNT, A FLAG ON
027500* THE DL175 DOMAIN TABLE, A KNOWN TYPE AND FREQUENCY, AND
027600* REAL DATES IN THE RIGHT ORDER.
027700*----------------------------------------------------------*
027800 4000-EDIT-ORDER.
027900     SET TSE-RECORD-VALID TO TRUE.
028000     MOVE SPACES TO TSE-REASON-TEXT.
028100     MOVE "N" TO TSE-RESCHEDULE-SW.
028200     IF TSE-W-END = SPACES
028300         MOVE ZEROS TO TSE-W-END
028400     END-IF.
028500     IF TSE-W-ACCT = SPACES
028600         SET TSE-RECORD-INVALID TO TRUE
028700         MOVE "ACCOUNT NUMBER IS BLANK" TO TSE-REASON-TEXT
028800     ELSE IF TSE-W-SEQ IS NOT NUMERIC
028900         SET TSE-RECORD-INVALID TO TRUE
029000         MOVE "ORDER NUMBER IS NOT NUMERIC" TO TSE-REASON-TEXT
029100     ELSE IF TSE-W-AMOUNT IS NOT NUMERIC
029200         OR TSE-W-AMOUNT = ZEROS
029300         SET TSE-RECORD-INVALID TO TRUE
029400         MOVE "AMOUNT NOT A POSITIVE NUMBER" TO TSE-REASON-TEXT
029500     ELSE IF TSE-W-TYPE NOT = "N" AND TSE-W-TYPE NOT = "R"
029600         SET TSE-RECORD-INVALID TO TRUE
029700         MOVE "TYPE IS NOT N OR R" TO TSE-REASON-TEXT
029800     ELSE IF TSE-W-FREQ NOT = "W" AND TSE-W-FREQ NOT = "M"
029900         AND TSE-W-FREQ NOT = "D"
030000         SET TSE-RECORD-INVALID TO TRUE
030100         MOVE "FREQUENCY IS NOT W, M OR D" TO TSE-REASON-TEXT
030200     ELSE IF TSE-W-START IS NOT NUMERIC
030300         OR TSE-W-END IS NOT NUMERIC
030400         SET TSE-RECORD-INVALID TO TRUE
030500         MOVE "DATES ARE NOT NUMERIC" TO TSE-REASON-TEXT
030600     END-IF.
030700     IF TSE-RECORD-VALID
030800         PERFORM 4100-EDIT-ACCOUNT THRU 4100-EXIT
030900     END-IF.
031000     IF TSE-RECORD-VALID
031100         PERFORM 4200-EDIT-FLAG THRU 4200-EXIT
031200     END-IF.
031300     IF TSE-RECORD-VALID
031400         PERFORM 4300-EDIT-SCHEDULE THRU 4300-EXIT
031500     END-IF.
031600 4000-EXIT.
031700     EXIT.
031800
031900 4100-EDIT-ACCOUNT.
032000     MOVE TSE-W-ACCT TO ACCT-NUMBER.
032100     READ MYMASTER
032200         INVALID KEY
032300             SET TSE-RECORD-INVALID TO TRUE
032400             MOVE "ACCOUNT NOT ON MASTER" TO TSE-REASON-TEXT
032500         NOT INVALID KEY
032600             IF ACCT-IS-CLOSED
032700                 SET TSE-RECORD-INVALID TO TRUE
032800                 MOVE "ACCOUNT IS CLOSED" TO TSE-REASON-TEXT
032900             END-IF
033000     END-READ.
033100 4100-EXIT.
033200     EXIT.
033300
033400*----------------------------------------------------------*
033500* 4200-EDIT-FLAG LOOKS THE FLAG UP ON TFLAGDOM.DAT, SO AN
033600* ORDER TFILE WOULD REJECT EVERY CYCLE NEVER GETS ON FILE.
033700* WITHOUT THE TABLE ANY FLAG IS TAKEN, AS TFILE TAKES IT.
033800*----------------------------------------------------------*
033900 4200-EDIT-FLAG.
034000     MOVE "N" TO TSE-FLAG-FOUND-SW.
034100     MOVE "N" TO TSE-DOM-EOF-SW.
034200     OPEN INPUT MYFLAGDOM.
034300     IF TSE-DOM-NOT-FOUND
034400         GO TO 4200-EXIT
034500     END-IF.
034600     PERFORM 4250-SCAN-FLAG THRU 4250-EXIT
034700         UNTIL TSE-DOM-EOF OR TSE-FLAG-FOUND.
034800     CLOSE MYFLAGDOM.
034900     IF NOT TSE-FLAG-FOUND
035000         SET TSE-RECORD-INVALID TO TRUE
035100         MOVE "FLAG NOT ON TFLAGDOM.DAT" TO TSE-REASON-TEXT
035200     END-IF.
035300 4200-EXIT.
035400     EXIT.
035500
035600 4250-SCAN-FLAG.
035700     READ MYFLAGDOM
035800         AT END
035900             SET TSE-DOM-EOF TO TRUE
036000         NOT AT END
036100             IF FLAG-DOM-VALUE = TSE-W-FLAG
036200                 AND NOT FLAG-DOM-INACTIVE
036300                 SET TSE-FLAG-FOUND TO TRUE
036400             END-IF
036500     END-READ.
036600 4250-EXIT.
036700     EXIT.
036800
036900*----------------------------------------------------------*
037000* 4300-EDIT-SCHEDULE CHECKS THE DAY AND DATES. A NEW ORDER,
037100* OR A CHANGE TO ITS FREQUENCY, DAY OR START DATE, IS A
037200* RESCHEDULE AND MAY NOT START BEFORE TODAY.
037220* ONLY A D ORDER'S DAY IS KEYED; A W OR M ORDER CARRIES THE
037240* DAY TSTORD TOOK FROM ITS START DATE, SO ITS DAY IS NEVER
037260* COMPARED.
037300*----------------------------------------------------------*
037400 4300-EDIT-SCHEDULE.
037500     MOVE TSE-W-START TO TSE-W-START-N.
037600     MOVE TSE-W-END   TO TSE-W-END-N.
037700     MOVE ZERO TO TSE-W-DAY-N.
037800     IF TSE-W-FREQ = "D"
037900         IF TSE-W-DAY IS NOT NUMERIC
038000             SET TSE-RECORD-INVALID TO TRUE
038100             MOVE "DAY OF MONTH IS NOT NUMERIC" TO TSE-REASON-TEXT
038200             GO TO 4300-EXIT
038300         END-IF
038400         MOVE TSE-W-DAY TO TSE-W-DAY-N
038500         IF TSE-W-DAY-N < 1 OR TSE-W-DAY-N > 31
038600             SET TSE-RECORD-INVALID TO TRUE
038700             MOVE "DAY OF MONTH NOT 01 TO 31" TO TSE-REASON-TEXT
038800             GO TO 4300-EXIT
038900         END-IF
039000     END-IF.
039100     MOVE TSE-W-START-N TO TSE-DE-INPUT.
039200     PERFORM 4400-EDIT-DATE THRU 4400-EXIT.
039300     IF NOT TSE-DE-DATE-VALID
039400         SET TSE-RECORD-INVALID TO TRUE
039500         MOVE "START DATE IS NOT A REAL DATE" TO TSE-REASON-TEXT
039600         GO TO 4300-EXIT
039700     END-IF.
039800     IF TSE-W-END-N NOT = ZERO
039900         MOVE TSE-W-END-N TO TSE-DE-INPUT
040000         PERFORM 4400-EDIT-DATE THRU 4400-EXIT
040100         IF NOT TSE-DE-DATE-VALID
040200             SET TSE-RECORD-INVALID TO TRUE
040300             MOVE "END DATE IS NOT A REAL DATE" TO TSE-REASON-TEXT
040400             GO TO 4300-EXIT
040500         END-IF
040600         IF TSE-W-END-N < TSE-W-START-N
040700             SET TSE-RECORD-INVALID TO TRUE
040800             MOVE "END DATE BEFORE START DATE" TO TSE-REASON-TEXT
040900             GO TO 4300-EXIT
041000         END-IF
041100     END-IF.
041200     MOVE TSE-W-FREQ    TO TSE-NEW-FREQ.
041250     IF TSE-W-FREQ = "D"
041300         MOVE TSE-W-DAY-N   TO TSE-NEW-DAY
041320     ELSE
041340         MOVE TSE-OLD-DAY   TO TSE-NEW-DAY
041360     END-IF.
041400     MOVE TSE-W-START-N TO TSE-NEW-START.
041500     IF TSE-FUNCTION-ADD
041600         OR TSE-NEW-SCHEDULE NOT = TSE-OLD-SCHEDULE
041700         SET TSE-RESCHEDULE TO TRUE
041800         IF TSE-W-START-N < TSE-TODAY
041900             SET TSE-RECORD-INVALID TO TRUE
042000             MOVE "START DATE IS IN THE PAST" TO TSE-REASON-TEXT
042100         END-IF
042200     END-IF.
042300 4300-EXIT.
042400     EXIT.
042500
042600*----------------------------------------------------------*
042700* 4400-EDIT-DATE RUNS A CCYYMMDD DATE THROUGH TDATEDIT THE
042800* WAY TDRIVE EDITS ITS AS-OF DATE: THE DATE IS GOOD ONLY
042900* WHEN TDATEDIT PASSES IT AND HANDS BACK THE SAME CENTURY.
043000*----------------------------------------------------------*
043100 4400-EDIT-DATE.
043200     MOVE TSE-DE-INPUT (3:6) TO TSE-DE-DATE.
043300     CALL "TDATEDIT" USING TSE-DE-DATE, TSE-DE-VALID-SW,
043400         TSE-DE-REASON-CODE, TSE-DE-REASON-TEXT,
043500         TSE-DE-CCYYMMDD.
043600     IF TSE-DE-CCYYMMDD NOT = TSE-DE-INPUT
043700         MOVE "N" TO TSE-DE-VALID-SW
043800     END-IF.
043900 4400-EXIT.
044000     EXIT.
044100
044200 5000-SAVE-ORDER.
044300     PERFORM 5100-MOVE-FIELDS THRU 5100-EXIT.
044400     IF TSE-FUNCTION-ADD
044500         MOVE ZERO TO SO-LAST-RUN-DATE
044600         WRITE STANDING-ORDER-RECORD
044700             INVALID KEY
044800                 DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
044900                     " ALREADY ON FILE"
045000             NOT INVALID KEY
045100                 DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
045200                     " ADDED"
045300         END-WRITE
045400     ELSE
045500         REWRITE STANDING-ORDER-RECORD
045600             INVALID KEY
045700                 DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
045800                     " NOT ON FILE"
045900             NOT INVALID KEY
046000                 DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
046100                     " CHANGED"
046200         END-REWRITE
046300     END-IF.
046400 5000-EXIT.
046500     EXIT.
046600
046700*----------------------------------------------------------*
046800* 5100-MOVE-FIELDS BUILDS THE ORDER. A RESCHEDULED ORDER
046900* GOES BACK TO TSTORD WITH NO NEXT DATE; AN EXPIRED ORDER
047000* WHOSE END DATE HAS BEEN MOVED OUT IS ACTIVE AGAIN.
047010* A W OR M ORDER LEFT ON ITS SCHEDULE KEEPS ITS DAY, WHICH
047040* TSTORD NEEDS TO CARRY A LATE START DAY PAST A SHORT MONTH.
047100*----------------------------------------------------------*
047200 5100-MOVE-FIELDS.
047300     MOVE TSE-W-ACCT       TO SO-ACCT-NUMBER.
047400     MOVE TSE-W-SEQ        TO SO-SEQ.
047500     MOVE TSE-W-AMOUNT     TO TSE-AMOUNT-IN.
047600     COMPUTE TSE-AMOUNT-WORK = TSE-AMOUNT-IN / 100.
047700     MOVE TSE-AMOUNT-WORK  TO SO-AMOUNT.
047800     MOVE TSE-W-FLAG       TO SO-FLAG.
047900     MOVE TSE-W-TYPE       TO SO-TRANS-TYPE.
048000     MOVE TSE-W-BRANCH     TO SO-ORIGIN-BRANCH.
048100     MOVE TSE-W-FREQ       TO SO-FREQUENCY.
048150     IF TSE-W-FREQ = "D" OR TSE-RESCHEDULE
048200         MOVE TSE-W-DAY-N      TO SO-DAY
048220     ELSE
048240         MOVE TSE-OLD-DAY      TO SO-DAY
048260     END-IF.
048300     MOVE TSE-W-START-N    TO SO-START-DATE.
048400     MOVE TSE-W-END-N      TO SO-END-DATE.
048500     IF TSE-RESCHEDULE
048600         MOVE ZERO TO SO-NEXT-DUE
048700         SET SO-IS-ACTIVE TO TRUE
048800     ELSE
048900         IF SO-IS-EXPIRED
049000             AND (SO-END-DATE = ZERO
049100                  OR SO-END-DATE NOT < SO-NEXT-DUE)
049200             SET SO-IS-ACTIVE TO TRUE
049300         END-IF
049400     END-IF.
049500     MOVE TSE-OPERATOR-ID  TO SO-OPERATOR.
049600     MOVE TSE-TODAY        TO SO-MAINT-DATE.
049700 5100-EXIT.
049800     EXIT.
049900
050000 6000-DELETE-ORDER.
050100     DISPLAY "ACCOUNT (8 CHAR): ".
050200     ACCEPT TSE-W-ACCT.
050300     DISPLAY "ORDER NUMBER (2 DIG): ".
050400     ACCEPT TSE-W-SEQ.
050500     IF TSE-W-SEQ IS NOT NUMERIC
050600         DISPLAY "ORDER NUMBER IS NOT NUMERIC"
050700         GO TO 6000-EXIT
050800     END-IF.
050900     MOVE TSE-W-ACCT TO SO-ACCT-NUMBER.
051000     MOVE TSE-W-SEQ  TO SO-SEQ.
051100     READ MYORDERFILE
051200         INVALID KEY
051300             DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
051400                 " NOT ON FILE"
051500             GO TO 6000-EXIT
051600     END-READ.
051700     DISPLAY "DELETE ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
051800         " FOR ", SO-AMOUNT, " (Y/N): ".
051900     ACCEPT TSE-CONFIRM.
052000     IF TSE-CONFIRM NOT = "Y"
052100         DISPLAY "ORDER NOT DELETED"
052200         GO TO 6000-EXIT
052300     END-IF.
052400     DELETE MYORDERFILE
052500         INVALID KEY
052600             DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
052700                 " NOT ON FILE"
052800         NOT INVALID KEY
052900             DISPLAY "ORDER ", SO-ACCT-NUMBER, "-", SO-SEQ,
053000                 " DELETED"
053100     END-DELETE.
053200 6000-EXIT.
053300     EXIT.
053400
053500* Input:
053600*    sign-on through TSIGNON (DL210 operator master, level 3)
053700*    console function code, key, and the order screen
053800*    file "TAcctMaster.dat" (DL140 master, read only)
053900*    file "TFlagDom.dat" (DL175 flag domain, when present)
054000* Output:
054100*    file "TStandOrd.dat" (DL275 standing orders, indexed,
054200*         created on first use) -- read nightly by TSTORD
