002228*                      TACCTMRGRPT.TXT. A CHANGE AGAINST A
002229*                      RETIRED NUMBER NOW FOLLOWS THE CROSS-
002230*                      REFERENCE TO THE SURVIVOR.
002232*    2026-10-15 DL     BALANCE AND LIMIT ENTRY WIDENED TO
002234*                      ELEVEN DIGITS (CENTS IMPLIED) ON THE
002236*                      SCREEN AND ON TACCTLOAD.DAT, WITH THE
002238*                      WORK, AUDIT AND MERGE FIELDS WIDENED
002240*                      TO MATCH THE S9(9)V99 DL140 AMOUNTS.
002242*    2026-10-15 DL     ADDED THE S=STATUS FUNCTION OVER THE
002244*                      NEW DL140 ACCOUNT STATUS (OPEN, FROZEN,
002246*                      CLOSED, DORMANT), WITH A DL215 LINE FOR
002248*                      EVERY CHANGE -- THE BEFORE AND AFTER
002250*                      STATUS NOW RIDE ON EVERY AUDIT LINE. AN
002252*                      ADD OR LOAD STARTS THE ACCOUNT OPEN; A
002254*                      CLOSE NEEDS A ZERO BALANCE.
002256*    2026-10-15 DL     MERGE HISTORY TABLE ENTRY WIDENED TO
002258*                      THE DL170 RECORD'S NEW LENGTH.
002260*    2026-10-15 DL     EVERY ADD, LOAD, AND NAME CHANGE NOW
002262*                      GOES THROUGH THE WATCH-LIST SCREEN (THE
002264*                      SHARED TWLCHK SERVICE), AND A FROZEN
002266*                      ACCOUNT HELD BY A CONFIRMED WATCH-LIST
002268*                      HIT CANNOT BE UNFROZEN HERE -- ONLY BY
002270*                      CLEARING THE HIT ON TWLREV.
002272*    2026-10-15 DL     A LIMIT RAISE ABOVE THE DL330
002274*                      THRESHOLD (TAPPRPARM.DAT) NO LONGER
002276*                      TAKES EFFECT HERE: THE ACCOUNT IS SAVED
002278*                      WITH ITS OLD LIMIT AND THE RAISE GOES
002280*                      ON THE DL320 PENDING-CHANGE FILE FOR A
002282*                      SECOND OPERATOR TO APPROVE ON TAPPROVE.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* THE DOLLAR FIELDS ON DL140 ARE COMP-3, SO THE SCREEN AND  *
002600* THE LOAD FILE CARRY THEM AS ELEVEN DISPLAY DIGITS WITH    *
002700* CENTS IMPLIED (00000012345 = 123.45) AND ARE CLASS-TESTED *
002800* BEFORE BEING MOVED TO THE PACKED FIELDS.                  *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
004050     SELECT MYXREF ASSIGN TO "TAcctXref.dat"
004052         ORGANIZATION IS LINE SEQUENTIAL
004054         FILE STATUS IS TAC-XRF-STATUS.
004055     SELECT MYPENDCHG ASSIGN TO "TPendChg.dat"
004060         ORGANIZATION IS INDEXED
004065         ACCESS MODE IS DYNAMIC
004070         RECORD KEY IS PC-KEY
004075         FILE STATUS IS TAC-PND-STATUS.
004080     SELECT MYAPPRPARM ASSIGN TO "TApprParm.dat"
004085         ORGANIZATION IS LINE SEQUENTIAL
004090         FILE STATUS IS TAC-APR-STATUS.
004100 DATA DIVISION.
004200 FILE SECTION.
004300 FD  MYMASTER.
004800     05  LOAD-BRANCH      PIC X(4).
004900     05  LOAD-NAME-FIRST  PIC X(4).
005000     05  LOAD-NAME-LAST   PIC X(4).
005100     05  LOAD-BALANCE     PIC X(11).
005200     05  LOAD-LIMIT       PIC X(11).
005210 FD  MYACCTAUD.
005220     COPY DL215.
005230 FD  MYHISTMST.
005262     05  XRF-RETIRED      PIC X(8).
005264     05  XRF-SURVIVOR     PIC X(8).
005266     05  XRF-DATE         PIC 9(8).
005270 FD  MYPENDCHG.
005275     COPY DL320.
005280 FD  MYAPPRPARM.
005285     COPY DL330.
005300 WORKING-STORAGE SECTION.
005400 01  TAC-MST-STATUS   PIC XX        VALUE "00".
005500     88  TAC-MST-OK                 VALUE "00".
006500     88  TAC-FUNCTION-DELETE        VALUE "D".
006600     88  TAC-FUNCTION-LOAD          VALUE "L".
006610     88  TAC-FUNCTION-MERGE         VALUE "M".
006650     88  TAC-FUNCTION-STATUS        VALUE "S".
006700     88  TAC-FUNCTION-QUIT          VALUE "Q".
006800 01  TAC-VALID-SW     PIC X         VALUE "Y".
006900     88  TAC-RECORD-VALID           VALUE "Y".
007400 01  TAC-REASON-TEXT  PIC X(30)     VALUE SPACES.
007500 01  TAC-LOADED-COUNT PIC 9(5) COMP VALUE ZERO.
007600 01  TAC-LOADREJ-COUNT PIC 9(5) COMP VALUE ZERO.
007700 01  TAC-AMOUNT-WORK  PIC 9(9)V99   VALUE ZERO.
007800 01  TAC-AMOUNT-IN    PIC 9(11)     VALUE ZERO.
007805 01  TAC-ERRLOG-PARAGRAPH PIC X(30) VALUE "1100-READ-APPR-PARM".
007810 01  TAC-ERRLOG-SEVERITY  PIC X(1)  VALUE "W".
007815*----------------------------------------------------------*
007820* LIMIT APPROVAL -- SEE 5200-CHECK-LIMIT.
007825*----------------------------------------------------------*
007830 01  TAC-PND-STATUS   PIC XX        VALUE "00".
007835     88  TAC-PND-OK                 VALUE "00".
007840     88  TAC-PND-NOT-FOUND          VALUE "35".
007845 01  TAC-APR-STATUS   PIC XX        VALUE "00".
007850     88  TAC-APR-OK                 VALUE "00".
007855     88  TAC-APR-NOT-FOUND          VALUE "35".
007860 01  TAC-APPR-LIMIT   PIC S9(9)V99  VALUE ZERO.
007865 01  TAC-HELD-LIMIT   PIC S9(9)V99  VALUE ZERO.
007870 01  TAC-LIMIT-HELD-SW PIC X        VALUE "N".
007875     88  TAC-LIMIT-HELD             VALUE "Y".
007900*----------------------------------------------------------*
008000* SCREEN WORK FIELDS -- X-TYPE SO CLASS TESTS RUN BEFORE    *
008100* ANYTHING IS MOVED TO DL140'S PACKED DOLLAR FIELDS.        *
008500     05  TAC-W-BRANCH     PIC X(4).
008600     05  TAC-W-NAME-FIRST PIC X(4).
008700     05  TAC-W-NAME-LAST  PIC X(4).
008800     05  TAC-W-BALANCE    PIC X(11).
008900     05  TAC-W-LIMIT      PIC X(11).
008901 01  TAC-AUD-STATUS   PIC XX        VALUE "00".
008902     88  TAC-AUD-OK                 VALUE "00".
008903     88  TAC-AUD-NOT-FOUND          VALUE "35".
008904 01  TAC-AUD-FUNCTION PIC X         VALUE SPACE.
008905 01  TAC-AUD-DATE     PIC 9(8)      VALUE ZERO.
008906 01  TAC-OLD-FIELDS.
008907     05  TAC-OLD-BALANCE PIC S9(9)V99 VALUE ZERO.
008908     05  TAC-OLD-LIMIT   PIC S9(9)V99 VALUE ZERO.
008909     05  TAC-OLD-NAME    PIC X(8)     VALUE SPACES.
008910     05  TAC-OLD-BRANCH  PIC X(4)     VALUE SPACES.
008911 01  TAC-NEW-FIELDS.
008912     05  TAC-NEW-BALANCE PIC S9(9)V99 VALUE ZERO.
008913     05  TAC-NEW-LIMIT   PIC S9(9)V99 VALUE ZERO.
008914     05  TAC-NEW-NAME    PIC X(8)     VALUE SPACES.
008915     05  TAC-NEW-BRANCH  PIC X(4)     VALUE SPACES.
008916 01  TAC-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TACCTM".
008931 01  TAC-MRG-RET      PIC X(8)      VALUE SPACES.
008932 01  TAC-MRG-OK-SW    PIC X         VALUE "Y".
008933     88  TAC-MRG-OK                 VALUE "Y".
008934 01  TAC-SURV-BALANCE PIC S9(9)V99  VALUE ZERO.
008935 01  TAC-RET-BALANCE  PIC S9(9)V99  VALUE ZERO.
008936 01  TAC-MRG-MOVED    PIC 9(3) COMP VALUE ZERO.
008937 01  TAC-MRG-LEFT     PIC 9(3) COMP VALUE ZERO.
008938 01  TAC-HIST-TALLY   PIC 9(3) COMP VALUE ZERO.
008939 01  TAC-HIST-SUB     PIC 9(3) COMP VALUE ZERO.
008940 01  TAC-HIST-LIMIT   PIC 9(3) COMP VALUE 200.
008941 01  TAC-HIST-TABLE.
008942     05  TAC-HIST-ENTRY PIC X(34) OCCURS 200 TIMES.
008943 01  TAC-RPT-OPEN-SW  PIC X         VALUE "N".
008944     88  TAC-RPT-IS-OPEN            VALUE "Y".
008945 01  TAC-XREF-FOUND-SW PIC X        VALUE "N".
008960     05  FILLER           PIC X(7)  VALUE " INTO  ".
008961     05  TAC-RPT-SURV     PIC X(8).
008962     05  FILLER           PIC X(12) VALUE "  MOVED BAL ".
008963     05  TAC-RPT-BAL      PIC -ZZZZZZZZ9.99.
008964     05  FILLER           PIC X(14) VALUE "  BY OPERATOR ".
008965     05  TAC-RPT-OPERATOR PIC X(8).
008966     05  FILLER           PIC X(2)  VALUE SPACES.
008967 01  TAC-RPT-HIST-LINE.
008968     05  TAC-RPT-H-ACTION PIC X(10).
008969     05  FILLER           PIC X(11) VALUE " RUN DATE  ".
008971     05  FILLER           PIC X(6)  VALUE "  KEY ".
008972     05  TAC-RPT-H-KEY    PIC X(8).
008973     05  FILLER           PIC X(37) VALUE SPACES.
008974*----------------------------------------------------------*
008975* ACCOUNT STATUS -- SEE 6100-CHANGE-STATUS.
008976*----------------------------------------------------------*
008977 01  TAC-W-STATUS     PIC X         VALUE SPACE.
008978     88  TAC-W-STATUS-VALID         VALUE "O" "F" "C" "D".
008979 01  TAC-OLD-STATUS   PIC X         VALUE SPACE.
008981*----------------------------------------------------------*
008982* WATCH-LIST SCREENING THROUGH TWLCHK -- SEE 5400-SCREEN-NAME.
008983*----------------------------------------------------------*
008984 01  TAC-WC-FUNCTION  PIC X         VALUE SPACE.
008985 01  TAC-WC-DATE      PIC 9(8)      VALUE ZERO.
008986 01  TAC-WC-RESULT    PIC X         VALUE SPACE.
008987     88  TAC-WC-NEW-HIT             VALUE "H".
008988     88  TAC-WC-KNOWN-HIT           VALUE "K".
008989     88  TAC-WC-NO-LIST             VALUE "N".
008990     88  TAC-WC-ERROR               VALUE "E".
008991     88  TAC-WC-FROZEN              VALUE "F".
008992 01  TAC-WC-NEW-COUNT PIC 9(5)      VALUE ZERO.
008993 01  TAC-WC-MATCH-COUNT PIC 9(5)    VALUE ZERO.
008994 01  TAC-WC-LIST-COUNT PIC 9(5)     VALUE ZERO.
008995 01  TAC-HIT-HOLD-SW  PIC X         VALUE "N".
008996     88  TAC-HIT-HOLDS              VALUE "Y".
009000 SCREEN SECTION.
009100 01  TAC-MAINT-SCREEN.
009200     05  BLANK SCREEN.
009900     05  LINE 5  COLUMN 25 PIC X(4)  USING TAC-W-NAME-FIRST.
010000     05  LINE 6  COLUMN 1  VALUE "LAST NAME (4 CHAR)  : ".
010100     05  LINE 6  COLUMN 25 PIC X(4)  USING TAC-W-NAME-LAST.
010200     05  LINE 7  COLUMN 1  VALUE "BALANCE (11 DIG,V99): ".
010300     05  LINE 7  COLUMN 25 PIC X(11) USING TAC-W-BALANCE.
010400     05  LINE 8  COLUMN 1  VALUE "LIMIT (11 DIG, V99) : ".
010500     05  LINE 8  COLUMN 25 PIC X(11) USING TAC-W-LIMIT.
010600 PROCEDURE DIVISION.
010700 0000-MAINLINE.
010710     CALL "TSIGNON" USING TAC-SG-LEVEL, TAC-SG-RESULT,
010800     PERFORM 1000-OPEN-MASTER THRU 1000-EXIT.
010900     PERFORM 2000-MAINTAIN-ACCOUNT THRU 2000-EXIT
011000         UNTIL TAC-FUNCTION-QUIT.
011010     MOVE "C" TO TAC-WC-FUNCTION.
011040     PERFORM 5500-CALL-SCREENING THRU 5500-EXIT.
011100     CLOSE MYMASTER.
011110     CLOSE MYACCTAUD.
011115     CLOSE MYPENDCHG.
011120     IF TAC-RPT-IS-OPEN
011130         MOVE "C" TO TAC-RW-FUNCTION
011140         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
012420     IF TAC-AUD-NOT-FOUND
012430         OPEN OUTPUT MYACCTAUD
012440     END-IF.
012445     OPEN I-O MYPENDCHG.
012450     IF TAC-PND-NOT-FOUND
012455         OPEN OUTPUT MYPENDCHG
012460         CLOSE MYPENDCHG
012465         OPEN I-O MYPENDCHG
012470     END-IF.
012475     PERFORM 1100-READ-APPR-PARM THRU 1100-EXIT.
012500 1000-EXIT.
012502     EXIT.
012504
012506*----------------------------------------------------------*
012508* 1100-READ-APPR-PARM TAKES THE LIMIT ABOVE WHICH A RAISE   *
012510* WAITS FOR A SECOND OPERATOR FROM THE DL330 CARD. WITHOUT  *
012512* A GOOD CARD THE THRESHOLD IS ZERO -- EVERY RAISE WAITS -- *
012514* SO A LOST CARD NEVER LETS A RAISE THROUGH UNCHECKED.      *
012516*----------------------------------------------------------*
012518 1100-READ-APPR-PARM.
012520     MOVE ZERO TO TAC-APPR-LIMIT.
012522     OPEN INPUT MYAPPRPARM.
012524     IF TAC-APR-NOT-FOUND
012526         DISPLAY "TApprParm.dat NOT FOUND, EVERY LIMIT RAISE ",
012528             "WILL NEED APPROVAL"
012530         CALL "TERRLOG" USING TAC-ERRLOG-PROGRAM-ID,
012532             TAC-ERRLOG-PARAGRAPH, TAC-ERRLOG-SEVERITY
012534         GO TO 1100-EXIT
012536     END-IF.
012538     READ MYAPPRPARM
012540         AT END
012542             MOVE ZERO TO APPR-PARM-LIMIT
012544     END-READ.
012546     CLOSE MYAPPRPARM.
012548     IF APPR-PARM-LIMIT NOT NUMERIC OR APPR-PARM-LIMIT = ZERO
012550         DISPLAY "APPROVAL THRESHOLD CARD IS NOT USABLE, EVERY ",
012552             "LIMIT RAISE WILL NEED APPROVAL"
012554         CALL "TERRLOG" USING TAC-ERRLOG-PROGRAM-ID,
012556             TAC-ERRLOG-PARAGRAPH, TAC-ERRLOG-SEVERITY
012558         GO TO 1100-EXIT
012560     END-IF.
012562     MOVE APPR-PARM-LIMIT TO TAC-APPR-LIMIT.
012564 1100-EXIT.
012600     EXIT.
012700
012800 2000-MAINTAIN-ACCOUNT.
012900     DISPLAY "FUNCTION (A=ADD, C=CHANGE, D=DELETE, L=LOAD, ",
013000         "M=MERGE, S=STATUS, Q=QUIT): ".
013100     ACCEPT TAC-FUNCTION.
013200     IF TAC-FUNCTION-ADD OR TAC-FUNCTION-CHANGE
013300         PERFORM 3000-KEY-ACCOUNT THRU 3000-EXIT
014710             ELSE
014720                 IF TAC-FUNCTION-MERGE
014730                     PERFORM 6500-MERGE-ACCOUNTS THRU 6500-EXIT
014732                 ELSE
014734                     IF TAC-FUNCTION-STATUS
014736                         PERFORM 6100-CHANGE-STATUS
014738                             THRU 6100-EXIT
014739                     END-IF
014740                 END-IF
014800             END-IF
014900         END-IF
019240     MOVE ACCT-LIMIT   TO TAC-OLD-LIMIT.
019250     MOVE ACCT-NAME    TO TAC-OLD-NAME.
019260     MOVE ACCT-BRANCH  TO TAC-OLD-BRANCH.
019265     MOVE ACCT-STATUS  TO TAC-OLD-STATUS.
019270 3300-EXIT.
019280     EXIT.
019282*----------------------------------------------------------*
021000 5000-SAVE-ACCOUNT.
021100     PERFORM 5100-MOVE-FIELDS THRU 5100-EXIT.
021200     IF TAC-FUNCTION-ADD
021210         INITIALIZE TAC-OLD-FIELDS TAC-OLD-STATUS
021220     END-IF.
021230     PERFORM 5200-CHECK-LIMIT THRU 5200-EXIT.
021240     IF TAC-FUNCTION-ADD
021250         SET ACCT-IS-OPEN TO TRUE
021270         ACCEPT ACCT-STATUS-DATE FROM DATE YYYYMMDD
021300         WRITE ACCOUNT-MASTER-RECORD
021400             INVALID KEY
021500                 DISPLAY "ACCOUNT ", ACCT-NUMBER,
021700             NOT INVALID KEY
021800                 DISPLAY "ACCOUNT ", ACCT-NUMBER, " ADDED"
021810                 MOVE "A" TO TAC-AUD-FUNCTION
021820                 INITIALIZE TAC-OLD-FIELDS TAC-OLD-STATUS
021830                 PERFORM 8000-WRITE-ACCT-AUDIT THRU 8000-EXIT
021840                 PERFORM 5400-SCREEN-NAME THRU 5400-EXIT
021850                 IF TAC-LIMIT-HELD
021860                     PERFORM 5300-QUEUE-LIMIT THRU 5300-EXIT
021870                 END-IF
021900         END-WRITE
022000     ELSE
022100         REWRITE ACCOUNT-MASTER-RECORD
022600                 DISPLAY "ACCOUNT ", ACCT-NUMBER, " CHANGED"
022610                 MOVE "C" TO TAC-AUD-FUNCTION
022620                 PERFORM 8000-WRITE-ACCT-AUDIT THRU 8000-EXIT
022640                 IF ACCT-NAME NOT = TAC-OLD-NAME
022660                     PERFORM 5400-SCREEN-NAME THRU 5400-EXIT
022665                 END-IF
022670                 IF TAC-LIMIT-HELD
022675                     PERFORM 5300-QUEUE-LIMIT THRU 5300-EXIT
022680                 END-IF
022700         END-REWRITE
022800     END-IF.
022900 5000-EXIT.
024100     COMPUTE TAC-AMOUNT-WORK = TAC-AMOUNT-IN / 100.
024200     MOVE TAC-AMOUNT-WORK  TO ACCT-LIMIT.
024300 5100-EXIT.
024301     EXIT.
024302
024303*----------------------------------------------------------*
024304* 5200-CHECK-LIMIT HOLDS BACK A LIMIT RAISE THAT TAKES THE  *
024305* ACCOUNT ABOVE THE DL330 THRESHOLD: THE RECORD IS SAVED    *
024306* WITH THE LIMIT IT HAD (NONE FOR AN ADD OR LOAD) AND THE   *
024307* NEW LIMIT GOES ON TPENDCHG.DAT FOR A SECOND OPERATOR TO   *
024308* APPROVE ON TAPPROVE. A LOWER LIMIT, OR ONE AT OR UNDER    *
024309* THE THRESHOLD, TAKES EFFECT AT ONCE AS BEFORE.            *
024310*----------------------------------------------------------*
024311 5200-CHECK-LIMIT.
024312     MOVE "N" TO TAC-LIMIT-HELD-SW.
024313     IF ACCT-LIMIT > TAC-OLD-LIMIT
024314         AND ACCT-LIMIT > TAC-APPR-LIMIT
024315         MOVE ACCT-LIMIT    TO TAC-HELD-LIMIT
024316         MOVE TAC-OLD-LIMIT TO ACCT-LIMIT
024317         SET TAC-LIMIT-HELD TO TRUE
024318     END-IF.
024319 5200-EXIT.
024320     EXIT.
024321
024322 5300-QUEUE-LIMIT.
024323     INITIALIZE PENDING-CHANGE-RECORD.
024324     ACCEPT PC-RAISED-DATE FROM DATE YYYYMMDD.
024325     ACCEPT PC-RAISED-TIME FROM TIME.
024326     SET PC-TYPE-LIMIT      TO TRUE.
024327     SET PC-IS-PENDING      TO TRUE.
024328     MOVE TAC-OPERATOR-ID   TO PC-MAKER.
024329     MOVE TAC-ERRLOG-PROGRAM-ID TO PC-MAKER-PROGRAM.
024330     MOVE ACCT-NUMBER       TO PC-TARGET.
024331     MOVE ACCT-LIMIT        TO PC-OLD-LIMIT.
024332     MOVE TAC-HELD-LIMIT    TO PC-NEW-LIMIT.
024333     WRITE PENDING-CHANGE-RECORD
024334         INVALID KEY
024335             ADD 1 TO PC-RAISED-TIME
024336             WRITE PENDING-CHANGE-RECORD
024337                 INVALID KEY
024338                     CONTINUE
024339             END-WRITE
024340     END-WRITE.
024341     IF TAC-PND-OK
024342         DISPLAY "LIMIT RAISE ON ", ACCT-NUMBER, " IS ABOVE THE ",
024343             "APPROVAL THRESHOLD -- QUEUED FOR A SECOND OPERATOR"
024344     ELSE
024345         DISPLAY "LIMIT RAISE ON ", ACCT-NUMBER, " COULD NOT BE ",
024346             "QUEUED, STATUS = ", TAC-PND-STATUS,
024347             " -- LIMIT LEFT UNCHANGED"
024348         MOVE "5300-QUEUE-LIMIT" TO TAC-ERRLOG-PARAGRAPH
024349         MOVE "E" TO TAC-ERRLOG-SEVERITY
024350         CALL "TERRLOG" USING TAC-ERRLOG-PROGRAM-ID,
024351             TAC-ERRLOG-PARAGRAPH, TAC-ERRLOG-SEVERITY
024352     END-IF.
024353 5300-EXIT.
024400     EXIT.
024500
024502*----------------------------------------------------------*
024504* 5400-SCREEN-NAME PUTS THE ACCOUNT NOW IN THE MASTER AREA
024506* THROUGH THE WATCH-LIST SCREEN -- EVERY ADD, LOAD, AND
024508* NAME CHANGE. A HIT IS FILED FOR COMPLIANCE BY TWLCHK; THE
024510* OPERATOR IS TOLD, AND THE ACCOUNT IS SAVED REGARDLESS.
024512*----------------------------------------------------------*
024514 5400-SCREEN-NAME.
024516     MOVE "S" TO TAC-WC-FUNCTION.
024518     PERFORM 5500-CALL-SCREENING THRU 5500-EXIT.
024520     EVALUATE TRUE
024522         WHEN TAC-WC-NEW-HIT
024524             DISPLAY "WATCH-LIST HIT ON ACCOUNT ", ACCT-NUMBER,
024526                 " -- REFERRED TO COMPLIANCE"
024528         WHEN TAC-WC-KNOWN-HIT
024530             DISPLAY "ACCOUNT ", ACCT-NUMBER, " ALREADY HAS A ",
024532                 "WATCH-LIST HIT ON FILE"
024534         WHEN TAC-WC-NO-LIST
024536             DISPLAY "NO TWatchList.dat, ACCOUNT ", ACCT-NUMBER,
024538                 " NOT SCREENED"
024540         WHEN TAC-WC-ERROR
024542             DISPLAY "WATCH-LIST SCREEN FAILED, ACCOUNT ",
024544                 ACCT-NUMBER, " NOT SCREENED"
024546     END-EVALUATE.
024548 5400-EXIT.
024550     EXIT.
024552
024554 5500-CALL-SCREENING.
024556     ACCEPT TAC-WC-DATE FROM DATE YYYYMMDD.
024558     CALL "TWLCHK" USING TAC-WC-FUNCTION, ACCT-NUMBER, ACCT-NAME,
024560         TAC-WC-DATE, TAC-WC-RESULT, TAC-WC-NEW-COUNT,
024562         TAC-WC-MATCH-COUNT, TAC-WC-LIST-COUNT.
024564 5500-EXIT.
024566     EXIT.
024568
024600 6000-DELETE-ACCOUNT.
024700     DISPLAY "ACCOUNT (8 CHAR): ".
024800     ACCEPT TAC-W-NUMBER.
025600 6000-EXIT.
025700     EXIT.
025800
025802*----------------------------------------------------------*
025804* 6100-CHANGE-STATUS MOVES AN ACCOUNT BETWEEN OPEN, FROZEN,
025806* CLOSED, AND DORMANT. NOTHING IS DELETED -- A CLOSED
025808* ACCOUNT KEEPS ITS RECORD AND ITS HISTORY, AND TFILE
025810* REJECTS NEW ACTIVITY AGAINST IT (AND AGAINST A FROZEN
025812* ONE). AN ACCOUNT IS CLOSED ONLY AT A ZERO BALANCE. EVERY
025814* CHANGE GOES ON THE DL215 TRAIL AS FUNCTION S.
025816*----------------------------------------------------------*
025818 6100-CHANGE-STATUS.
025820     DISPLAY "ACCOUNT (8 CHAR): ".
025822     ACCEPT TAC-W-NUMBER.
025824     MOVE TAC-W-NUMBER TO ACCT-NUMBER.
025826     READ MYMASTER
025828         INVALID KEY
025830             DISPLAY "ACCOUNT ", ACCT-NUMBER, " NOT ON MASTER"
025832         NOT INVALID KEY
025834             PERFORM 3300-SAVE-BEFORE THRU 3300-EXIT
025836             PERFORM 6110-APPLY-STATUS THRU 6110-EXIT
025838     END-READ.
025840 6100-EXIT.
025842     EXIT.
025844
025846 6110-APPLY-STATUS.
025848     DISPLAY "ACCOUNT ", ACCT-NUMBER, " STATUS ", ACCT-STATUS,
025850         " SINCE ", ACCT-STATUS-DATE.
025852     DISPLAY "NEW STATUS (O=OPEN, F=FROZEN, C=CLOSED, ",
025854         "D=DORMANT): ".
025856     ACCEPT TAC-W-STATUS.
025858     MOVE "N" TO TAC-HIT-HOLD-SW.
025860     IF ACCT-IS-FROZEN AND TAC-W-STATUS-VALID
025862         AND TAC-W-STATUS NOT = "F"
025864         PERFORM 6120-CHECK-HIT THRU 6120-EXIT
025866     END-IF.
025868     IF NOT TAC-W-STATUS-VALID
025870         DISPLAY "STATUS NOT CHANGED: NOT O, F, C, OR D"
025872     ELSE IF TAC-W-STATUS = ACCT-STATUS
025874         DISPLAY "STATUS NOT CHANGED: ALREADY ", ACCT-STATUS
025876     ELSE IF TAC-HIT-HOLDS
025878         DISPLAY "STATUS NOT CHANGED: A CONFIRMED WATCH-LIST ",
025880             "HIT HOLDS THE FREEZE -- CLEAR IT ON TWLREV"
025882     ELSE IF TAC-W-STATUS = "C" AND ACCT-BALANCE NOT = ZERO
025884         DISPLAY "ACCOUNT NOT CLOSED: BALANCE IS NOT ZERO"
025886     ELSE
025888         MOVE TAC-W-STATUS TO ACCT-STATUS
025890         ACCEPT ACCT-STATUS-DATE FROM DATE YYYYMMDD
025892         REWRITE ACCOUNT-MASTER-RECORD
025894             INVALID KEY
025896                 DISPLAY "ACCOUNT ", ACCT-NUMBER,
025898                     " NOT ON MASTER"
025900             NOT INVALID KEY
025902                 DISPLAY "ACCOUNT ", ACCT-NUMBER,
025904                     " STATUS NOW ", ACCT-STATUS
025906                 MOVE "S" TO TAC-AUD-FUNCTION
025908                 PERFORM 8000-WRITE-ACCT-AUDIT THRU 8000-EXIT
025910         END-REWRITE
025912     END-IF.
025914 6110-EXIT.
025916     EXIT.
025918
025920*----------------------------------------------------------*
025922* 6120-CHECK-HIT ASKS TWLCHK WHETHER A CONFIRMED WATCH-LIST
025924* HIT STANDS ON THE ACCOUNT. ONLY COMPLIANCE, BY CLEARING
025926* THE HIT ON TWLREV, LIFTS THAT FREEZE; A HIT FILE THAT
025928* CANNOT BE READ HOLDS IT TOO.
025930*----------------------------------------------------------*
025932 6120-CHECK-HIT.
025934     MOVE "F" TO TAC-WC-FUNCTION.
025936     PERFORM 5500-CALL-SCREENING THRU 5500-EXIT.
025938     IF TAC-WC-FROZEN
025940         SET TAC-HIT-HOLDS TO TRUE
025942     END-IF.
025944     IF TAC-WC-ERROR
025946         DISPLAY "TScreenHit.dat COULD NOT BE READ"
025948         SET TAC-HIT-HOLDS TO TRUE
025950     END-IF.
025952 6120-EXIT.
025954     EXIT.
025956
026010*----------------------------------------------------------*
026012* 6500-MERGE-ACCOUNTS COMBINES A RETIRING ACCOUNT INTO A
026014* SURVIVOR: BALANCES ADD UNDER THE SURVIVOR (THE SURVIVOR'S
030000     PERFORM 4000-EDIT-ACCOUNT THRU 4000-EXIT.
030100     IF TAC-RECORD-VALID
030200         PERFORM 5100-MOVE-FIELDS THRU 5100-EXIT
030210         INITIALIZE TAC-OLD-FIELDS TAC-OLD-STATUS
030220         PERFORM 5200-CHECK-LIMIT THRU 5200-EXIT
030250         SET ACCT-IS-OPEN TO TRUE
030270         ACCEPT ACCT-STATUS-DATE FROM DATE YYYYMMDD
030300         WRITE ACCOUNT-MASTER-RECORD
030400             INVALID KEY
030500                 ADD 1 TO TAC-LOADREJ-COUNT
030800             NOT INVALID KEY
030900                 ADD 1 TO TAC-LOADED-COUNT
030910                 MOVE "L" TO TAC-AUD-FUNCTION
030920                 INITIALIZE TAC-OLD-FIELDS TAC-OLD-STATUS
030930                 PERFORM 8000-WRITE-ACCT-AUDIT THRU 8000-EXIT
030960                 PERFORM 5400-SCREEN-NAME THRU 5400-EXIT
030970                 IF TAC-LIMIT-HELD
030980                     PERFORM 5300-QUEUE-LIMIT THRU 5300-EXIT
030990                 END-IF
031000         END-WRITE
031100     ELSE
031200         ADD 1 TO TAC-LOADREJ-COUNT
031817*----------------------------------------------------------*
031818* 8100-WRITE-DELETE-AUDIT IS THE DELETE FLAVOR: THE AFTER
031819* IMAGE IS ZEROS AND SPACES, THE BEFORE IMAGE THE RECORD
031820* THAT WAS JUST DESTROYED (ITS STATUS BLANKED).
031821*----------------------------------------------------------*
031822 8100-WRITE-DELETE-AUDIT.
031823     MOVE ZERO   TO TAC-NEW-BALANCE.
031824     MOVE ZERO   TO TAC-NEW-LIMIT.
031825     MOVE SPACES TO TAC-NEW-NAME.
031826     MOVE SPACES TO TAC-NEW-BRANCH ACCT-STATUS.
031827     PERFORM 8200-BUILD-AUDIT-LINE THRU 8200-EXIT.
031828 8100-EXIT.
031829     EXIT.
031842     MOVE TAC-OLD-NAME     TO AAU-OLD-NAME.
031843     MOVE TAC-NEW-NAME     TO AAU-NEW-NAME.
031844     MOVE TAC-OLD-BRANCH   TO AAU-OLD-BRANCH.
031845     MOVE TAC-OLD-STATUS   TO AAU-OLD-STATUS.
031846     MOVE TAC-NEW-BRANCH   TO AAU-NEW-BRANCH.
031847     MOVE ACCT-STATUS      TO AAU-NEW-STATUS.
031848     WRITE ACCT-AUDIT-RECORD.
031850 8200-EXIT.
031852     EXIT.
031880
031900* Input:
032000*    file "TAcctLoad.dat" (bulk load cards: account, branch,
032100*         names, balance and limit as eleven digits with
032200*         cents implied), e.g.
032300*            ab  cd  BR01JOHNDOE 0000001002500000050000
032400*    console/screen entry for A/C/D maintenance, and the
032450*         new status for S (O/F/C/D)
032460*    file "TWatchList.dat" (DL295 watch list, through TWLCHK)
032470*    file "TApprParm.dat" (DL330 card: the limit above which a
032480*         raise waits for approval), e.g.
032490*            00000500000LIMIT APPROVAL ABOVE
032500* Output:
032600*    file "TAcctMaster.dat" (indexed DL140 master, keyed on
032700*         ACCT-NUMBER, created on first use) -- the file
032800*         TFILE's unknown-account edit reads
032900*    file "TScreenHit.dat" (DL300 watch-list hits, through
033000*         TWLCHK) -- one per match on an add, load, or name
033100*         change
033200*    file "TPendChg.dat" (indexed DL320 pending changes,
033300*         created on first use) -- one per limit raise above
033400*         the threshold, for approval on TAPPROVE
