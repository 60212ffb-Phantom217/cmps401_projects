000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TAPPROVE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. SECOND-OPERATOR
001200*                      APPROVAL SCREEN FOR THE DL320 PENDING
001300*                      CHANGES ON TPENDCHG.DAT: TACCTM LIMIT
001400*                      RAISES ABOVE THE DL330 THRESHOLD,
001500*                      TRULES RULE CHANGES, AND TBACKOUT RUN
001600*                      BACKOUTS. L LISTS WHAT IS WAITING; D
001700*                      TAKES ONE ITEM BY THE TIME IT WAS
001800*                      RAISED AND APPROVES OR REJECTS IT, WITH
001900*                      A COMMENT. AN APPROVED LIMIT OR RULE
002000*                      CHANGE IS APPLIED HERE; AN APPROVED
002100*                      BACKOUT IS RUN BY TBACKOUT. EVERY
002200*                      DECISION AND EVERY EXPIRY GOES ON THE
002300*                      DL325 LOG WITH BOTH OPERATOR IDS.
002400*                      BEHIND THE TSIGNON CHECK AT AUTHORITY
002500*                      LEVEL 3; A BACKOUT NEEDS LEVEL 4.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* THE OPERATOR WHO RAISED A CHANGE CAN NEVER DECIDE IT.     *
002900* ONLY TODAY'S ITEMS CAN BE DECIDED: AT START-UP EVERY ITEM *
003000* STILL PENDING FROM AN EARLIER DAY, AND EVERY BACKOUT      *
003100* APPROVED ON AN EARLIER DAY BUT NEVER RUN, IS MARKED       *
003200* EXPIRED AND LOGGED. A LIMIT CHANGE IS APPLIED ONLY IF THE *
003300* ACCOUNT STILL HAS THE LIMIT IT HAD WHEN THE CHANGE WAS    *
003400* RAISED, AND A RULE CHANGE ONLY IF THE RULE TABLE STILL    *
003500* FITS IT (AN ADD OF A NUMBER NOW ON THE TABLE, OR A CHANGE *
003600* TO ONE NO LONGER THERE, IS NOT APPLIED); OTHERWISE THE    *
003700* ITEM IS MARKED APPROVED-NOT-APPLIED AND NOTHING MOVES.    *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MYPENDCHG ASSIGN TO "TPendChg.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS PC-KEY
004600         FILE STATUS IS TAP-PND-STATUS.
004700     SELECT MYAPPRLOG ASSIGN TO "TApprLog.dat"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS TAP-LOG-STATUS.
005000     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS DYNAMIC
005300         RECORD KEY IS ACCT-NUMBER
005400         FILE STATUS IS TAP-MST-STATUS.
005500     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TAP-AUD-STATUS.
005800     SELECT MYRULEFILE ASSIGN TO "TEditRules.dat"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS TAP-RULE-STATUS.
006100     SELECT MYCHGLOG ASSIGN TO "TRuleChgLog.txt"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS TAP-CHG-STATUS.
006400     SELECT MYOPERFILE ASSIGN TO "TOperMast.dat"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS TAP-OPR-STATUS.
006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  MYPENDCHG.
007000     COPY DL320.
007100 FD  MYAPPRLOG.
007200     COPY DL325.
007300 FD  MYMASTER.
007400     COPY DL140.
007500 FD  MYACCTAUD.
007600     COPY DL215.
007700 FD  MYRULEFILE.
007800     COPY DL120.
007900 FD  MYCHGLOG
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  CHGLOG-LINE          PIC X(80).
008200 FD  MYOPERFILE.
008300     COPY DL210.
008400 WORKING-STORAGE SECTION.
008500 01  TAP-PND-STATUS   PIC XX        VALUE "00".
008600     88  TAP-PND-OK                 VALUE "00".
008700     88  TAP-PND-NOT-FOUND          VALUE "35".
008800 01  TAP-LOG-STATUS   PIC XX        VALUE "00".
008900     88  TAP-LOG-OK                 VALUE "00".
009000     88  TAP-LOG-NOT-FOUND          VALUE "35".
009100 01  TAP-MST-STATUS   PIC XX        VALUE "00".
009200     88  TAP-MST-OK                 VALUE "00".
009300     88  TAP-MST-NOT-FOUND          VALUE "35".
009400 01  TAP-AUD-STATUS   PIC XX        VALUE "00".
009500     88  TAP-AUD-OK                 VALUE "00".
009600     88  TAP-AUD-NOT-FOUND          VALUE "35".
009700 01  TAP-RULE-STATUS  PIC XX        VALUE "00".
009800     88  TAP-RULE-OK                VALUE "00".
009900     88  TAP-RULE-NOT-FOUND         VALUE "35".
010000 01  TAP-CHG-STATUS   PIC XX        VALUE "00".
010100     88  TAP-CHG-OK                 VALUE "00".
010200     88  TAP-CHG-NOT-FOUND          VALUE "35".
010300 01  TAP-OPR-STATUS   PIC XX        VALUE "00".
010400     88  TAP-OPR-OK                 VALUE "00".
010500     88  TAP-OPR-NOT-FOUND          VALUE "35".
010600 01  TAP-PND-EOF-SW   PIC X         VALUE "N".
010700     88  TAP-PND-EOF                VALUE "Y".
010800 01  TAP-RULE-EOF-SW  PIC X         VALUE "N".
010900     88  TAP-RULE-EOF               VALUE "Y".
011000 01  TAP-OPR-EOF-SW   PIC X         VALUE "N".
011100     88  TAP-OPR-EOF                VALUE "Y".
011200 01  TAP-MST-AVAIL-SW PIC X         VALUE "Y".
011300     88  TAP-MST-AVAILABLE          VALUE "Y".
011400 01  TAP-APPLY-SW     PIC X         VALUE "Y".
011500     88  TAP-APPLY-OK               VALUE "Y".
011600     88  TAP-APPLY-FAILED           VALUE "N".
011700 01  TAP-OVERFLOW-SW  PIC X         VALUE "N".
011800     88  TAP-RULE-OVERFLOW          VALUE "Y".
011900 01  TAP-FOUND-SW     PIC X         VALUE "N".
012000     88  TAP-RULE-FOUND             VALUE "Y".
012100 01  TAP-FUNCTION     PIC X         VALUE SPACE.
012200     88  TAP-FUNCTION-LIST          VALUE "L".
012300     88  TAP-FUNCTION-DECIDE        VALUE "D".
012400     88  TAP-FUNCTION-QUIT          VALUE "Q".
012500 01  TAP-ACTION       PIC X         VALUE SPACE.
012600     88  TAP-ACTION-APPROVE         VALUE "A".
012700     88  TAP-ACTION-REJECT          VALUE "R".
012800 01  TAP-KEY-TIME     PIC X(8)      VALUE SPACES.
012900 01  TAP-COMMENT      PIC X(40)     VALUE SPACES.
013000 01  TAP-FAIL-TEXT    PIC X(40)     VALUE SPACES.
013100 01  TAP-TODAY        PIC 9(8)      VALUE ZERO.
013200 01  TAP-NOW          PIC 9(8)      VALUE ZERO.
013300 01  TAP-OPER-LEVEL   PIC 9         VALUE ZERO.
013400 01  TAP-LIST-COUNT   PIC 9(5) COMP VALUE ZERO.
013500 01  TAP-EXPIRED-COUNT PIC 9(5) COMP VALUE ZERO.
013600 01  TAP-RULE-TALLY   PIC 9(2) COMP VALUE ZERO.
013700 01  TAP-RULE-SUB     PIC 9(2) COMP VALUE ZERO.
013800 01  TAP-SHOW-LIMIT   PIC -ZZZZZZZZ9.99.
013900 01  TAP-SHOW-LIMIT-2 PIC -ZZZZZZZZ9.99.
014000 01  TAP-SG-LEVEL     PIC 9          VALUE 3.
014100 01  TAP-SG-RESULT    PIC X          VALUE SPACE.
014200     88  TAP-SG-GRANTED              VALUE "G".
014300 01  TAP-OPERATOR-ID  PIC X(8)       VALUE SPACES.
014400 01  TAP-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TAPPROVE".
014500 01  TAP-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
014600 01  TAP-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
014700*----------------------------------------------------------*
014800* THE RULE TABLE, LOADED FROM TEDITRULES.DAT ONLY WHEN A    *
014900* RULE CHANGE IS APPROVED, THEN WRITTEN BACK WHOLE -- THE   *
015000* SAME TECHNIQUE TRULES AND TEDIT USE ON THE SAME FILE.     *
015100*----------------------------------------------------------*
015200 01  TAP-RULE-TABLE.
015300     05  TAP-RULE-ENTRY OCCURS 20 TIMES.
015400         10  TAP-T-NUMBER     PIC 99.
015500         10  TAP-T-CONDITIONS PIC X(13).
015600         10  TAP-T-MESSAGE    PIC X(30).
015700         10  TAP-T-ACTIVE     PIC X.
015800 01  TAP-CHG-DETAIL.
015900     05  TAP-CHG-D-DATE   PIC 9(8).
016000     05  FILLER           PIC X(1)  VALUE SPACE.
016100     05  TAP-CHG-D-TIME   PIC 9(8).
016200     05  FILLER           PIC X(1)  VALUE SPACE.
016300     05  TAP-CHG-D-OPER   PIC X(8).
016400     05  FILLER           PIC X(1)  VALUE SPACE.
016500     05  TAP-CHG-D-ACTION PIC X(12).
016600     05  FILLER           PIC X(6)  VALUE " RULE ".
016700     05  TAP-CHG-D-NUMBER PIC 99.
016800     05  FILLER           PIC X(1)  VALUE SPACE.
016900     05  TAP-CHG-D-TEXT   PIC X(30).
017000     05  FILLER           PIC X(2)  VALUE SPACES.
017100 PROCEDURE DIVISION.
017200 0000-MAINLINE.
017300     CALL "TSIGNON" USING TAP-SG-LEVEL, TAP-SG-RESULT,
017400         TAP-OPERATOR-ID.
017500     IF NOT TAP-SG-GRANTED
017600         DISPLAY "CHANGE APPROVAL NOT STARTED"
017700         STOP RUN
017800     END-IF.
017900     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
018000     PERFORM 1200-FIND-LEVEL THRU 1200-EXIT.
018100     PERFORM 1500-EXPIRE-OLD THRU 1500-EXIT.
018200     PERFORM 2000-CHOOSE-FUNCTION THRU 2000-EXIT
018300         UNTIL TAP-FUNCTION-QUIT.
018400     CLOSE MYPENDCHG.
018500     CLOSE MYAPPRLOG.
018600     IF TAP-MST-AVAILABLE
018700         CLOSE MYMASTER
018800     END-IF.
018900     CLOSE MYACCTAUD.
019000     STOP RUN.
019100
019200 1000-OPEN-FILES.
019300     ACCEPT TAP-TODAY FROM DATE YYYYMMDD.
019400     OPEN I-O MYPENDCHG.
019500     IF TAP-PND-NOT-FOUND
019600         DISPLAY "NO TPendChg.dat, NO CHANGES AWAITING APPROVAL"
019700         STOP RUN
019800     END-IF.
019900     IF NOT TAP-PND-OK
020000         DISPLAY "UNABLE TO OPEN TPendChg.dat, STATUS = ",
020100             TAP-PND-STATUS
020200         CALL "TERRLOG" USING TAP-ERRLOG-PROGRAM-ID,
020300             TAP-ERRLOG-PARAGRAPH, TAP-ERRLOG-SEVERITY
020400         STOP RUN
020500     END-IF.
020600     OPEN EXTEND MYAPPRLOG.
020700     IF TAP-LOG-NOT-FOUND
020800         OPEN OUTPUT MYAPPRLOG
020900     END-IF.
021000     IF NOT TAP-LOG-OK
021100         DISPLAY "UNABLE TO OPEN TApprLog.dat, STATUS = ",
021200             TAP-LOG-STATUS
021300         CALL "TERRLOG" USING TAP-ERRLOG-PROGRAM-ID,
021400             TAP-ERRLOG-PARAGRAPH, TAP-ERRLOG-SEVERITY
021500         CLOSE MYPENDCHG
021600         STOP RUN
021700     END-IF.
021800     OPEN I-O MYMASTER.
021900     IF NOT TAP-MST-OK
022000         DISPLAY "TAcctMaster.dat NOT AVAILABLE (STATUS = ",
022100             TAP-MST-STATUS, "), LIMIT CHANGES CANNOT BE APPLIED"
022200         MOVE "N" TO TAP-MST-AVAIL-SW
022300     END-IF.
022400     OPEN EXTEND MYACCTAUD.
022500     IF TAP-AUD-NOT-FOUND
022600         OPEN OUTPUT MYACCTAUD
022700     END-IF.
022800 1000-EXIT.
022900     EXIT.
023000
023100*----------------------------------------------------------*
023200* 1200-FIND-LEVEL LOOKS UP THE SIGNED-ON OPERATOR'S         *
023300* AUTHORITY ON THE DL210 MASTER -- TSIGNON ONLY SAYS THE    *
023400* OPERATOR HAS AT LEAST LEVEL 3, AND A BACKOUT NEEDS 4.     *
023500*----------------------------------------------------------*
023600 1200-FIND-LEVEL.
023700     MOVE ZERO TO TAP-OPER-LEVEL.
023800     MOVE "N"  TO TAP-OPR-EOF-SW.
023900     OPEN INPUT MYOPERFILE.
024000     IF NOT TAP-OPR-OK
024100         GO TO 1200-EXIT
024200     END-IF.
024300     PERFORM 1210-SCAN-OPERATOR THRU 1210-EXIT
024400         UNTIL TAP-OPR-EOF.
024500     CLOSE MYOPERFILE.
024600 1200-EXIT.
024700     EXIT.
024800
024900 1210-SCAN-OPERATOR.
025000     READ MYOPERFILE
025100         AT END
025200             SET TAP-OPR-EOF TO TRUE
025300         NOT AT END
025400             IF OPR-ID = TAP-OPERATOR-ID
025500                 MOVE OPR-AUTHORITY TO TAP-OPER-LEVEL
025600                 SET TAP-OPR-EOF TO TRUE
025700             END-IF
025800     END-READ.
025900 1210-EXIT.
026000     EXIT.
026100
026200*----------------------------------------------------------*
026300* 1500-EXPIRE-OLD CLOSES OUT WHAT THE END OF AN EARLIER DAY *
026400* LEFT BEHIND: AN ITEM STILL PENDING, OR A BACKOUT APPROVED *
026500* BUT NEVER RUN, IS MARKED EXPIRED AND LOGGED WITH NO       *
026600* DECIDER. THE KEY LEADS WITH THE DATE RAISED, SO THE SCAN  *
026700* STOPS AT THE FIRST OF TODAY'S ITEMS.                      *
026800*----------------------------------------------------------*
026900 1500-EXPIRE-OLD.
027000     MOVE ZERO TO TAP-EXPIRED-COUNT.
027100     MOVE "N"  TO TAP-PND-EOF-SW.
027200     MOVE LOW-VALUES TO PC-KEY.
027300     START MYPENDCHG KEY IS NOT LESS THAN PC-KEY
027400         INVALID KEY
027500             SET TAP-PND-EOF TO TRUE
027600     END-START.
027700     PERFORM 1510-EXPIRE-ONE THRU 1510-EXIT
027800         UNTIL TAP-PND-EOF.
027900     IF TAP-EXPIRED-COUNT > ZERO
028000         DISPLAY TAP-EXPIRED-COUNT, " CHANGE(S) FROM AN EARLIER ",
028100             "DAY EXPIRED UNDECIDED OR UNRUN"
028200     END-IF.
028300 1500-EXIT.
028400     EXIT.
028500
028600 1510-EXPIRE-ONE.
028700     READ MYPENDCHG NEXT RECORD
028800         AT END
028900             SET TAP-PND-EOF TO TRUE
029000             GO TO 1510-EXIT
029100     END-READ.
029200     IF PC-RAISED-DATE NOT < TAP-TODAY
029300         SET TAP-PND-EOF TO TRUE
029400         GO TO 1510-EXIT
029500     END-IF.
029600     IF PC-IS-PENDING OR (PC-IS-APPROVED AND PC-TYPE-BACKOUT)
029700         SET PC-IS-EXPIRED TO TRUE
029800         REWRITE PENDING-CHANGE-RECORD
029900             INVALID KEY
030000                 GO TO 1510-EXIT
030100         END-REWRITE
030200         ADD 1 TO TAP-EXPIRED-COUNT
030300         MOVE SPACES TO TAP-COMMENT
030400         MOVE "END OF DAY, NOT DECIDED OR NOT RUN"
030500             TO TAP-COMMENT
030600         SET APL-EXPIRED TO TRUE
030700         MOVE SPACES TO APL-CHECKER
030800         PERFORM 8000-WRITE-LOG THRU 8000-EXIT
030900     END-IF.
031000 1510-EXIT.
031100     EXIT.
031200
031300 2000-CHOOSE-FUNCTION.
031400     DISPLAY "FUNCTION (L=LIST WAITING, D=DECIDE, Q=QUIT): ".
031500     ACCEPT TAP-FUNCTION.
031600     IF TAP-FUNCTION-LIST
031700         PERFORM 3000-LIST-WAITING THRU 3000-EXIT
031800     ELSE
031900         IF TAP-FUNCTION-DECIDE
032000             PERFORM 4000-DECIDE-ITEM THRU 4000-EXIT
032100         END-IF
032200     END-IF.
032300 2000-EXIT.
032400     EXIT.
032500
032600*----------------------------------------------------------*
032700* 3000-LIST-WAITING SHOWS TODAY'S ITEMS STILL PENDING, AND  *
032800* TODAY'S APPROVED BACKOUTS NOT YET RUN, WITH THE TIME      *
032900* RAISED THAT THE APPROVER KEYS ON D.                       *
033000*----------------------------------------------------------*
033100 3000-LIST-WAITING.
033200     MOVE ZERO TO TAP-LIST-COUNT.
033300     MOVE "N"  TO TAP-PND-EOF-SW.
033400     MOVE TAP-TODAY TO PC-RAISED-DATE.
033500     MOVE ZERO      TO PC-RAISED-TIME.
033600     START MYPENDCHG KEY IS NOT LESS THAN PC-KEY
033700         INVALID KEY
033800             SET TAP-PND-EOF TO TRUE
033900     END-START.
034000     PERFORM 3100-LIST-ONE THRU 3100-EXIT
034100         UNTIL TAP-PND-EOF.
034200     IF TAP-LIST-COUNT = ZERO
034300         DISPLAY "NO CHANGES AWAITING A DECISION"
034400     END-IF.
034500 3000-EXIT.
034600     EXIT.
034700
034800 3100-LIST-ONE.
034900     READ MYPENDCHG NEXT RECORD
035000         AT END
035100             SET TAP-PND-EOF TO TRUE
035200             GO TO 3100-EXIT
035300     END-READ.
035400     IF PC-RAISED-DATE NOT = TAP-TODAY
035500         SET TAP-PND-EOF TO TRUE
035600         GO TO 3100-EXIT
035700     END-IF.
035800     IF PC-IS-PENDING OR (PC-IS-APPROVED AND PC-TYPE-BACKOUT)
035900         ADD 1 TO TAP-LIST-COUNT
036000         PERFORM 5000-SHOW-ITEM THRU 5000-EXIT
036100     END-IF.
036200 3100-EXIT.
036300     EXIT.
036400
036500 4000-DECIDE-ITEM.
036600     ACCEPT TAP-TODAY FROM DATE YYYYMMDD.
036700     DISPLAY "TIME RAISED TODAY (8 DIGITS, AS LISTED): ".
036800     MOVE SPACES TO TAP-KEY-TIME.
036900     ACCEPT TAP-KEY-TIME.
037000     IF TAP-KEY-TIME IS NOT NUMERIC
037100         DISPLAY "TIME RAISED MUST BE 8 DIGITS"
037200         GO TO 4000-EXIT
037300     END-IF.
037400     MOVE TAP-TODAY    TO PC-RAISED-DATE.
037500     MOVE TAP-KEY-TIME TO PC-RAISED-TIME.
037600     READ MYPENDCHG
037700         INVALID KEY
037800             DISPLAY "NO CHANGE RAISED TODAY AT ", TAP-KEY-TIME
037900             GO TO 4000-EXIT
038000     END-READ.
038100     PERFORM 5000-SHOW-ITEM THRU 5000-EXIT.
038200     IF NOT PC-IS-PENDING
038300         DISPLAY "ALREADY DECIDED BY ", PC-CHECKER, " AT ",
038400             PC-DECIDED-TIME, ", STATUS ", PC-STATUS
038500         GO TO 4000-EXIT
038600     END-IF.
038700     IF PC-MAKER = TAP-OPERATOR-ID
038800         DISPLAY "YOU RAISED THIS CHANGE -- A SECOND OPERATOR ",
038900             "MUST DECIDE IT"
039000         GO TO 4000-EXIT
039100     END-IF.
039200     IF PC-TYPE-BACKOUT AND TAP-OPER-LEVEL < 4
039300         DISPLAY "A BACKOUT NEEDS AN APPROVER WITH AUTHORITY ",
039400             "LEVEL 4"
039500         GO TO 4000-EXIT
039600     END-IF.
039700     DISPLAY "ACTION (A=APPROVE, R=REJECT, BLANK=LEAVE): ".
039800     MOVE SPACE TO TAP-ACTION.
039900     ACCEPT TAP-ACTION.
040000     IF NOT TAP-ACTION-APPROVE AND NOT TAP-ACTION-REJECT
040100         DISPLAY "CHANGE LEFT PENDING"
040200         GO TO 4000-EXIT
040300     END-IF.
040400     DISPLAY "COMMENT (40 CHAR): ".
040500     MOVE SPACES TO TAP-COMMENT.
040600     ACCEPT TAP-COMMENT.
040700     IF TAP-COMMENT = SPACES
040800         DISPLAY "A COMMENT IS REQUIRED, CHANGE LEFT PENDING"
040900         GO TO 4000-EXIT
041000     END-IF.
041100     SET TAP-APPLY-OK TO TRUE.
041200     MOVE SPACES TO TAP-FAIL-TEXT.
041300     IF TAP-ACTION-APPROVE
041400         EVALUATE TRUE
041500             WHEN PC-TYPE-LIMIT
041600                 PERFORM 6000-APPLY-LIMIT THRU 6000-EXIT
041700             WHEN PC-TYPE-RULE
041800                 PERFORM 7000-APPLY-RULE THRU 7000-EXIT
041900             WHEN OTHER
042000                 CONTINUE
042100         END-EVALUATE
042200     END-IF.
042300     PERFORM 4500-UPDATE-ITEM THRU 4500-EXIT.
042400 4000-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------*
042800* 4500-UPDATE-ITEM READS THE ITEM AGAIN AND REWRITES IT     *
042900* WITH THE DECISION, THE APPROVER, THE TIME, AND THE        *
043000* COMMENT, THEN LOGS IT. AN APPROVAL THAT COULD NOT BE      *
043100* APPLIED IS KEPT AS F WITH THE REASON ON THE LOG.          *
043200*----------------------------------------------------------*
043300 4500-UPDATE-ITEM.
043400     MOVE TAP-TODAY    TO PC-RAISED-DATE.
043500     MOVE TAP-KEY-TIME TO PC-RAISED-TIME.
043600     READ MYPENDCHG
043700         INVALID KEY
043800             DISPLAY "CHANGE VANISHED DURING THE DECISION"
043900             GO TO 4500-EXIT
044000     END-READ.
044100     EVALUATE TRUE
044200         WHEN TAP-ACTION-REJECT
044300             SET PC-IS-REJECTED TO TRUE
044400             SET APL-REJECTED   TO TRUE
044500         WHEN TAP-APPLY-OK
044600             SET PC-IS-APPROVED TO TRUE
044700             SET APL-APPROVED   TO TRUE
044800         WHEN OTHER
044900             SET PC-IS-FAILED    TO TRUE
045000             SET APL-NOT-APPLIED TO TRUE
045100     END-EVALUATE.
045200     MOVE TAP-OPERATOR-ID TO PC-CHECKER.
045300     MOVE TAP-TODAY       TO PC-DECIDED-DATE.
045400     ACCEPT TAP-NOW FROM TIME.
045500     MOVE TAP-NOW         TO PC-DECIDED-TIME.
045600     MOVE TAP-COMMENT     TO PC-COMMENT.
045700     REWRITE PENDING-CHANGE-RECORD
045800         INVALID KEY
045900             DISPLAY "CHANGE COULD NOT BE UPDATED, STATUS = ",
046000                 TAP-PND-STATUS
046100             MOVE "4500-UPDATE-ITEM" TO TAP-ERRLOG-PARAGRAPH
046200             CALL "TERRLOG" USING TAP-ERRLOG-PROGRAM-ID,
046300                 TAP-ERRLOG-PARAGRAPH, TAP-ERRLOG-SEVERITY
046400             GO TO 4500-EXIT
046500     END-REWRITE.
046600     MOVE TAP-OPERATOR-ID TO APL-CHECKER.
046700     IF APL-NOT-APPLIED
046800         MOVE TAP-FAIL-TEXT TO TAP-COMMENT
046900         DISPLAY "APPROVED BUT NOT APPLIED: ", TAP-FAIL-TEXT
047000     END-IF.
047100     PERFORM 8000-WRITE-LOG THRU 8000-EXIT.
047200     EVALUATE TRUE
047300         WHEN PC-IS-REJECTED
047400             DISPLAY "CHANGE REJECTED, NOTHING APPLIED"
047500         WHEN PC-IS-APPROVED AND PC-TYPE-BACKOUT
047600             DISPLAY "BACKOUT OF RUN ", PC-BACKOUT-DATE,
047700                 " APPROVED -- RERUN TBACKOUT TODAY"
047800         WHEN PC-IS-APPROVED
047900             DISPLAY "CHANGE APPROVED AND APPLIED"
048000     END-EVALUATE.
048100 4500-EXIT.
048200     EXIT.
048300
048400 5000-SHOW-ITEM.
048500     EVALUATE TRUE
048600         WHEN PC-TYPE-LIMIT
048700             MOVE PC-OLD-LIMIT TO TAP-SHOW-LIMIT
048800             MOVE PC-NEW-LIMIT TO TAP-SHOW-LIMIT-2
048900             DISPLAY PC-RAISED-TIME, "  LIMIT    ACCOUNT ",
049000                 PC-TARGET, "  FROM ", TAP-SHOW-LIMIT, " TO ",
049100                 TAP-SHOW-LIMIT-2
049200         WHEN PC-TYPE-RULE
049300             DISPLAY PC-RAISED-TIME, "  RULE     ",
049400                 PC-RULE-NUMBER, " ", PC-RULE-ACTION, "  ",
049500                 PC-RULE-CONDITIONS, " ", PC-RULE-MESSAGE,
049600                 " ACTIVE ", PC-RULE-ACTIVE
049700         WHEN PC-TYPE-BACKOUT
049800             DISPLAY PC-RAISED-TIME, "  BACKOUT  RUN ",
049900                 PC-BACKOUT-DATE, "  ", PC-BACKOUT-COUNT,
050000                 " AUDITED RECORDS"
050100     END-EVALUATE.
050200     DISPLAY "    RAISED BY ", PC-MAKER, " ON ", PC-MAKER-PROGRAM,
050300         "  STATUS ", PC-STATUS.
050400 5000-EXIT.
050500     EXIT.
050600
050700*----------------------------------------------------------*
050800* 6000-APPLY-LIMIT PUTS THE APPROVED LIMIT ON THE ACCOUNT,  *
050900* PROVIDED THE LIMIT IS STILL THE ONE THE CHANGE WAS RAISED *
051000* AGAINST, AND WRITES THE DL215 P LINE UNDER THE APPROVER.  *
051100*----------------------------------------------------------*
051200 6000-APPLY-LIMIT.
051300     IF NOT TAP-MST-AVAILABLE
051400         SET TAP-APPLY-FAILED TO TRUE
051500         MOVE "ACCOUNT MASTER NOT AVAILABLE" TO TAP-FAIL-TEXT
051600         GO TO 6000-EXIT
051700     END-IF.
051800     MOVE PC-TARGET TO ACCT-NUMBER.
051900     READ MYMASTER
052000         INVALID KEY
052100             SET TAP-APPLY-FAILED TO TRUE
052200             MOVE "ACCOUNT NO LONGER ON MASTER" TO TAP-FAIL-TEXT
052300             GO TO 6000-EXIT
052400     END-READ.
052500     IF ACCT-LIMIT NOT = PC-OLD-LIMIT
052600         SET TAP-APPLY-FAILED TO TRUE
052700         MOVE "LIMIT CHANGED SINCE THE CHANGE WAS RAISED"
052800             TO TAP-FAIL-TEXT
052900         GO TO 6000-EXIT
053000     END-IF.
053100     MOVE ACCT-LIMIT   TO AAU-OLD-LIMIT.
053200     MOVE PC-NEW-LIMIT TO ACCT-LIMIT.
053300     REWRITE ACCOUNT-MASTER-RECORD
053400         INVALID KEY
053500             SET TAP-APPLY-FAILED TO TRUE
053600             MOVE "ACCOUNT COULD NOT BE REWRITTEN"
053700                 TO TAP-FAIL-TEXT
053800             GO TO 6000-EXIT
053900     END-REWRITE.
054000     MOVE ACCT-NUMBER      TO AAU-ACCT-NUMBER.
054100     SET AAU-FN-APPROVED   TO TRUE.
054200     MOVE TAP-OPERATOR-ID  TO AAU-OPERATOR.
054300     ACCEPT AAU-DATE FROM DATE YYYYMMDD.
054400     ACCEPT AAU-TIME FROM TIME.
054500     MOVE ACCT-BALANCE     TO AAU-OLD-BALANCE.
054600     MOVE ACCT-BALANCE     TO AAU-NEW-BALANCE.
054700     MOVE ACCT-LIMIT       TO AAU-NEW-LIMIT.
054800     MOVE ACCT-NAME        TO AAU-OLD-NAME.
054900     MOVE ACCT-NAME        TO AAU-NEW-NAME.
055000     MOVE ACCT-BRANCH      TO AAU-OLD-BRANCH.
055100     MOVE ACCT-BRANCH      TO AAU-NEW-BRANCH.
055200     MOVE ACCT-STATUS      TO AAU-OLD-STATUS.
055300     MOVE ACCT-STATUS      TO AAU-NEW-STATUS.
055400     WRITE ACCT-AUDIT-RECORD.
055500 6000-EXIT.
055600     EXIT.
055700
055800*----------------------------------------------------------*
055900* 7000-APPLY-RULE LOADS THE RULE TABLE, APPLIES THE         *
056000* APPROVED ADD, CHANGE, OR DEACTIVATE, WRITES THE TABLE     *
056100* BACK, AND LOGS IT ON TRULECHGLOG.TXT UNDER THE OPERATOR   *
056200* WHO MADE THE CHANGE. A FILE LONGER THAN THE TABLE IS      *
056300* NEVER REWRITTEN, THE SAME GUARD TRULES HAS ALWAYS HAD.    *
056400*----------------------------------------------------------*
056500 7000-APPLY-RULE.
056600     PERFORM 7100-LOAD-RULES THRU 7100-EXIT.
056700     IF TAP-RULE-OVERFLOW
056800         SET TAP-APPLY-FAILED TO TRUE
056900         MOVE "TEditRules.dat HOLDS MORE THAN 20 RULES"
057000             TO TAP-FAIL-TEXT
057100         GO TO 7000-EXIT
057200     END-IF.
057300     MOVE "N" TO TAP-FOUND-SW.
057400     PERFORM 7200-MATCH-RULE THRU 7200-EXIT
057500         VARYING TAP-RULE-SUB FROM 1 BY 1
057600         UNTIL TAP-RULE-SUB > TAP-RULE-TALLY OR TAP-RULE-FOUND.
057700     IF TAP-RULE-FOUND
057800         SUBTRACT 1 FROM TAP-RULE-SUB
057900     END-IF.
058000     EVALUATE TRUE
058100         WHEN PC-RULE-ADD AND TAP-RULE-FOUND
058200             SET TAP-APPLY-FAILED TO TRUE
058300             MOVE "RULE NUMBER IS NOW ON THE TABLE"
058400                 TO TAP-FAIL-TEXT
058500         WHEN PC-RULE-ADD AND TAP-RULE-TALLY NOT < 20
058600             SET TAP-APPLY-FAILED TO TRUE
058700             MOVE "RULE TABLE IS FULL" TO TAP-FAIL-TEXT
058800         WHEN PC-RULE-ADD
058900             ADD 1 TO TAP-RULE-TALLY
059000             MOVE PC-RULE-ROW TO TAP-RULE-ENTRY (TAP-RULE-TALLY)
059100             MOVE "ADDED" TO TAP-CHG-D-ACTION
059200         WHEN NOT TAP-RULE-FOUND
059300             SET TAP-APPLY-FAILED TO TRUE
059400             MOVE "RULE IS NO LONGER ON THE TABLE"
059500                 TO TAP-FAIL-TEXT
059600         WHEN PC-RULE-CHANGE
059700             MOVE PC-RULE-ROW TO TAP-RULE-ENTRY (TAP-RULE-SUB)
059800             MOVE "CHANGED" TO TAP-CHG-D-ACTION
059900         WHEN OTHER
060000             MOVE "I" TO TAP-T-ACTIVE (TAP-RULE-SUB)
060100             MOVE "DEACTIVATED" TO TAP-CHG-D-ACTION
060200     END-EVALUATE.
060300     IF TAP-APPLY-FAILED
060400         GO TO 7000-EXIT
060500     END-IF.
060600     OPEN OUTPUT MYRULEFILE.
060700     IF NOT TAP-RULE-OK
060800         SET TAP-APPLY-FAILED TO TRUE
060900         MOVE "TEditRules.dat COULD NOT BE WRITTEN"
061000             TO TAP-FAIL-TEXT
061100         GO TO 7000-EXIT
061200     END-IF.
061300     PERFORM 7300-WRITE-ONE-RULE THRU 7300-EXIT
061400         VARYING TAP-RULE-SUB FROM 1 BY 1
061500         UNTIL TAP-RULE-SUB > TAP-RULE-TALLY.
061600     CLOSE MYRULEFILE.
061700     PERFORM 7400-WRITE-CHANGE-LOG THRU 7400-EXIT.
061800 7000-EXIT.
061900     EXIT.
062000
062100 7100-LOAD-RULES.
062200     MOVE ZERO TO TAP-RULE-TALLY.
062300     MOVE "N"  TO TAP-OVERFLOW-SW.
062400     MOVE "N"  TO TAP-RULE-EOF-SW.
062500     OPEN INPUT MYRULEFILE.
062600     IF TAP-RULE-NOT-FOUND
062700         GO TO 7100-EXIT
062800     END-IF.
062900     PERFORM 7110-LOAD-ONE-RULE THRU 7110-EXIT
063000         UNTIL TAP-RULE-EOF.
063100     CLOSE MYRULEFILE.
063200 7100-EXIT.
063300     EXIT.
063400
063500 7110-LOAD-ONE-RULE.
063600     READ MYRULEFILE
063700         AT END
063800             SET TAP-RULE-EOF TO TRUE
063900         NOT AT END
064000             IF TAP-RULE-TALLY < 20
064100                 ADD 1 TO TAP-RULE-TALLY
064200                 MOVE RULE-RECORD
064300                     TO TAP-RULE-ENTRY (TAP-RULE-TALLY)
064400             ELSE
064500                 SET TAP-RULE-OVERFLOW TO TRUE
064600             END-IF
064700     END-READ.
064800 7110-EXIT.
064900     EXIT.
065000
065100 7200-MATCH-RULE.
065200     IF TAP-T-NUMBER (TAP-RULE-SUB) = PC-RULE-NUMBER
065300         SET TAP-RULE-FOUND TO TRUE
065400     END-IF.
065500 7200-EXIT.
065600     EXIT.
065700
065800 7300-WRITE-ONE-RULE.
065900     MOVE TAP-RULE-ENTRY (TAP-RULE-SUB) TO RULE-RECORD.
066000     WRITE RULE-RECORD.
066100 7300-EXIT.
066200     EXIT.
066300
066400 7400-WRITE-CHANGE-LOG.
066500     MOVE TAP-TODAY       TO TAP-CHG-D-DATE.
066600     ACCEPT TAP-NOW FROM TIME.
066700     MOVE TAP-NOW         TO TAP-CHG-D-TIME.
066800     MOVE PC-MAKER        TO TAP-CHG-D-OPER.
066900     MOVE PC-RULE-NUMBER  TO TAP-CHG-D-NUMBER.
067000     MOVE PC-RULE-MESSAGE TO TAP-CHG-D-TEXT.
067100     OPEN EXTEND MYCHGLOG.
067200     IF TAP-CHG-NOT-FOUND
067300         OPEN OUTPUT MYCHGLOG
067400     END-IF.
067500     WRITE CHGLOG-LINE FROM TAP-CHG-DETAIL.
067600     CLOSE MYCHGLOG.
067700 7400-EXIT.
067800     EXIT.
067900
068000*----------------------------------------------------------*
068100* 8000-WRITE-LOG APPENDS THE DL325 LINE FOR THE ITEM NOW IN *
068200* THE PENDING-CHANGE AREA. THE CALLER SETS THE ACTION AND   *
068300* THE DECIDER (SPACES FOR AN EXPIRY) AND THE COMMENT.       *
068400*----------------------------------------------------------*
068500 8000-WRITE-LOG.
068600     ACCEPT APL-DATE FROM DATE YYYYMMDD.
068700     ACCEPT APL-TIME FROM TIME.
068800     MOVE PC-TYPE        TO APL-TYPE.
068900     MOVE PC-TARGET      TO APL-TARGET.
069000     MOVE PC-MAKER       TO APL-MAKER.
069100     MOVE PC-RAISED-DATE TO APL-RAISED-DATE.
069200     MOVE PC-RAISED-TIME TO APL-RAISED-TIME.
069300     MOVE TAP-COMMENT    TO APL-COMMENT.
069400     WRITE APPROVAL-LOG-RECORD.
069500 8000-EXIT.
069600     EXIT.
069700
069800* Input:
069900*    sign-on through TSIGNON (DL210 operator master, level 3;
070000*         the approver's own level is read from
070100*         "TOperMast.dat", and a backout needs level 4)
070200*    console function code, time raised, action, and comment
070300* Input/Output:
070400*    file "TPendChg.dat" (DL320 changes raised by TACCTM,
070500*         TRULES, and TBACKOUT) -- status, approver, decision
070600*         time, and comment rewritten; old items expired
070700*    file "TAcctMaster.dat" (DL140 master) -- ACCT-LIMIT set
070800*         on an approved limit change
070900*    file "TEditRules.dat" (DL120 rule table) -- rewritten on
071000*         an approved rule change
071100* Output:
071200*    file "TApprLog.dat" (DL325 log) -- one line per approval,
071300*         rejection, approval not applied, and expiry, with
071400*         the operator who raised it and the one who decided
071500*    file "TAcctAudit.dat" (DL215 trail) -- one P line per
071600*         approved limit change
071700*    file "TRuleChgLog.txt" -- one line per approved rule
071800*         change, under the operator who made it
