000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TBRCLOSE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. BRANCH CLOSURE AND
001200*                      ACCOUNT RE-HOMING. WHEN A BRANCH CLOSED
001300*                      OR CONSOLIDATED, EVERY ACCOUNT IT HELD
001400*                      WAS MOVED ONE AT A TIME ON TACCTM.
001500*                      GIVEN THE CLOSING AND RECEIVING DL140
001600*                      ACCT-BRANCH CODES AND AN EFFECTIVE
001700*                      DATE, TBRCLOSE MOVES EVERY ACCOUNT ON
001800*                      THE CLOSING BRANCH IN ONE PASS, WRITES
001900*                      A DL215 R LINE FOR EACH ON
002000*                      TACCTAUDIT.DAT, RE-READS THE MASTER TO
002100*                      PROVE THE ACCOUNT COUNTS AND BALANCE
002200*                      TOTALS OF THE TWO BRANCHES BEFORE AND
002300*                      AFTER AGREE, AND THEN MARKS THE CLOSING
002400*                      BRANCH INACTIVE ON TBRANCHDIR.DAT FROM
002500*                      THE EFFECTIVE DATE. BEHIND THE TSIGNON
002600*                      CHECK AT AUTHORITY LEVEL 4.
002700*----------------------------------------------------------*
002800*----------------------------------------------------------*
002900* THE DIRECTORY ROW KEEPS ITS BRD-ACCT-BRANCH CODE AND GETS *
003000* BRD-INACTIVE-FROM, SO TFILE, TBRMON, TBRRTN AND TCSVIN    *
003100* STILL TAKE THE BRANCH'S WORK UP TO THE EFFECTIVE DATE AND *
003200* TBRSCORE STILL SCORES THE MONTHS IT SUBMITTED IN. THE     *
003300* GRAND TOTAL OF THE MASTER DOES NOT MOVE, SO TTRIAL'S      *
003400* PROOF STILL HOLDS; ITS BY-BRANCH LINES SHOW THE BALANCE   *
003500* LEAVING ONE BRANCH AND ARRIVING AT THE OTHER. THE         *
003600* DIRECTORY IS ONLY CHANGED WHEN THE BEFORE AND AFTER       *
003700* FIGURES AGREE. A SECOND RUN FOR THE SAME BRANCH MOVES ANY *
003800* ACCOUNT OPENED ON IT SINCE AND RESETS THE DATE. THE       *
003900* SHARED TLOCK INTERLOCK IS TESTED FIRST, AS TBACKOUT DOES, *
004000* SO THE MASTER IS NOT RE-HOMED UNDER A RUNNING CHAIN.      *
004100*----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ACCT-NUMBER
004900         FILE STATUS IS TBC-MST-STATUS.
005000     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS TBC-AUD-STATUS.
005300     SELECT MYBRDIR ASSIGN TO "TBranchDir.dat"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS TBC-DIR-STATUS.
005600 DATA DIVISION.
005700 FILE SECTION.
005800 FD  MYMASTER.
005900     COPY DL140.
006000 FD  MYACCTAUD.
006100     COPY DL215.
006200 FD  MYBRDIR.
006300     COPY DL180.
006400 WORKING-STORAGE SECTION.
006500 01  TBC-MST-STATUS   PIC XX        VALUE "00".
006600     88  TBC-MST-OK                 VALUE "00".
006700     88  TBC-MST-NOT-FOUND          VALUE "35".
006800 01  TBC-AUD-STATUS   PIC XX        VALUE "00".
006900     88  TBC-AUD-NOT-FOUND          VALUE "35".
007000 01  TBC-DIR-STATUS   PIC XX        VALUE "00".
007100     88  TBC-DIR-OK                 VALUE "00".
007200     88  TBC-DIR-NOT-FOUND          VALUE "35".
007300 01  TBC-MST-EOF-SW   PIC X         VALUE "N".
007400     88  TBC-MST-EOF                VALUE "Y".
007500 01  TBC-DIR-EOF-SW   PIC X         VALUE "N".
007600     88  TBC-DIR-EOF                VALUE "Y".
007700 01  TBC-ABORT-SW     PIC X         VALUE "N".
007800     88  TBC-ABORT-RUN              VALUE "Y".
007900 01  TBC-RPT-OPEN-SW  PIC X         VALUE "N".
008000     88  TBC-RPT-OPEN               VALUE "Y".
008100 01  TBC-AGREE-SW     PIC X         VALUE "N".
008200     88  TBC-FIGURES-AGREE          VALUE "Y".
008300 01  TBC-MARKED-SW    PIC X         VALUE "N".
008400     88  TBC-DIR-MARKED             VALUE "Y".
008500 01  TBC-CONFIRM      PIC X         VALUE SPACE.
008600 01  TBC-CLOSING      PIC X(4)      VALUE SPACES.
008700 01  TBC-RECEIVING    PIC X(4)      VALUE SPACES.
008800 01  TBC-DATE-TEXT    PIC X(8)      VALUE SPACES.
008900 01  TBC-EFFECTIVE-DATE PIC 9(8)    VALUE ZERO.
009000 01  TBC-RUN-DATE     PIC 9(8)      VALUE ZERO.
009100 01  TBC-AUD-DATE     PIC 9(8)      VALUE ZERO.
009200*----------------------------------------------------------*
009300* THE BRANCH DIRECTORY, HELD WHOLE SO IT CAN BE WRITTEN
009400* BACK WITH THE CLOSING ROW MARKED. THE ENTRY MATCHES DL180.
009500*----------------------------------------------------------*
009600 01  TBC-DIR-TALLY    PIC 9(2) COMP VALUE ZERO.
009700 01  TBC-DIR-SUB      PIC 9(2) COMP VALUE ZERO.
009800 01  TBC-DIR-LIMIT    PIC 9(2) COMP VALUE 20.
009900 01  TBC-CLOSE-SUB    PIC 9(2) COMP VALUE ZERO.
010000 01  TBC-RECV-SUB     PIC 9(2) COMP VALUE ZERO.
010100 01  TBC-DIR-TABLE.
010200     05  TBC-DIR-ENTRY OCCURS 20 TIMES.
010300         10  TBC-D-NUMBER     PIC 9.
010400         10  TBC-D-NAME       PIC X(20).
010500         10  TBC-D-FILE       PIC X(40).
010600         10  TBC-D-ACTIVE     PIC X.
010700             88  TBC-D-IS-INACTIVE      VALUE "I".
010800         10  TBC-D-CUTOFF     PIC X(4).
010900         10  TBC-D-ACCT-BRANCH PIC X(4).
011000         10  TBC-D-INACTIVE-FROM PIC X(8).
011100*----------------------------------------------------------*
011200* BEFORE FIGURES ARE TAKEN AS EACH ACCOUNT IS READ, AHEAD OF
011300* ANY MOVE; AFTER FIGURES COME FROM A SECOND, READ-ONLY PASS.
011400*----------------------------------------------------------*
011500 01  TBC-BEFORE-CLOSE-COUNT PIC 9(7) COMP VALUE ZERO.
011600 01  TBC-BEFORE-RECV-COUNT PIC 9(7) COMP VALUE ZERO.
011700 01  TBC-AFTER-CLOSE-COUNT PIC 9(7) COMP VALUE ZERO.
011800 01  TBC-AFTER-RECV-COUNT PIC 9(7) COMP VALUE ZERO.
011900 01  TBC-BEFORE-CLOSE-BAL PIC S9(13)V99 COMP VALUE ZERO.
012000 01  TBC-BEFORE-RECV-BAL PIC S9(13)V99 COMP VALUE ZERO.
012100 01  TBC-AFTER-CLOSE-BAL PIC S9(13)V99 COMP VALUE ZERO.
012200 01  TBC-AFTER-RECV-BAL PIC S9(13)V99 COMP VALUE ZERO.
012300 01  TBC-BEFORE-BOTH-COUNT PIC 9(7) COMP VALUE ZERO.
012400 01  TBC-AFTER-BOTH-COUNT PIC 9(7) COMP VALUE ZERO.
012500 01  TBC-BEFORE-BOTH-BAL PIC S9(13)V99 COMP VALUE ZERO.
012600 01  TBC-AFTER-BOTH-BAL PIC S9(13)V99 COMP VALUE ZERO.
012700 01  TBC-MOVED-COUNT  PIC 9(7) COMP VALUE ZERO.
012800 01  TBC-AUDIT-COUNT  PIC 9(7) COMP VALUE ZERO.
012900 01  TBC-FAILED-COUNT PIC 9(7) COMP VALUE ZERO.
013000 01  TBC-LOCK-FUNCTION PIC X         VALUE SPACE.
013100 01  TBC-LOCK-CALLER  PIC X(8)       VALUE "TBRCLOSE".
013200 01  TBC-LOCK-RESULT  PIC X          VALUE SPACE.
013300     88  TBC-LOCK-IS-HELD            VALUE "H".
013400 01  TBC-LOCK-HOLDER  PIC X(8)       VALUE SPACES.
013500 01  TBC-LOCK-DATE    PIC 9(8)       VALUE ZERO.
013600 01  TBC-LOCK-TIME    PIC 9(8)       VALUE ZERO.
013700 01  TBC-OVERRIDE     PIC X          VALUE SPACE.
013800 01  TBC-SG-LEVEL     PIC 9          VALUE 4.
013900 01  TBC-SG-RESULT    PIC X          VALUE SPACE.
014000     88  TBC-SG-GRANTED              VALUE "G".
014100 01  TBC-OPERATOR-ID  PIC X(8)       VALUE SPACES.
014200 01  TBC-START-TIME   PIC 9(8)      VALUE ZERO.
014300 01  TBC-END-TIME     PIC 9(8)      VALUE ZERO.
014400 01  TBC-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
014500 01  TBC-RD-FUNCTION  PIC X         VALUE "G".
014600 01  TBC-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBRCLOSE".
014700 01  TBC-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
014800 01  TBC-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
014900 01  TBC-RW-FUNCTION  PIC X         VALUE SPACE.
015000 01  TBC-RW-TITLE     PIC X(30)
015100     VALUE "TBRCLOSE BRANCH CLOSURE".
015200 01  TBC-RW-FILENAME  PIC X(40)     VALUE "TBrCloseRpt.txt".
015300 01  TBC-RW-LINE      PIC X(80)     VALUE SPACES.
015400 01  TBC-RPT-OPER-LINE.
015500     05  FILLER           PIC X(11) VALUE "OPERATOR = ".
015600     05  TBC-RPT-OPER     PIC X(8).
015700     05  FILLER           PIC X(61) VALUE SPACES.
015800 01  TBC-RPT-PARM-LINE.
015900     05  FILLER           PIC X(10) VALUE "CLOSING = ".
016000     05  TBC-RPT-CLOSING  PIC X(4).
016100     05  FILLER           PIC X(16) VALUE "   RECEIVING = ".
016200     05  TBC-RPT-RECEIVING PIC X(4).
016300     05  FILLER           PIC X(16) VALUE "   EFFECTIVE = ".
016400     05  TBC-RPT-EFFECTIVE PIC 9(8).
016500     05  FILLER           PIC X(22) VALUE SPACES.
016600 01  TBC-RPT-HEAD-LINE.
016700     05  FILLER           PIC X(40)
016800         VALUE "                  BRANCH   ACCOUNTS     ".
016900     05  FILLER           PIC X(40)
017000         VALUE "           BALANCE                      ".
017100 01  TBC-RPT-FIG-LINE.
017200     05  TBC-RPT-FIG-LABEL PIC X(18).
017300     05  TBC-RPT-FIG-BRANCH PIC X(4).
017400     05  FILLER           PIC X(6)  VALUE SPACES.
017500     05  TBC-RPT-FIG-COUNT PIC ZZZ,ZZ9.
017600     05  FILLER           PIC X(2)  VALUE SPACES.
017700     05  TBC-RPT-FIG-BAL  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
017800     05  FILLER           PIC X(22) VALUE SPACES.
017900 01  TBC-RPT-MOVED-LINE.
018000     05  FILLER           PIC X(17) VALUE "ACCOUNTS MOVED = ".
018100     05  TBC-RPT-MOVED    PIC ZZZ,ZZ9.
018200     05  FILLER           PIC X(20)
018300         VALUE "   AUDIT ENTRIES = ".
018400     05  TBC-RPT-AUDITED  PIC ZZZ,ZZ9.
018500     05  FILLER           PIC X(15) VALUE "   FAILED = ".
018600     05  TBC-RPT-FAILED   PIC ZZZ,ZZ9.
018700     05  FILLER           PIC X(7)  VALUE SPACES.
018800 01  TBC-RPT-DIR-LINE.
018900     05  FILLER           PIC X(17) VALUE "DIRECTORY: BRANCH".
019000     05  FILLER           PIC X     VALUE SPACE.
019100     05  TBC-RPT-DIR-NUMBER PIC 9.
019200     05  FILLER           PIC X     VALUE SPACE.
019300     05  TBC-RPT-DIR-NAME PIC X(20).
019400     05  FILLER           PIC X(22)
019500         VALUE " MARKED INACTIVE FROM ".
019600     05  TBC-RPT-DIR-DATE PIC 9(8).
019700     05  FILLER           PIC X(10) VALUE SPACES.
019800 01  TBC-RPT-TEXT-LINE    PIC X(80) VALUE SPACES.
019900 PROCEDURE DIVISION.
020000 0000-MAINLINE.
020100     CALL "TSIGNON" USING TBC-SG-LEVEL, TBC-SG-RESULT,
020200         TBC-OPERATOR-ID.
020300     IF NOT TBC-SG-GRANTED
020400         DISPLAY "BRANCH CLOSURE NOT STARTED"
020500         SET TBC-ABORT-RUN TO TRUE
020600     END-IF.
020700     IF NOT TBC-ABORT-RUN
020800         PERFORM 0500-CHECK-LOCK THRU 0500-EXIT
020900     END-IF.
021000     IF TBC-LOCK-IS-HELD
021100         SET TBC-ABORT-RUN TO TRUE
021200     END-IF.
021300     IF NOT TBC-ABORT-RUN
021400         PERFORM 1000-INITIALIZE THRU 1000-EXIT
021500     END-IF.
021600     IF NOT TBC-ABORT-RUN
021700         PERFORM 2000-MOVE-ACCOUNTS THRU 2000-EXIT
021800     END-IF.
021900     IF NOT TBC-ABORT-RUN
022000         PERFORM 3000-PROVE-AFTER THRU 3000-EXIT
022100     END-IF.
022200     IF NOT TBC-ABORT-RUN AND TBC-FIGURES-AGREE
022300         PERFORM 4000-MARK-DIRECTORY THRU 4000-EXIT
022400     END-IF.
022500     IF TBC-RPT-OPEN
022600         PERFORM 5000-PRINT-FIGURES THRU 5000-EXIT
022700     END-IF.
022800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022900     GOBACK.
023000
023100*----------------------------------------------------------*
023200* 0500-CHECK-LOCK REFUSES TO RE-HOME ACCOUNTS WHILE THE
023300* BATCH CHAIN HOLDS THE TLOCK INTERLOCK -- TPOST REWRITES
023400* THE SAME MASTER. THE OPERATOR IS TOLD WHO HOLDS IT AND
023500* SINCE WHEN, WITH THE SAME STALE-LOCK OVERRIDE TBACKOUT
023600* OFFERS.
023700*----------------------------------------------------------*
023800 0500-CHECK-LOCK.
023900     MOVE "T" TO TBC-LOCK-FUNCTION.
024000     CALL "TLOCK" USING TBC-LOCK-FUNCTION, TBC-LOCK-CALLER,
024100         TBC-LOCK-RESULT, TBC-LOCK-HOLDER, TBC-LOCK-DATE,
024200         TBC-LOCK-TIME.
024300     IF TBC-LOCK-IS-HELD
024400         DISPLAY "BATCH CHAIN LOCK HELD BY ", TBC-LOCK-HOLDER,
024500             " SINCE ", TBC-LOCK-DATE, " ", TBC-LOCK-TIME
024600         DISPLAY "OVERRIDE STALE LOCK (Y/N): "
024700         ACCEPT TBC-OVERRIDE
024800         IF TBC-OVERRIDE = "Y"
024900             MOVE "U" TO TBC-LOCK-FUNCTION
025000             CALL "TLOCK" USING TBC-LOCK-FUNCTION,
025100                 TBC-LOCK-CALLER, TBC-LOCK-RESULT,
025200                 TBC-LOCK-HOLDER, TBC-LOCK-DATE, TBC-LOCK-TIME
025300             MOVE SPACE TO TBC-LOCK-RESULT
025400         ELSE
025500             DISPLAY "BRANCH CLOSURE NOT STARTED"
025600         END-IF
025700     END-IF.
025800 0500-EXIT.
025900     EXIT.
026000
026100*----------------------------------------------------------*
026200* 1000-INITIALIZE TAKES THE TWO BRANCH CODES AND THE
026300* EFFECTIVE DATE AT THE CONSOLE, CHECKS BOTH BRANCHES ON
026400* THE DIRECTORY, AND HAS THE OPERATOR CONFIRM BEFORE
026500* ANYTHING MOVES. THE RECEIVING BRANCH MUST BE ACTIVE.
026600*----------------------------------------------------------*
026700 1000-INITIALIZE.
026800     ACCEPT TBC-START-TIME FROM TIME.
026900     CALL "TRUNDATE" USING TBC-RD-FUNCTION, TBC-ERRLOG-PROGRAM-ID,
027000         TBC-RUN-DATE.
027100     DISPLAY "CLOSING BRANCH (4 CHAR): ".
027200     ACCEPT TBC-CLOSING.
027300     DISPLAY "RECEIVING BRANCH (4 CHAR): ".
027400     ACCEPT TBC-RECEIVING.
027500     DISPLAY "EFFECTIVE DATE (CCYYMMDD, BLANK = RUN DATE): ".
027600     ACCEPT TBC-DATE-TEXT.
027700     IF TBC-CLOSING = SPACES OR TBC-RECEIVING = SPACES
027800         DISPLAY "BOTH BRANCH CODES ARE NEEDED"
027900         SET TBC-ABORT-RUN TO TRUE
028000         GO TO 1000-EXIT
028100     END-IF.
028200     IF TBC-CLOSING = TBC-RECEIVING
028300         DISPLAY "CLOSING AND RECEIVING BRANCH ARE THE SAME"
028400         SET TBC-ABORT-RUN TO TRUE
028500         GO TO 1000-EXIT
028600     END-IF.
028700     IF TBC-DATE-TEXT = SPACES
028800         MOVE TBC-RUN-DATE TO TBC-EFFECTIVE-DATE
028900     ELSE
029000         IF TBC-DATE-TEXT IS NOT NUMERIC
029100             DISPLAY "EFFECTIVE DATE MUST BE CCYYMMDD"
029200             SET TBC-ABORT-RUN TO TRUE
029300             GO TO 1000-EXIT
029400         END-IF
029500         MOVE TBC-DATE-TEXT TO TBC-EFFECTIVE-DATE
029600     END-IF.
029700     PERFORM 1100-LOAD-DIRECTORY THRU 1100-EXIT.
029800     IF TBC-ABORT-RUN
029900         GO TO 1000-EXIT
030000     END-IF.
030100     IF TBC-CLOSE-SUB = ZERO
030200         DISPLAY "BRANCH ", TBC-CLOSING, " IS NOT ON THE ",
030300             "DIRECTORY"
030400         SET TBC-ABORT-RUN TO TRUE
030500         GO TO 1000-EXIT
030600     END-IF.
030700     IF TBC-RECV-SUB = ZERO
030800         DISPLAY "BRANCH ", TBC-RECEIVING, " IS NOT ON THE ",
030900             "DIRECTORY"
031000         SET TBC-ABORT-RUN TO TRUE
031100         GO TO 1000-EXIT
031200     END-IF.
031300     IF TBC-D-IS-INACTIVE (TBC-RECV-SUB)
031400         DISPLAY "RECEIVING BRANCH ", TBC-RECEIVING,
031500             " IS INACTIVE ON THE DIRECTORY"
031600         SET TBC-ABORT-RUN TO TRUE
031700         GO TO 1000-EXIT
031800     END-IF.
031900     DISPLAY "CONFIRM MOVE OF EVERY ACCOUNT ON ", TBC-CLOSING,
032000         " TO ", TBC-RECEIVING, ", ", TBC-CLOSING,
032100         " INACTIVE FROM ", TBC-EFFECTIVE-DATE, " (Y/N): ".
032200     ACCEPT TBC-CONFIRM.
032300     IF TBC-CONFIRM NOT = "Y"
032400         DISPLAY "BRANCH CLOSURE NOT CONFIRMED, NOTHING DONE"
032500         SET TBC-ABORT-RUN TO TRUE
032600         GO TO 1000-EXIT
032700     END-IF.
032800     MOVE "O" TO TBC-RW-FUNCTION.
032900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
033000     SET TBC-RPT-OPEN TO TRUE.
033100     MOVE TBC-OPERATOR-ID TO TBC-RPT-OPER.
033200     MOVE TBC-RPT-OPER-LINE TO TBC-RW-LINE.
033300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
033400     MOVE TBC-CLOSING        TO TBC-RPT-CLOSING.
033500     MOVE TBC-RECEIVING      TO TBC-RPT-RECEIVING.
033600     MOVE TBC-EFFECTIVE-DATE TO TBC-RPT-EFFECTIVE.
033700     MOVE TBC-RPT-PARM-LINE TO TBC-RW-LINE.
033800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
033900 1000-EXIT.
034000     EXIT.
034100
034200 1100-LOAD-DIRECTORY.
034300     OPEN INPUT MYBRDIR.
034400     IF TBC-DIR-NOT-FOUND
034500         DISPLAY "tbrclose: TBranchDir.dat not found, the ",
034600             "closing branch cannot be retired"
034700         CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
034800             TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY
034900         SET TBC-ABORT-RUN TO TRUE
035000         GO TO 1100-EXIT
035100     END-IF.
035200     PERFORM 1200-LOAD-DIR-CARD THRU 1200-EXIT
035300         UNTIL TBC-DIR-EOF OR TBC-ABORT-RUN.
035400     CLOSE MYBRDIR.
035500 1100-EXIT.
035600     EXIT.
035700
035800 1200-LOAD-DIR-CARD.
035900     READ MYBRDIR
036000         AT END
036100             SET TBC-DIR-EOF TO TRUE
036200             GO TO 1200-EXIT
036300     END-READ.
036400     IF TBC-DIR-TALLY NOT < TBC-DIR-LIMIT
036500         DISPLAY "tbrclose: more than ", TBC-DIR-LIMIT,
036600             " rows on TBranchDir.dat -- not run"
036700         CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
036800             TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY
036900         SET TBC-ABORT-RUN TO TRUE
037000         GO TO 1200-EXIT
037100     END-IF.
037200     ADD 1 TO TBC-DIR-TALLY.
037300     MOVE BRANCH-DIR-RECORD TO TBC-DIR-ENTRY (TBC-DIR-TALLY).
037400     IF BRD-ACCT-BRANCH = TBC-CLOSING
037500         MOVE TBC-DIR-TALLY TO TBC-CLOSE-SUB
037600     END-IF.
037700     IF BRD-ACCT-BRANCH = TBC-RECEIVING
037800         MOVE TBC-DIR-TALLY TO TBC-RECV-SUB
037900     END-IF.
038000 1200-EXIT.
038100     EXIT.
038200
038300*----------------------------------------------------------*
038400* 2000-MOVE-ACCOUNTS READS THE WHOLE MASTER ONCE. EACH
038500* ACCOUNT ON EITHER BRANCH IS COUNTED INTO THE BEFORE
038600* FIGURES; EACH ON THE CLOSING BRANCH IS THEN REWRITTEN ON
038700* THE RECEIVING BRANCH AND GETS ITS DL215 R LINE.
038800*----------------------------------------------------------*
038900 2000-MOVE-ACCOUNTS.
039000     OPEN I-O MYMASTER.
039100     IF NOT TBC-MST-OK
039200         DISPLAY "tbrclose: unable to open TAcctMaster.dat, ",
039300             "status = ", TBC-MST-STATUS
039400         MOVE "2000-MOVE-ACCOUNTS" TO TBC-ERRLOG-PARAGRAPH
039500         CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
039600             TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY
039700         SET TBC-ABORT-RUN TO TRUE
039800         GO TO 2000-EXIT
039900     END-IF.
040000     OPEN EXTEND MYACCTAUD.
040100     IF TBC-AUD-NOT-FOUND
040200         OPEN OUTPUT MYACCTAUD
040300     END-IF.
040400     ACCEPT TBC-AUD-DATE FROM DATE YYYYMMDD.
040500     MOVE "N" TO TBC-MST-EOF-SW.
040600     PERFORM 2100-MOVE-ONE-ACCOUNT THRU 2100-EXIT
040700         UNTIL TBC-MST-EOF.
040800     CLOSE MYACCTAUD.
040900     CLOSE MYMASTER.
041000 2000-EXIT.
041100     EXIT.
041200
041300 2100-MOVE-ONE-ACCOUNT.
041400     READ MYMASTER NEXT RECORD
041500         AT END
041600             SET TBC-MST-EOF TO TRUE
041700             GO TO 2100-EXIT
041800     END-READ.
041900     IF ACCT-BRANCH = TBC-RECEIVING
042000         ADD 1 TO TBC-BEFORE-RECV-COUNT
042100         ADD ACCT-BALANCE TO TBC-BEFORE-RECV-BAL
042200         GO TO 2100-EXIT
042300     END-IF.
042400     IF ACCT-BRANCH NOT = TBC-CLOSING
042500         GO TO 2100-EXIT
042600     END-IF.
042700     ADD 1 TO TBC-BEFORE-CLOSE-COUNT.
042800     ADD ACCT-BALANCE TO TBC-BEFORE-CLOSE-BAL.
042900     MOVE TBC-RECEIVING TO ACCT-BRANCH.
043000     REWRITE ACCOUNT-MASTER-RECORD
043100         INVALID KEY
043200             DISPLAY "tbrclose: account ", ACCT-NUMBER,
043300                 " could not be rewritten"
043400             ADD 1 TO TBC-FAILED-COUNT
043500             GO TO 2100-EXIT
043600     END-REWRITE.
043700     ADD 1 TO TBC-MOVED-COUNT.
043800     PERFORM 2200-WRITE-AUDIT THRU 2200-EXIT.
043900 2100-EXIT.
044000     EXIT.
044100
044200*----------------------------------------------------------*
044300* 2200-WRITE-AUDIT IS THE R LINE: BALANCE, LIMIT, NAME AND
044400* STATUS ARE THE SAME BEFORE AND AFTER; ONLY THE BRANCH
044500* MOVES. THE OPERATOR IS THE ONE SIGNED ON.
044600*----------------------------------------------------------*
044700 2200-WRITE-AUDIT.
044800     MOVE ACCT-NUMBER      TO AAU-ACCT-NUMBER.
044900     SET AAU-FN-REHOME     TO TRUE.
045000     MOVE TBC-OPERATOR-ID  TO AAU-OPERATOR.
045100     MOVE TBC-AUD-DATE     TO AAU-DATE.
045200     ACCEPT AAU-TIME FROM TIME.
045300     MOVE ACCT-BALANCE     TO AAU-OLD-BALANCE.
045400     MOVE ACCT-BALANCE     TO AAU-NEW-BALANCE.
045500     MOVE ACCT-LIMIT       TO AAU-OLD-LIMIT.
045600     MOVE ACCT-LIMIT       TO AAU-NEW-LIMIT.
045700     MOVE ACCT-NAME        TO AAU-OLD-NAME.
045800     MOVE ACCT-NAME        TO AAU-NEW-NAME.
045900     MOVE TBC-CLOSING      TO AAU-OLD-BRANCH.
046000     MOVE TBC-RECEIVING    TO AAU-NEW-BRANCH.
046100     MOVE ACCT-STATUS      TO AAU-OLD-STATUS.
046200     MOVE ACCT-STATUS      TO AAU-NEW-STATUS.
046300     WRITE ACCT-AUDIT-RECORD.
046400     ADD 1 TO TBC-AUDIT-COUNT.
046500 2200-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------*
046900* 3000-PROVE-AFTER RE-READS THE MASTER FOR THE AFTER
047000* FIGURES. THEY AGREE WHEN THE CLOSING BRANCH IS EMPTY, THE
047100* RECEIVING BRANCH HOLDS WHAT THE TWO HELD BETWEEN THEM, AND
047200* EVERY ACCOUNT MOVED HAS ITS AUDIT LINE.
047300*----------------------------------------------------------*
047400 3000-PROVE-AFTER.
047500     OPEN INPUT MYMASTER.
047600     IF NOT TBC-MST-OK
047700         DISPLAY "tbrclose: unable to reopen TAcctMaster.dat, ",
047800             "status = ", TBC-MST-STATUS
047900         MOVE "3000-PROVE-AFTER" TO TBC-ERRLOG-PARAGRAPH
048000         CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
048100             TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY
048200         GO TO 3000-EXIT
048300     END-IF.
048400     MOVE "N" TO TBC-MST-EOF-SW.
048500     PERFORM 3100-COUNT-ONE-ACCOUNT THRU 3100-EXIT
048600         UNTIL TBC-MST-EOF.
048700     CLOSE MYMASTER.
048800     COMPUTE TBC-BEFORE-BOTH-COUNT =
048900         TBC-BEFORE-CLOSE-COUNT + TBC-BEFORE-RECV-COUNT.
049000     COMPUTE TBC-BEFORE-BOTH-BAL =
049100         TBC-BEFORE-CLOSE-BAL + TBC-BEFORE-RECV-BAL.
049200     COMPUTE TBC-AFTER-BOTH-COUNT =
049300         TBC-AFTER-CLOSE-COUNT + TBC-AFTER-RECV-COUNT.
049400     COMPUTE TBC-AFTER-BOTH-BAL =
049500         TBC-AFTER-CLOSE-BAL + TBC-AFTER-RECV-BAL.
049600     IF TBC-AFTER-CLOSE-COUNT = ZERO
049700         AND TBC-AFTER-CLOSE-BAL = ZERO
049800         AND TBC-AFTER-RECV-COUNT = TBC-BEFORE-BOTH-COUNT
049900         AND TBC-AFTER-RECV-BAL = TBC-BEFORE-BOTH-BAL
050000         AND TBC-MOVED-COUNT = TBC-BEFORE-CLOSE-COUNT
050100         AND TBC-AUDIT-COUNT = TBC-MOVED-COUNT
050200         SET TBC-FIGURES-AGREE TO TRUE
050300     END-IF.
050400 3000-EXIT.
050500     EXIT.
050600
050700 3100-COUNT-ONE-ACCOUNT.
050800     READ MYMASTER NEXT RECORD
050900         AT END
051000             SET TBC-MST-EOF TO TRUE
051100             GO TO 3100-EXIT
051200     END-READ.
051300     IF ACCT-BRANCH = TBC-CLOSING
051400         ADD 1 TO TBC-AFTER-CLOSE-COUNT
051500         ADD ACCT-BALANCE TO TBC-AFTER-CLOSE-BAL
051600     END-IF.
051700     IF ACCT-BRANCH = TBC-RECEIVING
051800         ADD 1 TO TBC-AFTER-RECV-COUNT
051900         ADD ACCT-BALANCE TO TBC-AFTER-RECV-BAL
052000     END-IF.
052100 3100-EXIT.
052200     EXIT.
052300
052400*----------------------------------------------------------*
052500* 4000-MARK-DIRECTORY WRITES THE DIRECTORY BACK WITH THE
052600* CLOSING ROW INACTIVE FROM THE EFFECTIVE DATE. EVERY OTHER
052700* ROW GOES BACK AS IT WAS READ.
052800*----------------------------------------------------------*
052900 4000-MARK-DIRECTORY.
053000     MOVE "I" TO TBC-D-ACTIVE (TBC-CLOSE-SUB).
053100     MOVE TBC-EFFECTIVE-DATE
053200         TO TBC-D-INACTIVE-FROM (TBC-CLOSE-SUB).
053300     OPEN OUTPUT MYBRDIR.
053400     IF NOT TBC-DIR-OK
053500         DISPLAY "tbrclose: unable to rewrite TBranchDir.dat, ",
053600             "status = ", TBC-DIR-STATUS
053700         MOVE "4000-MARK-DIRECTORY" TO TBC-ERRLOG-PARAGRAPH
053800         CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
053900             TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY
054000         GO TO 4000-EXIT
054100     END-IF.
054200     PERFORM 4100-WRITE-DIR-CARD THRU 4100-EXIT
054300         VARYING TBC-DIR-SUB FROM 1 BY 1
054400         UNTIL TBC-DIR-SUB > TBC-DIR-TALLY.
054500     CLOSE MYBRDIR.
054600     SET TBC-DIR-MARKED TO TRUE.
054700 4000-EXIT.
054800     EXIT.
054900
055000 4100-WRITE-DIR-CARD.
055100     MOVE TBC-DIR-ENTRY (TBC-DIR-SUB) TO BRANCH-DIR-RECORD.
055200     WRITE BRANCH-DIR-RECORD.
055300 4100-EXIT.
055400     EXIT.
055500
055600*----------------------------------------------------------*
055700* 5000-PRINT-FIGURES PRINTS THE BEFORE AND AFTER FIGURES FOR
055800* BOTH BRANCHES AND THE TWO TOGETHER, THE MOVE COUNTS, THE
055900* VERDICT, AND WHAT WAS DONE TO THE DIRECTORY.
056000*----------------------------------------------------------*
056100 5000-PRINT-FIGURES.
056200     MOVE TBC-RPT-HEAD-LINE TO TBC-RW-LINE.
056300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
056400     MOVE "BEFORE  CLOSING"      TO TBC-RPT-FIG-LABEL.
056500     MOVE TBC-CLOSING            TO TBC-RPT-FIG-BRANCH.
056600     MOVE TBC-BEFORE-CLOSE-COUNT TO TBC-RPT-FIG-COUNT.
056700     MOVE TBC-BEFORE-CLOSE-BAL   TO TBC-RPT-FIG-BAL.
056800     PERFORM 5100-PRINT-FIG-LINE THRU 5100-EXIT.
056900     MOVE "BEFORE  RECEIVING"    TO TBC-RPT-FIG-LABEL.
057000     MOVE TBC-RECEIVING          TO TBC-RPT-FIG-BRANCH.
057100     MOVE TBC-BEFORE-RECV-COUNT  TO TBC-RPT-FIG-COUNT.
057200     MOVE TBC-BEFORE-RECV-BAL    TO TBC-RPT-FIG-BAL.
057300     PERFORM 5100-PRINT-FIG-LINE THRU 5100-EXIT.
057400     MOVE "BEFORE  BOTH"         TO TBC-RPT-FIG-LABEL.
057500     MOVE SPACES                 TO TBC-RPT-FIG-BRANCH.
057600     MOVE TBC-BEFORE-BOTH-COUNT  TO TBC-RPT-FIG-COUNT.
057700     MOVE TBC-BEFORE-BOTH-BAL    TO TBC-RPT-FIG-BAL.
057800     PERFORM 5100-PRINT-FIG-LINE THRU 5100-EXIT.
057900     MOVE "AFTER   CLOSING"      TO TBC-RPT-FIG-LABEL.
058000     MOVE TBC-CLOSING            TO TBC-RPT-FIG-BRANCH.
058100     MOVE TBC-AFTER-CLOSE-COUNT  TO TBC-RPT-FIG-COUNT.
058200     MOVE TBC-AFTER-CLOSE-BAL    TO TBC-RPT-FIG-BAL.
058300     PERFORM 5100-PRINT-FIG-LINE THRU 5100-EXIT.
058400     MOVE "AFTER   RECEIVING"    TO TBC-RPT-FIG-LABEL.
058500     MOVE TBC-RECEIVING          TO TBC-RPT-FIG-BRANCH.
058600     MOVE TBC-AFTER-RECV-COUNT   TO TBC-RPT-FIG-COUNT.
058700     MOVE TBC-AFTER-RECV-BAL     TO TBC-RPT-FIG-BAL.
058800     PERFORM 5100-PRINT-FIG-LINE THRU 5100-EXIT.
058900     MOVE "AFTER   BOTH"         TO TBC-RPT-FIG-LABEL.
059000     MOVE SPACES                 TO TBC-RPT-FIG-BRANCH.
059100     MOVE TBC-AFTER-BOTH-COUNT   TO TBC-RPT-FIG-COUNT.
059200     MOVE TBC-AFTER-BOTH-BAL     TO TBC-RPT-FIG-BAL.
059300     PERFORM 5100-PRINT-FIG-LINE THRU 5100-EXIT.
059400     MOVE TBC-MOVED-COUNT  TO TBC-RPT-MOVED.
059500     MOVE TBC-AUDIT-COUNT  TO TBC-RPT-AUDITED.
059600     MOVE TBC-FAILED-COUNT TO TBC-RPT-FAILED.
059700     MOVE TBC-RPT-MOVED-LINE TO TBC-RW-LINE.
059800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
059900     IF TBC-FIGURES-AGREE
060000         MOVE "BEFORE AND AFTER FIGURES AGREE"
060100             TO TBC-RPT-TEXT-LINE
060200     ELSE
060300         MOVE "*** BEFORE AND AFTER FIGURES DO NOT AGREE ***"
060400             TO TBC-RPT-TEXT-LINE
060500     END-IF.
060600     MOVE TBC-RPT-TEXT-LINE TO TBC-RW-LINE.
060700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
060800     IF TBC-DIR-MARKED
060900         MOVE TBC-D-NUMBER (TBC-CLOSE-SUB) TO TBC-RPT-DIR-NUMBER
061000         MOVE TBC-D-NAME (TBC-CLOSE-SUB)   TO TBC-RPT-DIR-NAME
061100         MOVE TBC-EFFECTIVE-DATE           TO TBC-RPT-DIR-DATE
061200         MOVE TBC-RPT-DIR-LINE TO TBC-RW-LINE
061300     ELSE
061400         MOVE "DIRECTORY NOT CHANGED" TO TBC-RW-LINE
061500     END-IF.
061600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
061700 5000-EXIT.
061800     EXIT.
061900
062000 5100-PRINT-FIG-LINE.
062100     MOVE TBC-RPT-FIG-LINE TO TBC-RW-LINE.
062200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
062300 5100-EXIT.
062400     EXIT.
062500
062600 8500-CALL-REPORT-WRITER.
062700     CALL "TRPTWRT" USING TBC-RW-FUNCTION, TBC-RW-TITLE,
062800         TBC-ERRLOG-PROGRAM-ID, TBC-RW-FILENAME, TBC-RW-LINE.
062900 8500-EXIT.
063000     EXIT.
063100
063200 8600-PRINT-LINE.
063300     MOVE "W" TO TBC-RW-FUNCTION.
063400     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
063500 8600-EXIT.
063600     EXIT.
063700
063800 9000-TERMINATE.
063900     IF TBC-RPT-OPEN
064000         MOVE "C" TO TBC-RW-FUNCTION
064100         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
064200         ACCEPT TBC-END-TIME FROM TIME
064300         MOVE TBC-MOVED-COUNT TO TBC-RUNHIST-COUNT
064400         CALL "TRUNHIST" USING TBC-ERRLOG-PROGRAM-ID,
064500             TBC-START-TIME, TBC-END-TIME, TBC-RUNHIST-COUNT
064600         DISPLAY "tbrclose: accounts moved = ", TBC-MOVED-COUNT,
064700             ", failed = ", TBC-FAILED-COUNT
064800     END-IF.
064900*----------------------------------------------------------*
065000* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
065100* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
065200* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
065300*----------------------------------------------------------*
065400     EVALUATE TRUE
065500         WHEN TBC-ABORT-RUN
065600             MOVE 8 TO RETURN-CODE
065700         WHEN NOT TBC-DIR-MARKED
065800             MOVE 8 TO RETURN-CODE
065900         WHEN TBC-MOVED-COUNT = ZERO
066000             MOVE 4 TO RETURN-CODE
066100         WHEN OTHER
066200             MOVE ZERO TO RETURN-CODE
066300     END-EVALUATE.
066400 9000-EXIT.
066500     EXIT.
066600
066700* Input:
066800*    sign-on through TSIGNON (DL210 operator master, level 4)
066900*    console entry of the closing and receiving DL140
067000*         ACCT-BRANCH codes, the effective date (blank = the
067100*         run date), and a Y confirmation
067200*    file "TBranchDir.dat" (DL180 branch directory)
067300* Input/Output:
067400*    file "TAcctMaster.dat" (DL140 master) -- ACCT-BRANCH of
067500*         every account on the closing branch set to the
067600*         receiving branch
067700* Output:
067800*    file "TAcctAudit.dat" -- a DL215 R line per account moved
067900*    file "TBranchDir.dat" rewritten with the closing branch
068000*         inactive from the effective date (only when the
068100*         before and after figures agree)
068200*    file "TBrCloseRpt.txt" -- before and after account counts
068300*         and balance totals for both branches
068400*    RETURN-CODE 0 = accounts moved and branch retired, 4 =
068500*         branch retired but it held no accounts, 8 = not run,
068600*         figures do not agree, or directory not rewritten
