000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TDORMANT.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY DORMANCY SWEEP
001200*                      OF THE DL140 ACCOUNT MASTER: AN OPEN
001300*                      ACCOUNT WITH NO DETAIL ON THE DL170
001400*                      HISTORY MASTER (THISTMASTER.DAT) FOR
001500*                      THE NUMBER OF DAYS ON THE DL270 CARD
001600*                      (TDORMPARM.DAT) IS MARKED DORMANT, AND
001700*                      A DORMANT ACCOUNT THAT HAS SEEN ACTIVITY
001800*                      SINCE IT WENT DORMANT IS OPENED AGAIN.
001900*                      EVERY CHANGE GOES TO THE DL215 TRAIL
002000*                      (TACCTAUDIT.DAT) AS AN S LINE UNDER
002100*                      OPERATOR TDORMANT AND IS LISTED ON
002200*                      TDORMRPT.TXT.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* THE WHOLE HISTORY MASTER IS READ ONCE, FRONT TO BACK. IT  *
002600* IS KEYED ON RUN DATE FIRST, SO THE LAST DATE SEEN FOR AN  *
002700* ACCOUNT IS ITS LATEST ACTIVITY; THAT DATE IS HELD IN A    *
002800* TABLE BY ACCOUNT. THE MASTER IS THEN READ AND REWRITTEN   *
002900* IN PLACE. FROZEN AND CLOSED ACCOUNTS ARE LEFT ALONE --    *
003000* THOSE STATUSES ARE SET BY HAND IN TACCTM. AN ACCOUNT      *
003100* OPENED OR REOPENED INSIDE THE WINDOW IS NOT MARKED, SO A  *
003200* NEW ACCOUNT GETS THE FULL PERIOD BEFORE IT IS JUDGED.     *
003300* WITHOUT THE HISTORY MASTER EVERY ACCOUNT WOULD LOOK IDLE, *
003400* SO THE SWEEP IS NOT RUN AT ALL.                           *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MYPARMFILE ASSIGN TO "TDormParm.dat"
004000         ORGANIZATION IS LINE SEQUENTIAL
004100         FILE STATUS IS TDO-PARM-STATUS.
004200     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS HIST-KEY
004600         FILE STATUS IS TDO-HIST-STATUS.
004700     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS SEQUENTIAL
005000         RECORD KEY IS ACCT-NUMBER
005100         FILE STATUS IS TDO-MST-STATUS.
005200     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS TDO-AUD-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MYPARMFILE.
005800     COPY DL270.
005900 FD  MYHISTMST.
006000     COPY DL170.
006100 FD  MYMASTER.
006200     COPY DL140.
006300 FD  MYACCTAUD.
006400     COPY DL215.
006500 WORKING-STORAGE SECTION.
006600 01  TDO-PARM-STATUS  PIC XX        VALUE "00".
006700     88  TDO-PARM-OK                VALUE "00".
006800     88  TDO-PARM-NOT-FOUND         VALUE "35".
006900 01  TDO-HIST-STATUS  PIC XX        VALUE "00".
007000     88  TDO-HIST-OK                VALUE "00".
007100     88  TDO-HIST-NOT-FOUND         VALUE "35".
007200 01  TDO-MST-STATUS   PIC XX        VALUE "00".
007300     88  TDO-MST-OK                 VALUE "00".
007400 01  TDO-AUD-STATUS   PIC XX        VALUE "00".
007500     88  TDO-AUD-OK                 VALUE "00".
007600     88  TDO-AUD-NOT-FOUND          VALUE "35".
007700 01  TDO-HIST-EOF-SW  PIC X         VALUE "N".
007800     88  TDO-HIST-EOF               VALUE "Y".
007900 01  TDO-MST-EOF-SW   PIC X         VALUE "N".
008000     88  TDO-MST-EOF                VALUE "Y".
008100 01  TDO-ABORT-SW     PIC X         VALUE "N".
008200     88  TDO-ABORT-RUN              VALUE "Y".
008300 01  TDO-NO-HIST-SW   PIC X         VALUE "N".
008400     88  TDO-NO-HISTORY             VALUE "Y".
008500 01  TDO-REWRITE-FAILED-SW PIC X    VALUE "N".
008600     88  TDO-REWRITE-FAILED         VALUE "Y".
008700 01  TDO-ACT-FOUND-SW PIC X         VALUE "N".
008800     88  TDO-ACT-FOUND              VALUE "Y".
008900 01  TDO-ACT-TALLY    PIC 9(5) COMP VALUE ZERO.
009000 01  TDO-ACT-SUB      PIC 9(5) COMP VALUE ZERO.
009100 01  TDO-ACT-LIMIT    PIC 9(5) COMP VALUE 5000.
009200 01  TDO-ACT-TABLE.
009300     05  TDO-ACT-ENTRY OCCURS 5000 TIMES.
009400         10  TDO-ACT-KEY  PIC X(8).
009500         10  TDO-ACT-DATE PIC 9(8).
009600 01  TDO-HIST-ACCT    PIC X(8)      VALUE SPACES.
009700 01  TDO-LAST-ACTIVITY PIC 9(8)     VALUE ZERO.
009800 01  TDO-OLD-STATUS   PIC X         VALUE SPACE.
009900 01  TDO-NEW-STATUS   PIC X         VALUE SPACE.
010000 01  TDO-RUN-DATE     PIC 9(8)      VALUE ZERO.
010100 01  TDO-CUTOFF-DATE  PIC 9(8)      VALUE ZERO.
010200 01  TDO-CUTOFF-INT   PIC 9(8) COMP VALUE ZERO.
010300 01  TDO-HIST-COUNT   PIC 9(7) COMP VALUE ZERO.
010400 01  TDO-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
010500 01  TDO-DORMANT-COUNT PIC 9(7) COMP VALUE ZERO.
010600 01  TDO-REOPEN-COUNT PIC 9(7) COMP VALUE ZERO.
010700 01  TDO-START-TIME   PIC 9(8)      VALUE ZERO.
010800 01  TDO-END-TIME     PIC 9(8)      VALUE ZERO.
010900 01  TDO-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
011000 01  TDO-RD-FUNCTION  PIC X         VALUE "G".
011100 01  TDO-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TDORMANT".
011200 01  TDO-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
011300 01  TDO-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
011400 01  TDO-RW-FUNCTION  PIC X         VALUE SPACE.
011500 01  TDO-RW-TITLE     PIC X(30)
011600     VALUE "TDORMANT ACCOUNT STATUS SWEEP".
011700 01  TDO-RW-FILENAME  PIC X(40)     VALUE "TDormRpt.txt".
011800 01  TDO-RW-LINE      PIC X(80)     VALUE SPACES.
011900 01  TDO-RPT-HEAD-LINE.
012000     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
012100     05  TDO-RPT-RUN-DATE PIC 9(8).
012200     05  FILLER           PIC X(9)  VALUE "  IDLE > ".
012300     05  TDO-RPT-DAYS     PIC ZZZ9.
012400     05  FILLER           PIC X(15) VALUE " DAYS, CUTOFF =".
012500     05  FILLER           PIC X(1)  VALUE SPACE.
012600     05  TDO-RPT-CUTOFF   PIC 9(8).
012700     05  FILLER           PIC X(2)  VALUE SPACES.
012800     05  TDO-RPT-LABEL    PIC X(20).
012900     05  FILLER           PIC X(2)  VALUE SPACES.
013000 01  TDO-RPT-COL-LINE.
013100     05  FILLER           PIC X(41)
013200         VALUE "ACCOUNT   BRANCH  OLD  NEW  LAST ACTIVITY".
013300     05  FILLER           PIC X(39) VALUE SPACES.
013400 01  TDO-RPT-DETAIL.
013500     05  TDO-RPT-ACCT     PIC X(8).
013600     05  FILLER           PIC X(2)  VALUE SPACES.
013700     05  TDO-RPT-BRANCH   PIC X(4).
013800     05  FILLER           PIC X(5)  VALUE SPACES.
013900     05  TDO-RPT-OLD      PIC X.
014000     05  FILLER           PIC X(4)  VALUE SPACES.
014100     05  TDO-RPT-NEW      PIC X.
014200     05  FILLER           PIC X(3)  VALUE SPACES.
014300     05  TDO-RPT-LAST     PIC X(8).
014400     05  FILLER           PIC X(2)  VALUE SPACES.
014500     05  TDO-RPT-TEXT     PIC X(26).
014600     05  FILLER           PIC X(16) VALUE SPACES.
014700 01  TDO-RPT-SUM-LINE.
014800     05  TDO-RPT-SUM-LABEL PIC X(30).
014900     05  TDO-RPT-SUM-COUNT PIC ZZZZZZ9.
015000     05  FILLER           PIC X(43) VALUE SPACES.
015100 PROCEDURE DIVISION.
015200 0000-MAINLINE.
015300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015400     IF NOT TDO-ABORT-RUN AND NOT TDO-NO-HISTORY
015500         PERFORM 2000-SWEEP-ONE-ACCOUNT THRU 2000-EXIT
015600             UNTIL TDO-MST-EOF
015700         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
015800     END-IF.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     GOBACK.
016100
016200 1000-INITIALIZE.
016300     ACCEPT TDO-START-TIME FROM TIME.
016400     CALL "TRUNDATE" USING TDO-RD-FUNCTION, TDO-ERRLOG-PROGRAM-ID,
016500         TDO-RUN-DATE.
016600     OPEN INPUT MYPARMFILE.
016700     IF TDO-PARM-NOT-FOUND
016800         DISPLAY "tdormant: TDormParm.dat not found, the idle ",
016900             "period is a management decision -- not run"
017000         CALL "TERRLOG" USING TDO-ERRLOG-PROGRAM-ID,
017100             TDO-ERRLOG-PARAGRAPH, TDO-ERRLOG-SEVERITY
017200         SET TDO-ABORT-RUN TO TRUE
017300         GO TO 1000-EXIT
017400     END-IF.
017500     READ MYPARMFILE
017600         AT END
017700             DISPLAY "tdormant: parameter card is empty"
017800             SET TDO-ABORT-RUN TO TRUE
017900     END-READ.
018000     CLOSE MYPARMFILE.
018100     IF TDO-ABORT-RUN
018200         GO TO 1000-EXIT
018300     END-IF.
018400     IF DORM-PARM-DAYS NOT NUMERIC OR DORM-PARM-DAYS = ZERO
018500         DISPLAY "tdormant: idle period on the card is not a ",
018600             "number of days -- not run"
018700         CALL "TERRLOG" USING TDO-ERRLOG-PROGRAM-ID,
018800             TDO-ERRLOG-PARAGRAPH, TDO-ERRLOG-SEVERITY
018900         SET TDO-ABORT-RUN TO TRUE
019000         GO TO 1000-EXIT
019100     END-IF.
019200     COMPUTE TDO-CUTOFF-INT =
019300         FUNCTION INTEGER-OF-DATE (TDO-RUN-DATE) - DORM-PARM-DAYS.
019400     COMPUTE TDO-CUTOFF-DATE =
019500         FUNCTION DATE-OF-INTEGER (TDO-CUTOFF-INT).
019600     PERFORM 1200-LOAD-ACTIVITY THRU 1200-EXIT.
019700     IF TDO-ABORT-RUN OR TDO-NO-HISTORY
019800         GO TO 1000-EXIT
019900     END-IF.
020000     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
020100 1000-EXIT.
020200     EXIT.
020300
020400*----------------------------------------------------------*
020500* 1200-LOAD-ACTIVITY READS THE HISTORY MASTER ONCE AND KEEPS
020600* THE LATEST RUN DATE SEEN FOR EACH ACCOUNT (HIST-R + HIST-S
020700* IS THE ACCOUNT NUMBER). A TABLE OVERFLOW STOPS THE SWEEP
020800* RATHER THAN MARK AN ACCOUNT IT NEVER LOOKED AT.
020900*----------------------------------------------------------*
021000 1200-LOAD-ACTIVITY.
021100     MOVE "1200-LOAD-ACTIVITY" TO TDO-ERRLOG-PARAGRAPH.
021200     OPEN INPUT MYHISTMST.
021300     IF TDO-HIST-NOT-FOUND
021400         DISPLAY "tdormant: THistMaster.dat not found, no ",
021500             "activity to judge by -- sweep not run"
021600         SET TDO-NO-HISTORY TO TRUE
021700         GO TO 1200-EXIT
021800     END-IF.
021900     IF NOT TDO-HIST-OK
022000         DISPLAY "tdormant: unable to open THistMaster.dat,",
022100             " status = ", TDO-HIST-STATUS
022200         CALL "TERRLOG" USING TDO-ERRLOG-PROGRAM-ID,
022300             TDO-ERRLOG-PARAGRAPH, TDO-ERRLOG-SEVERITY
022400         SET TDO-ABORT-RUN TO TRUE
022500         GO TO 1200-EXIT
022600     END-IF.
022700     PERFORM 1300-READ-ONE-HISTORY THRU 1300-EXIT
022800         UNTIL TDO-HIST-EOF OR TDO-ABORT-RUN.
022900     CLOSE MYHISTMST.
023000 1200-EXIT.
023100     EXIT.
023200
023300 1300-READ-ONE-HISTORY.
023400     READ MYHISTMST NEXT RECORD
023500         AT END
023600             SET TDO-HIST-EOF TO TRUE
023700             GO TO 1300-EXIT
023800     END-READ.
023900     ADD 1 TO TDO-HIST-COUNT.
024000     MOVE HIST-R TO TDO-HIST-ACCT (1:4).
024100     MOVE HIST-S TO TDO-HIST-ACCT (5:4).
024200     PERFORM 3000-FIND-ACTIVITY THRU 3000-EXIT.
024300     IF TDO-ACT-FOUND
024400         MOVE HIST-RUN-DATE TO TDO-ACT-DATE (TDO-ACT-SUB)
024500         GO TO 1300-EXIT
024600     END-IF.
024700     IF TDO-ACT-TALLY NOT < TDO-ACT-LIMIT
024800         DISPLAY "tdormant: more than ", TDO-ACT-LIMIT,
024900             " accounts on the history master -- not run"
025000         CALL "TERRLOG" USING TDO-ERRLOG-PROGRAM-ID,
025100             TDO-ERRLOG-PARAGRAPH, TDO-ERRLOG-SEVERITY
025200         SET TDO-ABORT-RUN TO TRUE
025300         GO TO 1300-EXIT
025400     END-IF.
025500     ADD 1 TO TDO-ACT-TALLY.
025600     MOVE TDO-HIST-ACCT TO TDO-ACT-KEY (TDO-ACT-TALLY).
025700     MOVE HIST-RUN-DATE TO TDO-ACT-DATE (TDO-ACT-TALLY).
025800 1300-EXIT.
025900     EXIT.
026000
026100 1500-OPEN-FILES.
026200     MOVE "1500-OPEN-FILES" TO TDO-ERRLOG-PARAGRAPH.
026300     OPEN I-O MYMASTER.
026400     IF NOT TDO-MST-OK
026500         DISPLAY "tdormant: unable to open TAcctMaster.dat,",
026600             " status = ", TDO-MST-STATUS
026700         CALL "TERRLOG" USING TDO-ERRLOG-PROGRAM-ID,
026800             TDO-ERRLOG-PARAGRAPH, TDO-ERRLOG-SEVERITY
026900         SET TDO-ABORT-RUN TO TRUE
027000         GO TO 1500-EXIT
027100     END-IF.
027200     OPEN EXTEND MYACCTAUD.
027300     IF TDO-AUD-NOT-FOUND
027400         OPEN OUTPUT MYACCTAUD
027500     END-IF.
027600     MOVE "O" TO TDO-RW-FUNCTION.
027700     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
027800     MOVE TDO-RUN-DATE    TO TDO-RPT-RUN-DATE.
027900     MOVE DORM-PARM-DAYS  TO TDO-RPT-DAYS.
028000     MOVE TDO-CUTOFF-DATE TO TDO-RPT-CUTOFF.
028100     MOVE DORM-PARM-LABEL TO TDO-RPT-LABEL.
028200     MOVE TDO-RPT-HEAD-LINE TO TDO-RW-LINE.
028300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028400     MOVE SPACES TO TDO-RW-LINE.
028500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028600     MOVE TDO-RPT-COL-LINE TO TDO-RW-LINE.
028700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
028900 1500-EXIT.
029000     EXIT.
029100
029200*----------------------------------------------------------*
029300* 2000-SWEEP-ONE-ACCOUNT JUDGES ONE MASTER RECORD. OPEN AND
029400* IDLE SINCE THE CUTOFF (AND NOT OPENED INSIDE THE WINDOW)
029500* GOES DORMANT; DORMANT WITH ACTIVITY AFTER THE DAY IT WENT
029600* DORMANT GOES BACK TO OPEN. NOTHING ELSE IS TOUCHED.
029700*----------------------------------------------------------*
029800 2000-SWEEP-ONE-ACCOUNT.
029900     ADD 1 TO TDO-READ-COUNT.
030000     MOVE ACCT-NUMBER TO TDO-HIST-ACCT.
030100     PERFORM 3000-FIND-ACTIVITY THRU 3000-EXIT.
030200     IF TDO-ACT-FOUND
030300         MOVE TDO-ACT-DATE (TDO-ACT-SUB) TO TDO-LAST-ACTIVITY
030400     ELSE
030500         MOVE ZERO TO TDO-LAST-ACTIVITY
030600     END-IF.
030700     MOVE ACCT-STATUS TO TDO-OLD-STATUS.
030800     MOVE SPACE       TO TDO-NEW-STATUS.
030900     IF ACCT-IS-OPEN
031000         IF TDO-LAST-ACTIVITY NOT > TDO-CUTOFF-DATE
031100             AND ACCT-STATUS-DATE NOT > TDO-CUTOFF-DATE
031200             MOVE "D" TO TDO-NEW-STATUS
031300             MOVE "NO ACTIVITY, NOW DORMANT" TO TDO-RPT-TEXT
031400         END-IF
031500     ELSE
031600         IF ACCT-IS-DORMANT
031700             AND TDO-LAST-ACTIVITY > ACCT-STATUS-DATE
031800             MOVE "O" TO TDO-NEW-STATUS
031900             MOVE "ACTIVE AGAIN, NOW OPEN" TO TDO-RPT-TEXT
032000         END-IF
032100     END-IF.
032200     IF TDO-NEW-STATUS NOT = SPACE
032300         PERFORM 2200-CHANGE-STATUS THRU 2200-EXIT
032400     END-IF.
032500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
032600 2000-EXIT.
032700     EXIT.
032800
032900 2100-READ-MASTER.
033000     READ MYMASTER NEXT RECORD
033100         AT END
033200             SET TDO-MST-EOF TO TRUE
033300     END-READ.
033400 2100-EXIT.
033500     EXIT.
033600
033700*----------------------------------------------------------*
033800* 2200-CHANGE-STATUS REWRITES THE MASTER WITH THE NEW STATUS
033900* DATED TONIGHT, THEN WRITES THE DL215 S LINE AND THE REPORT
034000* LINE. A FAILED REWRITE IS LISTED AND NOT AUDITED.
034100*----------------------------------------------------------*
034200 2200-CHANGE-STATUS.
034300     MOVE TDO-NEW-STATUS TO ACCT-STATUS.
034400     MOVE TDO-RUN-DATE   TO ACCT-STATUS-DATE.
034500     REWRITE ACCOUNT-MASTER-RECORD
034600         INVALID KEY
034700             SET TDO-REWRITE-FAILED TO TRUE
034800     END-REWRITE.
034900     IF NOT TDO-MST-OK
035000         DISPLAY "tdormant: unable to rewrite ", ACCT-NUMBER,
035100             ", status = ", TDO-MST-STATUS
035200         MOVE "2200-CHANGE-STATUS" TO TDO-ERRLOG-PARAGRAPH
035300         CALL "TERRLOG" USING TDO-ERRLOG-PROGRAM-ID,
035400             TDO-ERRLOG-PARAGRAPH, TDO-ERRLOG-SEVERITY
035500         SET TDO-REWRITE-FAILED TO TRUE
035600         MOVE "*** REWRITE FAILED" TO TDO-RPT-TEXT
035700         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
035800         GO TO 2200-EXIT
035900     END-IF.
036000     IF ACCT-IS-DORMANT
036100         ADD 1 TO TDO-DORMANT-COUNT
036200     ELSE
036300         ADD 1 TO TDO-REOPEN-COUNT
036400     END-IF.
036500     PERFORM 2300-WRITE-AUDIT THRU 2300-EXIT.
036600     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
036700 2200-EXIT.
036800     EXIT.
036900
037000*----------------------------------------------------------*
037100* 2300-WRITE-AUDIT IS TACCTM'S S LINE: BALANCE, LIMIT, NAME
037200* AND BRANCH ARE THE SAME BEFORE AND AFTER; ONLY THE STATUS
037300* MOVES. THE OPERATOR IS THE SWEEP ITSELF.
037400*----------------------------------------------------------*
037500 2300-WRITE-AUDIT.
037600     MOVE ACCT-NUMBER      TO AAU-ACCT-NUMBER.
037700     SET AAU-FN-STATUS     TO TRUE.
037800     MOVE "TDORMANT"       TO AAU-OPERATOR.
037900     ACCEPT AAU-DATE FROM DATE YYYYMMDD.
038000     ACCEPT AAU-TIME FROM TIME.
038100     MOVE ACCT-BALANCE     TO AAU-OLD-BALANCE.
038200     MOVE ACCT-BALANCE     TO AAU-NEW-BALANCE.
038300     MOVE ACCT-LIMIT       TO AAU-OLD-LIMIT.
038400     MOVE ACCT-LIMIT       TO AAU-NEW-LIMIT.
038500     MOVE ACCT-NAME        TO AAU-OLD-NAME.
038600     MOVE ACCT-NAME        TO AAU-NEW-NAME.
038700     MOVE ACCT-BRANCH      TO AAU-OLD-BRANCH.
038800     MOVE ACCT-BRANCH      TO AAU-NEW-BRANCH.
038900     MOVE TDO-OLD-STATUS   TO AAU-OLD-STATUS.
039000     MOVE TDO-NEW-STATUS   TO AAU-NEW-STATUS.
039100     WRITE ACCT-AUDIT-RECORD.
039200 2300-EXIT.
039300     EXIT.
039400
039500 3000-FIND-ACTIVITY.
039600     MOVE "N" TO TDO-ACT-FOUND-SW.
039700     PERFORM 3100-MATCH-ACTIVITY THRU 3100-EXIT
039800         VARYING TDO-ACT-SUB FROM 1 BY 1
039900         UNTIL TDO-ACT-SUB > TDO-ACT-TALLY
040000         OR TDO-ACT-FOUND.
040100     IF TDO-ACT-FOUND
040200         SUBTRACT 1 FROM TDO-ACT-SUB
040300     END-IF.
040400 3000-EXIT.
040500     EXIT.
040600
040700 3100-MATCH-ACTIVITY.
040800     IF TDO-ACT-KEY (TDO-ACT-SUB) = TDO-HIST-ACCT
040900         SET TDO-ACT-FOUND TO TRUE
041000     END-IF.
041100 3100-EXIT.
041200     EXIT.
041300
041400 5000-PRINT-DETAIL.
041500     MOVE ACCT-NUMBER    TO TDO-RPT-ACCT.
041600     MOVE ACCT-BRANCH    TO TDO-RPT-BRANCH.
041700     MOVE TDO-OLD-STATUS TO TDO-RPT-OLD.
041800     MOVE TDO-NEW-STATUS TO TDO-RPT-NEW.
041900     IF TDO-LAST-ACTIVITY = ZERO
042000         MOVE "NONE"     TO TDO-RPT-LAST
042100     ELSE
042200         MOVE TDO-LAST-ACTIVITY TO TDO-RPT-LAST
042300     END-IF.
042400     MOVE TDO-RPT-DETAIL TO TDO-RW-LINE.
042500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
042600 5000-EXIT.
042700     EXIT.
042800
042900 7000-PRINT-TOTALS.
043000     MOVE SPACES TO TDO-RW-LINE.
043100     IF TDO-DORMANT-COUNT = ZERO AND TDO-REOPEN-COUNT = ZERO
043200         MOVE "NO ACCOUNT CHANGED STATUS" TO TDO-RW-LINE
043300     END-IF.
043400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
043500     MOVE "HISTORY RECORDS READ        = " TO TDO-RPT-SUM-LABEL.
043600     MOVE TDO-HIST-COUNT TO TDO-RPT-SUM-COUNT.
043700     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
043800     MOVE "ACCOUNTS READ               = " TO TDO-RPT-SUM-LABEL.
043900     MOVE TDO-READ-COUNT TO TDO-RPT-SUM-COUNT.
044000     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
044100     MOVE "MARKED DORMANT              = " TO TDO-RPT-SUM-LABEL.
044200     MOVE TDO-DORMANT-COUNT TO TDO-RPT-SUM-COUNT.
044300     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
044400     MOVE "DORMANT MADE OPEN AGAIN     = " TO TDO-RPT-SUM-LABEL.
044500     MOVE TDO-REOPEN-COUNT TO TDO-RPT-SUM-COUNT.
044600     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
044700 7000-EXIT.
044800     EXIT.
044900
045000 7100-PRINT-SUM-LINE.
045100     MOVE TDO-RPT-SUM-LINE TO TDO-RW-LINE.
045200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
045300 7100-EXIT.
045400     EXIT.
045500
045600 8500-CALL-REPORT-WRITER.
045700     CALL "TRPTWRT" USING TDO-RW-FUNCTION, TDO-RW-TITLE,
045800         TDO-ERRLOG-PROGRAM-ID, TDO-RW-FILENAME, TDO-RW-LINE.
045900 8500-EXIT.
046000     EXIT.
046100
046200 8600-PRINT-LINE.
046300     MOVE "W" TO TDO-RW-FUNCTION.
046400     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
046500 8600-EXIT.
046600     EXIT.
046700
046800 9000-TERMINATE.
046900     IF NOT TDO-ABORT-RUN AND NOT TDO-NO-HISTORY
047000         MOVE "C" TO TDO-RW-FUNCTION
047100         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
047200         CLOSE MYMASTER
047300         CLOSE MYACCTAUD
047400         DISPLAY "tdormant: accounts read = ", TDO-READ-COUNT,
047500             ", dormant = ", TDO-DORMANT-COUNT,
047600             ", reopened = ", TDO-REOPEN-COUNT
047700         ACCEPT TDO-END-TIME FROM TIME
047800         MOVE TDO-READ-COUNT TO TDO-RUNHIST-COUNT
047900         CALL "TRUNHIST" USING TDO-ERRLOG-PROGRAM-ID,
048000             TDO-START-TIME, TDO-END-TIME, TDO-RUNHIST-COUNT
048100     END-IF.
048200*----------------------------------------------------------*
048300* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
048400* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
048500* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
048600*----------------------------------------------------------*
048700     IF TDO-ABORT-RUN OR TDO-REWRITE-FAILED
048800         MOVE 8 TO RETURN-CODE
048900     ELSE
049000         IF TDO-NO-HISTORY
049100             MOVE 4 TO RETURN-CODE
049200         ELSE
049300             MOVE ZERO TO RETURN-CODE
049400         END-IF
049500     END-IF.
049600 9000-EXIT.
049700     EXIT.
049800
049900* Input:
050000*    file "TDormParm.dat" (DL270 card), e.g.
050100*            0365DORMANT AFTER 1 YEAR
050200*    file "THistMaster.dat" (DL170 history master, read only)
050300* Input/Output:
050400*    file "TAcctMaster.dat" (DL140 master, status rewritten)
050500* Output:
050600*    file "TAcctAudit.dat" -- one DL215 S line per status change
050700*    file "TDormRpt.txt" -- every account that changed status
050800*    RETURN-CODE 0 = clean, 4 = no history master (sweep not
050900*         run), 8 = no card / file trouble / too many accounts
051000*         on the history / a master rewrite failed
