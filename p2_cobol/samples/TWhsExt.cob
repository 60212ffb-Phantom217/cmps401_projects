000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TWHSEXT.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY ACCOUNT-CHANGE
001200*                      EXTRACT FOR THE DATA WAREHOUSE, WHICH
001300*                      UNTIL NOW TOOK A COPY OF THE WHOLE
001400*                      MASTER EVERY NIGHT. THE ACCOUNTS
001500*                      TOUCHED SINCE THE LAST EXTRACT ARE
001600*                      GATHERED FROM THE DL215 MAINTENANCE
001700*                      TRAIL ON TACCTAUDIT.DAT AND THE DL240
001800*                      POSTING JOURNAL ON TPOSTJRNL.DAT, AND
001900*                      ONE DL405 DETAIL IS SENT PER ACCOUNT
002000*                      WITH ITS CHANGE CODE AND THE VALUES NOW
002100*                      ON THE MASTER. HDR/TRL, SEQUENCE NUMBER
002200*                      AND SEQUENCE LOG AS TFEED KEEPS THEM. A
002300*                      DL410 F CARD SENDS A FULL REFRESH.
002310*    2026-10-15 DL     THE EXTRACT IS WRITTEN AS
002320*                      TWHSEXT.DAT.CCYYMMDD FOR THE RUN DATE,
002330*                      THE WAY TFEED DATES ITS GENERATIONS, SO
002340*                      EACH DAY OF A CATCH-UP KEEPS ITS OWN
002350*                      FILE INSTEAD OF WRITING OVER THE LAST.
002360*    2026-10-15 DL     DL215 W LINES (TWLREV FREEZE AND
002370*                      RELEASE) GO OUT AS C CHANGES.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002550* THE DELTA GOES BY THE CLOCK, NOT THE BUSINESS DATE: IT    *
002600* TAKES TRAIL LINES (AAU-DATE/AAU-TIME) AND JOURNAL LINES   *
002650* (JRNL-POST-DATE/JRNL-POST-TIME) STAMPED AFTER THE         *
002700* PREVIOUS EXTRACT STARTED AND NOT AFTER THIS ONE STARTED.  *
002750* THE PREVIOUS EXTRACT IS THE LATEST ON TWHSLOG.DAT FOR AN  *
002800* EARLIER RUN DATE, SO A RERUN OF TONIGHT SENDS THE SAME    *
002850* ACCOUNTS AGAIN UNDER A FRESH SEQUENCE NUMBER. TPOST RUNS  *
002900* AFTER THE CHAIN, AND MAINTENANCE GOES ON AFTER IT; WHAT   *
002950* LANDS AFTER TONIGHT'S EXTRACT GOES WITH THE NEXT ONE, AND *
003000* A NIGHT THE STEP DID NOT RUN IS PICKED UP THE SAME WAY. A *
003050* JOURNAL LINE WRITTEN BEFORE TPOST STAMPED ITS LINES IS    *
003100* PASSED OVER. WITH NO EARLIER EXTRACT ON THE LOG ONLY      *
003150* LINES STAMPED TODAY ARE TAKEN AND THE RUN ENDS ON 4: THE  *
003200* WAREHOUSE WANTS A FULL REFRESH FIRST. AN ACCOUNT TOUCHED  *
003250* SEVERAL TIMES IS SENT ONCE, UNDER THE STRONGEST CODE (D,  *
003300* M, A, C, B IN THAT ORDER), THEN SQUARED WITH THE MASTER:  *
003350* AN ACCOUNT NOT ON IT GOES AS D, OR AS M WITH ITS SURVIVOR *
003400* WHEN IT WAS MERGED AWAY; A DELETED ACCOUNT ADDED BACK     *
003450* GOES AS A. MORE ACCOUNTS THAN THE TABLE HOLDS STOPS THE   *
003500* RUN BEFORE THE FILE IS WRITTEN -- HALF A DELTA WOULD      *
003550* LEAVE THE WAREHOUSE WRONG WITHOUT ANYONE KNOWING. RUN A   *
003600* FULL REFRESH INSTEAD.                                     *
004100* RETURN-CODE 0 = EXTRACT SENT, 4 = DELTA SENT WITH NO      *
004200* EARLIER EXTRACT ON THE LOG, 8 = NO MASTER, TABLE FULL, OR *
004300* A FILE WOULD NOT OPEN.                                    *
004400*----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ACCT-NUMBER
005200         FILE STATUS IS TWX-MST-STATUS.
005300     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS TWX-AUD-STATUS.
005600     SELECT MYJOURNAL ASSIGN TO "TPostJrnl.dat"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS TWX-JRN-STATUS.
005900     SELECT MYXREF ASSIGN TO "TAcctXref.dat"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS TWX-XRF-STATUS.
006200     SELECT MYWHSEFILE ASSIGN TO TWX-OUT-FILENAME
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS TWX-OUT-STATUS.
006500     SELECT MYPARMFILE ASSIGN TO "TWhsParm.dat"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS TWX-PARM-STATUS.
006800     SELECT MYWHSELOG ASSIGN TO "TWhsLog.dat"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS TWX-LOG-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MYMASTER.
007400     COPY DL140.
007500 FD  MYACCTAUD.
007600     COPY DL215.
007700 FD  MYJOURNAL.
007800     COPY DL240.
007900 FD  MYXREF.
008000 01  XREF-RECORD.
008100     05  XRF-RETIRED      PIC X(8).
008200     05  XRF-SURVIVOR     PIC X(8).
008300     05  XRF-DATE         PIC 9(8).
008400 FD  MYWHSEFILE.
008500     COPY DL405.
008600 FD  MYPARMFILE.
008700     COPY DL410.
008800 FD  MYWHSELOG.
008900 01  WHSE-LOG-RECORD.
009000     05  WLG-DATE         PIC 9(8).
009100     05  FILLER           PIC X.
009200     05  WLG-SEQUENCE     PIC 9(5).
009300     05  FILLER           PIC X.
009400     05  WLG-MODE         PIC X.
009500     05  FILLER           PIC X.
009600     05  WLG-COUNT        PIC 9(7).
009700     05  FILLER           PIC X.
009800     05  WLG-TOTAL        PIC S9(11)V99.
009820     05  FILLER           PIC X.
009840     05  WLG-STAMP-DATE   PIC 9(8).
009860     05  FILLER           PIC X.
009880     05  WLG-STAMP-TIME   PIC 9(8).
009900 WORKING-STORAGE SECTION.
010000 01  TWX-MST-STATUS   PIC XX        VALUE "00".
010100     88  TWX-MST-OK                 VALUE "00".
010200 01  TWX-AUD-STATUS   PIC XX        VALUE "00".
010300     88  TWX-AUD-OK                 VALUE "00".
010400     88  TWX-AUD-NOT-FOUND          VALUE "35".
010500 01  TWX-JRN-STATUS   PIC XX        VALUE "00".
010600     88  TWX-JRN-OK                 VALUE "00".
010700     88  TWX-JRN-NOT-FOUND          VALUE "35".
010800 01  TWX-XRF-STATUS   PIC XX        VALUE "00".
010900     88  TWX-XRF-OK                 VALUE "00".
011000     88  TWX-XRF-NOT-FOUND          VALUE "35".
011100 01  TWX-OUT-STATUS   PIC XX        VALUE "00".
011200     88  TWX-OUT-OK                 VALUE "00".
011300 01  TWX-PARM-STATUS  PIC XX        VALUE "00".
011400     88  TWX-PARM-OK                VALUE "00".
011500     88  TWX-PARM-NOT-FOUND         VALUE "35".
011600 01  TWX-LOG-STATUS   PIC XX        VALUE "00".
011700     88  TWX-LOG-OK                 VALUE "00".
011800     88  TWX-LOG-NOT-FOUND          VALUE "35".
011900 01  TWX-EOF-SW       PIC X         VALUE "N".
012000     88  TWX-EOF                    VALUE "Y".
012100 01  TWX-ABORT-SW     PIC X         VALUE "N".
012200     88  TWX-ABORT-RUN              VALUE "Y".
012300 01  TWX-FULL-SW      PIC X         VALUE "N".
012400     88  TWX-FULL-REFRESH           VALUE "Y".
012500 01  TWX-SINCE-SW     PIC X         VALUE "N".
012600     88  TWX-SINCE-FOUND            VALUE "Y".
012700 01  TWX-IN-WINDOW-SW PIC X         VALUE "N".
012800     88  TWX-IN-WINDOW              VALUE "Y".
012900 01  TWX-MST-OPEN-SW  PIC X         VALUE "N".
013000     88  TWX-MST-OPEN               VALUE "Y".
013100 01  TWX-ON-MASTER-SW PIC X         VALUE "N".
013200     88  TWX-ON-MASTER              VALUE "Y".
013300 01  TWX-CHG-FOUND-SW PIC X         VALUE "N".
013400     88  TWX-CHG-FOUND              VALUE "Y".
013500 01  TWX-RUN-DATE     PIC 9(8)      VALUE ZERO.
013510 01  TWX-LOG-RUN-DATE PIC 9(8)      VALUE ZERO.
013515 01  TWX-OUT-FILENAME PIC X(40)     VALUE SPACES.
013520*----------------------------------------------------------*
013530* CLOCK STAMPS (CCYYMMDD, HHMMSSCC): WHEN THE PREVIOUS
013540* EXTRACT STARTED, WHEN THIS ONE STARTED, AND THE LINE
013550* BEING CHECKED. EACH IS COMPARED WHOLE.
013560*----------------------------------------------------------*
013570 01  TWX-SINCE-STAMP.
013580     05  TWX-SINCE-DATE   PIC 9(8)  VALUE ZERO.
013590     05  TWX-SINCE-TIME   PIC 9(8)  VALUE ZERO.
013600 01  TWX-THIS-STAMP.
013610     05  TWX-THIS-DATE    PIC 9(8)  VALUE ZERO.
013620     05  TWX-THIS-TIME    PIC 9(8)  VALUE ZERO.
013630 01  TWX-CHECK-STAMP.
013640     05  TWX-CHECK-DATE   PIC 9(8)  VALUE ZERO.
013650     05  TWX-CHECK-TIME   PIC 9(8)  VALUE ZERO.
013660 01  TWX-LOG-STAMP.
013670     05  TWX-LOG-DATE     PIC 9(8)  VALUE ZERO.
013680     05  TWX-LOG-TIME     PIC 9(8)  VALUE ZERO.
013800 01  TWX-SEQUENCE     PIC 9(5)      VALUE ZERO.
013900 01  TWX-SURVIVOR     PIC X(8)      VALUE SPACES.
013950 01  TWX-MODE         PIC X         VALUE "D".
014000*----------------------------------------------------------*
014100* ONE ROW PER ACCOUNT TOUCHED IN THE WINDOW, IN THE ORDER
014200* FIRST SEEN, WITH THE STRONGEST CHANGE CODE SO FAR AND ITS
014300* RANK (D 5, M 4, A 3, C 2, B 1).
014400*----------------------------------------------------------*
014500 01  TWX-NEW-KEY      PIC X(8)      VALUE SPACES.
014600 01  TWX-NEW-CODE     PIC X         VALUE SPACE.
014700 01  TWX-NEW-RANK     PIC 9         VALUE ZERO.
014800 01  TWX-CHG-TALLY    PIC 9(5) COMP VALUE ZERO.
014900 01  TWX-CHG-SUB      PIC 9(5) COMP VALUE ZERO.
015000 01  TWX-CHG-LIMIT    PIC 9(5) COMP VALUE 5000.
015100 01  TWX-CHG-TABLE.
015200     05  TWX-CHG-ENTRY OCCURS 5000 TIMES.
015300         10  TWX-C-KEY      PIC X(8).
015400         10  TWX-C-CODE     PIC X.
015500         10  TWX-C-RANK     PIC 9.
015600 01  TWX-AUD-READ     PIC 9(7) COMP VALUE ZERO.
015700 01  TWX-AUD-TAKEN    PIC 9(7) COMP VALUE ZERO.
015800 01  TWX-JRN-READ     PIC 9(7) COMP VALUE ZERO.
015900 01  TWX-JRN-TAKEN    PIC 9(7) COMP VALUE ZERO.
016000 01  TWX-RECORD-COUNT PIC 9(7) COMP VALUE ZERO.
016100 01  TWX-TOTAL-BALANCE PIC S9(11)V99 COMP VALUE ZERO.
016200 01  TWX-START-TIME   PIC 9(8)      VALUE ZERO.
016300 01  TWX-END-TIME     PIC 9(8)      VALUE ZERO.
016400 01  TWX-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
016500 01  TWX-RD-FUNCTION  PIC X         VALUE "G".
016600 01  TWX-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TWHSEXT".
016700 01  TWX-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
016800 01  TWX-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
016900 PROCEDURE DIVISION.
017000 0000-MAINLINE.
017100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017200     IF NOT TWX-ABORT-RUN AND NOT TWX-FULL-REFRESH
017300         PERFORM 2000-GATHER-AUDIT THRU 2000-EXIT
017400     END-IF.
017500     IF NOT TWX-ABORT-RUN AND NOT TWX-FULL-REFRESH
017600         PERFORM 2200-GATHER-JOURNAL THRU 2200-EXIT
017700     END-IF.
017800     IF NOT TWX-ABORT-RUN
017900         PERFORM 5000-OPEN-EXTRACT THRU 5000-EXIT
018000     END-IF.
018100     IF NOT TWX-ABORT-RUN
018200         IF TWX-FULL-REFRESH
018300             PERFORM 3000-FULL-REFRESH THRU 3000-EXIT
018400         ELSE
018500             PERFORM 4000-SEND-ONE-CHANGE THRU 4000-EXIT
018600                 VARYING TWX-CHG-SUB FROM 1 BY 1
018700                 UNTIL TWX-CHG-SUB > TWX-CHG-TALLY
018800         END-IF
018900         PERFORM 8000-WRITE-TRAILER THRU 8000-EXIT
019000     END-IF.
019100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019200     GOBACK.
019300
019400 1000-INITIALIZE.
019500     ACCEPT TWX-START-TIME FROM TIME.
019530     ACCEPT TWX-THIS-DATE FROM DATE YYYYMMDD.
019560     MOVE TWX-START-TIME TO TWX-THIS-TIME.
019600     CALL "TRUNDATE" USING TWX-RD-FUNCTION, TWX-ERRLOG-PROGRAM-ID,
019700         TWX-RUN-DATE.
019800     PERFORM 1100-CHECK-PARM-CARD THRU 1100-EXIT.
019900     PERFORM 1200-READ-EXTRACT-LOG THRU 1200-EXIT.
020000     OPEN INPUT MYMASTER.
020100     IF NOT TWX-MST-OK
020200         DISPLAY "twhsext: unable to open TAcctMaster.dat,",
020300             " status = ", TWX-MST-STATUS, ", nothing extracted"
020400         CALL "TERRLOG" USING TWX-ERRLOG-PROGRAM-ID,
020500             TWX-ERRLOG-PARAGRAPH, TWX-ERRLOG-SEVERITY
020600         SET TWX-ABORT-RUN TO TRUE
020700         GO TO 1000-EXIT
020800     END-IF.
020900     SET TWX-MST-OPEN TO TRUE.
021000     IF NOT TWX-FULL-REFRESH AND NOT TWX-SINCE-FOUND
021100         DISPLAY "twhsext: no earlier extract on TWhsLog.dat, ",
021200             "delta covers ", TWX-THIS-DATE, " only -- send ",
021300             "a full refresh first"
021400     END-IF.
021500 1000-EXIT.
021600     EXIT.
021700
021800*----------------------------------------------------------*
021900* 1100-CHECK-PARM-CARD READS THE OPTIONAL DL410 CARD. AN F
022000* CARD PUTS THE RUN IN FULL-REFRESH MODE; NO CARD FILE IS
022100* THE ORDINARY NIGHTLY DELTA.
022200*----------------------------------------------------------*
022300 1100-CHECK-PARM-CARD.
022400     MOVE "N" TO TWX-EOF-SW.
022500     OPEN INPUT MYPARMFILE.
022600     IF TWX-PARM-NOT-FOUND
022700         CONTINUE
022800     ELSE
022900         READ MYPARMFILE
023000             AT END
023100                 SET TWX-EOF TO TRUE
023200         END-READ
023300         IF NOT TWX-EOF AND WHP-FULL-REFRESH
023400             SET TWX-FULL-REFRESH TO TRUE
023450             MOVE "F" TO TWX-MODE
023500             DISPLAY "twhsext: full refresh requested"
023600         END-IF
023700         CLOSE MYPARMFILE
023800     END-IF.
023900 1100-EXIT.
024000     EXIT.
024100
024200*----------------------------------------------------------*
024300* 1200-READ-EXTRACT-LOG WALKS TWHSLOG.DAT FOR THE HIGHEST
024400* SEQUENCE EVER SENT, TAKING THE NEXT ONE, AND FOR THE
024500* LATEST EXTRACT STAMP FOR A RUN DATE BEFORE TONIGHT, WHICH
024600* THE DELTA RUNS ON FROM. NO LOG YET MEANS THIS IS EXTRACT
024650* ONE.
024700*----------------------------------------------------------*
024800 1200-READ-EXTRACT-LOG.
024900     MOVE ZERO TO TWX-SEQUENCE.
025000     MOVE "N"  TO TWX-EOF-SW.
025100     OPEN INPUT MYWHSELOG.
025200     IF TWX-LOG-NOT-FOUND
025300         CONTINUE
025400     ELSE
025500         PERFORM 1210-SCAN-LOG-LINE THRU 1210-EXIT
025600             UNTIL TWX-EOF
025700         CLOSE MYWHSELOG
025800     END-IF.
025900     ADD 1 TO TWX-SEQUENCE.
026000 1200-EXIT.
026100     EXIT.
026200
026300 1210-SCAN-LOG-LINE.
026400     READ MYWHSELOG
026500         AT END
026600             SET TWX-EOF TO TRUE
026700         NOT AT END
026800             IF WLG-SEQUENCE IS NUMERIC
026900                 AND WLG-SEQUENCE > TWX-SEQUENCE
027000                 MOVE WLG-SEQUENCE TO TWX-SEQUENCE
027100             END-IF
027120             MOVE ZERO TO TWX-LOG-RUN-DATE
027160             MOVE ZERO TO TWX-LOG-STAMP
027200             IF WLG-DATE IS NUMERIC
027240                 AND WLG-STAMP-DATE IS NUMERIC
027280                 AND WLG-STAMP-TIME IS NUMERIC
027320                 MOVE WLG-DATE       TO TWX-LOG-RUN-DATE
027360                 MOVE WLG-STAMP-DATE TO TWX-LOG-DATE
027400                 MOVE WLG-STAMP-TIME TO TWX-LOG-TIME
027440             END-IF
027480             IF TWX-LOG-RUN-DATE NOT = ZERO
027520                 AND TWX-LOG-RUN-DATE < TWX-RUN-DATE
027560                 AND TWX-LOG-STAMP > TWX-SINCE-STAMP
027600                 MOVE TWX-LOG-STAMP TO TWX-SINCE-STAMP
027640                 SET TWX-SINCE-FOUND TO TRUE
027680             END-IF
027800     END-READ.
027900 1210-EXIT.
028000     EXIT.
028100
028200*----------------------------------------------------------*
028300* 2000-GATHER-AUDIT TAKES EVERY MAINTENANCE TRAIL LINE IN
028400* THE WINDOW. ADD AND BULK LOAD COUNT AS A, DELETE AS D,
028500* MERGE AS M (BOTH THE RETIRED ACCOUNT AND THE SURVIVOR),
028600* AND CHANGE, STATUS (S OR TWLREV'S W), APPROVED LIMIT AND
028700* BRANCH RE-HOME AS C. NO TRAIL ON THE SYSTEM MEANS NO
028750* MAINTENANCE TO SEND.
028800*----------------------------------------------------------*
028900 2000-GATHER-AUDIT.
029000     MOVE "N" TO TWX-EOF-SW.
029100     OPEN INPUT MYACCTAUD.
029200     IF TWX-AUD-NOT-FOUND
029300         DISPLAY "twhsext: (TAcctAudit.dat not on system, ",
029400             "no maintenance to extract)"
029500         GO TO 2000-EXIT
029600     END-IF.
029700     IF NOT TWX-AUD-OK
029800         DISPLAY "twhsext: unable to open TAcctAudit.dat,",
029900             " status = ", TWX-AUD-STATUS
030000         MOVE "2000-GATHER-AUDIT" TO TWX-ERRLOG-PARAGRAPH
030100         CALL "TERRLOG" USING TWX-ERRLOG-PROGRAM-ID,
030200             TWX-ERRLOG-PARAGRAPH, TWX-ERRLOG-SEVERITY
030300         SET TWX-ABORT-RUN TO TRUE
030400         GO TO 2000-EXIT
030500     END-IF.
030600     PERFORM 2100-TAKE-AUDIT-LINE THRU 2100-EXIT
030700         UNTIL TWX-EOF.
030800     CLOSE MYACCTAUD.
030900 2000-EXIT.
031000     EXIT.
031100
031200 2100-TAKE-AUDIT-LINE.
031300     READ MYACCTAUD
031400         AT END
031500             SET TWX-EOF TO TRUE
031600             GO TO 2100-EXIT
031700     END-READ.
031800     ADD 1 TO TWX-AUD-READ.
031900     MOVE AAU-DATE TO TWX-CHECK-DATE.
031950     MOVE AAU-TIME TO TWX-CHECK-TIME.
032000     PERFORM 2900-CHECK-WINDOW THRU 2900-EXIT.
032100     IF NOT TWX-IN-WINDOW
032200         GO TO 2100-EXIT
032300     END-IF.
032400     EVALUATE TRUE
032500         WHEN AAU-FN-DELETE
032600             MOVE "D" TO TWX-NEW-CODE
032700             MOVE 5   TO TWX-NEW-RANK
032800         WHEN AAU-FN-MERGE
032900             MOVE "M" TO TWX-NEW-CODE
033000             MOVE 4   TO TWX-NEW-RANK
033100         WHEN AAU-FN-ADD
033200         WHEN AAU-FN-LOAD
033300             MOVE "A" TO TWX-NEW-CODE
033400             MOVE 3   TO TWX-NEW-RANK
033500         WHEN OTHER
033600             MOVE "C" TO TWX-NEW-CODE
033700             MOVE 2   TO TWX-NEW-RANK
033800     END-EVALUATE.
033900     ADD 1 TO TWX-AUD-TAKEN.
034000     MOVE AAU-ACCT-NUMBER TO TWX-NEW-KEY.
034100     PERFORM 2500-NOTE-CHANGE THRU 2500-EXIT.
034200 2100-EXIT.
034300     EXIT.
034400
034500*----------------------------------------------------------*
034600* 2200-GATHER-JOURNAL TAKES EVERY POSTING IN THE WINDOW AS A
034700* BALANCE MOVEMENT, B, BY THE CLOCK STAMP TPOST PUT ON IT
034750* WHEN ITS REWRITE LANDED.
034800*----------------------------------------------------------*
034900 2200-GATHER-JOURNAL.
035000     MOVE "N" TO TWX-EOF-SW.
035100     OPEN INPUT MYJOURNAL.
035200     IF TWX-JRN-NOT-FOUND
035300         DISPLAY "twhsext: (TPostJrnl.dat not on system, ",
035400             "no postings to extract)"
035500         GO TO 2200-EXIT
035600     END-IF.
035700     IF NOT TWX-JRN-OK
035800         DISPLAY "twhsext: unable to open TPostJrnl.dat,",
035900             " status = ", TWX-JRN-STATUS
036000         MOVE "2200-GATHER-JOURNAL" TO TWX-ERRLOG-PARAGRAPH
036100         CALL "TERRLOG" USING TWX-ERRLOG-PROGRAM-ID,
036200             TWX-ERRLOG-PARAGRAPH, TWX-ERRLOG-SEVERITY
036300         SET TWX-ABORT-RUN TO TRUE
036400         GO TO 2200-EXIT
036500     END-IF.
036600     PERFORM 2300-TAKE-JOURNAL-LINE THRU 2300-EXIT
036700         UNTIL TWX-EOF OR TWX-ABORT-RUN.
036800     CLOSE MYJOURNAL.
036900 2200-EXIT.
037000     EXIT.
037100
037200 2300-TAKE-JOURNAL-LINE.
037300     READ MYJOURNAL
037400         AT END
037500             SET TWX-EOF TO TRUE
037600             GO TO 2300-EXIT
037700     END-READ.
037800     ADD 1 TO TWX-JRN-READ.
037900     IF JRNL-POST-DATE IS NOT NUMERIC
037950         OR JRNL-POST-TIME IS NOT NUMERIC
038000         GO TO 2300-EXIT
038100     END-IF.
038200     MOVE JRNL-POST-DATE TO TWX-CHECK-DATE.
038250     MOVE JRNL-POST-TIME TO TWX-CHECK-TIME.
038300     PERFORM 2900-CHECK-WINDOW THRU 2900-EXIT.
038400     IF NOT TWX-IN-WINDOW
038500         GO TO 2300-EXIT
038600     END-IF.
038700     ADD 1 TO TWX-JRN-TAKEN.
038800     MOVE JRNL-KEY TO TWX-NEW-KEY.
038900     MOVE "B" TO TWX-NEW-CODE.
039000     MOVE 1   TO TWX-NEW-RANK.
039100     PERFORM 2500-NOTE-CHANGE THRU 2500-EXIT.
039200 2300-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------*
039600* 2500-NOTE-CHANGE PUTS TWX-NEW-KEY IN THE TABLE, OR RAISES
039700* ITS CODE WHEN THE NEW ONE RANKS HIGHER. A FULL TABLE ENDS
039800* THE RUN BEFORE ANYTHING IS SENT.
039900*----------------------------------------------------------*
040000 2500-NOTE-CHANGE.
040100     MOVE "N" TO TWX-CHG-FOUND-SW.
040200     PERFORM 2600-MATCH-CHANGE THRU 2600-EXIT
040300         VARYING TWX-CHG-SUB FROM 1 BY 1
040400         UNTIL TWX-CHG-SUB > TWX-CHG-TALLY OR TWX-CHG-FOUND.
040500     IF TWX-CHG-FOUND
040600         GO TO 2500-EXIT
040700     END-IF.
040800     IF TWX-CHG-TALLY NOT < TWX-CHG-LIMIT
040900         DISPLAY "twhsext: more than ", TWX-CHG-LIMIT,
041000             " accounts changed, nothing sent -- send a ",
041100             "full refresh"
041200         MOVE "2500-NOTE-CHANGE" TO TWX-ERRLOG-PARAGRAPH
041300         CALL "TERRLOG" USING TWX-ERRLOG-PROGRAM-ID,
041400             TWX-ERRLOG-PARAGRAPH, TWX-ERRLOG-SEVERITY
041500         SET TWX-ABORT-RUN TO TRUE
041600         SET TWX-EOF TO TRUE
041700         GO TO 2500-EXIT
041800     END-IF.
041900     ADD 1 TO TWX-CHG-TALLY.
042000     MOVE TWX-NEW-KEY  TO TWX-C-KEY (TWX-CHG-TALLY).
042100     MOVE TWX-NEW-CODE TO TWX-C-CODE (TWX-CHG-TALLY).
042200     MOVE TWX-NEW-RANK TO TWX-C-RANK (TWX-CHG-TALLY).
042300 2500-EXIT.
042400     EXIT.
042500
042600 2600-MATCH-CHANGE.
042700     IF TWX-C-KEY (TWX-CHG-SUB) = TWX-NEW-KEY
042800         SET TWX-CHG-FOUND TO TRUE
042900         IF TWX-NEW-RANK > TWX-C-RANK (TWX-CHG-SUB)
043000             MOVE TWX-NEW-CODE TO TWX-C-CODE (TWX-CHG-SUB)
043100             MOVE TWX-NEW-RANK TO TWX-C-RANK (TWX-CHG-SUB)
043200         END-IF
043300     END-IF.
043400 2600-EXIT.
043500     EXIT.
043600
043700*----------------------------------------------------------*
043800* 2900-CHECK-WINDOW: STAMPED AFTER THE PREVIOUS EXTRACT
043900* STARTED AND NOT AFTER THIS ONE STARTED, OR STAMPED TODAY
044000* UP TO NOW WHEN THERE IS NO EARLIER EXTRACT.
044100*----------------------------------------------------------*
044200 2900-CHECK-WINDOW.
044300     MOVE "N" TO TWX-IN-WINDOW-SW.
044320     IF TWX-CHECK-STAMP > TWX-THIS-STAMP
044340         GO TO 2900-EXIT
044360     END-IF.
044400     IF TWX-SINCE-FOUND
044500         IF TWX-CHECK-STAMP > TWX-SINCE-STAMP
044700             SET TWX-IN-WINDOW TO TRUE
044800         END-IF
044900     ELSE
045000         IF TWX-CHECK-DATE = TWX-THIS-DATE
045100             SET TWX-IN-WINDOW TO TRUE
045200         END-IF
045300     END-IF.
045400 2900-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------*
045800* 3000-FULL-REFRESH SENDS EVERY ACCOUNT ON THE MASTER, IN
045900* KEY ORDER, AS AN F IMAGE.
046000*----------------------------------------------------------*
046100 3000-FULL-REFRESH.
046200     MOVE "N" TO TWX-EOF-SW.
046300     MOVE LOW-VALUES TO ACCT-NUMBER.
046400     START MYMASTER KEY IS NOT LESS THAN ACCT-NUMBER
046500         INVALID KEY
046600             GO TO 3000-EXIT
046700     END-START.
046800     PERFORM 3100-SEND-ONE-ACCOUNT THRU 3100-EXIT
046900         UNTIL TWX-EOF.
047000 3000-EXIT.
047100     EXIT.
047200
047300 3100-SEND-ONE-ACCOUNT.
047400     READ MYMASTER NEXT RECORD
047500         AT END
047600             SET TWX-EOF TO TRUE
047700             GO TO 3100-EXIT
047800     END-READ.
047900     MOVE SPACES TO WHSE-DETAIL-RECORD.
048000     MOVE "F" TO WHD-CHANGE-TYPE.
048100     MOVE ACCT-NUMBER TO WHD-ACCT-NUMBER.
048200     PERFORM 4200-MOVE-MASTER-VALUES THRU 4200-EXIT.
048300     PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
048400 3100-EXIT.
048500     EXIT.
048600
048700*----------------------------------------------------------*
048800* 4000-SEND-ONE-CHANGE SQUARES ONE TABLE ROW WITH THE MASTER
048900* AND SENDS IT. NOT ON THE MASTER IS A DELETE, OR A MERGE
049000* WITH ITS SURVIVOR WHEN THE CROSS-REFERENCE HAS ONE; ON THE
049100* MASTER AFTER A DELETE IS AN ADD.
049200*----------------------------------------------------------*
049300 4000-SEND-ONE-CHANGE.
049400     MOVE "N" TO TWX-ON-MASTER-SW.
049500     MOVE TWX-C-KEY (TWX-CHG-SUB) TO ACCT-NUMBER.
049600     READ MYMASTER
049700         INVALID KEY
049800             CONTINUE
049900         NOT INVALID KEY
050000             SET TWX-ON-MASTER TO TRUE
050100     END-READ.
050200     MOVE SPACES TO WHSE-DETAIL-RECORD.
050300     MOVE TWX-C-CODE (TWX-CHG-SUB) TO WHD-CHANGE-TYPE.
050400     MOVE TWX-C-KEY (TWX-CHG-SUB) TO WHD-ACCT-NUMBER.
050500     IF TWX-ON-MASTER
050600         IF WHD-CHG-DELETED
050700             MOVE "A" TO WHD-CHANGE-TYPE
050800         END-IF
050900         PERFORM 4200-MOVE-MASTER-VALUES THRU 4200-EXIT
051000     ELSE
051100         MOVE SPACES TO TWX-SURVIVOR
051200         IF WHD-CHG-MERGED
051300             PERFORM 4100-FIND-SURVIVOR THRU 4100-EXIT
051400         END-IF
051500         IF TWX-SURVIVOR = SPACES
051600             MOVE "D" TO WHD-CHANGE-TYPE
051700         ELSE
051800             MOVE TWX-SURVIVOR TO WHD-MERGED-INTO
051900         END-IF
052000         MOVE ZERO TO WHD-BALANCE
052100         MOVE ZERO TO WHD-LIMIT
052200         MOVE ZERO TO WHD-STATUS-DATE
052300     END-IF.
052400     PERFORM 4900-WRITE-DETAIL THRU 4900-EXIT.
052500 4000-EXIT.
052600     EXIT.
052700
052800*----------------------------------------------------------*
052900* 4100-FIND-SURVIVOR READS THE MERGE CROSS-REFERENCE FOR THE
053000* RETIRED ACCOUNT, THE WAY TACCTM DOES; THE LAST LINE FOR IT
053100* WINS.
053200*----------------------------------------------------------*
053300 4100-FIND-SURVIVOR.
053400     MOVE "N" TO TWX-EOF-SW.
053500     OPEN INPUT MYXREF.
053600     IF NOT TWX-XRF-OK
053700         GO TO 4100-EXIT
053800     END-IF.
053900     PERFORM 4150-MATCH-XREF THRU 4150-EXIT
054000         UNTIL TWX-EOF.
054100     CLOSE MYXREF.
054200 4100-EXIT.
054300     EXIT.
054400
054500 4150-MATCH-XREF.
054600     READ MYXREF
054700         AT END
054800             SET TWX-EOF TO TRUE
054900         NOT AT END
055000             IF XRF-RETIRED = WHD-ACCT-NUMBER
055100                 MOVE XRF-SURVIVOR TO TWX-SURVIVOR
055200             END-IF
055300     END-READ.
055400 4150-EXIT.
055500     EXIT.
055600
055700 4200-MOVE-MASTER-VALUES.
055800     MOVE ACCT-BRANCH      TO WHD-BRANCH.
055900     MOVE ACCT-NAME        TO WHD-NAME.
056000     MOVE ACCT-BALANCE     TO WHD-BALANCE.
056100     MOVE ACCT-LIMIT       TO WHD-LIMIT.
056200     MOVE ACCT-STATUS      TO WHD-STATUS.
056300     IF ACCT-STATUS-DATE IS NUMERIC
056400         MOVE ACCT-STATUS-DATE TO WHD-STATUS-DATE
056500     ELSE
056600         MOVE ZERO TO WHD-STATUS-DATE
056700     END-IF.
056800 4200-EXIT.
056900     EXIT.
057000
057100 4900-WRITE-DETAIL.
057200     MOVE "DTL"  TO WHD-RECORD-TYPE.
057300     MOVE SPACES TO WHD-FILLER.
057400     WRITE WHSE-DETAIL-RECORD.
057500     ADD 1 TO TWX-RECORD-COUNT.
057600     ADD WHD-BALANCE TO TWX-TOTAL-BALANCE.
057700 4900-EXIT.
057800     EXIT.
057900
058000 5000-OPEN-EXTRACT.
058020     MOVE SPACES TO TWX-OUT-FILENAME.
058040     STRING "TWhsExt.dat." TWX-RUN-DATE DELIMITED BY SIZE
058060         INTO TWX-OUT-FILENAME.
058100     OPEN OUTPUT MYWHSEFILE.
058200     IF NOT TWX-OUT-OK
058300         DISPLAY "twhsext: unable to open ", TWX-OUT-FILENAME,
058400             " status = ", TWX-OUT-STATUS
058500         MOVE "5000-OPEN-EXTRACT" TO TWX-ERRLOG-PARAGRAPH
058600         CALL "TERRLOG" USING TWX-ERRLOG-PROGRAM-ID,
058700             TWX-ERRLOG-PARAGRAPH, TWX-ERRLOG-SEVERITY
058800         SET TWX-ABORT-RUN TO TRUE
058900         GO TO 5000-EXIT
059000     END-IF.
059100     MOVE SPACES        TO WHSE-HEADER-RECORD.
059200     MOVE "HDR"         TO WHH-RECORD-TYPE.
059300     MOVE TWX-RUN-DATE  TO WHH-RUN-DATE.
059400     MOVE TWX-SEQUENCE  TO WHH-SEQUENCE.
059500     MOVE TWX-MODE      TO WHH-MODE.
059600     IF TWX-FULL-REFRESH
059700         MOVE ZERO TO WHH-SINCE-DATE
059750         MOVE ZERO TO WHH-SINCE-TIME
059800     ELSE
059900         MOVE TWX-SINCE-DATE TO WHH-SINCE-DATE
059950         MOVE TWX-SINCE-TIME TO WHH-SINCE-TIME
060000     END-IF.
060200     WRITE WHSE-HEADER-RECORD.
060300 5000-EXIT.
060400     EXIT.
060500
060600 8000-WRITE-TRAILER.
060700     MOVE SPACES            TO WHSE-TRAILER-RECORD.
060800     MOVE "TRL"             TO WHT-RECORD-TYPE.
060900     MOVE TWX-RECORD-COUNT  TO WHT-RECORD-COUNT.
061000     MOVE TWX-TOTAL-BALANCE TO WHT-TOTAL-BALANCE.
061100     WRITE WHSE-TRAILER-RECORD.
061200     CLOSE MYWHSEFILE.
061300     PERFORM 8200-WRITE-EXTRACT-LOG THRU 8200-EXIT.
061400 8000-EXIT.
061500     EXIT.
061600
061700*----------------------------------------------------------*
061800* 8200-WRITE-EXTRACT-LOG APPENDS ONE LINE PER EXTRACT SENT
061900* -- RUN DATE, SEQUENCE, MODE, COUNT, HASH TOTAL -- THE SAME
062000* APPEND-OR-CREATE WAY TFEED KEEPS TFEEDLOG.DAT. THE NEXT
062100* NIGHT'S DELTA RUNS ON FROM HERE.
062200*----------------------------------------------------------*
062300 8200-WRITE-EXTRACT-LOG.
062400     OPEN EXTEND MYWHSELOG.
062500     IF TWX-LOG-NOT-FOUND
062600         OPEN OUTPUT MYWHSELOG
062700     END-IF.
062800     MOVE SPACES            TO WHSE-LOG-RECORD.
062900     MOVE TWX-RUN-DATE      TO WLG-DATE.
063000     MOVE TWX-SEQUENCE      TO WLG-SEQUENCE.
063100     MOVE TWX-MODE          TO WLG-MODE.
063200     MOVE TWX-RECORD-COUNT  TO WLG-COUNT.
063300     MOVE TWX-TOTAL-BALANCE TO WLG-TOTAL.
063330     MOVE TWX-THIS-DATE     TO WLG-STAMP-DATE.
063360     MOVE TWX-THIS-TIME     TO WLG-STAMP-TIME.
063400     WRITE WHSE-LOG-RECORD.
063500     CLOSE MYWHSELOG.
063600 8200-EXIT.
063700     EXIT.
063800
063900 9000-TERMINATE.
064000     IF TWX-MST-OPEN
064100         CLOSE MYMASTER
064200     END-IF.
064300     IF NOT TWX-ABORT-RUN
064400         IF NOT TWX-FULL-REFRESH
064500             DISPLAY "twhsext: trail lines taken = ",
064600                 TWX-AUD-TAKEN, " of ", TWX-AUD-READ,
064700                 ", postings taken = ", TWX-JRN-TAKEN,
064800                 " of ", TWX-JRN-READ
064900         END-IF
065000         DISPLAY "twhsext: records sent = ", TWX-RECORD-COUNT,
065100             ", extract sequence = ", TWX-SEQUENCE
065200     END-IF.
065300     ACCEPT TWX-END-TIME FROM TIME.
065400     MOVE TWX-RECORD-COUNT TO TWX-RUNHIST-COUNT.
065500     CALL "TRUNHIST" USING TWX-ERRLOG-PROGRAM-ID,
065600         TWX-START-TIME, TWX-END-TIME, TWX-RUNHIST-COUNT.
065700*----------------------------------------------------------*
065800* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
065900* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
066000* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
066100*----------------------------------------------------------*
066200     IF TWX-ABORT-RUN
066300         MOVE 8 TO RETURN-CODE
066400     ELSE
066500         IF NOT TWX-FULL-REFRESH AND NOT TWX-SINCE-FOUND
066600             MOVE 4 TO RETURN-CODE
066700         ELSE
066800             MOVE ZERO TO RETURN-CODE
066900         END-IF
067000     END-IF.
067100 9000-EXIT.
067200     EXIT.
067300
067400* Input:
067500*    file "TAcctMaster.dat" (DL140 master, read only)
067600*    file "TAcctAudit.dat" (DL215 maintenance trail, skipped
067700*         when not on the system)
067800*    file "TPostJrnl.dat" (DL240 posting journal, skipped when
067900*         not on the system)
068000*    file "TAcctXref.dat" (merge cross-reference, for the
068100*         survivor of a retired account)
068200*    file "TWhsParm.dat" (optional DL410 card, F = full
068300*         refresh)
068400*    file "TWhsLog.dat" (extract log, for the next sequence
068500*         and the clock stamp the delta runs on from)
068600* Output:
068700*    file "TWhsExt.dat.CCYYMMDD" (the run date) -- DL405 HDR,
068750*         one DTL per account
068800*         changed (or per account on the master for a full
068900*         refresh), TRL with the count and balance hash total
069000*    file "TWhsLog.dat" -- one line appended per extract sent
069100*    RETURN-CODE 0 = extract sent, 4 = delta sent with no
069200*         earlier extract on the log, 8 = no master / table
069300*         full / a file would not open
