000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TSETTLE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY INTER-BRANCH
001200*                      SETTLEMENT. THE MERGE STAMPS EVERY
001300*                      TRANSACTION WITH THE BRANCH THAT
001400*                      SUBMITTED IT (IN-ORIGIN-BRANCH), AND A
001500*                      BRANCH OFTEN SUBMITS FOR AN ACCOUNT
001600*                      ANOTHER BRANCH HOLDS (ACCT-BRANCH); NO
001700*                      ONE SETTLED THOSE AMOUNTS BETWEEN THE
001800*                      BRANCHES. EACH DETAIL ON TONIGHT'S
001900*                      TFILEOUT.DAT GENERATION IS TRACED TO
002000*                      ITS SUBMITTING BRANCH THROUGH THE KEYED
002100*                      TFILEIN.DAT GENERATION AND TO ITS
002200*                      HOLDING BRANCH THROUGH THE MASTER; THE
002300*                      CROSS-BRANCH AMOUNTS ARE NETTED INTO A
002400*                      DUE-TO/DUE-FROM MATRIX, ONE ROW AND ONE
002500*                      COLUMN PER BRANCH, PRINTED ON
002600*                      TSETTLERPT.TXT AND WRITTEN FOR
002700*                      ACCOUNTING AS DL370 TSETTLE.DAT.
002720*    2026-10-15 DL     THE NET POSITIONS' TOTAL LINE NOW SAYS
002740*                      TOTAL IN THE NAME COLUMN -- THE
002760*                      FOUR-CHARACTER CODE COLUMN CUT IT SHORT.
002800*----------------------------------------------------------*
002900*----------------------------------------------------------*
003000* THE SUBMITTING BRANCH IS A ONE-DIGIT DL180 DIRECTORY      *
003100* NUMBER; THE HOLDING BRANCH IS A FOUR-CHARACTER DL140      *
003200* CODE. BRD-ACCT-BRANCH ON THE DIRECTORY MAPS ONE TO THE    *
003300* OTHER, INACTIVE ROWS INCLUDED. A SUBMITTING BRANCH OWES   *
003400* THE HOLDING BRANCH WHAT IT TOOK IN FOR THE ACCOUNT, A     *
003500* REVERSAL NEGATIVE. A MATRIX CELL IS WHAT THE ROW BRANCH   *
003600* OWES THE COLUMN BRANCH NET OF WHAT IS OWED BACK, SO THE   *
003700* MATRIX NETS TO ZERO. THE FILE IS BUILT AS TSETTLE.TMP AND *
003800* ONLY RENAMED TO TSETTLE.DAT ONCE PROVED, THE WAY TGLJRNL  *
003900* RELEASES ITS JOURNAL. A DETAIL THAT CANNOT BE PLACED (NO  *
004000* MAPPING, NO ACCOUNT, NOT ON THE INPUT GENERATION) STOPS   *
004100* THE RELEASE -- ALL OF THEM ARE LISTED -- SINCE A PARTIAL  *
004200* SETTLEMENT WOULD LEAVE TWO BRANCHES OUT OF STEP. A DETAIL *
004300* WITH NO SUBMITTING-BRANCH STAMP (NOT A MERGE RUN) IS ONLY *
004400* COUNTED. RETURN-CODE 0 = RELEASED (OR A NON-PROCESSING    *
004500* DAY), 4 = NO GENERATION, 8 = STOPPED OR NOT PROVED.       *
004600*----------------------------------------------------------*
004700 ENVIRONMENT DIVISION.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT MYOUTFILE  ASSIGN TO TST-OUT-FILENAME
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS TST-OUT-STATUS.
005300     SELECT MYINGEN    ASSIGN TO TST-IN-FILENAME
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS IN-KEY
005700         FILE STATUS IS TST-IN-STATUS.
005800     SELECT MYMASTER   ASSIGN TO "TAcctMaster.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS ACCT-NUMBER
006200         FILE STATUS IS TST-MST-STATUS.
006300     SELECT MYBRDIR    ASSIGN TO "TBranchDir.dat"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS TST-DIR-STATUS.
006600     SELECT MYSTLFILE  ASSIGN TO "TSettle.tmp"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS TST-STL-STATUS.
006900 DATA DIVISION.
007000 FILE SECTION.
007100 FD  MYOUTFILE.
007200     COPY DL110.
007300     COPY DL115.
007400 FD  MYINGEN.
007500     COPY DL100.
007600 FD  MYMASTER.
007700     COPY DL140.
007800 FD  MYBRDIR.
007900     COPY DL180.
008000 FD  MYSTLFILE.
008100     COPY DL370.
008200 WORKING-STORAGE SECTION.
008300 01  TST-OUT-STATUS   PIC XX        VALUE "00".
008400     88  TST-OUT-OK                 VALUE "00".
008500 01  TST-IN-STATUS    PIC XX        VALUE "00".
008600     88  TST-IN-OK                  VALUE "00".
008700 01  TST-MST-STATUS   PIC XX        VALUE "00".
008800     88  TST-MST-OK                 VALUE "00".
008900 01  TST-DIR-STATUS   PIC XX        VALUE "00".
009000     88  TST-DIR-OK                 VALUE "00".
009100     88  TST-DIR-NOT-FOUND          VALUE "35".
009200 01  TST-STL-STATUS   PIC XX        VALUE "00".
009300     88  TST-STL-OK                 VALUE "00".
009400 01  TST-OUT-EOF-SW   PIC X         VALUE "N".
009500     88  TST-OUT-EOF                VALUE "Y".
009600 01  TST-DIR-EOF-SW   PIC X         VALUE "N".
009700     88  TST-DIR-EOF                VALUE "Y".
009800 01  TST-ABORT-SW     PIC X         VALUE "N".
009900     88  TST-ABORT-RUN              VALUE "Y".
010000 01  TST-NONPROC-SW   PIC X         VALUE "N".
010100     88  TST-NONPROC-DAY            VALUE "Y".
010200 01  TST-NO-GEN-SW    PIC X         VALUE "N".
010300     88  TST-NO-GENERATION          VALUE "Y".
010400 01  TST-PROVED-SW    PIC X         VALUE "N".
010500     88  TST-PROVED                 VALUE "Y".
010600 01  TST-FOUND-SW     PIC X         VALUE "N".
010700     88  TST-CODE-FOUND             VALUE "Y".
010800 01  TST-RUN-DATE     PIC 9(8)      VALUE ZERO.
010900 01  TST-OUT-FILENAME PIC X(40)     VALUE SPACES.
011000 01  TST-IN-FILENAME  PIC X(40)     VALUE SPACES.
011100 01  TST-STL-NAME     PIC X(20)     VALUE "TSettle.dat".
011200 01  TST-STL-TMP-NAME PIC X(20)     VALUE "TSettle.tmp".
011300 01  TST-SIGNED-AMOUNT PIC S9(5)V99 VALUE ZERO.
011400 01  TST-ORIGIN-NUMBER PIC 9        VALUE ZERO.
011500 01  TST-MATCH-CODE   PIC X(4)      VALUE SPACES.
011600 01  TST-REASON       PIC X(34)     VALUE SPACES.
011700*----------------------------------------------------------*
011800* THE DIRECTORY, LOADED ONCE, EVERY ROW WHETHER ACTIVE OR
011900* NOT; TST-NUM-POS TURNS A BRANCH NUMBER INTO ITS ROW. EACH
012000* ROW ALSO CARRIES THE BRANCH'S GROSS DUE-TO AND DUE-FROM
012100* AND ITS NET POSITION ONCE THE MATRIX IS NETTED.
012200*----------------------------------------------------------*
012300 01  TST-BR-TALLY     PIC 9(2) COMP VALUE ZERO.
012400 01  TST-BR-LIMIT     PIC 9(2) COMP VALUE 9.
012500 01  TST-BR-SUB       PIC 9(2) COMP VALUE ZERO.
012600 01  TST-ROW-SUB      PIC 9(2) COMP VALUE ZERO.
012700 01  TST-COL-SUB      PIC 9(2) COMP VALUE ZERO.
012800 01  TST-BR-TABLE.
012900     05  TST-BR-ENTRY OCCURS 9 TIMES.
013000         10  TST-BR-NUMBER    PIC 9.
013100         10  TST-BR-NAME      PIC X(20).
013200         10  TST-BR-CODE      PIC X(4).
013300         10  TST-BR-DUE-TO    PIC S9(11)V99 COMP-3.
013400         10  TST-BR-DUE-FROM  PIC S9(11)V99 COMP-3.
013500         10  TST-BR-POSITION  PIC S9(11)V99 COMP-3.
013600         10  TST-BR-COL-TOTAL PIC S9(11)V99 COMP-3.
013700 01  TST-NUM-MAP.
013800     05  TST-NUM-POS OCCURS 9 TIMES PIC 9(2) COMP.
013900*----------------------------------------------------------*
014000* TST-GROSS (ROW, COL) IS WHAT THE ROW BRANCH TOOK IN FOR
014100* ACCOUNTS THE COLUMN BRANCH HOLDS; TST-NET (ROW, COL) IS
014200* THAT LESS TST-GROSS (COL, ROW).
014300*----------------------------------------------------------*
014400 01  TST-MATRIX.
014500     05  TST-MX-ROW OCCURS 9 TIMES.
014600         10  TST-MX-CELL OCCURS 9 TIMES.
014700             15  TST-GROSS        PIC S9(11)V99 COMP-3.
014800             15  TST-GROSS-COUNT  PIC 9(7) COMP.
014900             15  TST-NET          PIC S9(11)V99 COMP-3.
015000 01  TST-BAND-START   PIC 9(2) COMP VALUE ZERO.
015100 01  TST-BAND-SUB     PIC 9(2) COMP VALUE ZERO.
015200 01  TST-BAND-WIDTH   PIC 9(2) COMP VALUE 5.
015300 01  TST-DETAIL-COUNT PIC 9(7) COMP VALUE ZERO.
015400 01  TST-SAME-COUNT   PIC 9(7) COMP VALUE ZERO.
015500 01  TST-CROSS-COUNT  PIC 9(7) COMP VALUE ZERO.
015600 01  TST-NO-ORIGIN-COUNT PIC 9(7) COMP VALUE ZERO.
015700 01  TST-UNSETTLED-COUNT PIC 9(7) COMP VALUE ZERO.
015800 01  TST-CROSS-TOTAL  PIC S9(11)V99 COMP VALUE ZERO.
015900 01  TST-MATRIX-TOTAL PIC S9(11)V99 COMP VALUE ZERO.
016000 01  TST-POSITION-TOTAL PIC S9(11)V99 COMP VALUE ZERO.
016100 01  TST-DUE-TO-TOTAL PIC S9(11)V99 COMP VALUE ZERO.
016200 01  TST-DUE-FROM-TOTAL PIC S9(11)V99 COMP VALUE ZERO.
016300 01  TST-PAIR-TOTAL   PIC S9(11)V99 COMP VALUE ZERO.
016400 01  TST-STL-LINES    PIC 9(7) COMP VALUE ZERO.
016500 01  TST-BD-FUNCTION  PIC X         VALUE SPACE.
016600 01  TST-BD-DATE-1    PIC 9(8)      VALUE ZERO.
016700 01  TST-BD-DATE-2    PIC 9(8)      VALUE ZERO.
016800 01  TST-BD-AVAIL     PIC X         VALUE "N".
016900     88  TST-BD-CAL-AVAILABLE       VALUE "Y".
017000 01  TST-BD-RESULT    PIC X         VALUE SPACE.
017100 01  TST-BD-DAYS      PIC S9(5)     VALUE ZERO.
017200 01  TST-START-TIME   PIC 9(8)      VALUE ZERO.
017300 01  TST-END-TIME     PIC 9(8)      VALUE ZERO.
017400 01  TST-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
017500 01  TST-RD-FUNCTION  PIC X         VALUE "G".
017600 01  TST-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TSETTLE".
017700 01  TST-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
017800 01  TST-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
017900 01  TST-RW-FUNCTION  PIC X         VALUE SPACE.
018000 01  TST-RW-TITLE     PIC X(30)
018100     VALUE "TSETTLE BRANCH SETTLEMENT".
018200 01  TST-RW-FILENAME  PIC X(40)     VALUE "TSettleRpt.txt".
018300 01  TST-RW-LINE      PIC X(80)     VALUE SPACES.
018400 01  TST-RPT-DATE-LINE.
018500     05  FILLER           PIC X(13) VALUE "GENERATION = ".
018600     05  TST-RPT-DATE     PIC 9(8).
018700     05  FILLER           PIC X(59) VALUE SPACES.
018800 01  TST-RPT-MISS-LINE.
018900     05  FILLER           PIC X(12) VALUE "NOT SETTLED ".
019000     05  TST-RPT-MISS-KEY PIC X(8).
019100     05  FILLER           PIC X(7)  VALUE "  FROM ".
019200     05  TST-RPT-MISS-ORIGIN PIC X.
019300     05  FILLER           PIC X(2)  VALUE SPACES.
019400     05  TST-RPT-MISS-AMT PIC -ZZZZ9.99.
019500     05  FILLER           PIC X(2)  VALUE SPACES.
019600     05  TST-RPT-MISS-REASON PIC X(34).
019700     05  FILLER           PIC X(5)  VALUE SPACES.
019800 01  TST-RPT-TEXT-LINE.
019900     05  TST-RPT-TEXT     PIC X(60).
020000     05  FILLER           PIC X(20) VALUE SPACES.
020100*----------------------------------------------------------*
020200* THE MATRIX PRINTS IN BANDS OF FIVE COLUMN BRANCHES SO ANY
020300* NUMBER OF BRANCHES FITS THE PAGE WIDTH. A CELL REDEFINED
020400* AS TEXT CARRIES THE COLUMN CODE ON THE HEADING AND STAYS
020500* BLANK ON THE DIAGONAL.
020600*----------------------------------------------------------*
020700 01  TST-RPT-MATRIX-LINE.
020800     05  TST-RPT-MX-LABEL PIC X(6).
020900     05  TST-RPT-MX-ENTRY OCCURS 5 TIMES.
021000         10  TST-RPT-MX-CELL PIC -ZZ,ZZZ,ZZ9.99.
021100         10  TST-RPT-MX-TEXT REDEFINES TST-RPT-MX-CELL
021200                          PIC X(14).
021300     05  FILLER           PIC X(4)  VALUE SPACES.
021400 01  TST-CODE-CELL.
021500     05  FILLER           PIC X(10) VALUE SPACES.
021600     05  TST-CODE-CELL-CODE PIC X(4).
021700 01  TST-RPT-POS-HEAD.
021800     05  FILLER           PIC X(27)
021900         VALUE "BRANCH NAME".
022000     05  FILLER           PIC X(15) VALUE "         DUE TO".
022100     05  FILLER           PIC X(15) VALUE "       DUE FROM".
022200     05  FILLER           PIC X(15) VALUE "   NET POSITION".
022300     05  FILLER           PIC X(8)  VALUE SPACES.
022400 01  TST-RPT-POS-LINE.
022500     05  TST-RPT-POS-CODE PIC X(4).
022600     05  FILLER           PIC X(3)  VALUE SPACES.
022700     05  TST-RPT-POS-NAME PIC X(20).
022800     05  FILLER           PIC X(1)  VALUE SPACE.
022900     05  TST-RPT-POS-DUE-TO PIC -ZZ,ZZZ,ZZ9.99.
023000     05  FILLER           PIC X(1)  VALUE SPACE.
023100     05  TST-RPT-POS-DUE-FROM PIC -ZZ,ZZZ,ZZ9.99.
023200     05  FILLER           PIC X(1)  VALUE SPACE.
023300     05  TST-RPT-POS-NET  PIC -ZZ,ZZZ,ZZ9.99.
023400     05  FILLER           PIC X(8)  VALUE SPACES.
023500 01  TST-RPT-COUNT-LINE.
023600     05  TST-RPT-CNT-LABEL PIC X(30).
023700     05  FILLER           PIC X(2)  VALUE "= ".
023800     05  TST-RPT-CNT      PIC Z(6)9.
023900     05  FILLER           PIC X(41) VALUE SPACES.
024000 01  TST-RPT-PROOF-LINE.
024100     05  TST-RPT-PROOF-TEXT PIC X(40).
024200     05  FILLER           PIC X(2)  VALUE SPACES.
024300     05  TST-RPT-PROOF-RESULT PIC X(14).
024400     05  FILLER           PIC X(24) VALUE SPACES.
024500 PROCEDURE DIVISION.
024600 0000-MAINLINE.
024700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024800     IF NOT TST-ABORT-RUN AND NOT TST-NONPROC-DAY
024900         AND NOT TST-NO-GENERATION
025000         PERFORM 2000-SETTLE-DETAIL THRU 2000-EXIT
025100             UNTIL TST-OUT-EOF
025200         CLOSE MYOUTFILE
025300         CLOSE MYINGEN
025400         CLOSE MYMASTER
025500         PERFORM 3000-NET-MATRIX THRU 3000-EXIT
025600         PERFORM 4000-PRINT-MATRIX THRU 4000-EXIT
025700         PERFORM 4500-PRINT-POSITIONS THRU 4500-EXIT
025800         PERFORM 5000-WRITE-SETTLEMENT THRU 5000-EXIT
025900         PERFORM 6000-PROVE-SETTLEMENT THRU 6000-EXIT
026000         PERFORM 7000-RELEASE-SETTLEMENT THRU 7000-EXIT
026100     END-IF.
026200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
026300     GOBACK.
026400
026500 1000-INITIALIZE.
026600     ACCEPT TST-START-TIME FROM TIME.
026700     CALL "TRUNDATE" USING TST-RD-FUNCTION, TST-ERRLOG-PROGRAM-ID,
026800         TST-RUN-DATE.
026900*    LAST NIGHT'S SETTLEMENT NEVER SURVIVES INTO TONIGHT --
027000*    ONLY A PROVED RUN LEAVES A TSETTLE.DAT BEHIND.
027100     CALL "CBL_DELETE_FILE" USING TST-STL-NAME.
027200     INITIALIZE TST-BR-TABLE.
027300     INITIALIZE TST-NUM-MAP.
027400     INITIALIZE TST-MATRIX.
027500     PERFORM 1100-CHECK-PROC-DAY THRU 1100-EXIT.
027600     IF TST-NONPROC-DAY
027700         GO TO 1000-EXIT
027800     END-IF.
027900     PERFORM 1200-LOAD-BRANCH-DIR THRU 1200-EXIT.
028000     IF TST-ABORT-RUN
028100         GO TO 1000-EXIT
028200     END-IF.
028300     STRING "TFileOut.dat." TST-RUN-DATE DELIMITED BY SIZE
028400         INTO TST-OUT-FILENAME.
028500     STRING "TFileIn.dat." TST-RUN-DATE DELIMITED BY SIZE
028600         INTO TST-IN-FILENAME.
028700     OPEN INPUT MYOUTFILE.
028800     IF NOT TST-OUT-OK
028900         DISPLAY "tsettle: ", TST-OUT-FILENAME, " not found, ",
029000             "nothing settled"
029100         MOVE "W" TO TST-ERRLOG-SEVERITY
029200         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
029300             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
029400         SET TST-NO-GENERATION TO TRUE
029500         GO TO 1000-EXIT
029600     END-IF.
029700     OPEN INPUT MYINGEN.
029800     IF NOT TST-IN-OK
029900         DISPLAY "tsettle: unable to open ", TST-IN-FILENAME,
030000             ", status = ", TST-IN-STATUS
030100         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
030200             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
030300         CLOSE MYOUTFILE
030400         SET TST-ABORT-RUN TO TRUE
030500         GO TO 1000-EXIT
030600     END-IF.
030700     OPEN INPUT MYMASTER.
030800     IF NOT TST-MST-OK
030900         DISPLAY "tsettle: unable to open TAcctMaster.dat, ",
031000             "status = ", TST-MST-STATUS
031100         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
031200             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
031300         CLOSE MYOUTFILE
031400         CLOSE MYINGEN
031500         SET TST-ABORT-RUN TO TRUE
031600         GO TO 1000-EXIT
031700     END-IF.
031800     MOVE "O" TO TST-RW-FUNCTION.
031900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
032000     MOVE TST-RUN-DATE TO TST-RPT-DATE.
032100     MOVE TST-RPT-DATE-LINE TO TST-RW-LINE.
032200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
032300     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
032400 1000-EXIT.
032500     EXIT.
032600
032700*----------------------------------------------------------*
032800* 1100-CHECK-PROC-DAY SKIPS A NON-PROCESSING DAY THE WAY
032900* TFEED DOES -- NO GENERATION, NOTHING TO SETTLE.
033000*----------------------------------------------------------*
033100 1100-CHECK-PROC-DAY.
033200     MOVE "D" TO TST-BD-FUNCTION.
033300     MOVE TST-RUN-DATE TO TST-BD-DATE-1.
033400     MOVE ZERO TO TST-BD-DATE-2.
033500     CALL "TBUSDAY" USING TST-BD-FUNCTION, TST-BD-DATE-1,
033600         TST-BD-DATE-2, TST-BD-AVAIL, TST-BD-RESULT,
033700         TST-BD-DAYS.
033800     IF TST-BD-CAL-AVAILABLE AND TST-BD-RESULT NOT = "Y"
033900         SET TST-NONPROC-DAY TO TRUE
034000         DISPLAY "tsettle: ", TST-RUN-DATE, " is not a ",
034100             "processing day, nothing settled"
034200     END-IF.
034300 1100-EXIT.
034400     EXIT.
034500
034600*----------------------------------------------------------*
034700* 1200-LOAD-BRANCH-DIR LOADS EVERY DL180 ROW, INACTIVE ONES
034800* TOO -- A RETIRED BRANCH CAN STILL HOLD ACCOUNTS. THERE IS
034900* NO BUILT-IN FALLBACK HERE: WITHOUT THE DIRECTORY NO BRANCH
035000* NUMBER CAN BE MAPPED, AND TWO ROWS SHARING ONE ACCT-BRANCH
035100* CODE WOULD MAKE THE MAPPING AMBIGUOUS, SO EITHER STOPS THE
035200* STEP. A ROW WITH NO CODE IS LOADED; ITS DETAILS WILL NOT
035300* PLACE AND ARE LISTED.
035400*----------------------------------------------------------*
035500 1200-LOAD-BRANCH-DIR.
035600     MOVE "1200-LOAD-BRANCH-DIR" TO TST-ERRLOG-PARAGRAPH.
035700     OPEN INPUT MYBRDIR.
035800     IF NOT TST-DIR-OK
035900         DISPLAY "tsettle: unable to open TBranchDir.dat, ",
036000             "status = ", TST-DIR-STATUS
036100         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
036200             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
036300         SET TST-ABORT-RUN TO TRUE
036400         GO TO 1200-EXIT
036500     END-IF.
036600     PERFORM 1300-LOAD-DIR-ROW THRU 1300-EXIT
036700         UNTIL TST-DIR-EOF.
036800     CLOSE MYBRDIR.
036900     IF TST-BR-TALLY = ZERO
037000         DISPLAY "tsettle: no branches on TBranchDir.dat"
037100         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
037200             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
037300         SET TST-ABORT-RUN TO TRUE
037400     END-IF.
037500     MOVE "1000-INITIALIZE" TO TST-ERRLOG-PARAGRAPH.
037600 1200-EXIT.
037700     EXIT.
037800
037900 1300-LOAD-DIR-ROW.
038000     READ MYBRDIR
038100         AT END
038200             SET TST-DIR-EOF TO TRUE
038300             GO TO 1300-EXIT
038400     END-READ.
038500     IF BRD-BRANCH-NUMBER IS NOT NUMERIC
038600         OR BRD-BRANCH-NUMBER = ZERO
038700         DISPLAY "tsettle: directory row with branch number ",
038800             BRD-BRANCH-NUMBER, " ignored"
038900         GO TO 1300-EXIT
039000     END-IF.
039100     IF TST-NUM-POS (BRD-BRANCH-NUMBER) NOT = ZERO
039200         DISPLAY "tsettle: branch ", BRD-BRANCH-NUMBER,
039300             " is on the directory twice, second row ignored"
039400         GO TO 1300-EXIT
039500     END-IF.
039600     IF BRD-ACCT-BRANCH = SPACES
039700         DISPLAY "tsettle: branch ", BRD-BRANCH-NUMBER,
039800             " has no ACCT-BRANCH code on the directory"
039900     ELSE
040000         MOVE BRD-ACCT-BRANCH TO TST-MATCH-CODE
040100         PERFORM 2400-FIND-CODE THRU 2400-EXIT
040200         IF TST-CODE-FOUND
040300             DISPLAY "tsettle: ACCT-BRANCH ", BRD-ACCT-BRANCH,
040400                 " is mapped to branches ",
040500                 TST-BR-NUMBER (TST-BR-SUB), " and ",
040600                 BRD-BRANCH-NUMBER, ", settlement stopped"
040700             CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
040800                 TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
040900             SET TST-ABORT-RUN TO TRUE
041000             GO TO 1300-EXIT
041100         END-IF
041200     END-IF.
041300     IF TST-BR-TALLY < TST-BR-LIMIT
041400         ADD 1 TO TST-BR-TALLY
041500         MOVE BRD-BRANCH-NUMBER TO TST-BR-NUMBER (TST-BR-TALLY)
041600         MOVE BRD-BRANCH-NAME   TO TST-BR-NAME (TST-BR-TALLY)
041700         MOVE BRD-ACCT-BRANCH   TO TST-BR-CODE (TST-BR-TALLY)
041800         MOVE TST-BR-TALLY TO TST-NUM-POS (BRD-BRANCH-NUMBER)
041900     END-IF.
042000 1300-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------*
042400* 2000-SETTLE-DETAIL PLACES ONE DETAIL IN THE MATRIX: ROW =
042500* THE SUBMITTING BRANCH FROM THE INPUT GENERATION, COLUMN =
042600* THE HOLDING BRANCH FROM THE MASTER.
042700*----------------------------------------------------------*
042800 2000-SETTLE-DETAIL.
042900     IF TR-IS-TRAILER
043000         GO TO 2000-READ-NEXT
043100     END-IF.
043200     ADD 1 TO TST-DETAIL-COUNT.
043300     IF OUT-TYPE-REVERSAL
043400         COMPUTE TST-SIGNED-AMOUNT = ZERO - OUT-AMOUNT
043500     ELSE
043600         MOVE OUT-AMOUNT TO TST-SIGNED-AMOUNT
043700     END-IF.
043800     MOVE OUT-KEY TO IN-KEY.
043900     READ MYINGEN
044000         INVALID KEY
044100             MOVE SPACE TO IN-ORIGIN-BRANCH
044200             MOVE "NOT ON THE INPUT GENERATION" TO TST-REASON
044300             PERFORM 2500-NOT-SETTLED THRU 2500-EXIT
044400             GO TO 2000-READ-NEXT
044500     END-READ.
044600     IF IN-ORIGIN-BRANCH = SPACE
044700         ADD 1 TO TST-NO-ORIGIN-COUNT
044800         GO TO 2000-READ-NEXT
044900     END-IF.
045000     MOVE ZERO TO TST-ROW-SUB.
045100     IF IN-ORIGIN-BRANCH IS NUMERIC
045200         MOVE IN-ORIGIN-BRANCH TO TST-ORIGIN-NUMBER
045300         IF TST-ORIGIN-NUMBER > ZERO
045400             MOVE TST-NUM-POS (TST-ORIGIN-NUMBER) TO TST-ROW-SUB
045500         END-IF
045600     END-IF.
045700     IF TST-ROW-SUB = ZERO
045800         MOVE "SUBMITTING BRANCH NOT ON DIRECTORY" TO TST-REASON
045900         PERFORM 2500-NOT-SETTLED THRU 2500-EXIT
046000         GO TO 2000-READ-NEXT
046100     END-IF.
046200     IF TST-BR-CODE (TST-ROW-SUB) = SPACES
046300         MOVE "SUBMITTING BRANCH HAS NO CODE" TO TST-REASON
046400         PERFORM 2500-NOT-SETTLED THRU 2500-EXIT
046500         GO TO 2000-READ-NEXT
046600     END-IF.
046700     MOVE OUT-KEY TO ACCT-NUMBER.
046800     READ MYMASTER
046900         INVALID KEY
047000             MOVE "ACCOUNT NOT ON MASTER" TO TST-REASON
047100             PERFORM 2500-NOT-SETTLED THRU 2500-EXIT
047200             GO TO 2000-READ-NEXT
047300     END-READ.
047400     MOVE ACCT-BRANCH TO TST-MATCH-CODE.
047500     PERFORM 2400-FIND-CODE THRU 2400-EXIT.
047600     IF NOT TST-CODE-FOUND
047700         MOVE SPACES TO TST-REASON
047800         STRING "ACCT-BRANCH " ACCT-BRANCH " NOT ON DIRECTORY"
047900             DELIMITED BY SIZE INTO TST-REASON
048000         PERFORM 2500-NOT-SETTLED THRU 2500-EXIT
048100         GO TO 2000-READ-NEXT
048200     END-IF.
048300     MOVE TST-BR-SUB TO TST-COL-SUB.
048400     IF TST-COL-SUB = TST-ROW-SUB
048500         ADD 1 TO TST-SAME-COUNT
048600         GO TO 2000-READ-NEXT
048700     END-IF.
048800     ADD TST-SIGNED-AMOUNT
048900         TO TST-GROSS (TST-ROW-SUB, TST-COL-SUB).
049000     ADD 1 TO TST-GROSS-COUNT (TST-ROW-SUB, TST-COL-SUB).
049100     ADD 1 TO TST-CROSS-COUNT.
049200     ADD TST-SIGNED-AMOUNT TO TST-CROSS-TOTAL.
049300 2000-READ-NEXT.
049400     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
049500 2000-EXIT.
049600     EXIT.
049700
049800 2100-READ-OUTFILE.
049900     READ MYOUTFILE
050000         AT END
050100             SET TST-OUT-EOF TO TRUE
050200     END-READ.
050300 2100-EXIT.
050400     EXIT.
050500
050600*----------------------------------------------------------*
050700* 2400-FIND-CODE LOOKS TST-MATCH-CODE UP AMONG THE LOADED
050800* ROWS; TST-BR-SUB IS THE ROW WHEN FOUND.
050900*----------------------------------------------------------*
051000 2400-FIND-CODE.
051100     MOVE "N" TO TST-FOUND-SW.
051200     PERFORM 2410-MATCH-CODE THRU 2410-EXIT
051300         VARYING TST-BR-SUB FROM 1 BY 1
051400         UNTIL TST-BR-SUB > TST-BR-TALLY OR TST-CODE-FOUND.
051500     IF TST-CODE-FOUND
051600         SUBTRACT 1 FROM TST-BR-SUB
051700     END-IF.
051800 2400-EXIT.
051900     EXIT.
052000
052100 2410-MATCH-CODE.
052200     IF TST-BR-CODE (TST-BR-SUB) = TST-MATCH-CODE
052300         SET TST-CODE-FOUND TO TRUE
052400     END-IF.
052500 2410-EXIT.
052600     EXIT.
052700
052800 2500-NOT-SETTLED.
052900     ADD 1 TO TST-UNSETTLED-COUNT.
053000     MOVE OUT-KEY           TO TST-RPT-MISS-KEY.
053100     MOVE IN-ORIGIN-BRANCH  TO TST-RPT-MISS-ORIGIN.
053200     MOVE TST-SIGNED-AMOUNT TO TST-RPT-MISS-AMT.
053300     MOVE TST-REASON        TO TST-RPT-MISS-REASON.
053400     MOVE TST-RPT-MISS-LINE TO TST-RW-LINE.
053500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
053600 2500-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------*
054000* 3000-NET-MATRIX NETS EACH CELL AGAINST ITS MIRROR AND
054100* TOTALS EVERY BRANCH: GROSS DUE-TO ACROSS ITS ROW, GROSS
054200* DUE-FROM DOWN ITS COLUMN, AND THE NET COLUMN TOTAL.
054300*----------------------------------------------------------*
054400 3000-NET-MATRIX.
054500     PERFORM 3100-NET-ROW THRU 3100-EXIT
054600         VARYING TST-ROW-SUB FROM 1 BY 1
054700         UNTIL TST-ROW-SUB > TST-BR-TALLY.
054800     PERFORM 3300-POSITION-ONE THRU 3300-EXIT
054900         VARYING TST-BR-SUB FROM 1 BY 1
055000         UNTIL TST-BR-SUB > TST-BR-TALLY.
055100 3000-EXIT.
055200     EXIT.
055300
055400 3100-NET-ROW.
055500     PERFORM 3200-NET-CELL THRU 3200-EXIT
055600         VARYING TST-COL-SUB FROM 1 BY 1
055700         UNTIL TST-COL-SUB > TST-BR-TALLY.
055800 3100-EXIT.
055900     EXIT.
056000
056100 3200-NET-CELL.
056200     COMPUTE TST-NET (TST-ROW-SUB, TST-COL-SUB) =
056300         TST-GROSS (TST-ROW-SUB, TST-COL-SUB)
056400         - TST-GROSS (TST-COL-SUB, TST-ROW-SUB).
056500     ADD TST-GROSS (TST-ROW-SUB, TST-COL-SUB)
056600         TO TST-BR-DUE-TO (TST-ROW-SUB).
056700     ADD TST-GROSS (TST-ROW-SUB, TST-COL-SUB)
056800         TO TST-BR-DUE-FROM (TST-COL-SUB).
056900     ADD TST-NET (TST-ROW-SUB, TST-COL-SUB)
057000         TO TST-BR-COL-TOTAL (TST-COL-SUB).
057100     ADD TST-NET (TST-ROW-SUB, TST-COL-SUB) TO TST-MATRIX-TOTAL.
057200 3200-EXIT.
057300     EXIT.
057400
057500 3300-POSITION-ONE.
057600     COMPUTE TST-BR-POSITION (TST-BR-SUB) =
057700         TST-BR-DUE-FROM (TST-BR-SUB)
057800         - TST-BR-DUE-TO (TST-BR-SUB).
057900     ADD TST-BR-POSITION (TST-BR-SUB) TO TST-POSITION-TOTAL.
058000     ADD TST-BR-DUE-TO (TST-BR-SUB)   TO TST-DUE-TO-TOTAL.
058100     ADD TST-BR-DUE-FROM (TST-BR-SUB) TO TST-DUE-FROM-TOTAL.
058200 3300-EXIT.
058300     EXIT.
058400
058500*----------------------------------------------------------*
058600* 4000-PRINT-MATRIX PRINTS THE NET MATRIX -- THE ROW BRANCH
058700* OWES THE COLUMN BRANCH -- FIVE COLUMNS TO A BAND, EACH
058800* BAND CLOSED BY ITS NET COLUMN TOTALS.
058900*----------------------------------------------------------*
059000 4000-PRINT-MATRIX.
059100     MOVE "NET SETTLEMENT MATRIX -- ROW BRANCH OWES COLUMN BRANCH"
059200         TO TST-RPT-TEXT.
059300     MOVE TST-RPT-TEXT-LINE TO TST-RW-LINE.
059400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
059500     PERFORM 4100-PRINT-BAND THRU 4100-EXIT
059600         VARYING TST-BAND-START FROM 1 BY TST-BAND-WIDTH
059700         UNTIL TST-BAND-START > TST-BR-TALLY.
059800 4000-EXIT.
059900     EXIT.
060000
060100 4100-PRINT-BAND.
060200     MOVE "OWES  " TO TST-RPT-MX-LABEL.
060300     PERFORM 4110-HEAD-CELL THRU 4110-EXIT
060400         VARYING TST-BAND-SUB FROM 1 BY 1
060500         UNTIL TST-BAND-SUB > TST-BAND-WIDTH.
060600     MOVE TST-RPT-MATRIX-LINE TO TST-RW-LINE.
060700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
060800     PERFORM 4200-PRINT-BAND-ROW THRU 4200-EXIT
060900         VARYING TST-ROW-SUB FROM 1 BY 1
061000         UNTIL TST-ROW-SUB > TST-BR-TALLY.
061100     MOVE "TOTAL " TO TST-RPT-MX-LABEL.
061200     PERFORM 4300-TOTAL-CELL THRU 4300-EXIT
061300         VARYING TST-BAND-SUB FROM 1 BY 1
061400         UNTIL TST-BAND-SUB > TST-BAND-WIDTH.
061500     MOVE TST-RPT-MATRIX-LINE TO TST-RW-LINE.
061600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
061700     MOVE SPACES TO TST-RW-LINE.
061800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
061900 4100-EXIT.
062000     EXIT.
062100
062200 4110-HEAD-CELL.
062300     COMPUTE TST-COL-SUB = TST-BAND-START + TST-BAND-SUB - 1.
062400     IF TST-COL-SUB > TST-BR-TALLY
062500         MOVE SPACES TO TST-RPT-MX-TEXT (TST-BAND-SUB)
062600     ELSE
062700         MOVE TST-BR-CODE (TST-COL-SUB) TO TST-CODE-CELL-CODE
062800         MOVE TST-CODE-CELL TO TST-RPT-MX-TEXT (TST-BAND-SUB)
062900     END-IF.
063000 4110-EXIT.
063100     EXIT.
063200
063300 4200-PRINT-BAND-ROW.
063400     MOVE SPACES TO TST-RPT-MX-LABEL.
063500     MOVE TST-BR-CODE (TST-ROW-SUB) TO TST-RPT-MX-LABEL.
063600     PERFORM 4210-ROW-CELL THRU 4210-EXIT
063700         VARYING TST-BAND-SUB FROM 1 BY 1
063800         UNTIL TST-BAND-SUB > TST-BAND-WIDTH.
063900     MOVE TST-RPT-MATRIX-LINE TO TST-RW-LINE.
064000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
064100 4200-EXIT.
064200     EXIT.
064300
064400 4210-ROW-CELL.
064500     COMPUTE TST-COL-SUB = TST-BAND-START + TST-BAND-SUB - 1.
064600     IF TST-COL-SUB > TST-BR-TALLY
064700         OR TST-COL-SUB = TST-ROW-SUB
064800         MOVE SPACES TO TST-RPT-MX-TEXT (TST-BAND-SUB)
064900     ELSE
065000         MOVE TST-NET (TST-ROW-SUB, TST-COL-SUB)
065100             TO TST-RPT-MX-CELL (TST-BAND-SUB)
065200     END-IF.
065300 4210-EXIT.
065400     EXIT.
065500
065600 4300-TOTAL-CELL.
065700     COMPUTE TST-COL-SUB = TST-BAND-START + TST-BAND-SUB - 1.
065800     IF TST-COL-SUB > TST-BR-TALLY
065900         MOVE SPACES TO TST-RPT-MX-TEXT (TST-BAND-SUB)
066000     ELSE
066100         MOVE TST-BR-COL-TOTAL (TST-COL-SUB)
066200             TO TST-RPT-MX-CELL (TST-BAND-SUB)
066300     END-IF.
066400 4300-EXIT.
066500     EXIT.
066600
066700*----------------------------------------------------------*
066800* 4500-PRINT-POSITIONS PRINTS EACH BRANCH'S GROSS DUE-TO,
066900* GROSS DUE-FROM AND NET POSITION (POSITIVE = THE OTHER
067000* BRANCHES OWE IT), THEN THE COUNTS.
067100*----------------------------------------------------------*
067200 4500-PRINT-POSITIONS.
067300     MOVE TST-RPT-POS-HEAD TO TST-RW-LINE.
067400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
067500     PERFORM 4600-PRINT-ONE-POSITION THRU 4600-EXIT
067600         VARYING TST-BR-SUB FROM 1 BY 1
067700         UNTIL TST-BR-SUB > TST-BR-TALLY.
067800     MOVE SPACES TO TST-RPT-POS-CODE.
067900     MOVE "TOTAL" TO TST-RPT-POS-NAME.
068000     MOVE TST-DUE-TO-TOTAL   TO TST-RPT-POS-DUE-TO.
068100     MOVE TST-DUE-FROM-TOTAL TO TST-RPT-POS-DUE-FROM.
068200     MOVE TST-POSITION-TOTAL TO TST-RPT-POS-NET.
068300     MOVE TST-RPT-POS-LINE TO TST-RW-LINE.
068400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
068500     MOVE SPACES TO TST-RW-LINE.
068600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
068700     MOVE "DETAILS ON THE GENERATION" TO TST-RPT-CNT-LABEL.
068800     MOVE TST-DETAIL-COUNT TO TST-RPT-CNT.
068900     PERFORM 4700-PRINT-COUNT THRU 4700-EXIT.
069000     MOVE "SAME BRANCH, NOT SETTLED" TO TST-RPT-CNT-LABEL.
069100     MOVE TST-SAME-COUNT TO TST-RPT-CNT.
069200     PERFORM 4700-PRINT-COUNT THRU 4700-EXIT.
069300     MOVE "NO SUBMITTING BRANCH STAMP" TO TST-RPT-CNT-LABEL.
069400     MOVE TST-NO-ORIGIN-COUNT TO TST-RPT-CNT.
069500     PERFORM 4700-PRINT-COUNT THRU 4700-EXIT.
069600     MOVE "CROSS-BRANCH, SETTLED" TO TST-RPT-CNT-LABEL.
069700     MOVE TST-CROSS-COUNT TO TST-RPT-CNT.
069800     PERFORM 4700-PRINT-COUNT THRU 4700-EXIT.
069900     MOVE "COULD NOT BE PLACED" TO TST-RPT-CNT-LABEL.
070000     MOVE TST-UNSETTLED-COUNT TO TST-RPT-CNT.
070100     PERFORM 4700-PRINT-COUNT THRU 4700-EXIT.
070200 4500-EXIT.
070300     EXIT.
070400
070500 4600-PRINT-ONE-POSITION.
070600     MOVE TST-BR-CODE (TST-BR-SUB)      TO TST-RPT-POS-CODE.
070700     MOVE TST-BR-NAME (TST-BR-SUB)      TO TST-RPT-POS-NAME.
070800     MOVE TST-BR-DUE-TO (TST-BR-SUB)    TO TST-RPT-POS-DUE-TO.
070900     MOVE TST-BR-DUE-FROM (TST-BR-SUB)  TO TST-RPT-POS-DUE-FROM.
071000     MOVE TST-BR-POSITION (TST-BR-SUB)  TO TST-RPT-POS-NET.
071100     MOVE TST-RPT-POS-LINE TO TST-RW-LINE.
071200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
071300 4600-EXIT.
071400     EXIT.
071500
071600 4700-PRINT-COUNT.
071700     MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE.
071800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
071900 4700-EXIT.
072000     EXIT.
072100
072200*----------------------------------------------------------*
072300* 5000-WRITE-SETTLEMENT WRITES TSETTLE.TMP: ONE PAIR LINE FOR
072400* EVERY TWO BRANCHES WITH A NET AMOUNT BETWEEN THEM, PAYER
072500* FIRST; ONE POSITION LINE PER MAPPED BRANCH; AND THE
072600* TRAILER.
072700*----------------------------------------------------------*
072800 5000-WRITE-SETTLEMENT.
072900     OPEN OUTPUT MYSTLFILE.
073000     PERFORM 5100-PAIR-ROW THRU 5100-EXIT
073100         VARYING TST-ROW-SUB FROM 1 BY 1
073200         UNTIL TST-ROW-SUB > TST-BR-TALLY.
073300     PERFORM 5300-WRITE-POSITION THRU 5300-EXIT
073400         VARYING TST-BR-SUB FROM 1 BY 1
073500         UNTIL TST-BR-SUB > TST-BR-TALLY.
073600     MOVE SPACES         TO SETTLE-RECORD.
073700     MOVE TST-RUN-DATE   TO STL-RUN-DATE.
073800     MOVE "T"            TO STL-REC-TYPE.
073900     MOVE TST-STL-LINES  TO STL-COUNT.
074000     MOVE TST-PAIR-TOTAL TO STL-AMOUNT.
074100     WRITE SETTLE-RECORD.
074200     CLOSE MYSTLFILE.
074300 5000-EXIT.
074400     EXIT.
074500
074600 5100-PAIR-ROW.
074700     PERFORM 5200-WRITE-PAIR THRU 5200-EXIT
074800         VARYING TST-COL-SUB FROM 1 BY 1
074900         UNTIL TST-COL-SUB > TST-BR-TALLY.
075000 5100-EXIT.
075100     EXIT.
075200
075300 5200-WRITE-PAIR.
075400     IF TST-COL-SUB NOT > TST-ROW-SUB
075500         OR TST-NET (TST-ROW-SUB, TST-COL-SUB) = ZERO
075600         GO TO 5200-EXIT
075700     END-IF.
075800     MOVE SPACES       TO SETTLE-RECORD.
075900     MOVE TST-RUN-DATE TO STL-RUN-DATE.
076000     MOVE "P"          TO STL-REC-TYPE.
076100     COMPUTE STL-COUNT =
076200         TST-GROSS-COUNT (TST-ROW-SUB, TST-COL-SUB)
076300         + TST-GROSS-COUNT (TST-COL-SUB, TST-ROW-SUB).
076400     IF TST-NET (TST-ROW-SUB, TST-COL-SUB) > ZERO
076500         MOVE TST-BR-CODE (TST-ROW-SUB) TO STL-PAYER
076600         MOVE TST-BR-CODE (TST-COL-SUB) TO STL-PAYEE
076700         MOVE TST-NET (TST-ROW-SUB, TST-COL-SUB) TO STL-AMOUNT
076800     ELSE
076900         MOVE TST-BR-CODE (TST-COL-SUB) TO STL-PAYER
077000         MOVE TST-BR-CODE (TST-ROW-SUB) TO STL-PAYEE
077100         MOVE TST-NET (TST-COL-SUB, TST-ROW-SUB) TO STL-AMOUNT
077200     END-IF.
077300     WRITE SETTLE-RECORD.
077400     ADD 1 TO TST-STL-LINES.
077500     ADD STL-AMOUNT TO TST-PAIR-TOTAL.
077600 5200-EXIT.
077700     EXIT.
077800
077900 5300-WRITE-POSITION.
078000     IF TST-BR-CODE (TST-BR-SUB) = SPACES
078100         GO TO 5300-EXIT
078200     END-IF.
078300     MOVE SPACES       TO SETTLE-RECORD.
078400     MOVE TST-RUN-DATE TO STL-RUN-DATE.
078500     MOVE "N"          TO STL-REC-TYPE.
078600     MOVE TST-BR-CODE (TST-BR-SUB)     TO STL-PAYER.
078700     MOVE ZERO                         TO STL-COUNT.
078800     MOVE TST-BR-POSITION (TST-BR-SUB) TO STL-AMOUNT.
078900     WRITE SETTLE-RECORD.
079000     ADD 1 TO TST-STL-LINES.
079100 5300-EXIT.
079200     EXIT.
079300
079400*----------------------------------------------------------*
079500* 6000-PROVE-SETTLEMENT: THE NET MATRIX AND THE POSITIONS
079600* MUST EACH NET TO ZERO, THE GROSS DUE-TO MUST EQUAL THE
079700* CROSS-BRANCH DETAILS PLACED, AND EVERY DETAIL MUST HAVE
079800* BEEN PLACED.
079900*----------------------------------------------------------*
080000 6000-PROVE-SETTLEMENT.
080100     SET TST-PROVED TO TRUE.
080200     MOVE "MATRIX NETS TO ZERO" TO TST-RPT-PROOF-TEXT.
080300     IF TST-MATRIX-TOTAL = ZERO
080400         MOVE "PROVED" TO TST-RPT-PROOF-RESULT
080500     ELSE
080600         MOVE "OUT OF BALANCE" TO TST-RPT-PROOF-RESULT
080700         MOVE "N" TO TST-PROVED-SW
080800     END-IF.
080900     MOVE TST-RPT-PROOF-LINE TO TST-RW-LINE.
081000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
081100     MOVE "NET POSITIONS SUM TO ZERO" TO TST-RPT-PROOF-TEXT.
081200     IF TST-POSITION-TOTAL = ZERO
081300         MOVE "PROVED" TO TST-RPT-PROOF-RESULT
081400     ELSE
081500         MOVE "OUT OF BALANCE" TO TST-RPT-PROOF-RESULT
081600         MOVE "N" TO TST-PROVED-SW
081700     END-IF.
081800     MOVE TST-RPT-PROOF-LINE TO TST-RW-LINE.
081900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
082000     MOVE "DUE TO = CROSS-BRANCH DETAILS" TO TST-RPT-PROOF-TEXT.
082100     IF TST-DUE-TO-TOTAL = TST-CROSS-TOTAL
082200         AND TST-DUE-FROM-TOTAL = TST-CROSS-TOTAL
082300         MOVE "PROVED" TO TST-RPT-PROOF-RESULT
082400     ELSE
082500         MOVE "OUT OF BALANCE" TO TST-RPT-PROOF-RESULT
082600         MOVE "N" TO TST-PROVED-SW
082700     END-IF.
082800     MOVE TST-RPT-PROOF-LINE TO TST-RW-LINE.
082900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
083000     MOVE "EVERY DETAIL PLACED" TO TST-RPT-PROOF-TEXT.
083100     IF TST-UNSETTLED-COUNT = ZERO
083200         MOVE "PROVED" TO TST-RPT-PROOF-RESULT
083300     ELSE
083400         MOVE "STOPPED" TO TST-RPT-PROOF-RESULT
083500         MOVE "N" TO TST-PROVED-SW
083600     END-IF.
083700     MOVE TST-RPT-PROOF-LINE TO TST-RW-LINE.
083800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
083900     IF NOT TST-PROVED
084000         DISPLAY "tsettle: settlement not proved, not released"
084100         MOVE "6000-PROVE-SETTLEMENT" TO TST-ERRLOG-PARAGRAPH
084200         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
084300             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
084400     END-IF.
084500 6000-EXIT.
084600     EXIT.
084700
084800*----------------------------------------------------------*
084900* 7000-RELEASE-SETTLEMENT RENAMES A PROVED TSETTLE.TMP TO
085000* TSETTLE.DAT FOR ACCOUNTING TO COLLECT. AN UNPROVED ONE
085100* STAYS BEHIND AS TSETTLE.TMP FOR DIAGNOSIS AND IS REPLACED
085200* BY THE RERUN.
085300*----------------------------------------------------------*
085400 7000-RELEASE-SETTLEMENT.
085500     IF TST-PROVED
085600         CALL "CBL_RENAME_FILE" USING TST-STL-TMP-NAME,
085700             TST-STL-NAME
085800         MOVE "SETTLEMENT RELEASED TO TSETTLE.DAT"
085900             TO TST-RPT-PROOF-TEXT
086000     ELSE
086100         SET TST-ABORT-RUN TO TRUE
086200         MOVE "SETTLEMENT HELD AS TSETTLE.TMP"
086300             TO TST-RPT-PROOF-TEXT
086400     END-IF.
086500     MOVE SPACES TO TST-RPT-PROOF-RESULT.
086600     MOVE TST-RPT-PROOF-LINE TO TST-RW-LINE.
086700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
086800     MOVE "C" TO TST-RW-FUNCTION.
086900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
087000     DISPLAY "tsettle: ", TST-RPT-PROOF-TEXT.
087100 7000-EXIT.
087200     EXIT.
087300
087400 8500-CALL-REPORT-WRITER.
087500     CALL "TRPTWRT" USING TST-RW-FUNCTION, TST-RW-TITLE,
087600         TST-ERRLOG-PROGRAM-ID, TST-RW-FILENAME, TST-RW-LINE.
087700 8500-EXIT.
087800     EXIT.
087900
088000 8600-PRINT-LINE.
088100     MOVE "W" TO TST-RW-FUNCTION.
088200     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
088300 8600-EXIT.
088400     EXIT.
088500
088600 9000-TERMINATE.
088700     ACCEPT TST-END-TIME FROM TIME.
088800     MOVE TST-DETAIL-COUNT TO TST-RUNHIST-COUNT.
088900     CALL "TRUNHIST" USING TST-ERRLOG-PROGRAM-ID,
089000         TST-START-TIME, TST-END-TIME, TST-RUNHIST-COUNT.
089100*----------------------------------------------------------*
089200* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
089300* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
089400* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
089500*----------------------------------------------------------*
089600     IF TST-ABORT-RUN
089700         MOVE 8 TO RETURN-CODE
089800     ELSE
089900         IF TST-NO-GENERATION
090000             MOVE 4 TO RETURN-CODE
090100         ELSE
090200             MOVE ZERO TO RETURN-CODE
090300         END-IF
090400     END-IF.
090500 9000-EXIT.
090600     EXIT.
090700
090800* Input:
090900*    file "TFileOut.dat.CCYYMMDD" (tonight's archived generation)
091000*    file "TFileIn.dat.CCYYMMDD" (tonight's keyed input
091100*         generation, for each detail's IN-ORIGIN-BRANCH)
091200*    file "TAcctMaster.dat" (DL140 master, for ACCT-BRANCH)
091300*    file "TBranchDir.dat" (DL180 directory, BRD-ACCT-BRANCH
091400*         maps the branch number to the ACCT-BRANCH code)
091500*    file "TProcCal.dat" via TBUSDAY (processing days)
091600* Output:
091700*    file "TSettle.dat" -- DL370 pair, position and trailer
091800*         lines, present only when the run proved
091900*    file "TSettle.tmp" -- the held file of an unproved run
092000*    file "TSettleRpt.txt" -- details not placed, the net
092100*         matrix, branch positions, counts and proofs
092200*    RETURN-CODE 0 = released or non-processing day, 4 = no
092300*         generation, 8 = stopped or not proved
