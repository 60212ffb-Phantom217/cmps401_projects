000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TYEAREND.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. YEAR-END ANNUAL ACCOUNT
001200*                      SUMMARY AND ROLLOVER. FOR THE YEAR ON
001300*                      THE DL380 CARD (TYEARPARM.DAT) IT
001400*                      TOTALS, FOR EVERY ACCOUNT ON
001500*                      TACCTMASTER.DAT, THE YEAR'S SERVICE
001600*                      CHARGES (FLAG C), INTEREST (FLAG I),
001700*                      REVERSALS AND NET MOVEMENT FROM
001800*                      THISTMASTER.DAT AND TPOSTJRNL.DAT,
001900*                      PRINTS THE ANNUAL SUMMARY ON
002000*                      TYEARRPT.TXT AND WRITES THE DL385
002100*                      EXTRACT FOR FINANCE. IT THEN ROLLS THE
002200*                      YEAR OVER: A DL355/DL360 SNAPSHOT OF
002300*                      THE MASTER, A COPY OF THE YEAR'S LAST
002400*                      TTRIALSNAP.DAT TOTALS, AND A DL390
002500*                      CLOSED LINE FOR THE YEAR PLUS AN OPENED
002600*                      LINE FOR THE NEXT, ITS COUNTERS AT
002700*                      ZERO, ON TYEARCTL.DAT.
002720*    2026-10-15 DL     A YEAR'S TRIAL BALANCE COPY THAT WILL
002740*                      NOT OPEN NOW STOPS THE RUN ON 8 BEFORE
002760*                      THE YEAR IS ROLLED, SO IT CAN BE RUN
002780*                      AGAIN.
002800*----------------------------------------------------------*
002900*----------------------------------------------------------*
003000* THE POSTING JOURNAL ONLY KEEPS ITS RETENTION WINDOW, SO   *
003100* EACH RUN DATE IS TAKEN FROM ONE SOURCE: THE JOURNAL FROM  *
003200* ITS EARLIEST RUN DATE ON (WHAT TPOST APPLIED, SIGNED AS   *
003300* APPLIED), THE HISTORY MASTER FOR THE RUN DATES BEFORE IT  *
003400* (A REVERSAL TAKEN AS NEGATIVE, AS TPOST APPLIES IT). NO   *
003500* DETAIL IS COUNTED TWICE. THE DETAILS ARE SORTED BY        *
003600* ACCOUNT AND MATCHED TO ONE SEQUENTIAL PASS OF THE MASTER; *
003700* A DETAIL FOR AN ACCOUNT NOT ON THE MASTER IS LISTED AND   *
003800* LEFT OUT OF THE TOTALS. A YEAR ALREADY CLOSED ON          *
003900* TYEARCTL.DAT, OR A YEAR NOT YET OVER, IS REFUSED -- THE   *
003910* RUN DATE MUST BE THE YEAR'S LAST DAY OR LATER, SO A CARD  *
003920* LEFT IN PLACE CANNOT CLOSE THE YEAR PART WAY THROUGH. THE *
004000* CLOSED LINE IS WRITTEN LAST, SO A RUN THAT STOPS PART WAY *
004100* CAN SIMPLY BE RUN AGAIN. RUN AFTER THE YEAR'S LAST TPOST, *
004200* THIST AND TTRIAL.                                         *
004300*----------------------------------------------------------*
004400 ENVIRONMENT DIVISION.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT MYPARMFILE ASSIGN TO "TYearParm.dat"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS TYE-PARM-STATUS.
005000     SELECT MYCONTROL ASSIGN TO "TYearCtl.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS TYE-CTL-STATUS.
005300     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS ACCT-NUMBER
005700         FILE STATUS IS TYE-MST-STATUS.
005800     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS HIST-KEY
006200         FILE STATUS IS TYE-HIST-STATUS.
006300     SELECT MYJOURNAL ASSIGN TO "TPostJrnl.dat"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS TYE-JRN-STATUS.
006600     SELECT MYSNAPFILE ASSIGN TO "TTrialSnap.dat"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS TYE-SNP-STATUS.
006900     SELECT MYEXTRACT ASSIGN TO TYE-EXT-FILENAME
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS TYE-OUT-STATUS.
007200     SELECT MYIMAGE ASSIGN TO TYE-IMG-FILENAME
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS TYE-OUT-STATUS.
007500     SELECT MYTRIALOUT ASSIGN TO TYE-TRL-FILENAME
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS TYE-OUT-STATUS.
007800     SELECT MYYRSORT ASSIGN TO "TYearSort.wrk".
007900     SELECT MYYRWORK ASSIGN TO "TYearSort.tmp"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS TYE-SRT-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  MYPARMFILE.
008500     COPY DL380.
008600 FD  MYCONTROL.
008700     COPY DL390.
008800 FD  MYMASTER.
008900     COPY DL140.
009000 FD  MYHISTMST.
009100     COPY DL170.
009200 FD  MYJOURNAL.
009300     COPY DL240.
009400 FD  MYSNAPFILE.
009500     COPY DL235.
009600 FD  MYEXTRACT.
009700     COPY DL385.
009800 FD  MYIMAGE.
009900     COPY DL355.
010000     COPY DL360.
010100 FD  MYTRIALOUT.
010200 01  TRIAL-OUT-LINE       PIC X(29).
010300*----------------------------------------------------------*
010400* THE YEAR'S DETAILS IN ACCOUNT ORDER, THE AMOUNT SIGNED AS
010500* IT MOVED THE BALANCE, FROM WHICHEVER SOURCE HOLDS ITS RUN
010600* DATE.
010700*----------------------------------------------------------*
010800 SD  MYYRSORT.
010900 01  YEAR-SORT-RECORD.
011000     05  YSR-KEY          PIC X(8).
011100     05  YSR-FLAG         PIC X.
011200     05  YSR-AMOUNT       PIC S9(5)V99.
011300     05  YSR-TRANS-TYPE   PIC X.
011400 FD  MYYRWORK.
011500 01  YEAR-WORK-RECORD.
011600     05  YWK-KEY          PIC X(8).
011700     05  YWK-FLAG         PIC X.
011800         88  YWK-IS-CHARGE          VALUE "C".
011900         88  YWK-IS-INTEREST        VALUE "I".
012000     05  YWK-AMOUNT       PIC S9(5)V99.
012100     05  YWK-TRANS-TYPE   PIC X.
012200         88  YWK-TYPE-REVERSAL      VALUE "R".
012300 WORKING-STORAGE SECTION.
012400 01  TYE-PARM-STATUS  PIC XX        VALUE "00".
012500     88  TYE-PARM-NOT-FOUND         VALUE "35".
012600 01  TYE-CTL-STATUS   PIC XX        VALUE "00".
012700     88  TYE-CTL-NOT-FOUND          VALUE "35".
012800 01  TYE-MST-STATUS   PIC XX        VALUE "00".
012900     88  TYE-MST-OK                 VALUE "00".
013000 01  TYE-HIST-STATUS  PIC XX        VALUE "00".
013100     88  TYE-HIST-OK                VALUE "00".
013200     88  TYE-HIST-NOT-FOUND         VALUE "35".
013300 01  TYE-JRN-STATUS   PIC XX        VALUE "00".
013400     88  TYE-JRN-OK                 VALUE "00".
013500     88  TYE-JRN-NOT-FOUND          VALUE "35".
013600 01  TYE-SNP-STATUS   PIC XX        VALUE "00".
013700     88  TYE-SNP-OK                 VALUE "00".
013800     88  TYE-SNP-NOT-FOUND          VALUE "35".
013900 01  TYE-OUT-STATUS   PIC XX        VALUE "00".
014000     88  TYE-OUT-OK                 VALUE "00".
014100 01  TYE-SRT-STATUS   PIC XX        VALUE "00".
014200     88  TYE-SRT-OK                 VALUE "00".
014300 01  TYE-CTL-EOF-SW   PIC X         VALUE "N".
014400     88  TYE-CTL-EOF                VALUE "Y".
014500 01  TYE-MST-EOF-SW   PIC X         VALUE "N".
014600     88  TYE-MST-EOF                VALUE "Y".
014700 01  TYE-HIST-EOF-SW  PIC X         VALUE "N".
014800     88  TYE-HIST-EOF               VALUE "Y".
014900 01  TYE-JRN-EOF-SW   PIC X         VALUE "N".
015000     88  TYE-JRN-EOF                VALUE "Y".
015100 01  TYE-SNP-EOF-SW   PIC X         VALUE "N".
015200     88  TYE-SNP-EOF                VALUE "Y".
015300 01  TYE-DTL-EOF-SW   PIC X         VALUE "N".
015400     88  TYE-DTL-EOF                VALUE "Y".
015500 01  TYE-ABORT-SW     PIC X         VALUE "N".
015600     88  TYE-ABORT-RUN              VALUE "Y".
015700 01  TYE-MISSING-SW   PIC X         VALUE "N".
015800     88  TYE-SOURCE-MISSING         VALUE "Y".
015900 01  TYE-OPENING-SW   PIC X         VALUE "N".
016000     88  TYE-OPENING-FOUND          VALUE "Y".
016100 01  TYE-RUN-DATE     PIC 9(8)      VALUE ZERO.
016500 01  TYE-YEAR         PIC 9(4)      VALUE ZERO.
016600 01  TYE-NEXT-YEAR    PIC 9(4)      VALUE ZERO.
016700 01  TYE-YEAR-START   PIC 9(8)      VALUE ZERO.
016800 01  TYE-YEAR-END     PIC 9(8)      VALUE ZERO.
016900 01  TYE-JRNL-FIRST   PIC 9(8)      VALUE ZERO.
017000 01  TYE-SNAP-DATE    PIC 9(8)      VALUE ZERO.
017100 01  TYE-TAKEN-DATE   PIC 9(8)      VALUE ZERO.
017200 01  TYE-TAKEN-TIME   PIC 9(8)      VALUE ZERO.
017300 01  TYE-DTL-KEY      PIC X(8)      VALUE SPACES.
017400 01  TYE-SIGNED-AMOUNT PIC S9(5)V99 VALUE ZERO.
017500 01  TYE-EXT-FILENAME PIC X(40)     VALUE SPACES.
017600 01  TYE-IMG-FILENAME PIC X(40)     VALUE SPACES.
017700 01  TYE-TRL-FILENAME PIC X(40)     VALUE SPACES.
017800 01  TYE-SORT-NAME    PIC X(20)     VALUE "TYearSort.tmp".
017900 01  TYE-HIST-COUNT   PIC 9(7) COMP VALUE ZERO.
018000 01  TYE-JRN-COUNT    PIC 9(7) COMP VALUE ZERO.
018100 01  TYE-ORPHAN-COUNT PIC 9(7) COMP VALUE ZERO.
018200 01  TYE-SNAP-COUNT   PIC 9(4) COMP VALUE ZERO.
018300 01  TYE-ACCT-COUNT   PIC 9(7) COMP VALUE ZERO.
018400*----------------------------------------------------------*
018500* ONE ACCOUNT'S YEAR, THEN THE YEAR FOR THE WHOLE MASTER.
018600*----------------------------------------------------------*
018700 01  TYE-ACCT-DETAILS PIC 9(7) COMP VALUE ZERO.
018800 01  TYE-ACCT-CHARGES PIC S9(11)V99 COMP VALUE ZERO.
018900 01  TYE-ACCT-INTEREST PIC S9(11)V99 COMP VALUE ZERO.
019000 01  TYE-ACCT-REVERSALS PIC S9(11)V99 COMP VALUE ZERO.
019100 01  TYE-ACCT-NET     PIC S9(13)V99 COMP VALUE ZERO.
019200 01  TYE-TOT-DETAILS  PIC 9(7) COMP VALUE ZERO.
019300 01  TYE-TOT-CHARGES  PIC S9(11)V99 COMP VALUE ZERO.
019400 01  TYE-TOT-INTEREST PIC S9(11)V99 COMP VALUE ZERO.
019500 01  TYE-TOT-REVERSALS PIC S9(11)V99 COMP VALUE ZERO.
019600 01  TYE-TOT-NET      PIC S9(13)V99 COMP VALUE ZERO.
019700 01  TYE-TOT-BALANCE  PIC S9(13)V99 COMP VALUE ZERO.
019800 01  TYE-OPENING-BALANCE PIC S9(13)V99 COMP VALUE ZERO.
019900 01  TYE-DIFFERENCE   PIC S9(13)V99 COMP VALUE ZERO.
020000 01  TYE-START-TIME   PIC 9(8)      VALUE ZERO.
020100 01  TYE-END-TIME     PIC 9(8)      VALUE ZERO.
020200 01  TYE-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
020300 01  TYE-RD-FUNCTION  PIC X         VALUE "G".
020400 01  TYE-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TYEAREND".
020500 01  TYE-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
020600 01  TYE-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
020700 01  TYE-RW-FUNCTION  PIC X         VALUE SPACE.
020800 01  TYE-RW-TITLE     PIC X(30)
020900     VALUE "TYEAREND ANNUAL SUMMARY".
021000 01  TYE-RW-FILENAME  PIC X(40)     VALUE "TYearRpt.txt".
021100 01  TYE-RW-LINE      PIC X(80)     VALUE SPACES.
021200 01  TYE-RPT-YEAR-LINE.
021300     05  FILLER           PIC X(7)  VALUE "YEAR = ".
021400     05  TYE-RPT-YEAR     PIC 9(4).
021500     05  FILLER           PIC X(2)  VALUE SPACES.
021600     05  TYE-RPT-LABEL    PIC X(20).
021700     05  FILLER           PIC X(13) VALUE "  RUN DATE = ".
021800     05  TYE-RPT-RUN-DATE PIC 9(8).
021900     05  FILLER           PIC X(26) VALUE SPACES.
022000 01  TYE-RPT-HEAD-LINE.
022100     05  FILLER           PIC X(40)
022200         VALUE "ACCOUNT  BRCH      CHARGES     INTEREST ".
022300     05  FILLER           PIC X(40)
022400         VALUE "   REVERSALS  NET MOVEMENT       BALANCE".
022500 01  TYE-RPT-ACCT-LINE.
022600     05  TYE-RPT-ACCT     PIC X(8).
022700     05  FILLER           PIC X     VALUE SPACE.
022800     05  TYE-RPT-BRANCH   PIC X(4).
022900     05  FILLER           PIC X     VALUE SPACE.
023000     05  TYE-RPT-CHARGES  PIC -ZZZZZZZ9.99.
023100     05  FILLER           PIC X     VALUE SPACE.
023200     05  TYE-RPT-INTEREST PIC -ZZZZZZZ9.99.
023300     05  FILLER           PIC X     VALUE SPACE.
023400     05  TYE-RPT-REVERSALS PIC -ZZZZZZZ9.99.
023500     05  FILLER           PIC X     VALUE SPACE.
023600     05  TYE-RPT-NET      PIC -ZZZZZZZZ9.99.
023700     05  FILLER           PIC X     VALUE SPACE.
023800     05  TYE-RPT-BALANCE  PIC -ZZZZZZZZ9.99.
023900 01  TYE-RPT-ORPHAN-LINE.
024000     05  TYE-RPT-ORPHAN-KEY PIC X(8).
024100     05  FILLER           PIC X(25)
024200         VALUE "  NOT ON MASTER, AMOUNT  ".
024300     05  TYE-RPT-ORPHAN-AMT PIC -ZZZZ9.99.
024400     05  FILLER           PIC X(38) VALUE SPACES.
024500 01  TYE-RPT-AMT-LINE.
024600     05  TYE-RPT-AMT-LABEL PIC X(22).
024700     05  FILLER           PIC X(2)  VALUE "= ".
024800     05  TYE-RPT-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024900     05  FILLER           PIC X(35) VALUE SPACES.
025000 01  TYE-RPT-COUNT-LINE.
025100     05  TYE-RPT-CNT-LABEL PIC X(22).
025200     05  FILLER           PIC X(2)  VALUE "= ".
025300     05  TYE-RPT-CNT      PIC ZZZZZZ9.
025400     05  FILLER           PIC X(49) VALUE SPACES.
025500 PROCEDURE DIVISION.
025600 0000-MAINLINE.
025700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025800     IF NOT TYE-ABORT-RUN
025900         SORT MYYRSORT
026000             ON ASCENDING KEY YSR-KEY
026100             INPUT PROCEDURE IS 2000-SELECT-DETAILS
026200                 THRU 2000-EXIT
026300             GIVING MYYRWORK
026400         PERFORM 2400-START-MERGE THRU 2400-EXIT
026500     END-IF.
026600     IF NOT TYE-ABORT-RUN
026700         PERFORM 2500-SUMMARIZE-ACCOUNT THRU 2500-EXIT
026800             UNTIL TYE-MST-EOF
026900         PERFORM 2600-LIST-ORPHAN THRU 2600-EXIT
027000             UNTIL TYE-DTL-EOF
027100         PERFORM 2900-END-MERGE THRU 2900-EXIT
027200         PERFORM 3000-SNAP-TRIAL THRU 3000-EXIT
027300         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
027330     END-IF.
027360     IF NOT TYE-ABORT-RUN
027400         PERFORM 5000-ROLL-YEAR THRU 5000-EXIT
027500     END-IF.
027600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
027700     GOBACK.
027800
027900*----------------------------------------------------------*
028000* 1000-INITIALIZE TAKES THE YEAR OFF THE CARD, REFUSES A
028100* YEAR NOT YET OVER OR ALREADY CLOSED, FINDS WHERE THE
028200* JOURNAL TAKES OVER FROM THE HISTORY MASTER, AND OPENS THE
028300* MASTER AND THE THREE YEAR-END OUTPUTS.
028400*----------------------------------------------------------*
028500 1000-INITIALIZE.
028600     ACCEPT TYE-START-TIME FROM TIME.
028700     CALL "TRUNDATE" USING TYE-RD-FUNCTION, TYE-ERRLOG-PROGRAM-ID,
028800         TYE-RUN-DATE.
028900     OPEN INPUT MYPARMFILE.
029000     IF TYE-PARM-NOT-FOUND
029100         DISPLAY "tyearend: TYearParm.dat not found, no year ",
029200             "to close -- not run"
029300         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
029400             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
029500         SET TYE-ABORT-RUN TO TRUE
029600         GO TO 1000-EXIT
029700     END-IF.
029800     READ MYPARMFILE
029900         AT END
030000             MOVE SPACES TO YEAR-PARM-RECORD
030100     END-READ.
030200     CLOSE MYPARMFILE.
030300     IF YRP-YEAR IS NOT NUMERIC OR YRP-YEAR = ZERO
030400         DISPLAY "tyearend: no year on TYearParm.dat -- not run"
030500         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
030600             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
030700         SET TYE-ABORT-RUN TO TRUE
030800         GO TO 1000-EXIT
030900     END-IF.
031000     MOVE YRP-YEAR TO TYE-YEAR.
031900     COMPUTE TYE-NEXT-YEAR  = TYE-YEAR + 1.
032000     COMPUTE TYE-YEAR-START = TYE-YEAR * 10000 + 101.
032100     COMPUTE TYE-YEAR-END   = TYE-YEAR * 10000 + 1231.
032110     IF TYE-RUN-DATE < TYE-YEAR-END
032120         DISPLAY "tyearend: year ", TYE-YEAR, " is not over ",
032130             "on run date ", TYE-RUN-DATE, " -- not run"
032140         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
032150             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
032160         SET TYE-ABORT-RUN TO TRUE
032170         GO TO 1000-EXIT
032180     END-IF.
032200     PERFORM 1100-CHECK-CONTROL THRU 1100-EXIT.
032300     IF TYE-ABORT-RUN
032400         GO TO 1000-EXIT
032500     END-IF.
032600     OPEN INPUT MYMASTER.
032700     IF NOT TYE-MST-OK
032800         DISPLAY "tyearend: unable to open TAcctMaster.dat, ",
032900             "status = ", TYE-MST-STATUS
033000         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
033100             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
033200         SET TYE-ABORT-RUN TO TRUE
033300         GO TO 1000-EXIT
033400     END-IF.
033500     PERFORM 1300-FIND-JOURNAL-START THRU 1300-EXIT.
033600     PERFORM 1400-OPEN-OUTPUTS THRU 1400-EXIT.
033700     IF TYE-ABORT-RUN
033800         CLOSE MYMASTER
033900         GO TO 1000-EXIT
034000     END-IF.
034100     MOVE "O" TO TYE-RW-FUNCTION.
034200     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
034300     MOVE TYE-YEAR     TO TYE-RPT-YEAR.
034400     MOVE YRP-LABEL    TO TYE-RPT-LABEL.
034500     MOVE TYE-RUN-DATE TO TYE-RPT-RUN-DATE.
034600     MOVE TYE-RPT-YEAR-LINE TO TYE-RW-LINE.
034700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
034800     MOVE TYE-RPT-HEAD-LINE TO TYE-RW-LINE.
034900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
035000 1000-EXIT.
035100     EXIT.
035200
035300*----------------------------------------------------------*
035400* 1100-CHECK-CONTROL READS TYEARCTL.DAT: A CLOSED LINE FOR
035500* THE YEAR REFUSES THE RUN; AN OPENED LINE GIVES THE
035600* OPENING BALANCE THE CLOSE IS PROVED AGAINST. NO FILE YET
035700* IS THE FIRST YEAR-END EVER RUN.
035800*----------------------------------------------------------*
035900 1100-CHECK-CONTROL.
036000     OPEN INPUT MYCONTROL.
036100     IF TYE-CTL-NOT-FOUND
036200         GO TO 1100-EXIT
036300     END-IF.
036400     PERFORM 1200-MATCH-CONTROL THRU 1200-EXIT
036500         UNTIL TYE-CTL-EOF OR TYE-ABORT-RUN.
036600     CLOSE MYCONTROL.
036700 1100-EXIT.
036800     EXIT.
036900
037000 1200-MATCH-CONTROL.
037100     READ MYCONTROL
037200         AT END
037300             SET TYE-CTL-EOF TO TRUE
037400             GO TO 1200-EXIT
037500     END-READ.
037600     IF YRC-YEAR NOT = TYE-YEAR
037700         GO TO 1200-EXIT
037800     END-IF.
037900     IF YRC-IS-CLOSED
038000         DISPLAY "tyearend: year ", TYE-YEAR, " already closed ",
038100             "on run date ", YRC-RUN-DATE, " -- not run again"
038200         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
038300             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
038400         SET TYE-ABORT-RUN TO TRUE
038500     END-IF.
038600     IF YRC-IS-OPENED
038700         MOVE YRC-BALANCE TO TYE-OPENING-BALANCE
038800         SET TYE-OPENING-FOUND TO TRUE
038900     END-IF.
039000 1200-EXIT.
039100     EXIT.
039200
039300*----------------------------------------------------------*
039400* 1300-FIND-JOURNAL-START FINDS THE EARLIEST RUN DATE STILL
039500* ON THE JOURNAL. HISTORY IS TAKEN FOR THE RUN DATES BEFORE
039600* IT; WITH NO JOURNAL THE HISTORY MASTER COVERS THE YEAR.
039700*----------------------------------------------------------*
039800 1300-FIND-JOURNAL-START.
039900     MOVE 99999999 TO TYE-JRNL-FIRST.
040000     OPEN INPUT MYJOURNAL.
040100     IF TYE-JRN-NOT-FOUND
040200         GO TO 1300-EXIT
040300     END-IF.
040400     PERFORM 1350-SCAN-JOURNAL THRU 1350-EXIT
040500         UNTIL TYE-JRN-EOF.
040600     CLOSE MYJOURNAL.
040700 1300-EXIT.
040800     EXIT.
040900
041000 1350-SCAN-JOURNAL.
041100     READ MYJOURNAL
041200         AT END
041300             SET TYE-JRN-EOF TO TRUE
041400         NOT AT END
041500             IF JRNL-RUN-DATE IS NUMERIC
041600                 AND JRNL-RUN-DATE < TYE-JRNL-FIRST
041700                 MOVE JRNL-RUN-DATE TO TYE-JRNL-FIRST
041800             END-IF
041900     END-READ.
042000 1350-EXIT.
042100     EXIT.
042200
042300*----------------------------------------------------------*
042400* 1400-OPEN-OUTPUTS NAMES THE YEAR'S EXTRACT, MASTER
042500* SNAPSHOT AND TRIAL BALANCE COPY BY YEAR, AS TMSTIMG NAMES
042600* ITS IMAGES BY RUN DATE, AND STARTS THE SNAPSHOT'S HEADER.
042700*----------------------------------------------------------*
042800 1400-OPEN-OUTPUTS.
042900     MOVE "1400-OPEN-OUTPUTS" TO TYE-ERRLOG-PARAGRAPH.
043000     STRING "TYearExt.dat." TYE-YEAR DELIMITED BY SIZE
043100         INTO TYE-EXT-FILENAME.
043200     STRING "TYearImage.dat." TYE-YEAR DELIMITED BY SIZE
043300         INTO TYE-IMG-FILENAME.
043400     STRING "TYearTrial.dat." TYE-YEAR DELIMITED BY SIZE
043500         INTO TYE-TRL-FILENAME.
043600     OPEN OUTPUT MYEXTRACT.
043700     IF NOT TYE-OUT-OK
043800         DISPLAY "tyearend: unable to open ", TYE-EXT-FILENAME,
043900             ", status = ", TYE-OUT-STATUS
044000         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
044100             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
044200         SET TYE-ABORT-RUN TO TRUE
044300         GO TO 1400-EXIT
044400     END-IF.
044500     OPEN OUTPUT MYIMAGE.
044600     IF NOT TYE-OUT-OK
044700         DISPLAY "tyearend: unable to open ", TYE-IMG-FILENAME,
044800             ", status = ", TYE-OUT-STATUS
044900         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
045000             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
045100         CLOSE MYEXTRACT
045200         SET TYE-ABORT-RUN TO TRUE
045300         GO TO 1400-EXIT
045400     END-IF.
045500     ACCEPT TYE-TAKEN-DATE FROM DATE YYYYMMDD.
045600     ACCEPT TYE-TAKEN-TIME FROM TIME.
045700     MOVE SPACES         TO IMAGE-CONTROL-RECORD.
045800     SET IMC-IS-HEADER   TO TRUE.
045900     MOVE TYE-RUN-DATE   TO IMC-RUN-DATE.
046000     MOVE TYE-TAKEN-DATE TO IMC-TAKEN-DATE.
046100     MOVE TYE-TAKEN-TIME TO IMC-TAKEN-TIME.
046200     MOVE ZERO           TO IMC-COUNT.
046300     MOVE ZERO           TO IMC-TOTAL.
046400     WRITE IMAGE-CONTROL-RECORD.
046500 1400-EXIT.
046600     EXIT.
046700
046800*----------------------------------------------------------*
046900* 2000-SELECT-DETAILS IS THE SORT'S INPUT PROCEDURE: THE
047000* HISTORY MASTER'S DETAILS FOR THE YEAR'S RUN DATES BEFORE
047100* THE JOURNAL'S FIRST, THEN THE JOURNAL'S FOR THE REST OF
047200* THE YEAR.
047300*----------------------------------------------------------*
047400 2000-SELECT-DETAILS.
047500     PERFORM 2100-SELECT-HISTORY THRU 2100-EXIT.
047600     PERFORM 2200-SELECT-JOURNAL THRU 2200-EXIT.
047700 2000-EXIT.
047800     EXIT.
047900
048000 2100-SELECT-HISTORY.
048100     IF TYE-JRNL-FIRST NOT > TYE-YEAR-START
048200         GO TO 2100-EXIT
048300     END-IF.
048400     OPEN INPUT MYHISTMST.
048500     IF TYE-HIST-NOT-FOUND
048600         DISPLAY "tyearend: (THistMaster.dat not on system, ",
048700             "run dates before ", TYE-JRNL-FIRST, " not counted)"
048800         SET TYE-SOURCE-MISSING TO TRUE
048900         GO TO 2100-EXIT
049000     END-IF.
049100     MOVE LOW-VALUES     TO HIST-KEY.
049200     MOVE TYE-YEAR-START TO HIST-RUN-DATE.
049300     START MYHISTMST KEY IS NOT LESS THAN HIST-KEY
049400         INVALID KEY
049500             SET TYE-HIST-EOF TO TRUE
049600         NOT INVALID KEY
049700             PERFORM 2110-READ-HISTORY THRU 2110-EXIT
049800     END-START.
049900     PERFORM 2150-RELEASE-HISTORY THRU 2150-EXIT
050000         UNTIL TYE-HIST-EOF.
050100     CLOSE MYHISTMST.
050200 2100-EXIT.
050300     EXIT.
050400
050500 2110-READ-HISTORY.
050600     READ MYHISTMST NEXT RECORD
050700         AT END
050800             SET TYE-HIST-EOF TO TRUE
050900         NOT AT END
051000             IF HIST-RUN-DATE > TYE-YEAR-END
051100                 OR HIST-RUN-DATE NOT < TYE-JRNL-FIRST
051200                 SET TYE-HIST-EOF TO TRUE
051300             END-IF
051400     END-READ.
051500 2110-EXIT.
051600     EXIT.
051700
051800 2150-RELEASE-HISTORY.
051900     MOVE HIST-R          TO YSR-KEY (1:4).
052000     MOVE HIST-S          TO YSR-KEY (5:4).
052100     MOVE HIST-V          TO YSR-FLAG.
052200     MOVE HIST-AMOUNT     TO YSR-AMOUNT.
052300     IF HIST-TYPE-REVERSAL
052400         COMPUTE YSR-AMOUNT = ZERO - HIST-AMOUNT
052500     END-IF.
052600     MOVE HIST-TRANS-TYPE TO YSR-TRANS-TYPE.
052700     RELEASE YEAR-SORT-RECORD.
052800     ADD 1 TO TYE-HIST-COUNT.
052900     PERFORM 2110-READ-HISTORY THRU 2110-EXIT.
053000 2150-EXIT.
053100     EXIT.
053200
053300 2200-SELECT-JOURNAL.
053400     IF TYE-JRNL-FIRST > TYE-YEAR-END
053500         GO TO 2200-EXIT
053600     END-IF.
053700     MOVE "N" TO TYE-JRN-EOF-SW.
053800     OPEN INPUT MYJOURNAL.
053900     PERFORM 2250-RELEASE-JOURNAL THRU 2250-EXIT
054000         UNTIL TYE-JRN-EOF.
054100     CLOSE MYJOURNAL.
054200 2200-EXIT.
054300     EXIT.
054400
054500 2250-RELEASE-JOURNAL.
054600     READ MYJOURNAL
054700         AT END
054800             SET TYE-JRN-EOF TO TRUE
054900         NOT AT END
055000             IF JRNL-RUN-DATE IS NUMERIC
055100                 AND JRNL-RUN-DATE NOT < TYE-YEAR-START
055200                 AND JRNL-RUN-DATE NOT > TYE-YEAR-END
055300                 MOVE JRNL-KEY        TO YSR-KEY
055400                 MOVE JRNL-FLAG       TO YSR-FLAG
055500                 MOVE JRNL-AMOUNT     TO YSR-AMOUNT
055600                 MOVE JRNL-TRANS-TYPE TO YSR-TRANS-TYPE
055700                 RELEASE YEAR-SORT-RECORD
055800                 ADD 1 TO TYE-JRN-COUNT
055900             END-IF
056000     END-READ.
056100 2250-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------*
056500* 2400-START-MERGE OPENS THE SORTED DETAILS AND READS THE
056600* FIRST DETAIL AND THE FIRST ACCOUNT. EVERY ACCOUNT GETS A
056700* LINE, SO THE MASTER IS READ FROM THE TOP. A KEY AT END OF
056800* FILE IS HIGH-VALUES.
056900*----------------------------------------------------------*
057000 2400-START-MERGE.
057100     OPEN INPUT MYYRWORK.
057200     IF NOT TYE-SRT-OK
057300         DISPLAY "tyearend: sort of the year's details failed, ",
057400             "status = ", TYE-SRT-STATUS
057500         MOVE "2400-START-MERGE" TO TYE-ERRLOG-PARAGRAPH
057600         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
057700             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
057800         MOVE "C" TO TYE-RW-FUNCTION
057900         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
058000         CLOSE MYMASTER
058100         CLOSE MYEXTRACT
058200         CLOSE MYIMAGE
058300         SET TYE-ABORT-RUN TO TRUE
058400         GO TO 2400-EXIT
058500     END-IF.
058600     PERFORM 2410-READ-DETAIL THRU 2410-EXIT.
058700     PERFORM 2420-READ-MASTER THRU 2420-EXIT.
058800 2400-EXIT.
058900     EXIT.
059000
059100 2410-READ-DETAIL.
059200     READ MYYRWORK
059300         AT END
059400             SET TYE-DTL-EOF TO TRUE
059500             MOVE HIGH-VALUES TO TYE-DTL-KEY
059600         NOT AT END
059700             MOVE YWK-KEY TO TYE-DTL-KEY
059800     END-READ.
059900 2410-EXIT.
060000     EXIT.
060100
060200 2420-READ-MASTER.
060300     READ MYMASTER NEXT RECORD
060400         AT END
060500             SET TYE-MST-EOF TO TRUE
060600     END-READ.
060700 2420-EXIT.
060800     EXIT.
060900
061000*----------------------------------------------------------*
061100* 2500-SUMMARIZE-ACCOUNT LISTS ANY DETAILS FOR KEYS BEFORE
061200* THIS ACCOUNT, ADDS UP THIS ACCOUNT'S, AND WRITES ITS
061300* SUMMARY LINE, EXTRACT DETAIL AND SNAPSHOT DETAIL.
061400*----------------------------------------------------------*
061500 2500-SUMMARIZE-ACCOUNT.
061600     PERFORM 2600-LIST-ORPHAN THRU 2600-EXIT
061700         UNTIL TYE-DTL-KEY NOT < ACCT-NUMBER.
061800     MOVE ZERO TO TYE-ACCT-DETAILS.
061900     MOVE ZERO TO TYE-ACCT-CHARGES.
062000     MOVE ZERO TO TYE-ACCT-INTEREST.
062100     MOVE ZERO TO TYE-ACCT-REVERSALS.
062200     MOVE ZERO TO TYE-ACCT-NET.
062300     PERFORM 2700-ADD-DETAIL THRU 2700-EXIT
062400         UNTIL TYE-DTL-KEY NOT = ACCT-NUMBER.
062500     PERFORM 2800-WRITE-ACCOUNT THRU 2800-EXIT.
062600     PERFORM 2420-READ-MASTER THRU 2420-EXIT.
062700 2500-EXIT.
062800     EXIT.
062900
063000 2600-LIST-ORPHAN.
063100     ADD 1 TO TYE-ORPHAN-COUNT.
063200     MOVE YWK-KEY    TO TYE-RPT-ORPHAN-KEY.
063300     MOVE YWK-AMOUNT TO TYE-RPT-ORPHAN-AMT.
063400     MOVE TYE-RPT-ORPHAN-LINE TO TYE-RW-LINE.
063500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
063600     PERFORM 2410-READ-DETAIL THRU 2410-EXIT.
063700 2600-EXIT.
063800     EXIT.
063900
064000*----------------------------------------------------------*
064100* 2700-ADD-DETAIL: EVERY DETAIL IS NET MOVEMENT. A REVERSAL
064200* IS COUNTED AS THE AMOUNT IT TOOK BACK; OTHERWISE FLAG C
064300* IS A SERVICE CHARGE AND FLAG I IS INTEREST.
064400*----------------------------------------------------------*
064500 2700-ADD-DETAIL.
064600     ADD 1 TO TYE-ACCT-DETAILS.
064700     ADD YWK-AMOUNT TO TYE-ACCT-NET.
064800     IF YWK-TYPE-REVERSAL
064900         SUBTRACT YWK-AMOUNT FROM TYE-ACCT-REVERSALS
065000     ELSE
065100         IF YWK-IS-CHARGE
065200             ADD YWK-AMOUNT TO TYE-ACCT-CHARGES
065300         END-IF
065400         IF YWK-IS-INTEREST
065500             ADD YWK-AMOUNT TO TYE-ACCT-INTEREST
065600         END-IF
065700     END-IF.
065800     PERFORM 2410-READ-DETAIL THRU 2410-EXIT.
065900 2700-EXIT.
066000     EXIT.
066100
066200 2800-WRITE-ACCOUNT.
066300     MOVE ACCT-NUMBER        TO TYE-RPT-ACCT.
066400     MOVE ACCT-BRANCH        TO TYE-RPT-BRANCH.
066500     MOVE TYE-ACCT-CHARGES   TO TYE-RPT-CHARGES.
066600     MOVE TYE-ACCT-INTEREST  TO TYE-RPT-INTEREST.
066700     MOVE TYE-ACCT-REVERSALS TO TYE-RPT-REVERSALS.
066800     MOVE TYE-ACCT-NET       TO TYE-RPT-NET.
066900     MOVE ACCT-BALANCE       TO TYE-RPT-BALANCE.
067000     MOVE TYE-RPT-ACCT-LINE TO TYE-RW-LINE.
067100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
067200     MOVE SPACES             TO YEAR-SUMMARY-RECORD.
067300     SET YRS-IS-DETAIL       TO TRUE.
067400     MOVE TYE-YEAR           TO YRS-YEAR.
067500     MOVE ACCT-NUMBER        TO YRS-ACCT.
067600     MOVE ACCT-BRANCH        TO YRS-BRANCH.
067700     MOVE TYE-ACCT-CHARGES   TO YRS-CHARGES.
067800     MOVE TYE-ACCT-INTEREST  TO YRS-INTEREST.
067900     MOVE TYE-ACCT-REVERSALS TO YRS-REVERSALS.
068000     MOVE TYE-ACCT-NET       TO YRS-NET.
068100     MOVE ACCT-BALANCE       TO YRS-BALANCE.
068200     MOVE TYE-ACCT-DETAILS   TO YRS-DETAILS.
068300     WRITE YEAR-SUMMARY-RECORD.
068400     MOVE SPACES             TO ACCT-IMAGE-RECORD.
068500     SET IMG-IS-DETAIL       TO TRUE.
068600     MOVE ACCT-NUMBER        TO IMG-NUMBER.
068700     MOVE ACCT-BRANCH        TO IMG-BRANCH.
068800     MOVE ACCT-NAME          TO IMG-NAME.
068900     MOVE ACCT-BALANCE       TO IMG-BALANCE.
069000     MOVE ACCT-LIMIT         TO IMG-LIMIT.
069100     MOVE ACCT-STATUS        TO IMG-STATUS.
069200     MOVE ACCT-STATUS-DATE   TO IMG-STATUS-DATE.
069300     WRITE ACCT-IMAGE-RECORD.
069400     ADD 1                   TO TYE-ACCT-COUNT.
069500     ADD TYE-ACCT-DETAILS    TO TYE-TOT-DETAILS.
069600     ADD TYE-ACCT-CHARGES    TO TYE-TOT-CHARGES.
069700     ADD TYE-ACCT-INTEREST   TO TYE-TOT-INTEREST.
069800     ADD TYE-ACCT-REVERSALS  TO TYE-TOT-REVERSALS.
069900     ADD TYE-ACCT-NET        TO TYE-TOT-NET.
070000     ADD ACCT-BALANCE        TO TYE-TOT-BALANCE.
070100 2800-EXIT.
070200     EXIT.
070300
070400*----------------------------------------------------------*
070500* 2900-END-MERGE WRITES THE EXTRACT AND SNAPSHOT TRAILERS,
070600* EACH CARRYING THE COUNT AND TOTALS, SO A FILE CUT SHORT
070700* NEVER PASSES FOR A WHOLE ONE.
070800*----------------------------------------------------------*
070900 2900-END-MERGE.
071000     CLOSE MYMASTER.
071100     CLOSE MYYRWORK.
071200     CALL "CBL_DELETE_FILE" USING TYE-SORT-NAME.
071300     MOVE SPACES             TO YEAR-SUMMARY-RECORD.
071400     SET YRS-IS-TRAILER      TO TRUE.
071500     MOVE TYE-YEAR           TO YRS-YEAR.
071600     MOVE "*ALL"             TO YRS-ACCT.
071700     MOVE TYE-TOT-CHARGES    TO YRS-CHARGES.
071800     MOVE TYE-TOT-INTEREST   TO YRS-INTEREST.
071900     MOVE TYE-TOT-REVERSALS  TO YRS-REVERSALS.
072000     MOVE TYE-TOT-NET        TO YRS-NET.
072100     MOVE TYE-TOT-BALANCE    TO YRS-BALANCE.
072200     MOVE TYE-ACCT-COUNT     TO YRS-DETAILS.
072300     WRITE YEAR-SUMMARY-RECORD.
072400     CLOSE MYEXTRACT.
072500     MOVE SPACES             TO IMAGE-CONTROL-RECORD.
072600     SET IMC-IS-TRAILER      TO TRUE.
072700     MOVE TYE-RUN-DATE       TO IMC-RUN-DATE.
072800     MOVE TYE-TAKEN-DATE     TO IMC-TAKEN-DATE.
072900     MOVE TYE-TAKEN-TIME     TO IMC-TAKEN-TIME.
073000     MOVE TYE-ACCT-COUNT     TO IMC-COUNT.
073100     MOVE TYE-TOT-BALANCE    TO IMC-TOTAL.
073200     WRITE IMAGE-CONTROL-RECORD.
073300     CLOSE MYIMAGE.
073400 2900-EXIT.
073500     EXIT.
073600
073700*----------------------------------------------------------*
073800* 3000-SNAP-TRIAL COPIES THE YEAR'S LAST TRIAL BALANCE --
073900* EVERY BRANCH LINE AND THE *ALL LINE OF THE LATEST
074000* TTRIALSNAP.DAT DATE IN THE YEAR -- ONTO TYEARTRIAL.DAT.
074100* ONE PASS FINDS THE DATE, A SECOND COPIES ITS LINES.
074200*----------------------------------------------------------*
074300 3000-SNAP-TRIAL.
074400     OPEN OUTPUT MYTRIALOUT.
074410     IF NOT TYE-OUT-OK
074420         DISPLAY "tyearend: unable to open ", TYE-TRL-FILENAME,
074430             ", status = ", TYE-OUT-STATUS
074440         MOVE "3000-SNAP-TRIAL" TO TYE-ERRLOG-PARAGRAPH
074450         CALL "TERRLOG" USING TYE-ERRLOG-PROGRAM-ID,
074460             TYE-ERRLOG-PARAGRAPH, TYE-ERRLOG-SEVERITY
074470         SET TYE-ABORT-RUN TO TRUE
074480         GO TO 3000-EXIT
074490     END-IF.
074500     OPEN INPUT MYSNAPFILE.
074600     IF TYE-SNP-NOT-FOUND
074700         DISPLAY "tyearend: (TTrialSnap.dat not on system, ",
074800             "no trial balance kept)"
074900         SET TYE-SOURCE-MISSING TO TRUE
075000         CLOSE MYTRIALOUT
075100         GO TO 3000-EXIT
075200     END-IF.
075300     PERFORM 3100-FIND-LAST-SNAP THRU 3100-EXIT
075400         UNTIL TYE-SNP-EOF.
075500     CLOSE MYSNAPFILE.
075600     IF TYE-SNAP-DATE = ZERO
075700         DISPLAY "tyearend: (no TTrialSnap.dat totals dated in ",
075800             TYE-YEAR, ", no trial balance kept)"
075900         SET TYE-SOURCE-MISSING TO TRUE
076000         CLOSE MYTRIALOUT
076100         GO TO 3000-EXIT
076200     END-IF.
076300     MOVE "N" TO TYE-SNP-EOF-SW.
076400     OPEN INPUT MYSNAPFILE.
076500     PERFORM 3200-COPY-SNAP THRU 3200-EXIT
076600         UNTIL TYE-SNP-EOF.
076700     CLOSE MYSNAPFILE.
076800     CLOSE MYTRIALOUT.
076900 3000-EXIT.
077000     EXIT.
077100
077200 3100-FIND-LAST-SNAP.
077300     READ MYSNAPFILE
077400         AT END
077500             SET TYE-SNP-EOF TO TRUE
077600         NOT AT END
077700             IF SNP-DATE IS NUMERIC
077800                 AND SNP-DATE NOT < TYE-YEAR-START
077900                 AND SNP-DATE NOT > TYE-YEAR-END
078000                 AND SNP-DATE > TYE-SNAP-DATE
078100                 MOVE SNP-DATE TO TYE-SNAP-DATE
078200             END-IF
078300     END-READ.
078400 3100-EXIT.
078500     EXIT.
078600
078700 3200-COPY-SNAP.
078800     READ MYSNAPFILE
078900         AT END
079000             SET TYE-SNP-EOF TO TRUE
079100         NOT AT END
079200             IF SNP-DATE = TYE-SNAP-DATE
079300                 WRITE TRIAL-OUT-LINE FROM SNAP-RECORD
079400                 ADD 1 TO TYE-SNAP-COUNT
079500             END-IF
079600     END-READ.
079700 3200-EXIT.
079800     EXIT.
079900
080000*----------------------------------------------------------*
080100* 4000-PRINT-TOTALS CLOSES THE REPORT WITH THE YEAR'S
080200* TOTALS AND, WHEN THE YEAR WAS OPENED BY A PRIOR CLOSE,
080300* PROVES OPENING BALANCE PLUS NET MOVEMENT AGAINST THE
080400* CLOSING BALANCE. A DIFFERENCE IS REPORTED, NOT FAILED: A
080500* DETAIL TPOST COULD NOT APPLY IS IN THE HISTORY BUT NEVER
080600* MOVED A BALANCE.
080700*----------------------------------------------------------*
080800 4000-PRINT-TOTALS.
080900     MOVE "ACCOUNTS"          TO TYE-RPT-CNT-LABEL.
081000     MOVE TYE-ACCT-COUNT      TO TYE-RPT-CNT.
081100     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
081200     MOVE "DETAILS FROM HISTORY"  TO TYE-RPT-CNT-LABEL.
081300     MOVE TYE-HIST-COUNT      TO TYE-RPT-CNT.
081400     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
081500     MOVE "DETAILS FROM JOURNAL"  TO TYE-RPT-CNT-LABEL.
081600     MOVE TYE-JRN-COUNT       TO TYE-RPT-CNT.
081700     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
081800     MOVE "NOT ON MASTER"     TO TYE-RPT-CNT-LABEL.
081900     MOVE TYE-ORPHAN-COUNT    TO TYE-RPT-CNT.
082000     PERFORM 4100-PRINT-COUNT THRU 4100-EXIT.
082100     MOVE "SERVICE CHARGES"   TO TYE-RPT-AMT-LABEL.
082200     MOVE TYE-TOT-CHARGES     TO TYE-RPT-AMT.
082300     PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT.
082400     MOVE "INTEREST"          TO TYE-RPT-AMT-LABEL.
082500     MOVE TYE-TOT-INTEREST    TO TYE-RPT-AMT.
082600     PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT.
082700     MOVE "REVERSALS"         TO TYE-RPT-AMT-LABEL.
082800     MOVE TYE-TOT-REVERSALS   TO TYE-RPT-AMT.
082900     PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT.
083000     MOVE "NET MOVEMENT"      TO TYE-RPT-AMT-LABEL.
083100     MOVE TYE-TOT-NET         TO TYE-RPT-AMT.
083200     PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT.
083300     MOVE "CLOSING BALANCE"   TO TYE-RPT-AMT-LABEL.
083400     MOVE TYE-TOT-BALANCE     TO TYE-RPT-AMT.
083500     PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT.
083600     IF TYE-OPENING-FOUND
083700         COMPUTE TYE-DIFFERENCE = TYE-TOT-BALANCE
083800             - TYE-OPENING-BALANCE - TYE-TOT-NET
083900         MOVE "OPENING BALANCE"   TO TYE-RPT-AMT-LABEL
084000         MOVE TYE-OPENING-BALANCE TO TYE-RPT-AMT
084100         PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT
084200         MOVE "UNEXPLAINED MOVEMENT" TO TYE-RPT-AMT-LABEL
084300         MOVE TYE-DIFFERENCE      TO TYE-RPT-AMT
084400         PERFORM 4200-PRINT-AMOUNT THRU 4200-EXIT
084500     END-IF.
084600     MOVE "C" TO TYE-RW-FUNCTION.
084700     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
084800 4000-EXIT.
084900     EXIT.
085000
085100 4100-PRINT-COUNT.
085200     MOVE TYE-RPT-COUNT-LINE TO TYE-RW-LINE.
085300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
085400 4100-EXIT.
085500     EXIT.
085600
085700 4200-PRINT-AMOUNT.
085800     MOVE TYE-RPT-AMT-LINE TO TYE-RW-LINE.
085900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
086000 4200-EXIT.
086100     EXIT.
086200
086300*----------------------------------------------------------*
086400* 5000-ROLL-YEAR CLOSES THE YEAR ON TYEARCTL.DAT AND OPENS
086500* THE NEXT WITH ITS COUNTERS AT ZERO AND THIS YEAR'S
086600* CLOSING BALANCE AS ITS OPENING. APPEND-OR-CREATE LIKE
086700* EVERY SHOP LOG.
086800*----------------------------------------------------------*
086900 5000-ROLL-YEAR.
087000     OPEN EXTEND MYCONTROL.
087100     IF TYE-CTL-NOT-FOUND
087200         OPEN OUTPUT MYCONTROL
087300     END-IF.
087400     MOVE SPACES            TO YEAR-CONTROL-RECORD.
087500     MOVE TYE-YEAR          TO YRC-YEAR.
087600     SET YRC-IS-CLOSED      TO TRUE.
087700     MOVE TYE-RUN-DATE      TO YRC-RUN-DATE.
087800     MOVE TYE-ACCT-COUNT    TO YRC-ACCT-COUNT.
087900     MOVE TYE-TOT-CHARGES   TO YRC-CHARGES.
088000     MOVE TYE-TOT-INTEREST  TO YRC-INTEREST.
088100     MOVE TYE-TOT-REVERSALS TO YRC-REVERSALS.
088200     MOVE TYE-TOT-NET       TO YRC-NET.
088300     MOVE TYE-TOT-BALANCE   TO YRC-BALANCE.
088400     WRITE YEAR-CONTROL-RECORD.
088500     MOVE SPACES            TO YEAR-CONTROL-RECORD.
088600     MOVE TYE-NEXT-YEAR     TO YRC-YEAR.
088700     SET YRC-IS-OPENED      TO TRUE.
088800     MOVE TYE-RUN-DATE      TO YRC-RUN-DATE.
088900     MOVE ZERO              TO YRC-ACCT-COUNT.
089000     MOVE ZERO              TO YRC-CHARGES.
089100     MOVE ZERO              TO YRC-INTEREST.
089200     MOVE ZERO              TO YRC-REVERSALS.
089300     MOVE ZERO              TO YRC-NET.
089400     MOVE TYE-TOT-BALANCE   TO YRC-BALANCE.
089500     WRITE YEAR-CONTROL-RECORD.
089600     CLOSE MYCONTROL.
089700     DISPLAY "tyearend: year ", TYE-YEAR, " closed, ",
089800         TYE-ACCT-COUNT, " accounts; year ", TYE-NEXT-YEAR,
089900         " opened".
090000 5000-EXIT.
090100     EXIT.
090200
090300 8500-CALL-REPORT-WRITER.
090400     CALL "TRPTWRT" USING TYE-RW-FUNCTION, TYE-RW-TITLE,
090500         TYE-ERRLOG-PROGRAM-ID, TYE-RW-FILENAME, TYE-RW-LINE.
090600 8500-EXIT.
090700     EXIT.
090800
090900 8600-PRINT-LINE.
091000     MOVE "W" TO TYE-RW-FUNCTION.
091100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
091200 8600-EXIT.
091300     EXIT.
091400
091500 9000-TERMINATE.
091600     IF NOT TYE-ABORT-RUN
091700         ACCEPT TYE-END-TIME FROM TIME
091800         MOVE TYE-ACCT-COUNT TO TYE-RUNHIST-COUNT
091900         CALL "TRUNHIST" USING TYE-ERRLOG-PROGRAM-ID,
092000             TYE-START-TIME, TYE-END-TIME, TYE-RUNHIST-COUNT
092100     END-IF.
092200*----------------------------------------------------------*
092300* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
092400* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
092500* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
092600*----------------------------------------------------------*
092700     IF TYE-ABORT-RUN
092800         MOVE 8 TO RETURN-CODE
092900     ELSE
093000         IF TYE-SOURCE-MISSING OR TYE-ORPHAN-COUNT > ZERO
093100             MOVE 4 TO RETURN-CODE
093200         ELSE
093300             MOVE ZERO TO RETURN-CODE
093400         END-IF
093500     END-IF.
093600 9000-EXIT.
093700     EXIT.
093800
093900* Input:
094000*    file "TYearParm.dat" (one DL380 card: the year to close),
094100*         e.g.  2026YEAR-END 2026
094200*    file "TYearCtl.dat" (DL390 closed / opened years)
094300*    file "TAcctMaster.dat" (DL140 master, read only)
094400*    file "THistMaster.dat" (DL170, run dates before the
094500*         journal's first)
094600*    file "TPostJrnl.dat" (DL240 postings, the rest)
094700*    file "TTrialSnap.dat" (DL235 trial balance snapshots)
094800* Output:
094900*    file "TYearRpt.txt" -- one summary line per account,
095000*         details not on the master, and the year's totals
095100*    file "TYearExt.dat.CCYY" -- DL385 extract for finance
095200*    file "TYearImage.dat.CCYY" -- DL355/DL360 master
095300*         snapshot at the close
095400*    file "TYearTrial.dat.CCYY" -- the year's last DL235
095500*         trial balance totals
095600*    file "TYearCtl.dat" -- year closed, next year opened
095700*    RETURN-CODE 0 = year closed, 4 = closed but a source was
095800*         not on the system or details were not on the
095900*         master, 8 = not run (no card, year not over or
096000*         already closed, file trouble)
