000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TSTMT.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. MONTH-END CUSTOMER
001200*                      STATEMENTS. FOR EVERY ACCOUNT ON
001300*                      TACCTMASTER.DAT, GROUPED BY ACCT-BRANCH
001400*                      FOR MAILING: THE OPENING BALANCE, EVERY
001500*                      POSTING TPOST APPLIED IN THE MONTH IN
001600*                      DATE ORDER FROM THE TPOSTJRNL POSTING
001700*                      JOURNAL (DESCRIBED FROM TFLAGDOM.DAT BY
001800*                      THE DETAIL'S Q/V FLAG, TAKEN FROM THE
001900*                      JOURNAL OR, FOR OLDER LINES, FROM
002000*                      THISTMASTER.DAT), THEN THE CLOSING
002100*                      BALANCE, WHICH IS THE MASTER BALANCE
002200*                      LESS ANYTHING POSTED AFTER MONTH-END.
002300*                      AN ACCOUNT WHOSE OPENING PLUS MOVEMENTS
002400*                      DOES NOT EQUAL ITS CLOSING IS NOT
002500*                      PRINTED; IT GOES ON THE EXCEPTION LIST.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* THE PERIOD IS THE MONTH OF THE RUN DATE, OR THE CCYYMM ON *
002900* THE OPTIONAL TSTMTPARM.DAT CARD SO A MONTH CAN BE RUN ON  *
003000* THE FIRST DAY OF THE NEXT. THE OPENING BALANCE IS LAST    *
003100* MONTH'S PRINTED CLOSING FROM TSTMTBAL.DAT (DL245); AN     *
003200* ACCOUNT WITH NO PRIOR STATEMENT HAS ITS OPENING DERIVED   *
003300* FROM THE CLOSING AND IS MARKED FIRST STATEMENT. EACH      *
003400* PRINTED CLOSING IS WRITTEN BACK (REWRITTEN ON A RERUN)    *
003500* FOR NEXT MONTH. RETURN-CODE 0 = ALL PRINTED, 4 =          *
003600* EXCEPTIONS LISTED, 8 = RUN ABORTED (NO MASTER, OR THE     *
003700* MONTH'S JOURNAL WOULD NOT FIT THE POSTING TABLE).         *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS SEQUENTIAL
004500         RECORD KEY IS ACCT-NUMBER
004600         FILE STATUS IS TST-MST-STATUS.
004700     SELECT MYJOURNAL ASSIGN TO "TPostJrnl.dat"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS TST-JRN-STATUS.
005000     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS HIST-KEY
005400         FILE STATUS IS TST-HIST-STATUS.
005500     SELECT MYFLAGDOM ASSIGN TO "TFlagDom.dat"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TST-DOM-STATUS.
005800     SELECT MYSTMTBAL ASSIGN TO "TStmtBal.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS STB-KEY
006200         FILE STATUS IS TST-STB-STATUS.
006300     SELECT MYPARMFILE ASSIGN TO "TStmtParm.dat"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS TST-PARM-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  MYMASTER.
006900     COPY DL140.
007000 FD  MYJOURNAL.
007100     COPY DL240.
007200 FD  MYHISTMST.
007300     COPY DL170.
007400 FD  MYFLAGDOM.
007500     COPY DL175.
007600 FD  MYSTMTBAL.
007700     COPY DL245.
007800 FD  MYPARMFILE.
007900 01  STMT-PARM-RECORD.
008000     05  STMT-PARM-PERIOD PIC X(6).
008100     05  FILLER           PIC X(74).
008200 WORKING-STORAGE SECTION.
008300 01  TST-MST-STATUS   PIC XX        VALUE "00".
008400     88  TST-MST-OK                 VALUE "00".
008500 01  TST-JRN-STATUS   PIC XX        VALUE "00".
008600     88  TST-JRN-OK                 VALUE "00".
008700     88  TST-JRN-NOT-FOUND          VALUE "35".
008800 01  TST-HIST-STATUS  PIC XX        VALUE "00".
008900     88  TST-HIST-OK                VALUE "00".
009000 01  TST-DOM-STATUS   PIC XX        VALUE "00".
009100     88  TST-DOM-OK                 VALUE "00".
009200     88  TST-DOM-NOT-FOUND          VALUE "35".
009300 01  TST-STB-STATUS   PIC XX        VALUE "00".
009400     88  TST-STB-OK                 VALUE "00".
009500     88  TST-STB-NOT-FOUND          VALUE "35".
009600 01  TST-PARM-STATUS  PIC XX        VALUE "00".
009700     88  TST-PARM-OK                VALUE "00".
009800 01  TST-MST-EOF-SW   PIC X         VALUE "N".
009900     88  TST-MST-EOF                VALUE "Y".
010000 01  TST-JRN-EOF-SW   PIC X         VALUE "N".
010100     88  TST-JRN-EOF                VALUE "Y".
010200 01  TST-DOM-EOF-SW   PIC X         VALUE "N".
010300     88  TST-DOM-EOF                VALUE "Y".
010400 01  TST-ABORT-SW     PIC X         VALUE "N".
010500     88  TST-ABORT-RUN              VALUE "Y".
010600 01  TST-HIST-SW      PIC X         VALUE "N".
010700     88  TST-HIST-AVAILABLE         VALUE "Y".
010800 01  TST-FIRST-SW     PIC X         VALUE "N".
010900     88  TST-FIRST-STATEMENT        VALUE "Y".
011000 01  TST-RUN-DATE     PIC 9(8)      VALUE ZERO.
011100*----------------------------------------------------------*
011200* THE STATEMENT PERIOD, WITH ITS FIRST AND LAST DAYS AND THE
011300* PRIOR PERIOD WHOSE CLOSING BECOMES THIS MONTH'S OPENING.
011400*----------------------------------------------------------*
011500 01  TST-PERIOD       PIC 9(6)      VALUE ZERO.
011600 01  TST-PERIOD-VIEW REDEFINES TST-PERIOD.
011700     05  TST-PERIOD-CCYY PIC 9(4).
011800     05  TST-PERIOD-MM   PIC 99.
011900 01  TST-PRIOR-PERIOD PIC 9(6)      VALUE ZERO.
012000 01  TST-PRIOR-VIEW REDEFINES TST-PRIOR-PERIOD.
012100     05  TST-PRIOR-CCYY  PIC 9(4).
012200     05  TST-PRIOR-MM    PIC 99.
012300 01  TST-PERIOD-START PIC 9(8)      VALUE ZERO.
012400 01  TST-PERIOD-END   PIC 9(8)      VALUE ZERO.
012500 01  TST-NEXT-START   PIC 9(8)      VALUE ZERO.
012600 01  TST-NEXT-VIEW REDEFINES TST-NEXT-START.
012700     05  TST-NEXT-CCYY   PIC 9(4).
012800     05  TST-NEXT-MM     PIC 99.
012900     05  TST-NEXT-DD     PIC 99.
013000 01  TST-DAY-NUMBER   PIC 9(7) COMP VALUE ZERO.
013100*----------------------------------------------------------*
013200* THE MONTH'S JOURNAL, AND ANYTHING POSTED SINCE MONTH-END,
013300* HELD IN FILE ORDER -- WHICH IS RUN-DATE ORDER, SINCE TPOST
013400* APPENDS EACH NIGHT AND ITS PURGE KEEPS THE ORDER.
013500*----------------------------------------------------------*
013600 01  TST-JRN-TALLY    PIC 9(5) COMP VALUE ZERO.
013700 01  TST-JRN-SUB      PIC 9(5) COMP VALUE ZERO.
013800 01  TST-JRN-LIMIT    PIC 9(5) COMP VALUE 5000.
013900 01  TST-JRN-TABLE.
014000     05  TST-JRN-ENTRY OCCURS 5000 TIMES.
014100         10  TST-J-DATE   PIC 9(8).
014200         10  TST-J-KEY    PIC X(8).
014300         10  TST-J-AMOUNT PIC S9(5)V99 COMP-3.
014400         10  TST-J-FLAG   PIC X.
014500         10  TST-J-TYPE   PIC X.
014600 01  TST-DOM-TALLY    PIC 9(2) COMP VALUE ZERO.
014700 01  TST-DOM-SUB      PIC 9(2) COMP VALUE ZERO.
014800 01  TST-DOM-FOUND-SW PIC X         VALUE "N".
014900     88  TST-DOM-FOUND              VALUE "Y".
015000 01  TST-DOM-TABLE.
015100     05  TST-DOM-ENTRY OCCURS 10 TIMES.
015200         10  TST-DOM-VALUE PIC X.
015300         10  TST-DOM-DESC  PIC X(20).
015400 01  TST-BR-TALLY     PIC 9(2) COMP VALUE ZERO.
015500 01  TST-BR-SUB       PIC 9(2) COMP VALUE ZERO.
015600 01  TST-BR-NEXT      PIC 9(2) COMP VALUE ZERO.
015700 01  TST-BR-LIMIT     PIC 9(2) COMP VALUE 50.
015800 01  TST-BR-FOUND-SW  PIC X         VALUE "N".
015900     88  TST-BR-FOUND               VALUE "Y".
016000 01  TST-BR-SWAP-SW   PIC X         VALUE "N".
016100     88  TST-BR-SWAPPED             VALUE "Y".
016200 01  TST-MATCH-ID     PIC X(4)      VALUE SPACES.
016300 01  TST-BR-HOLD      PIC X(4)      VALUE SPACES.
016400 01  TST-BR-TABLE.
016500     05  TST-BR-ID    PIC X(4) OCCURS 50 TIMES.
016600 01  TST-EXC-TALLY    PIC 9(3) COMP VALUE ZERO.
016700 01  TST-EXC-SUB      PIC 9(3) COMP VALUE ZERO.
016800 01  TST-EXC-LIMIT    PIC 9(3) COMP VALUE 200.
016900 01  TST-EXC-TABLE.
017000     05  TST-EXC-ENTRY OCCURS 200 TIMES.
017100         10  TST-X-ACCT    PIC X(8).
017200         10  TST-X-BRANCH  PIC X(4).
017300         10  TST-X-OPENING PIC S9(9)V99 COMP-3.
017400         10  TST-X-MOVES   PIC S9(9)V99 COMP-3.
017500         10  TST-X-CLOSING PIC S9(9)V99 COMP-3.
017600 01  TST-OPENING      PIC S9(9)V99  COMP-3 VALUE ZERO.
017700 01  TST-MOVEMENTS    PIC S9(9)V99  COMP-3 VALUE ZERO.
017800 01  TST-LATER        PIC S9(9)V99  COMP-3 VALUE ZERO.
017900 01  TST-CLOSING      PIC S9(9)V99  COMP-3 VALUE ZERO.
018000 01  TST-RUNNING      PIC S9(9)V99  COMP-3 VALUE ZERO.
018100 01  TST-ACCT-POSTINGS PIC 9(5) COMP VALUE ZERO.
018200 01  TST-FLAG         PIC X         VALUE SPACE.
018300 01  TST-ACCT-COUNT   PIC 9(7) COMP VALUE ZERO.
018400 01  TST-PRINTED-COUNT PIC 9(7) COMP VALUE ZERO.
018500 01  TST-FIRST-COUNT  PIC 9(7) COMP VALUE ZERO.
018600 01  TST-EXC-COUNT    PIC 9(7) COMP VALUE ZERO.
018700 01  TST-POSTING-COUNT PIC 9(7) COMP VALUE ZERO.
018800 01  TST-START-TIME   PIC 9(8)      VALUE ZERO.
018900 01  TST-END-TIME     PIC 9(8)      VALUE ZERO.
019000 01  TST-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
019100 01  TST-RD-FUNCTION  PIC X         VALUE "G".
019200 01  TST-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TSTMT".
019300 01  TST-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
019400 01  TST-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
019500 01  TST-RW-FUNCTION  PIC X         VALUE SPACE.
019600 01  TST-RW-TITLE     PIC X(30)
019700     VALUE "TSTMT MONTHLY STATEMENTS".
019800 01  TST-RW-FILENAME  PIC X(40)     VALUE "TStmtRpt.txt".
019900 01  TST-RW-LINE      PIC X(80)     VALUE SPACES.
020000 01  TST-RPT-BRANCH-LINE.
020100     05  FILLER           PIC X(20) VALUE "*** STATEMENTS FOR ".
020200     05  FILLER           PIC X(7)  VALUE "BRANCH ".
020300     05  TST-RPT-BRANCH   PIC X(4).
020400     05  FILLER           PIC X(4)  VALUE " ***".
020500     05  FILLER           PIC X(45) VALUE SPACES.
020600 01  TST-RPT-ACCT-LINE.
020700     05  FILLER           PIC X(8)  VALUE "ACCOUNT ".
020800     05  TST-RPT-ACCT     PIC X(8).
020900     05  FILLER           PIC X(9)  VALUE "  BRANCH ".
021000     05  TST-RPT-ACCT-BR  PIC X(4).
021100     05  FILLER           PIC X(7)  VALUE "  NAME ".
021200     05  TST-RPT-FIRST    PIC X(4).
021300     05  FILLER           PIC X     VALUE SPACE.
021400     05  TST-RPT-LAST     PIC X(4).
021500     05  FILLER           PIC X(35) VALUE SPACES.
021600 01  TST-RPT-PERIOD-LINE.
021700     05  FILLER           PIC X(14) VALUE "PERIOD FROM   ".
021800     05  TST-RPT-FROM     PIC 9(8).
021900     05  FILLER           PIC X(4)  VALUE " TO ".
022000     05  TST-RPT-TO       PIC 9(8).
022100     05  FILLER           PIC X(2)  VALUE SPACES.
022200     05  TST-RPT-FIRST-NOTE PIC X(30).
022300     05  FILLER           PIC X(14) VALUE SPACES.
022400 01  TST-RPT-COLUMN-LINE.
022500     05  FILLER           PIC X(10) VALUE "DATE".
022600     05  FILLER           PIC X(22) VALUE "DESCRIPTION".
022700     05  FILLER           PIC X(10) VALUE "REFERENCE".
022800     05  FILLER           PIC X(10) VALUE "TYPE".
022900     05  FILLER           PIC X(12) VALUE "    AMOUNT".
023000     05  FILLER           PIC X(16) VALUE "        BALANCE".
023100 01  TST-RPT-DETAIL-LINE.
023200     05  TST-RPT-DATE     PIC 9(8).
023300     05  FILLER           PIC X(2)  VALUE SPACES.
023400     05  TST-RPT-DESC     PIC X(20).
023500     05  FILLER           PIC X(2)  VALUE SPACES.
023600     05  TST-RPT-REF      PIC X(8).
023700     05  FILLER           PIC X(2)  VALUE SPACES.
023800     05  TST-RPT-TYPE     PIC X(8).
023900     05  FILLER           PIC X(2)  VALUE SPACES.
024000     05  TST-RPT-AMOUNT   PIC -ZZ,ZZ9.99.
024100     05  FILLER           PIC X(2)  VALUE SPACES.
024200     05  TST-RPT-BALANCE  PIC -ZZZ,ZZZ,ZZ9.99.
024300     05  FILLER           PIC X     VALUE SPACE.
024400 01  TST-RPT-BAL-LINE.
024500     05  TST-RPT-BAL-LABEL PIC X(64).
024600     05  TST-RPT-BAL-AMT  PIC -ZZZ,ZZZ,ZZ9.99.
024700     05  FILLER           PIC X     VALUE SPACE.
024800 01  TST-RPT-RULE-LINE    PIC X(80) VALUE ALL "-".
024900 01  TST-RPT-COUNT-LINE.
025000     05  TST-RPT-COUNT-LABEL PIC X(30).
025100     05  FILLER           PIC X(2)  VALUE "= ".
025200     05  TST-RPT-COUNT    PIC ZZZZZZ9.
025300     05  FILLER           PIC X(41) VALUE SPACES.
025400 01  TST-RPT-EXC-LINE.
025500     05  TST-RPT-X-ACCT   PIC X(8).
025600     05  FILLER           PIC X(2)  VALUE SPACES.
025700     05  TST-RPT-X-BRANCH PIC X(4).
025800     05  FILLER           PIC X(2)  VALUE SPACES.
025900     05  TST-RPT-X-OPEN   PIC -ZZZZZZZZ9.99.
026000     05  FILLER           PIC X(2)  VALUE SPACES.
026100     05  TST-RPT-X-MOVES  PIC -ZZZZZZZZ9.99.
026200     05  FILLER           PIC X(2)  VALUE SPACES.
026300     05  TST-RPT-X-CLOSE  PIC -ZZZZZZZZ9.99.
026400     05  FILLER           PIC X(2)  VALUE SPACES.
026500     05  TST-RPT-X-DIFF   PIC -ZZZZZZZZ9.99.
026600     05  FILLER           PIC X(6)  VALUE SPACES.
026700 01  TST-RPT-EXC-HEAD.
026800     05  FILLER           PIC X(10) VALUE "ACCOUNT".
026900     05  FILLER           PIC X(6)  VALUE "BR".
027000     05  FILLER           PIC X(15) VALUE "      OPENING".
027100     05  FILLER           PIC X(15) VALUE "    MOVEMENTS".
027200     05  FILLER           PIC X(15) VALUE "      CLOSING".
027300     05  FILLER           PIC X(19) VALUE "   DIFFERENCE".
027400 PROCEDURE DIVISION.
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027700     IF NOT TST-ABORT-RUN
027800         PERFORM 2000-COLLECT-BRANCHES THRU 2000-EXIT
027900         PERFORM 3000-PRINT-BRANCH THRU 3000-EXIT
028000             VARYING TST-BR-SUB FROM 1 BY 1
028100             UNTIL TST-BR-SUB > TST-BR-TALLY
028200         PERFORM 6000-PRINT-EXCEPTIONS THRU 6000-EXIT
028300     END-IF.
028400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028500     GOBACK.
028600
028700 1000-INITIALIZE.
028800     ACCEPT TST-START-TIME FROM TIME.
028900     CALL "TRUNDATE" USING TST-RD-FUNCTION, TST-ERRLOG-PROGRAM-ID,
029000         TST-RUN-DATE.
029100     PERFORM 1100-SET-PERIOD THRU 1100-EXIT.
029200     PERFORM 1500-LOAD-FLAG-DOMAIN THRU 1500-EXIT.
029300     PERFORM 1700-LOAD-JOURNAL THRU 1700-EXIT.
029400     IF TST-ABORT-RUN
029500         GO TO 1000-EXIT
029600     END-IF.
029700     OPEN INPUT MYMASTER.
029800     IF NOT TST-MST-OK
029900         DISPLAY "tstmt: unable to open TAcctMaster.dat, ",
030000             "status = ", TST-MST-STATUS
030100         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
030200             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
030300         SET TST-ABORT-RUN TO TRUE
030400         GO TO 1000-EXIT
030500     END-IF.
030600     OPEN INPUT MYHISTMST.
030700     IF TST-HIST-OK
030800         SET TST-HIST-AVAILABLE TO TRUE
030900     ELSE
031000         DISPLAY "tstmt: THistMaster.dat not available, older ",
031100             "journal lines described from the journal only"
031200     END-IF.
031300     OPEN I-O MYSTMTBAL.
031400     IF TST-STB-NOT-FOUND
031500         OPEN OUTPUT MYSTMTBAL
031600         CLOSE MYSTMTBAL
031700         OPEN I-O MYSTMTBAL
031800     END-IF.
031900     MOVE "O" TO TST-RW-FUNCTION.
032000     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
032100 1000-EXIT.
032200     EXIT.
032300
032400*----------------------------------------------------------*
032500* 1100-SET-PERIOD TAKES THE CCYYMM FROM TSTMTPARM.DAT WHEN
032600* THE CARD IS THERE AND NUMERIC, OTHERWISE THE MONTH OF THE
032700* RUN DATE. THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE
032800* NEXT MONTH, SO FEBRUARY AND LEAP YEARS NEED NO TABLE.
032900*----------------------------------------------------------*
033000 1100-SET-PERIOD.
033100     MOVE TST-RUN-DATE (1:6) TO TST-PERIOD.
033200     OPEN INPUT MYPARMFILE.
033300     IF TST-PARM-OK
033400         READ MYPARMFILE
033500             AT END
033600                 CONTINUE
033700             NOT AT END
033800                 IF STMT-PARM-PERIOD IS NUMERIC
033900                     MOVE STMT-PARM-PERIOD TO TST-PERIOD
034000                 END-IF
034100         END-READ
034200         CLOSE MYPARMFILE
034300     END-IF.
034400     COMPUTE TST-PERIOD-START = TST-PERIOD * 100 + 1.
034500     MOVE TST-PERIOD-START TO TST-NEXT-START.
034600     IF TST-NEXT-MM = 12
034700         ADD 1 TO TST-NEXT-CCYY
034800         MOVE 1 TO TST-NEXT-MM
034900     ELSE
035000         ADD 1 TO TST-NEXT-MM
035100     END-IF.
035200     COMPUTE TST-DAY-NUMBER =
035300         FUNCTION INTEGER-OF-DATE (TST-NEXT-START) - 1.
035400     COMPUTE TST-PERIOD-END =
035500         FUNCTION DATE-OF-INTEGER (TST-DAY-NUMBER).
035600     MOVE TST-PERIOD TO TST-PRIOR-PERIOD.
035700     IF TST-PRIOR-MM = 1
035800         SUBTRACT 1 FROM TST-PRIOR-CCYY
035900         MOVE 12 TO TST-PRIOR-MM
036000     ELSE
036100         SUBTRACT 1 FROM TST-PRIOR-MM
036200     END-IF.
036300     DISPLAY "tstmt: statement period ", TST-PERIOD-START,
036400         " to ", TST-PERIOD-END.
036500 1100-EXIT.
036600     EXIT.
036700
036800*----------------------------------------------------------*
036900* 1500-LOAD-FLAG-DOMAIN LOADS THE DL175 FLAG TABLE FOR THE
037000* POSTING DESCRIPTIONS. INACTIVE ROWS ARE KEPT -- A POSTING
037100* MADE WHILE A FLAG WAS LIVE STILL NEEDS ITS NAME. A MISSING
037200* CONTROL FILE LEAVES EVERY LINE DESCRIBED AS A POSTING.
037300*----------------------------------------------------------*
037400 1500-LOAD-FLAG-DOMAIN.
037500     OPEN INPUT MYFLAGDOM.
037600     IF TST-DOM-NOT-FOUND
037700         DISPLAY "tstmt: TFlagDom.dat not available, postings ",
037800             "described generically"
037900     ELSE
038000         PERFORM 1600-LOAD-FLAG-ROW THRU 1600-EXIT
038100             UNTIL TST-DOM-EOF
038200         CLOSE MYFLAGDOM
038300     END-IF.
038400 1500-EXIT.
038500     EXIT.
038600
038700 1600-LOAD-FLAG-ROW.
038800     READ MYFLAGDOM
038900         AT END
039000             SET TST-DOM-EOF TO TRUE
039100         NOT AT END
039200             IF TST-DOM-TALLY < 10
039300                 ADD 1 TO TST-DOM-TALLY
039400                 MOVE TST-DOM-TALLY TO TST-DOM-SUB
039500                 MOVE FLAG-DOM-VALUE
039550                     TO TST-DOM-VALUE (TST-DOM-SUB)
039600                 MOVE FLAG-DOM-DESC
039650                     TO TST-DOM-DESC (TST-DOM-SUB)
039700             END-IF
039800     END-READ.
039900 1600-EXIT.
040000     EXIT.
040100
040200*----------------------------------------------------------*
040300* 1700-LOAD-JOURNAL HOLDS EVERY JOURNAL LINE DATED ON OR
040400* AFTER THE FIRST OF THE PERIOD. LINES INSIDE THE PERIOD ARE
040500* THE STATEMENT'S POSTINGS; LINES AFTER IT ARE BACKED OUT OF
040600* THE MASTER BALANCE TO GIVE THE MONTH-END CLOSING. A MONTH
040700* TOO BIG FOR THE TABLE STOPS THE RUN RATHER THAN PRINT
040800* STATEMENTS WITH POSTINGS MISSING.
040900*----------------------------------------------------------*
041000 1700-LOAD-JOURNAL.
041100     OPEN INPUT MYJOURNAL.
041200     IF TST-JRN-NOT-FOUND
041300         DISPLAY "tstmt: no TPostJrnl.dat, statements show no ",
041400             "postings"
041500     ELSE
041600         PERFORM 1800-LOAD-JOURNAL-LINE THRU 1800-EXIT
041700             UNTIL TST-JRN-EOF
041800         CLOSE MYJOURNAL
041900     END-IF.
042000 1700-EXIT.
042100     EXIT.
042200
042300 1800-LOAD-JOURNAL-LINE.
042400     READ MYJOURNAL
042500         AT END
042600             SET TST-JRN-EOF TO TRUE
042700             GO TO 1800-EXIT
042800     END-READ.
042900     IF JRNL-RUN-DATE IS NOT NUMERIC
043000         OR JRNL-RUN-DATE < TST-PERIOD-START
043100         GO TO 1800-EXIT
043200     END-IF.
043300     IF TST-JRN-TALLY NOT < TST-JRN-LIMIT
043400         DISPLAY "tstmt: posting journal exceeds ",
043500             TST-JRN-LIMIT, " lines for the period, run stopped"
043600         MOVE "1800-LOAD-JOURNAL-LINE" TO TST-ERRLOG-PARAGRAPH
043700         CALL "TERRLOG" USING TST-ERRLOG-PROGRAM-ID,
043800             TST-ERRLOG-PARAGRAPH, TST-ERRLOG-SEVERITY
043900         SET TST-ABORT-RUN TO TRUE
044000         SET TST-JRN-EOF TO TRUE
044100         GO TO 1800-EXIT
044200     END-IF.
044300     ADD 1 TO TST-JRN-TALLY.
044400     MOVE JRNL-RUN-DATE   TO TST-J-DATE (TST-JRN-TALLY).
044500     MOVE JRNL-KEY        TO TST-J-KEY (TST-JRN-TALLY).
044600     MOVE JRNL-AMOUNT     TO TST-J-AMOUNT (TST-JRN-TALLY).
044700     MOVE JRNL-FLAG       TO TST-J-FLAG (TST-JRN-TALLY).
044800     MOVE JRNL-TRANS-TYPE TO TST-J-TYPE (TST-JRN-TALLY).
044900 1800-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------*
045300* 2000-COLLECT-BRANCHES LISTS EVERY ACCT-BRANCH ON THE
045400* MASTER, THEN PUTS THE LIST IN ORDER SO THE STATEMENTS COME
045500* OUT ONE BRANCH AFTER ANOTHER, READY FOR MAILING.
045600*----------------------------------------------------------*
045700 2000-COLLECT-BRANCHES.
045800     PERFORM 2100-NOTE-ONE-BRANCH THRU 2100-EXIT
045900         UNTIL TST-MST-EOF.
046000     CLOSE MYMASTER.
046100     SET TST-BR-SWAPPED TO TRUE.
046200     PERFORM 2400-ORDER-PASS THRU 2400-EXIT
046300         UNTIL NOT TST-BR-SWAPPED.
046400 2000-EXIT.
046500     EXIT.
046600
046700 2100-NOTE-ONE-BRANCH.
046800     READ MYMASTER NEXT RECORD
046900         AT END
047000             SET TST-MST-EOF TO TRUE
047100         NOT AT END
047200             MOVE ACCT-BRANCH TO TST-MATCH-ID
047300             PERFORM 2200-FIND-BRANCH-ROW THRU 2200-EXIT
047400     END-READ.
047500 2100-EXIT.
047600     EXIT.
047700
047800 2200-FIND-BRANCH-ROW.
047900     MOVE "N" TO TST-BR-FOUND-SW.
048000     PERFORM 2300-MATCH-BRANCH-ROW THRU 2300-EXIT
048100         VARYING TST-BR-SUB FROM 1 BY 1
048200         UNTIL TST-BR-SUB > TST-BR-TALLY OR TST-BR-FOUND.
048300     IF NOT TST-BR-FOUND
048400         IF TST-BR-TALLY < TST-BR-LIMIT
048500             ADD 1 TO TST-BR-TALLY
048600             MOVE TST-MATCH-ID TO TST-BR-ID (TST-BR-TALLY)
048700         ELSE
048800             DISPLAY "tstmt: more than ", TST-BR-LIMIT,
048900                 " branches, branch ", TST-MATCH-ID,
049000                 " not printed"
049100         END-IF
049200     END-IF.
049300 2200-EXIT.
049400     EXIT.
049500
049600 2300-MATCH-BRANCH-ROW.
049700     IF TST-BR-ID (TST-BR-SUB) = TST-MATCH-ID
049800         SET TST-BR-FOUND TO TRUE
049900     END-IF.
050000 2300-EXIT.
050100     EXIT.
050200
050300 2400-ORDER-PASS.
050400     MOVE "N" TO TST-BR-SWAP-SW.
050500     PERFORM 2500-ORDER-PAIR THRU 2500-EXIT
050600         VARYING TST-BR-SUB FROM 1 BY 1
050700         UNTIL TST-BR-SUB NOT < TST-BR-TALLY.
050800 2400-EXIT.
050900     EXIT.
051000
051100 2500-ORDER-PAIR.
051200     COMPUTE TST-BR-NEXT = TST-BR-SUB + 1.
051300     IF TST-BR-ID (TST-BR-SUB) > TST-BR-ID (TST-BR-NEXT)
051400         MOVE TST-BR-ID (TST-BR-SUB)  TO TST-BR-HOLD
051500         MOVE TST-BR-ID (TST-BR-NEXT) TO TST-BR-ID (TST-BR-SUB)
051600         MOVE TST-BR-HOLD             TO TST-BR-ID (TST-BR-NEXT)
051700         SET TST-BR-SWAPPED TO TRUE
051800     END-IF.
051900 2500-EXIT.
052000     EXIT.
052100
052200*----------------------------------------------------------*
052300* 3000-PRINT-BRANCH MAKES ONE PASS OF THE MASTER PER BRANCH
052400* AND BUILDS THE STATEMENT OF EVERY ACCOUNT IN IT.
052500*----------------------------------------------------------*
052600 3000-PRINT-BRANCH.
052700     MOVE TST-BR-ID (TST-BR-SUB) TO TST-MATCH-ID.
052800     MOVE TST-MATCH-ID TO TST-RPT-BRANCH.
052900     MOVE TST-RPT-BRANCH-LINE TO TST-RW-LINE.
053000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
053100     MOVE SPACES TO TST-RW-LINE.
053200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
053300     MOVE "N" TO TST-MST-EOF-SW.
053400     OPEN INPUT MYMASTER.
053500     PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT
053600         UNTIL TST-MST-EOF.
053700     CLOSE MYMASTER.
053800 3000-EXIT.
053900     EXIT.
054000
054100 3100-READ-ACCOUNT.
054200     READ MYMASTER NEXT RECORD
054300         AT END
054400             SET TST-MST-EOF TO TRUE
054500         NOT AT END
054600             IF ACCT-BRANCH = TST-MATCH-ID
054700                 ADD 1 TO TST-ACCT-COUNT
054800                 PERFORM 4000-BUILD-STATEMENT THRU 4000-EXIT
054900             END-IF
055000     END-READ.
055100 3100-EXIT.
055200     EXIT.
055300
055400*----------------------------------------------------------*
055500* 4000-BUILD-STATEMENT PROVES THE ACCOUNT BEFORE ANYTHING IS
055600* PRINTED: OPENING PLUS THE MONTH'S MOVEMENTS MUST EQUAL THE
055700* CLOSING TAKEN FROM THE MASTER. AN ACCOUNT THAT DOES NOT
055800* PROVE IS LISTED AS AN EXCEPTION, AND ITS CLOSING IS NOT
055900* CARRIED FORWARD, SO NEXT MONTH DOES NOT BUILD ON IT.
056000*----------------------------------------------------------*
056100 4000-BUILD-STATEMENT.
056200     MOVE ZERO TO TST-MOVEMENTS.
056300     MOVE ZERO TO TST-LATER.
056400     MOVE ZERO TO TST-ACCT-POSTINGS.
056500     PERFORM 4100-SUM-ONE-LINE THRU 4100-EXIT
056600         VARYING TST-JRN-SUB FROM 1 BY 1
056700         UNTIL TST-JRN-SUB > TST-JRN-TALLY.
056800     COMPUTE TST-CLOSING = ACCT-BALANCE - TST-LATER.
056900     MOVE "N" TO TST-FIRST-SW.
057000     MOVE ACCT-NUMBER      TO STB-ACCT-NUMBER.
057100     MOVE TST-PRIOR-PERIOD TO STB-PERIOD.
057200     READ MYSTMTBAL
057300         INVALID KEY
057400             SET TST-FIRST-STATEMENT TO TRUE
057500             COMPUTE TST-OPENING = TST-CLOSING - TST-MOVEMENTS
057600         NOT INVALID KEY
057700             MOVE STB-CLOSING TO TST-OPENING
057800     END-READ.
057900     IF TST-OPENING + TST-MOVEMENTS NOT = TST-CLOSING
058000         PERFORM 4800-NOTE-EXCEPTION THRU 4800-EXIT
058100     ELSE
058200         PERFORM 5000-PRINT-STATEMENT THRU 5000-EXIT
058300         PERFORM 4900-SAVE-CLOSING THRU 4900-EXIT
058400     END-IF.
058500 4000-EXIT.
058600     EXIT.
058700
058800 4100-SUM-ONE-LINE.
058900     IF TST-J-KEY (TST-JRN-SUB) = ACCT-NUMBER
059000         IF TST-J-DATE (TST-JRN-SUB) > TST-PERIOD-END
059100             ADD TST-J-AMOUNT (TST-JRN-SUB) TO TST-LATER
059200         ELSE
059300             ADD TST-J-AMOUNT (TST-JRN-SUB) TO TST-MOVEMENTS
059400             ADD 1 TO TST-ACCT-POSTINGS
059500         END-IF
059600     END-IF.
059700 4100-EXIT.
059800     EXIT.
059900
060000 4800-NOTE-EXCEPTION.
060100     ADD 1 TO TST-EXC-COUNT.
060200     IF TST-EXC-TALLY < TST-EXC-LIMIT
060300         ADD 1 TO TST-EXC-TALLY
060400         MOVE ACCT-NUMBER   TO TST-X-ACCT (TST-EXC-TALLY)
060500         MOVE ACCT-BRANCH   TO TST-X-BRANCH (TST-EXC-TALLY)
060600         MOVE TST-OPENING   TO TST-X-OPENING (TST-EXC-TALLY)
060700         MOVE TST-MOVEMENTS TO TST-X-MOVES (TST-EXC-TALLY)
060800         MOVE TST-CLOSING   TO TST-X-CLOSING (TST-EXC-TALLY)
060900     END-IF.
061000 4800-EXIT.
061100     EXIT.
061200
061300*----------------------------------------------------------*
061400* 4900-SAVE-CLOSING KEEPS THE PRINTED CLOSING AS NEXT
061500* MONTH'S OPENING. A RERUN OF THE SAME MONTH FINDS ITS OWN
061600* RECORD AND REWRITES IT.
061700*----------------------------------------------------------*
061800 4900-SAVE-CLOSING.
061900     MOVE ACCT-NUMBER       TO STB-ACCT-NUMBER.
062000     MOVE TST-PERIOD        TO STB-PERIOD.
062100     MOVE TST-CLOSING       TO STB-CLOSING.
062200     MOVE TST-RUN-DATE      TO STB-RUN-DATE.
062300     MOVE TST-ACCT-POSTINGS TO STB-POSTINGS.
062400     WRITE STMT-BAL-RECORD
062500         INVALID KEY
062600             REWRITE STMT-BAL-RECORD
062700     END-WRITE.
062800 4900-EXIT.
062900     EXIT.
063000
063100 5000-PRINT-STATEMENT.
063200     ADD 1 TO TST-PRINTED-COUNT.
063300     MOVE ACCT-NUMBER     TO TST-RPT-ACCT.
063400     MOVE ACCT-BRANCH     TO TST-RPT-ACCT-BR.
063500     MOVE ACCT-NAME-FIRST TO TST-RPT-FIRST.
063600     MOVE ACCT-NAME-LAST  TO TST-RPT-LAST.
063700     MOVE TST-RPT-ACCT-LINE TO TST-RW-LINE.
063800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
063900     MOVE TST-PERIOD-START TO TST-RPT-FROM.
064000     MOVE TST-PERIOD-END   TO TST-RPT-TO.
064100     IF TST-FIRST-STATEMENT
064200         ADD 1 TO TST-FIRST-COUNT
064300         MOVE "FIRST STATEMENT" TO TST-RPT-FIRST-NOTE
064400     ELSE
064500         MOVE SPACES TO TST-RPT-FIRST-NOTE
064600     END-IF.
064700     MOVE TST-RPT-PERIOD-LINE TO TST-RW-LINE.
064800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
064900     MOVE TST-RPT-COLUMN-LINE TO TST-RW-LINE.
065000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
065100     MOVE "OPENING BALANCE" TO TST-RPT-BAL-LABEL.
065200     MOVE TST-OPENING TO TST-RPT-BAL-AMT.
065300     MOVE TST-RPT-BAL-LINE TO TST-RW-LINE.
065400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
065500     MOVE TST-OPENING TO TST-RUNNING.
065600     PERFORM 5100-PRINT-ONE-POSTING THRU 5100-EXIT
065700         VARYING TST-JRN-SUB FROM 1 BY 1
065800         UNTIL TST-JRN-SUB > TST-JRN-TALLY.
065900     MOVE "CLOSING BALANCE" TO TST-RPT-BAL-LABEL.
066000     MOVE TST-CLOSING TO TST-RPT-BAL-AMT.
066100     MOVE TST-RPT-BAL-LINE TO TST-RW-LINE.
066200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
066300     MOVE TST-RPT-RULE-LINE TO TST-RW-LINE.
066400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
066500 5000-EXIT.
066600     EXIT.
066700
066800 5100-PRINT-ONE-POSTING.
066900     IF TST-J-KEY (TST-JRN-SUB) NOT = ACCT-NUMBER
067000         OR TST-J-DATE (TST-JRN-SUB) > TST-PERIOD-END
067100         GO TO 5100-EXIT
067200     END-IF.
067300     ADD 1 TO TST-POSTING-COUNT.
067400     ADD TST-J-AMOUNT (TST-JRN-SUB) TO TST-RUNNING.
067500     PERFORM 5200-DESCRIBE-POSTING THRU 5200-EXIT.
067600     MOVE TST-J-DATE (TST-JRN-SUB)   TO TST-RPT-DATE.
067700     MOVE TST-J-KEY (TST-JRN-SUB)    TO TST-RPT-REF.
067800     MOVE TST-J-AMOUNT (TST-JRN-SUB) TO TST-RPT-AMOUNT.
067900     MOVE TST-RUNNING                TO TST-RPT-BALANCE.
068000     IF TST-J-TYPE (TST-JRN-SUB) = "R"
068100         MOVE "REVERSAL" TO TST-RPT-TYPE
068200     ELSE
068300         MOVE SPACES TO TST-RPT-TYPE
068400     END-IF.
068500     MOVE TST-RPT-DETAIL-LINE TO TST-RW-LINE.
068600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
068700 5100-EXIT.
068800     EXIT.
068900
069000*----------------------------------------------------------*
069100* 5200-DESCRIBE-POSTING NAMES THE POSTING BY ITS Q/V FLAG'S
069200* TFLAGDOM DESCRIPTION (SERVICE CHARGE, REVERSAL, AND SO
069300* ON). JOURNAL LINES WRITTEN BEFORE THE FLAG WAS CARRIED
069400* THERE HAVE IT LOOKED UP ON THISTMASTER.DAT BY RUN DATE AND
069500* KEY. NO FLAG, OR A FLAG NOT IN THE DOMAIN, READS POSTING.
069600*----------------------------------------------------------*
069700 5200-DESCRIBE-POSTING.
069800     MOVE TST-J-FLAG (TST-JRN-SUB) TO TST-FLAG.
069900     IF TST-FLAG = SPACE AND TST-HIST-AVAILABLE
070000         MOVE TST-J-DATE (TST-JRN-SUB) TO HIST-RUN-DATE
070100         MOVE TST-J-KEY (TST-JRN-SUB) (1:4) TO HIST-R
070200         MOVE TST-J-KEY (TST-JRN-SUB) (5:4) TO HIST-S
070300         READ MYHISTMST
070400             INVALID KEY
070500                 CONTINUE
070600             NOT INVALID KEY
070700                 MOVE HIST-V TO TST-FLAG
070800         END-READ
070900     END-IF.
071000     MOVE "N" TO TST-DOM-FOUND-SW.
071100     PERFORM 5300-MATCH-FLAG-ROW THRU 5300-EXIT
071200         VARYING TST-DOM-SUB FROM 1 BY 1
071300         UNTIL TST-DOM-SUB > TST-DOM-TALLY OR TST-DOM-FOUND.
071400     IF NOT TST-DOM-FOUND
071500         MOVE "POSTING" TO TST-RPT-DESC
071600     END-IF.
071700 5200-EXIT.
071800     EXIT.
071900
072000 5300-MATCH-FLAG-ROW.
072100     IF TST-DOM-VALUE (TST-DOM-SUB) = TST-FLAG
072200         AND TST-FLAG NOT = SPACE
072300         MOVE TST-DOM-DESC (TST-DOM-SUB) TO TST-RPT-DESC
072400         SET TST-DOM-FOUND TO TRUE
072500     END-IF.
072600 5300-EXIT.
072700     EXIT.
072800
072900*----------------------------------------------------------*
073000* 6000-PRINT-EXCEPTIONS CLOSES THE STATEMENTS WITH THEIR
073100* COUNTS, THEN FILES THE ACCOUNTS THAT DID NOT PROVE AS A
073200* SEPARATE EXCEPTION LIST FOR THE BRANCHES TO WORK.
073300*----------------------------------------------------------*
073400 6000-PRINT-EXCEPTIONS.
073500     MOVE "ACCOUNTS ON MASTER" TO TST-RPT-COUNT-LABEL.
073600     MOVE TST-ACCT-COUNT TO TST-RPT-COUNT.
073700     MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE.
073800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
073900     MOVE "STATEMENTS PRINTED" TO TST-RPT-COUNT-LABEL.
074000     MOVE TST-PRINTED-COUNT TO TST-RPT-COUNT.
074100     MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE.
074200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
074300     MOVE "  OF WHICH FIRST STATEMENTS" TO TST-RPT-COUNT-LABEL.
074400     MOVE TST-FIRST-COUNT TO TST-RPT-COUNT.
074500     MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE.
074600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
074700     MOVE "POSTINGS LISTED" TO TST-RPT-COUNT-LABEL.
074800     MOVE TST-POSTING-COUNT TO TST-RPT-COUNT.
074900     MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE.
075000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
075100     MOVE "EXCEPTIONS NOT PRINTED" TO TST-RPT-COUNT-LABEL.
075200     MOVE TST-EXC-COUNT TO TST-RPT-COUNT.
075300     MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE.
075400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
075500     MOVE "C" TO TST-RW-FUNCTION.
075600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
075700     MOVE "TSTMT STATEMENT EXCEPTIONS" TO TST-RW-TITLE.
075800     MOVE "TStmtExcRpt.txt" TO TST-RW-FILENAME.
075900     MOVE "O" TO TST-RW-FUNCTION.
076000     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
076100     MOVE TST-RPT-EXC-HEAD TO TST-RW-LINE.
076200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
076300     PERFORM 6100-PRINT-ONE-EXCEPTION THRU 6100-EXIT
076400         VARYING TST-EXC-SUB FROM 1 BY 1
076500         UNTIL TST-EXC-SUB > TST-EXC-TALLY.
076600     IF TST-EXC-COUNT > TST-EXC-TALLY
076700         MOVE "MORE EXCEPTIONS NOT LISTED" TO TST-RPT-COUNT-LABEL
076800         COMPUTE TST-RPT-COUNT = TST-EXC-COUNT - TST-EXC-TALLY
076900         MOVE TST-RPT-COUNT-LINE TO TST-RW-LINE
077000         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
077100     END-IF.
077200     MOVE "C" TO TST-RW-FUNCTION.
077300     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
077400 6000-EXIT.
077500     EXIT.
077600
077700 6100-PRINT-ONE-EXCEPTION.
077800     MOVE TST-X-ACCT (TST-EXC-SUB)    TO TST-RPT-X-ACCT.
077900     MOVE TST-X-BRANCH (TST-EXC-SUB)  TO TST-RPT-X-BRANCH.
078000     MOVE TST-X-OPENING (TST-EXC-SUB) TO TST-RPT-X-OPEN.
078100     MOVE TST-X-MOVES (TST-EXC-SUB)   TO TST-RPT-X-MOVES.
078200     MOVE TST-X-CLOSING (TST-EXC-SUB) TO TST-RPT-X-CLOSE.
078300     COMPUTE TST-RPT-X-DIFF = TST-X-OPENING (TST-EXC-SUB)
078400         + TST-X-MOVES (TST-EXC-SUB)
078450         - TST-X-CLOSING (TST-EXC-SUB).
078500     MOVE TST-RPT-EXC-LINE TO TST-RW-LINE.
078600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
078700 6100-EXIT.
078800     EXIT.
078900
079000 8500-CALL-REPORT-WRITER.
079100     CALL "TRPTWRT" USING TST-RW-FUNCTION, TST-RW-TITLE,
079200         TST-ERRLOG-PROGRAM-ID, TST-RW-FILENAME, TST-RW-LINE.
079300 8500-EXIT.
079400     EXIT.
079500
079600 8600-PRINT-LINE.
079700     MOVE "W" TO TST-RW-FUNCTION.
079800     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
079900 8600-EXIT.
080000     EXIT.
080100
080200 9000-TERMINATE.
080300     IF NOT TST-ABORT-RUN
080400         CLOSE MYSTMTBAL
080500         IF TST-HIST-AVAILABLE
080600             CLOSE MYHISTMST
080700         END-IF
080800         DISPLAY "tstmt: ", TST-PRINTED-COUNT,
080900             " statements printed, ", TST-EXC-COUNT,
081000             " exceptions"
081100         ACCEPT TST-END-TIME FROM TIME
081200         MOVE TST-PRINTED-COUNT TO TST-RUNHIST-COUNT
081300         CALL "TRUNHIST" USING TST-ERRLOG-PROGRAM-ID,
081400             TST-START-TIME, TST-END-TIME, TST-RUNHIST-COUNT
081500     END-IF.
081600*----------------------------------------------------------*
081700* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
081800* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
081900* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
082000*----------------------------------------------------------*
082100     IF TST-ABORT-RUN
082200         MOVE 8 TO RETURN-CODE
082300     ELSE
082400         IF TST-EXC-COUNT > ZERO
082500             MOVE 4 TO RETURN-CODE
082600         ELSE
082700             MOVE ZERO TO RETURN-CODE
082800         END-IF
082900     END-IF.
083000 9000-EXIT.
083100     EXIT.
083200
083300* Input:
083400*    file "TAcctMaster.dat" (DL140 master, read only)
083500*    file "TPostJrnl.dat" (DL240 posting journal, read only)
083600*    file "THistMaster.dat" (DL170, flags for older lines)
083700*    file "TFlagDom.dat" (DL175 flag descriptions)
083800*    file "TStmtParm.dat" (optional, CCYYMM in columns 1-6)
083900*    file "TStmtBal.dat" (DL245, last month's closings)
084000* Output:
084100*    file "TStmtRpt.txt" -- the statements, branch by branch,
084200*         with the run's counts at the end
084300*    file "TStmtExcRpt.txt" -- accounts that did not prove,
084400*         with opening, movements, closing and difference
084500*    file "TStmtBal.dat" -- this month's printed closings
084600*    RETURN-CODE 0 = all printed, 4 = exceptions listed,
084700*         8 = run aborted
