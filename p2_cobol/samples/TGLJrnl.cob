000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TGLJRNL.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY GENERAL LEDGER
001200*                      JOURNAL, RUN AFTER TFEED. EVERY DETAIL
001300*                      ON TONIGHT'S DATED TFILEOUT.DAT
001400*                      GENERATION IS TURNED INTO ONE BALANCED
001500*                      DEBIT/CREDIT PAIR THROUGH THE DL250
001600*                      CHART MAPPING (TGLCHART.DAT, BY Q/V
001700*                      FLAG AND N/R TRANS TYPE), SO ACCOUNTING
001800*                      STOPS RE-KEYING LEDGER POSTINGS BY HAND.
001900*                      TOTALS ARE SUMMARIZED BY GL ACCOUNT ON
002000*                      TGLRPT.TXT.
002100*----------------------------------------------------------*
002200*----------------------------------------------------------*
002300* THE JOURNAL IS BUILT AS TGLJRNL.TMP AND ONLY RENAMED TO   *
002400* TGLJRNL.DAT ONCE IT IS PROVED: THE LINES ARE READ BACK,   *
002500* DEBITS MUST EQUAL CREDITS, AND THE SIGNED NET MUST AGREE  *
002600* WITH TACCTFEED.DAT'S FDT-TOTAL-AMOUNT (LESS ANY SUSPENSE  *
002700* RESUBMISSIONS TFEED FOLDED IN AFTER THE GENERATION'S OWN  *
002800* DETAILS -- THOSE WERE JOURNALED ON THEIR ORIGINAL NIGHT). *
002900* A FLAG/TYPE WITH NO CHART ROW STOPS THE STEP: THE WHOLE   *
003000* GENERATION IS STILL SCANNED SO EVERY MISSING ROW IS       *
003100* LISTED, BUT NO JOURNAL GOES OUT. RETURN-CODE 0 = JOURNAL  *
003200* RELEASED (OR A NON-PROCESSING DAY), 4 = NO GENERATION TO  *
003300* JOURNAL, 8 = UNMAPPED FLAG, NO CHART, OR NOT PROVED.      *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MYOUTFILE  ASSIGN TO TGL-OUT-FILENAME
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS TGL-OUT-STATUS.
004100     SELECT MYCHARTFILE ASSIGN TO "TGLChart.dat"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS TGL-CHART-STATUS.
004400     SELECT MYGLFILE   ASSIGN TO "TGLJrnl.tmp"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS TGL-GL-STATUS.
004700     SELECT MYFEEDFILE ASSIGN TO "TAcctFeed.dat"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS TGL-FEED-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MYOUTFILE.
005300     COPY DL110.
005400     COPY DL115.
005500 FD  MYCHARTFILE.
005600     COPY DL250.
005700 FD  MYGLFILE.
005800     COPY DL255.
005900 FD  MYFEEDFILE.
006000     COPY DL160.
006100 WORKING-STORAGE SECTION.
006200 01  TGL-OUT-STATUS   PIC XX        VALUE "00".
006300     88  TGL-OUT-OK                 VALUE "00".
006400 01  TGL-CHART-STATUS PIC XX        VALUE "00".
006500     88  TGL-CHART-OK               VALUE "00".
006600 01  TGL-GL-STATUS    PIC XX        VALUE "00".
006700     88  TGL-GL-OK                  VALUE "00".
006800 01  TGL-FEED-STATUS  PIC XX        VALUE "00".
006900     88  TGL-FEED-OK                VALUE "00".
007000 01  TGL-OUT-EOF-SW   PIC X         VALUE "N".
007100     88  TGL-OUT-EOF                VALUE "Y".
007200 01  TGL-CHART-EOF-SW PIC X         VALUE "N".
007300     88  TGL-CHART-EOF              VALUE "Y".
007400 01  TGL-GL-EOF-SW    PIC X         VALUE "N".
007500     88  TGL-GL-EOF                 VALUE "Y".
007600 01  TGL-FEED-EOF-SW  PIC X         VALUE "N".
007700     88  TGL-FEED-EOF               VALUE "Y".
007800 01  TGL-ABORT-SW     PIC X         VALUE "N".
007900     88  TGL-ABORT-RUN              VALUE "Y".
008000 01  TGL-NONPROC-SW   PIC X         VALUE "N".
008100     88  TGL-NONPROC-DAY            VALUE "Y".
008200 01  TGL-NO-GEN-SW    PIC X         VALUE "N".
008300     88  TGL-NO-GENERATION          VALUE "Y".
008400 01  TGL-PROVED-SW    PIC X         VALUE "N".
008500     88  TGL-PROVED                 VALUE "Y".
008600 01  TGL-RUN-DATE     PIC 9(8)      VALUE ZERO.
008700 01  TGL-OUT-FILENAME PIC X(40)     VALUE SPACES.
008800 01  TGL-GL-NAME      PIC X(20)     VALUE "TGLJrnl.dat".
008900 01  TGL-GL-TMP-NAME  PIC X(20)     VALUE "TGLJrnl.tmp".
009000 01  TGL-TRANS-TYPE   PIC X         VALUE SPACE.
009100 01  TGL-SIGNED-AMOUNT PIC S9(5)V99 VALUE ZERO.
009200*----------------------------------------------------------*
009300* THE CHART, LOADED ONCE; THE UNMAPPED FLAG/TYPE PAIRS SEEN
009400* TONIGHT; AND THE RUNNING DEBIT/CREDIT TOTAL PER GL ACCOUNT.
009500*----------------------------------------------------------*
009600 01  TGL-MAP-TALLY    PIC 9(2) COMP VALUE ZERO.
009700 01  TGL-MAP-SUB      PIC 9(2) COMP VALUE ZERO.
009800 01  TGL-MAP-LIMIT    PIC 9(2) COMP VALUE 40.
009900 01  TGL-MAP-FOUND-SW PIC X         VALUE "N".
010000     88  TGL-MAP-FOUND              VALUE "Y".
010100 01  TGL-MAP-TABLE.
010200     05  TGL-MAP-ENTRY OCCURS 40 TIMES.
010300         10  TGL-MAP-FLAG   PIC X.
010400         10  TGL-MAP-TYPE   PIC X.
010500         10  TGL-MAP-DEBIT  PIC X(8).
010600         10  TGL-MAP-CREDIT PIC X(8).
010700 01  TGL-MISS-TALLY   PIC 9(2) COMP VALUE ZERO.
010800 01  TGL-MISS-SUB     PIC 9(2) COMP VALUE ZERO.
010900 01  TGL-MISS-FOUND-SW PIC X        VALUE "N".
011000     88  TGL-MISS-FOUND             VALUE "Y".
011100 01  TGL-MISS-TABLE.
011200     05  TGL-MISS-ENTRY OCCURS 20 TIMES.
011300         10  TGL-MISS-FLAG  PIC X.
011400         10  TGL-MISS-TYPE  PIC X.
011500         10  TGL-MISS-COUNT PIC 9(7) COMP.
011600 01  TGL-ACCT-TALLY   PIC 9(2) COMP VALUE ZERO.
011700 01  TGL-ACCT-SUB     PIC 9(2) COMP VALUE ZERO.
011800 01  TGL-ACCT-LIMIT   PIC 9(2) COMP VALUE 50.
011900 01  TGL-ACCT-FOUND-SW PIC X        VALUE "N".
012000     88  TGL-ACCT-FOUND             VALUE "Y".
012100 01  TGL-MATCH-GL     PIC X(8)      VALUE SPACES.
012200 01  TGL-ACCT-TABLE.
012300     05  TGL-ACCT-ENTRY OCCURS 50 TIMES.
012400         10  TGL-ACCT-GL     PIC X(8).
012500         10  TGL-ACCT-DEBIT  PIC S9(9)V99 COMP-3.
012600         10  TGL-ACCT-CREDIT PIC S9(9)V99 COMP-3.
012700 01  TGL-DETAIL-COUNT PIC 9(7) COMP VALUE ZERO.
012800 01  TGL-UNMAPPED-COUNT PIC 9(7) COMP VALUE ZERO.
012900 01  TGL-NET-TOTAL    PIC S9(9)V99 COMP VALUE ZERO.
013000 01  TGL-LINE-COUNT   PIC 9(7) COMP VALUE ZERO.
013100 01  TGL-DEBIT-TOTAL  PIC S9(9)V99 COMP VALUE ZERO.
013200 01  TGL-CREDIT-TOTAL PIC S9(9)V99 COMP VALUE ZERO.
013300 01  TGL-FEED-DATE    PIC 9(8)      VALUE ZERO.
013400 01  TGL-FEED-DTL-COUNT PIC 9(7) COMP VALUE ZERO.
013500 01  TGL-FEED-TOTAL   PIC S9(9)V99 COMP VALUE ZERO.
013600 01  TGL-RESUB-TOTAL  PIC S9(9)V99 COMP VALUE ZERO.
013700 01  TGL-FEED-NET     PIC S9(9)V99 COMP VALUE ZERO.
013800 01  TGL-FEED-TRL-SW  PIC X         VALUE "N".
013900     88  TGL-FEED-TRL-SEEN          VALUE "Y".
014000 01  TGL-BD-FUNCTION  PIC X         VALUE SPACE.
014100 01  TGL-BD-DATE-1    PIC 9(8)      VALUE ZERO.
014200 01  TGL-BD-DATE-2    PIC 9(8)      VALUE ZERO.
014300 01  TGL-BD-AVAIL     PIC X         VALUE "N".
014400     88  TGL-BD-CAL-AVAILABLE       VALUE "Y".
014500 01  TGL-BD-RESULT    PIC X         VALUE SPACE.
014600 01  TGL-BD-DAYS      PIC S9(5)     VALUE ZERO.
014700 01  TGL-START-TIME   PIC 9(8)      VALUE ZERO.
014800 01  TGL-END-TIME     PIC 9(8)      VALUE ZERO.
014900 01  TGL-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
015000 01  TGL-RD-FUNCTION  PIC X         VALUE "G".
015100 01  TGL-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TGLJRNL".
015200 01  TGL-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
015300 01  TGL-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
015400 01  TGL-RW-FUNCTION  PIC X         VALUE SPACE.
015500 01  TGL-RW-TITLE     PIC X(30)
015600     VALUE "TGLJRNL GENERAL LEDGER JOURNAL".
015700 01  TGL-RW-FILENAME  PIC X(40)     VALUE "TGLRpt.txt".
015800 01  TGL-RW-LINE      PIC X(80)     VALUE SPACES.
015900 01  TGL-RPT-DATE-LINE.
016000     05  FILLER           PIC X(13) VALUE "GENERATION = ".
016100     05  TGL-RPT-DATE     PIC 9(8).
016200     05  FILLER           PIC X(15) VALUE "  DETAILS =    ".
016300     05  TGL-RPT-DETAILS  PIC ZZZZZZ9.
016400     05  FILLER           PIC X(37) VALUE SPACES.
016500 01  TGL-RPT-HEAD-LINE.
016600     05  FILLER           PIC X(10) VALUE "GL ACCOUNT".
016700     05  FILLER           PIC X(18) VALUE "            DEBIT".
016800     05  FILLER           PIC X(18) VALUE "           CREDIT".
016900     05  FILLER           PIC X(18) VALUE "              NET".
017000     05  FILLER           PIC X(16) VALUE SPACES.
017100 01  TGL-RPT-ACCT-LINE.
017200     05  TGL-RPT-GL       PIC X(8).
017300     05  FILLER           PIC X(2)  VALUE SPACES.
017400     05  TGL-RPT-DEBIT    PIC -ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER           PIC X(3)  VALUE SPACES.
017600     05  TGL-RPT-CREDIT   PIC -ZZZ,ZZZ,ZZ9.99.
017700     05  FILLER           PIC X(3)  VALUE SPACES.
017800     05  TGL-RPT-NET      PIC -ZZZ,ZZZ,ZZ9.99.
017900     05  FILLER           PIC X(19) VALUE SPACES.
018000 01  TGL-RPT-AMT-LINE.
018100     05  TGL-RPT-AMT-LABEL PIC X(30).
018200     05  FILLER           PIC X(2)  VALUE "= ".
018300     05  TGL-RPT-AMT      PIC -ZZZ,ZZZ,ZZ9.99.
018400     05  FILLER           PIC X(33) VALUE SPACES.
018500 01  TGL-RPT-PROOF-LINE.
018600     05  TGL-RPT-PROOF-TEXT PIC X(40).
018700     05  FILLER           PIC X(2)  VALUE SPACES.
018800     05  TGL-RPT-PROOF-RESULT PIC X(14).
018900     05  FILLER           PIC X(24) VALUE SPACES.
019000 01  TGL-RPT-MISS-LINE.
019100     05  FILLER           PIC X(21) VALUE "NO GL MAPPING: FLAG  ".
019200     05  TGL-RPT-MISS-FLAG PIC X.
019300     05  FILLER           PIC X(8)  VALUE "  TYPE  ".
019400     05  TGL-RPT-MISS-TYPE PIC X.
019500     05  FILLER           PIC X(12) VALUE "  DETAILS = ".
019600     05  TGL-RPT-MISS-COUNT PIC ZZZZZZ9.
019700     05  FILLER           PIC X(30) VALUE SPACES.
019800 PROCEDURE DIVISION.
019900 0000-MAINLINE.
020000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020100     IF NOT TGL-ABORT-RUN AND NOT TGL-NONPROC-DAY
020200         AND NOT TGL-NO-GENERATION
020300         PERFORM 2000-JOURNAL-DETAIL THRU 2000-EXIT
020400             UNTIL TGL-OUT-EOF
020500         CLOSE MYOUTFILE
020600         CLOSE MYGLFILE
020700         PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
020800         IF TGL-UNMAPPED-COUNT > ZERO
020900             PERFORM 3500-STOP-UNMAPPED THRU 3500-EXIT
021000         ELSE
021100             PERFORM 4000-PROVE-JOURNAL THRU 4000-EXIT
021200         END-IF
021300         PERFORM 5000-RELEASE-JOURNAL THRU 5000-EXIT
021400     END-IF.
021500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021600     GOBACK.
021700
021800 1000-INITIALIZE.
021900     ACCEPT TGL-START-TIME FROM TIME.
022000     CALL "TRUNDATE" USING TGL-RD-FUNCTION, TGL-ERRLOG-PROGRAM-ID,
022100         TGL-RUN-DATE.
022200*    LAST NIGHT'S JOURNAL NEVER SURVIVES INTO TONIGHT -- ONLY A
022300*    PROVED RUN LEAVES A TGLJRNL.DAT BEHIND.
022400     CALL "CBL_DELETE_FILE" USING TGL-GL-NAME.
022500     PERFORM 1100-CHECK-PROC-DAY THRU 1100-EXIT.
022600     IF TGL-NONPROC-DAY
022700         GO TO 1000-EXIT
022800     END-IF.
022900     PERFORM 1200-LOAD-CHART THRU 1200-EXIT.
023000     IF TGL-ABORT-RUN
023100         GO TO 1000-EXIT
023200     END-IF.
023300     STRING "TFileOut.dat." TGL-RUN-DATE DELIMITED BY SIZE
023400         INTO TGL-OUT-FILENAME.
023500     OPEN INPUT MYOUTFILE.
023600     IF NOT TGL-OUT-OK
023700         DISPLAY "tgljrnl: ", TGL-OUT-FILENAME, " not found, ",
023800             "no journal built"
023900         MOVE "W" TO TGL-ERRLOG-SEVERITY
024000         CALL "TERRLOG" USING TGL-ERRLOG-PROGRAM-ID,
024100             TGL-ERRLOG-PARAGRAPH, TGL-ERRLOG-SEVERITY
024200         SET TGL-NO-GENERATION TO TRUE
024300         GO TO 1000-EXIT
024400     END-IF.
024500     OPEN OUTPUT MYGLFILE.
024600     MOVE "O" TO TGL-RW-FUNCTION.
024700     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
024800     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
024900 1000-EXIT.
025000     EXIT.
025100
025200*----------------------------------------------------------*
025300* 1100-CHECK-PROC-DAY SKIPS A NON-PROCESSING DAY THE WAY
025400* TFEED DOES -- NO GENERATION, NO FEED, NOTHING TO JOURNAL.
025500*----------------------------------------------------------*
025600 1100-CHECK-PROC-DAY.
025700     MOVE "D" TO TGL-BD-FUNCTION.
025800     MOVE TGL-RUN-DATE TO TGL-BD-DATE-1.
025900     MOVE ZERO TO TGL-BD-DATE-2.
026000     CALL "TBUSDAY" USING TGL-BD-FUNCTION, TGL-BD-DATE-1,
026100         TGL-BD-DATE-2, TGL-BD-AVAIL, TGL-BD-RESULT,
026200         TGL-BD-DAYS.
026300     IF TGL-BD-CAL-AVAILABLE AND TGL-BD-RESULT NOT = "Y"
026400         SET TGL-NONPROC-DAY TO TRUE
026500         DISPLAY "tgljrnl: ", TGL-RUN-DATE, " is not a ",
026600             "processing day, journal not built"
026700     END-IF.
026800 1100-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------*
027200* 1200-LOAD-CHART LOADS THE DL250 MAPPING. WITHOUT A CHART
027300* NOTHING CAN BE JOURNALED, SO A MISSING FILE STOPS THE STEP.
027400*----------------------------------------------------------*
027500 1200-LOAD-CHART.
027600     MOVE "1200-LOAD-CHART" TO TGL-ERRLOG-PARAGRAPH.
027700     OPEN INPUT MYCHARTFILE.
027800     IF NOT TGL-CHART-OK
027900         DISPLAY "tgljrnl: unable to open TGLChart.dat, ",
028000             "status = ", TGL-CHART-STATUS
028100         CALL "TERRLOG" USING TGL-ERRLOG-PROGRAM-ID,
028200             TGL-ERRLOG-PARAGRAPH, TGL-ERRLOG-SEVERITY
028300         SET TGL-ABORT-RUN TO TRUE
028400     ELSE
028500         PERFORM 1300-LOAD-CHART-ROW THRU 1300-EXIT
028600             UNTIL TGL-CHART-EOF
028700         CLOSE MYCHARTFILE
028800     END-IF.
028900     MOVE "1000-INITIALIZE" TO TGL-ERRLOG-PARAGRAPH.
029000 1200-EXIT.
029100     EXIT.
029200
029300 1300-LOAD-CHART-ROW.
029400     READ MYCHARTFILE
029500         AT END
029600             SET TGL-CHART-EOF TO TRUE
029700         NOT AT END
029800             IF TGL-MAP-TALLY < TGL-MAP-LIMIT
029900                 ADD 1 TO TGL-MAP-TALLY
030000                 MOVE GLC-FLAG TO TGL-MAP-FLAG (TGL-MAP-TALLY)
030100                 MOVE GLC-TRANS-TYPE
030200                     TO TGL-MAP-TYPE (TGL-MAP-TALLY)
030300                 MOVE GLC-DEBIT-GL
030400                     TO TGL-MAP-DEBIT (TGL-MAP-TALLY)
030500                 MOVE GLC-CREDIT-GL
030600                     TO TGL-MAP-CREDIT (TGL-MAP-TALLY)
030700             ELSE
030800                 DISPLAY "tgljrnl: more than ", TGL-MAP-LIMIT,
030900                     " chart rows, row ", GLC-FLAG,
031000                     GLC-TRANS-TYPE, " ignored"
031100             END-IF
031200     END-READ.
031300 1300-EXIT.
031400     EXIT.
031500
031600 2000-JOURNAL-DETAIL.
031700     IF TR-IS-TRAILER
031800         GO TO 2000-READ-NEXT
031900     END-IF.
032000     ADD 1 TO TGL-DETAIL-COUNT.
032100     IF OUT-TYPE-REVERSAL
032200         MOVE "R" TO TGL-TRANS-TYPE
032300         COMPUTE TGL-SIGNED-AMOUNT = ZERO - OUT-AMOUNT
032400     ELSE
032500         MOVE "N" TO TGL-TRANS-TYPE
032600         MOVE OUT-AMOUNT TO TGL-SIGNED-AMOUNT
032700     END-IF.
032800     ADD TGL-SIGNED-AMOUNT TO TGL-NET-TOTAL.
032900     PERFORM 2200-FIND-MAPPING THRU 2200-EXIT.
033000     IF TGL-MAP-FOUND
033100         PERFORM 2400-WRITE-PAIR THRU 2400-EXIT
033200     ELSE
033300         PERFORM 2300-NOTE-UNMAPPED THRU 2300-EXIT
033400     END-IF.
033500 2000-READ-NEXT.
033600     PERFORM 2100-READ-OUTFILE THRU 2100-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900
034000 2100-READ-OUTFILE.
034100     READ MYOUTFILE
034200         AT END
034300             SET TGL-OUT-EOF TO TRUE
034400     END-READ.
034500 2100-EXIT.
034600     EXIT.
034700
034800 2200-FIND-MAPPING.
034900     MOVE "N" TO TGL-MAP-FOUND-SW.
035000     PERFORM 2210-MATCH-MAP-ROW THRU 2210-EXIT
035100         VARYING TGL-MAP-SUB FROM 1 BY 1
035200         UNTIL TGL-MAP-SUB > TGL-MAP-TALLY OR TGL-MAP-FOUND.
035300     IF TGL-MAP-FOUND
035400         SUBTRACT 1 FROM TGL-MAP-SUB
035500     END-IF.
035600 2200-EXIT.
035700     EXIT.
035800
035900 2210-MATCH-MAP-ROW.
036000     IF TGL-MAP-FLAG (TGL-MAP-SUB) = V
036100         AND TGL-MAP-TYPE (TGL-MAP-SUB) = TGL-TRANS-TYPE
036200         SET TGL-MAP-FOUND TO TRUE
036300     END-IF.
036400 2210-EXIT.
036500     EXIT.
036600
036700 2300-NOTE-UNMAPPED.
036800     ADD 1 TO TGL-UNMAPPED-COUNT.
036900     MOVE "N" TO TGL-MISS-FOUND-SW.
037000     PERFORM 2310-MATCH-MISS-ROW THRU 2310-EXIT
037100         VARYING TGL-MISS-SUB FROM 1 BY 1
037200         UNTIL TGL-MISS-SUB > TGL-MISS-TALLY OR TGL-MISS-FOUND.
037300     IF TGL-MISS-FOUND
037400         SUBTRACT 1 FROM TGL-MISS-SUB
037500         ADD 1 TO TGL-MISS-COUNT (TGL-MISS-SUB)
037600     ELSE
037700         IF TGL-MISS-TALLY < 20
037800             ADD 1 TO TGL-MISS-TALLY
037900             MOVE V TO TGL-MISS-FLAG (TGL-MISS-TALLY)
038000             MOVE TGL-TRANS-TYPE TO TGL-MISS-TYPE (TGL-MISS-TALLY)
038100             MOVE 1 TO TGL-MISS-COUNT (TGL-MISS-TALLY)
038200         END-IF
038300     END-IF.
038400 2300-EXIT.
038500     EXIT.
038600
038700 2310-MATCH-MISS-ROW.
038800     IF TGL-MISS-FLAG (TGL-MISS-SUB) = V
038900         AND TGL-MISS-TYPE (TGL-MISS-SUB) = TGL-TRANS-TYPE
039000         SET TGL-MISS-FOUND TO TRUE
039100     END-IF.
039200 2310-EXIT.
039300     EXIT.
039400
039500*----------------------------------------------------------*
039600* 2400-WRITE-PAIR WRITES THE DEBIT AND THE CREDIT FOR ONE
039700* DETAIL UNDER ONE PAIR NUMBER, EACH FOR THE DETAIL'S AMOUNT
039800* AS SUBMITTED -- THE REVERSAL'S CHART ROW ALREADY SWAPS THE
039900* SIDES -- AND ADDS BOTH INTO THE GL ACCOUNT SUMMARY.
040000*----------------------------------------------------------*
040100 2400-WRITE-PAIR.
040200     MOVE SPACES           TO GL-JOURNAL-RECORD.
040300     MOVE TGL-RUN-DATE     TO GLJ-RUN-DATE.
040400     MOVE TGL-DETAIL-COUNT TO GLJ-PAIR.
040500     MOVE OUT-KEY          TO GLJ-KEY.
040600     MOVE V                TO GLJ-FLAG.
040700     MOVE TGL-TRANS-TYPE   TO GLJ-TRANS-TYPE.
040800     MOVE OUT-AMOUNT       TO GLJ-AMOUNT.
040900     MOVE "D"              TO GLJ-SIDE.
041000     MOVE TGL-MAP-DEBIT (TGL-MAP-SUB) TO GLJ-GL-ACCOUNT.
041100     WRITE GL-JOURNAL-RECORD.
041200     MOVE GLJ-GL-ACCOUNT TO TGL-MATCH-GL.
041300     PERFORM 2500-FIND-GL-ROW THRU 2500-EXIT.
041400     IF TGL-ACCT-FOUND
041500         ADD OUT-AMOUNT TO TGL-ACCT-DEBIT (TGL-ACCT-SUB)
041600     END-IF.
041700     MOVE "C"              TO GLJ-SIDE.
041800     MOVE TGL-MAP-CREDIT (TGL-MAP-SUB) TO GLJ-GL-ACCOUNT.
041900     WRITE GL-JOURNAL-RECORD.
042000     MOVE GLJ-GL-ACCOUNT TO TGL-MATCH-GL.
042100     PERFORM 2500-FIND-GL-ROW THRU 2500-EXIT.
042200     IF TGL-ACCT-FOUND
042300         ADD OUT-AMOUNT TO TGL-ACCT-CREDIT (TGL-ACCT-SUB)
042400     END-IF.
042500 2400-EXIT.
042600     EXIT.
042700
042800 2500-FIND-GL-ROW.
042900     MOVE "N" TO TGL-ACCT-FOUND-SW.
043000     PERFORM 2510-MATCH-GL-ROW THRU 2510-EXIT
043100         VARYING TGL-ACCT-SUB FROM 1 BY 1
043200         UNTIL TGL-ACCT-SUB > TGL-ACCT-TALLY OR TGL-ACCT-FOUND.
043300     IF TGL-ACCT-FOUND
043400         SUBTRACT 1 FROM TGL-ACCT-SUB
043500     ELSE
043600         IF TGL-ACCT-TALLY < TGL-ACCT-LIMIT
043700             ADD 1 TO TGL-ACCT-TALLY
043800             MOVE TGL-ACCT-TALLY TO TGL-ACCT-SUB
043900             MOVE TGL-MATCH-GL TO TGL-ACCT-GL (TGL-ACCT-SUB)
044000             MOVE ZERO TO TGL-ACCT-DEBIT (TGL-ACCT-SUB)
044100             MOVE ZERO TO TGL-ACCT-CREDIT (TGL-ACCT-SUB)
044200             SET TGL-ACCT-FOUND TO TRUE
044300         END-IF
044400     END-IF.
044500 2500-EXIT.
044600     EXIT.
044700
044800 2510-MATCH-GL-ROW.
044900     IF TGL-ACCT-GL (TGL-ACCT-SUB) = TGL-MATCH-GL
045000         SET TGL-ACCT-FOUND TO TRUE
045100     END-IF.
045200 2510-EXIT.
045300     EXIT.
045400
045500 3000-PRINT-SUMMARY.
045600     MOVE TGL-RUN-DATE TO TGL-RPT-DATE.
045700     MOVE TGL-DETAIL-COUNT TO TGL-RPT-DETAILS.
045800     MOVE TGL-RPT-DATE-LINE TO TGL-RW-LINE.
045900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
046000     MOVE TGL-RPT-HEAD-LINE TO TGL-RW-LINE.
046100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
046200     PERFORM 3100-PRINT-ONE-GL THRU 3100-EXIT
046300         VARYING TGL-ACCT-SUB FROM 1 BY 1
046400         UNTIL TGL-ACCT-SUB > TGL-ACCT-TALLY.
046500 3000-EXIT.
046600     EXIT.
046700
046800 3100-PRINT-ONE-GL.
046900     MOVE TGL-ACCT-GL (TGL-ACCT-SUB)     TO TGL-RPT-GL.
047000     MOVE TGL-ACCT-DEBIT (TGL-ACCT-SUB)  TO TGL-RPT-DEBIT.
047100     MOVE TGL-ACCT-CREDIT (TGL-ACCT-SUB) TO TGL-RPT-CREDIT.
047200     COMPUTE TGL-RPT-NET = TGL-ACCT-DEBIT (TGL-ACCT-SUB)
047300         - TGL-ACCT-CREDIT (TGL-ACCT-SUB).
047400     MOVE TGL-RPT-ACCT-LINE TO TGL-RW-LINE.
047500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
047600 3100-EXIT.
047700     EXIT.
047800
047900*----------------------------------------------------------*
048000* 3500-STOP-UNMAPPED LISTS EVERY FLAG/TYPE PAIR THAT HAD NO
048100* CHART ROW. THE JOURNAL IS NOT RELEASED; ADD THE ROWS TO
048200* TGLCHART.DAT AND RERUN THE STEP.
048300*----------------------------------------------------------*
048400 3500-STOP-UNMAPPED.
048500     PERFORM 3600-PRINT-ONE-MISS THRU 3600-EXIT
048600         VARYING TGL-MISS-SUB FROM 1 BY 1
048700         UNTIL TGL-MISS-SUB > TGL-MISS-TALLY.
048800     MOVE "JOURNAL NOT RELEASED, UNMAPPED FLAGS"
048900         TO TGL-RPT-PROOF-TEXT.
049000     MOVE "STOPPED" TO TGL-RPT-PROOF-RESULT.
049100     MOVE TGL-RPT-PROOF-LINE TO TGL-RW-LINE.
049200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
049300     DISPLAY "tgljrnl: ", TGL-UNMAPPED-COUNT, " details have ",
049400         "no GL mapping, journal not released".
049500     MOVE "3500-STOP-UNMAPPED" TO TGL-ERRLOG-PARAGRAPH.
049600     MOVE "E" TO TGL-ERRLOG-SEVERITY.
049700     CALL "TERRLOG" USING TGL-ERRLOG-PROGRAM-ID,
049800         TGL-ERRLOG-PARAGRAPH, TGL-ERRLOG-SEVERITY.
049900     SET TGL-ABORT-RUN TO TRUE.
050000 3500-EXIT.
050100     EXIT.
050200
050300 3600-PRINT-ONE-MISS.
050400     MOVE TGL-MISS-FLAG (TGL-MISS-SUB)  TO TGL-RPT-MISS-FLAG.
050500     MOVE TGL-MISS-TYPE (TGL-MISS-SUB)  TO TGL-RPT-MISS-TYPE.
050600     MOVE TGL-MISS-COUNT (TGL-MISS-SUB) TO TGL-RPT-MISS-COUNT.
050700     MOVE TGL-RPT-MISS-LINE TO TGL-RW-LINE.
050800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
050900 3600-EXIT.
051000     EXIT.
051100
051200*----------------------------------------------------------*
051300* 4000-PROVE-JOURNAL READS THE WRITTEN JOURNAL BACK FOR ITS
051400* DEBIT AND CREDIT TOTALS, THEN READS TACCTFEED.DAT: ITS
051500* HEADER MUST BE TONIGHT'S GENERATION, ITS FIRST DTL RECORDS
051600* ARE THE GENERATION'S OWN DETAILS, AND ANY BEYOND THOSE ARE
051700* SUSPENSE RESUBMISSIONS TFEED FOLDED IN AFTER THEM.
051800*----------------------------------------------------------*
051900 4000-PROVE-JOURNAL.
052000     MOVE "N" TO TGL-GL-EOF-SW.
052100     OPEN INPUT MYGLFILE.
052200     PERFORM 4100-SUM-GL-LINE THRU 4100-EXIT
052300         UNTIL TGL-GL-EOF.
052400     CLOSE MYGLFILE.
052500     OPEN INPUT MYFEEDFILE.
052600     IF TGL-FEED-OK
052700         PERFORM 4200-READ-FEED-RECORD THRU 4200-EXIT
052800             UNTIL TGL-FEED-EOF
052900         CLOSE MYFEEDFILE
053000     ELSE
053100         DISPLAY "tgljrnl: TAcctFeed.dat not available, ",
053200             "status = ", TGL-FEED-STATUS
053300     END-IF.
053400     COMPUTE TGL-FEED-NET = TGL-FEED-TOTAL - TGL-RESUB-TOTAL.
053500     MOVE "DEBITS" TO TGL-RPT-AMT-LABEL.
053600     MOVE TGL-DEBIT-TOTAL TO TGL-RPT-AMT.
053700     MOVE TGL-RPT-AMT-LINE TO TGL-RW-LINE.
053800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
053900     MOVE "CREDITS" TO TGL-RPT-AMT-LABEL.
054000     MOVE TGL-CREDIT-TOTAL TO TGL-RPT-AMT.
054100     MOVE TGL-RPT-AMT-LINE TO TGL-RW-LINE.
054200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
054300     MOVE "NET POSTED (SIGNED)" TO TGL-RPT-AMT-LABEL.
054400     MOVE TGL-NET-TOTAL TO TGL-RPT-AMT.
054500     MOVE TGL-RPT-AMT-LINE TO TGL-RW-LINE.
054600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
054700     MOVE "FEED FDT-TOTAL-AMOUNT" TO TGL-RPT-AMT-LABEL.
054800     MOVE TGL-FEED-TOTAL TO TGL-RPT-AMT.
054900     MOVE TGL-RPT-AMT-LINE TO TGL-RW-LINE.
055000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
055100     MOVE "LESS SUSPENSE RESUBMISSIONS" TO TGL-RPT-AMT-LABEL.
055200     MOVE TGL-RESUB-TOTAL TO TGL-RPT-AMT.
055300     MOVE TGL-RPT-AMT-LINE TO TGL-RW-LINE.
055400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
055500     SET TGL-PROVED TO TRUE.
055600     MOVE "DEBITS = CREDITS" TO TGL-RPT-PROOF-TEXT.
055700     IF TGL-DEBIT-TOTAL = TGL-CREDIT-TOTAL
055800         AND TGL-LINE-COUNT = TGL-DETAIL-COUNT * 2
055900         MOVE "PROVED" TO TGL-RPT-PROOF-RESULT
056000     ELSE
056100         MOVE "OUT OF BALANCE" TO TGL-RPT-PROOF-RESULT
056200         MOVE "N" TO TGL-PROVED-SW
056300     END-IF.
056400     MOVE TGL-RPT-PROOF-LINE TO TGL-RW-LINE.
056500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
056600     MOVE "NET = FEED TOTAL LESS RESUBMISSIONS"
056700         TO TGL-RPT-PROOF-TEXT.
056800     IF NOT TGL-FEED-TRL-SEEN
056900         MOVE "NO FEED" TO TGL-RPT-PROOF-RESULT
057000         MOVE "N" TO TGL-PROVED-SW
057100     ELSE
057200         IF TGL-FEED-DATE NOT = TGL-RUN-DATE
057300             MOVE "WRONG FEED" TO TGL-RPT-PROOF-RESULT
057400             MOVE "N" TO TGL-PROVED-SW
057500         ELSE
057600             IF TGL-NET-TOTAL = TGL-FEED-NET
057700                 MOVE "PROVED" TO TGL-RPT-PROOF-RESULT
057800             ELSE
057900                 MOVE "OUT OF BALANCE" TO TGL-RPT-PROOF-RESULT
058000                 MOVE "N" TO TGL-PROVED-SW
058100             END-IF
058200         END-IF
058300     END-IF.
058400     MOVE TGL-RPT-PROOF-LINE TO TGL-RW-LINE.
058500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
058600     IF NOT TGL-PROVED
058700         DISPLAY "tgljrnl: journal not proved, not released"
058800         MOVE "4000-PROVE-JOURNAL" TO TGL-ERRLOG-PARAGRAPH
058900         MOVE "E" TO TGL-ERRLOG-SEVERITY
059000         CALL "TERRLOG" USING TGL-ERRLOG-PROGRAM-ID,
059100             TGL-ERRLOG-PARAGRAPH, TGL-ERRLOG-SEVERITY
059200     END-IF.
059300 4000-EXIT.
059400     EXIT.
059500
059600 4100-SUM-GL-LINE.
059700     READ MYGLFILE
059800         AT END
059900             SET TGL-GL-EOF TO TRUE
060000         NOT AT END
060100             ADD 1 TO TGL-LINE-COUNT
060200             IF GLJ-DEBIT
060300                 ADD GLJ-AMOUNT TO TGL-DEBIT-TOTAL
060400             ELSE
060500                 ADD GLJ-AMOUNT TO TGL-CREDIT-TOTAL
060600             END-IF
060700     END-READ.
060800 4100-EXIT.
060900     EXIT.
061000
061100 4200-READ-FEED-RECORD.
061200     READ MYFEEDFILE
061300         AT END
061400             SET TGL-FEED-EOF TO TRUE
061500         NOT AT END
061600             EVALUATE FDH-RECORD-TYPE
061700                 WHEN "HDR"
061800                     MOVE FDH-RUN-DATE TO TGL-FEED-DATE
061900                 WHEN "DTL"
062000                     ADD 1 TO TGL-FEED-DTL-COUNT
062100                     IF TGL-FEED-DTL-COUNT > TGL-DETAIL-COUNT
062200                         ADD FDD-BALANCE TO TGL-RESUB-TOTAL
062300                     END-IF
062400                 WHEN "TRL"
062500                     MOVE FDT-TOTAL-AMOUNT TO TGL-FEED-TOTAL
062600                     SET TGL-FEED-TRL-SEEN TO TRUE
062700             END-EVALUATE
062800     END-READ.
062900 4200-EXIT.
063000     EXIT.
063100
063200*----------------------------------------------------------*
063300* 5000-RELEASE-JOURNAL RENAMES A PROVED TGLJRNL.TMP TO
063400* TGLJRNL.DAT FOR ACCOUNTING TO COLLECT. A STOPPED OR
063500* UNPROVED JOURNAL STAYS BEHIND AS TGLJRNL.TMP FOR DIAGNOSIS
063600* AND IS REPLACED BY THE RERUN.
063700*----------------------------------------------------------*
063800 5000-RELEASE-JOURNAL.
063900     IF TGL-PROVED AND NOT TGL-ABORT-RUN
064000         CALL "CBL_RENAME_FILE" USING TGL-GL-TMP-NAME,
064100             TGL-GL-NAME
064200         MOVE "JOURNAL RELEASED TO TGLJRNL.DAT"
064300             TO TGL-RPT-PROOF-TEXT
064400     ELSE
064500         SET TGL-ABORT-RUN TO TRUE
064600         MOVE "JOURNAL HELD AS TGLJRNL.TMP"
064700             TO TGL-RPT-PROOF-TEXT
064800     END-IF.
064900     MOVE SPACES TO TGL-RPT-PROOF-RESULT.
065000     MOVE TGL-RPT-PROOF-LINE TO TGL-RW-LINE.
065100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
065200     MOVE "C" TO TGL-RW-FUNCTION.
065300     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
065400     DISPLAY "tgljrnl: ", TGL-RPT-PROOF-TEXT.
065500 5000-EXIT.
065600     EXIT.
065700
065800 8500-CALL-REPORT-WRITER.
065900     CALL "TRPTWRT" USING TGL-RW-FUNCTION, TGL-RW-TITLE,
066000         TGL-ERRLOG-PROGRAM-ID, TGL-RW-FILENAME, TGL-RW-LINE.
066100 8500-EXIT.
066200     EXIT.
066300
066400 8600-PRINT-LINE.
066500     MOVE "W" TO TGL-RW-FUNCTION.
066600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
066700 8600-EXIT.
066800     EXIT.
066900
067000 9000-TERMINATE.
067100     ACCEPT TGL-END-TIME FROM TIME.
067200     MOVE TGL-DETAIL-COUNT TO TGL-RUNHIST-COUNT.
067300     CALL "TRUNHIST" USING TGL-ERRLOG-PROGRAM-ID,
067400         TGL-START-TIME, TGL-END-TIME, TGL-RUNHIST-COUNT.
067500*----------------------------------------------------------*
067600* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
067700* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
067800* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
067900*----------------------------------------------------------*
068000     IF TGL-ABORT-RUN
068100         MOVE 8 TO RETURN-CODE
068200     ELSE
068300         IF TGL-NO-GENERATION
068400             MOVE 4 TO RETURN-CODE
068500         ELSE
068600             MOVE ZERO TO RETURN-CODE
068700         END-IF
068800     END-IF.
068900 9000-EXIT.
069000     EXIT.
069100
069200* Input:
069300*    file "TFileOut.dat.CCYYMMDD" (tonight's archived generation)
069400*    file "TGLChart.dat" (DL250 flag/type to debit/credit GL)
069500*    file "TAcctFeed.dat" (tonight's DL160 feed, for the proof)
069600*    file "TProcCal.dat" via TBUSDAY (processing days)
069700* Output:
069800*    file "TGLJrnl.dat" -- DL255 debit/credit pairs, one pair
069900*         per detail, present only when the run proved
070000*    file "TGLJrnl.tmp" -- the held journal of a stopped or
070100*         unproved run
070200*    file "TGLRpt.txt" -- totals by GL account, the debit/
070300*         credit and feed proofs, and any unmapped flags
070400*    RETURN-CODE 0 = released or non-processing day, 4 = no
070500*         generation, 8 = stopped or not proved
