000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TDIST.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. REPORT DISTRIBUTION
001200*                      BUNDLES. THE REPORTS TRPTWRT KEEPS ON
001300*                      TRPTINDEX.DAT WERE STILL SENT OUT ONE AT
001400*                      A TIME. RUN AS THE LAST STEP OF THE
001500*                      CHAIN, TDIST READS THE DL395
001600*                      DISTRIBUTION TABLE (TDISTTBL.DAT) AND
001700*                      BUILDS ONE BUNDLE PER RECIPIENT,
001800*                      TBUNDLE.RECIPIENT.CCYYMMDD: A COVER
001900*                      SHEET LISTING WHAT IS IN IT, THEN EACH
002000*                      OF TONIGHT'S DATED COPIES THE RECIPIENT
002100*                      IS DUE. EVERY REPORT DELIVERED OR
002200*                      MISSING GOES ON THE DL400 DELIVERY LOG,
002300*                      TDISTLOG.DAT, AND A REPORT THE NIGHT
002400*                      NEVER PRODUCED IS LISTED ON THE COVER
002500*                      SHEET AND ON TDISTRPT.TXT.
002510*    2026-10-15 DL     EACH DL395 ROW NOW SAYS WHEN ITS REPORT
002520*                      IS DUE: DAILY, MONTH-END (A LISTED
002530*                      MONTH-END ON TPROCCAL.DAT, THROUGH
002540*                      TBUSDAY) OR ONLY WHEN RUN. A REPORT NOT
002550*                      PRODUCED ON A NIGHT IT IS NOT DUE IS NO
002560*                      LONGER COUNTED MISSING, SO AN ORDINARY
002570*                      NIGHT ENDS ON 0.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* A REPORT WAS PRODUCED TONIGHT WHEN TRPTINDEX.DAT HAS A    *
002900* LINE FOR THE RUN DATE NAMING ITS DATED COPY; A RERUN THAT *
003000* CLOSED THE SAME REPORT AGAIN REPLACED THAT COPY, SO THE   *
003100* LAST LINE'S COUNT IS THE ONE TAKEN. A DATED COPY ALREADY  *
003200* GONE FROM DISK COUNTS AS NOT PRODUCED. RECIPIENTS ARE     *
003300* BUNDLED IN THE ORDER THEY FIRST APPEAR ON THE TABLE, AND  *
003400* A RECIPIENT'S REPORTS IN TABLE ORDER. A RERUN REBUILDS    *
003500* THE NIGHT'S BUNDLES. RETURN-CODE 0 = EVERY REPORT         *
003600* DELIVERED, 4 = SOME REPORT DUE WAS NOT PRODUCED, 8 = NO   *
003700* TABLE, A TABLE TOO LARGE, OR A BUNDLE THAT COULD NOT BE   *
003800* WRITTEN.                                                  *
003810* A REPORT IS DUE AS ITS ROW'S DST-DUE SAYS: EVERY NIGHT,   *
003820* ON A MONTH-END NIGHT (A LISTED MONTH-END ON TPROCCAL.DAT, *
003830* AS TDRIVE PICKS ITS MONTH-END STREAM), OR ONLY WHEN RUN.  *
003840* A REPORT NOT DUE AND NOT PRODUCED IS LEFT OFF THE COVER   *
003850* SHEET AND THE LOG; ONE PRODUCED IS SENT EITHER WAY.       *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT MYDISTTBL ASSIGN TO "TDistTbl.dat"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TDS-TBL-STATUS.
004600     SELECT MYRPTINDEX ASSIGN TO "TRptIndex.dat"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TDS-IDX-STATUS.
004900     SELECT MYDATED ASSIGN TO TDS-DATED-NAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS TDS-DAT-STATUS.
005200     SELECT MYBUNDLE ASSIGN TO TDS-BUNDLE-NAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS TDS-BDL-STATUS.
005500     SELECT MYDELIVLOG ASSIGN TO "TDistLog.dat"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS TDS-LOG-STATUS.
005800 DATA DIVISION.
005900 FILE SECTION.
006000 FD  MYDISTTBL.
006100     COPY DL395.
006200 FD  MYRPTINDEX
006300     RECORD CONTAINS 90 CHARACTERS.
006400 01  RPTINDEX-RECORD.
006500     05  RIX-DATE         PIC 9(8).
006600     05  FILLER           PIC X.
006700     05  RIX-TIME         PIC 9(8).
006800     05  FILLER           PIC X.
006900     05  RIX-PROGRAM      PIC X(8).
007000     05  FILLER           PIC X.
007100     05  RIX-LINES        PIC 9(7).
007200     05  FILLER           PIC X.
007300     05  RIX-DATED-NAME   PIC X(49).
007400     05  FILLER           PIC X(6).
007500 FD  MYDATED.
007600 01  DATED-LINE           PIC X(80).
007700 FD  MYBUNDLE.
007800 01  BUNDLE-LINE          PIC X(80).
007900 FD  MYDELIVLOG.
008000     COPY DL400.
008100 WORKING-STORAGE SECTION.
008200 01  TDS-TBL-STATUS   PIC XX        VALUE "00".
008300     88  TDS-TBL-NOT-FOUND          VALUE "35".
008400 01  TDS-IDX-STATUS   PIC XX        VALUE "00".
008500     88  TDS-IDX-NOT-FOUND          VALUE "35".
008600 01  TDS-DAT-STATUS   PIC XX        VALUE "00".
008700     88  TDS-DAT-OK                 VALUE "00".
008800 01  TDS-BDL-STATUS   PIC XX        VALUE "00".
008900     88  TDS-BDL-OK                 VALUE "00".
009000 01  TDS-LOG-STATUS   PIC XX        VALUE "00".
009100     88  TDS-LOG-NOT-FOUND          VALUE "35".
009200 01  TDS-TBL-EOF-SW   PIC X         VALUE "N".
009300     88  TDS-TBL-EOF                VALUE "Y".
009400 01  TDS-IDX-EOF-SW   PIC X         VALUE "N".
009500     88  TDS-IDX-EOF                VALUE "Y".
009600 01  TDS-DAT-EOF-SW   PIC X         VALUE "N".
009700     88  TDS-DAT-EOF                VALUE "Y".
009800 01  TDS-ABORT-SW     PIC X         VALUE "N".
009900     88  TDS-ABORT-RUN              VALUE "Y".
010000 01  TDS-TROUBLE-SW   PIC X         VALUE "N".
010100     88  TDS-BUNDLE-TROUBLE         VALUE "Y".
010200 01  TDS-FOUND-SW     PIC X         VALUE "N".
010300     88  TDS-FOUND                  VALUE "Y".
010320 01  TDS-MONTH-END-SW PIC X         VALUE "N".
010350     88  TDS-MONTH-END              VALUE "Y".
010400 01  TDS-RUN-DATE     PIC 9(8)      VALUE ZERO.
010500 01  TDS-RUN-TIME     PIC 9(8)      VALUE ZERO.
010600 01  TDS-DATED-NAME   PIC X(49)     VALUE SPACES.
010700 01  TDS-BUNDLE-NAME  PIC X(40)     VALUE SPACES.
010800 01  TDS-DATED-LINES  PIC 9(7) COMP VALUE ZERO.
010900*----------------------------------------------------------*
011000* THE DISTRIBUTION TABLE, ONE ENTRY PER DL395 ROW, WITH THE
011100* NIGHT'S OUTCOME FOR THE ROW ONCE ITS RECIPIENT IS BUNDLED.
011200*----------------------------------------------------------*
011300 01  TDS-ROW-TALLY    PIC 9(3) COMP VALUE ZERO.
011400 01  TDS-ROW-SUB      PIC 9(3) COMP VALUE ZERO.
011500 01  TDS-ROW-LIMIT    PIC 9(3) COMP VALUE 100.
011600 01  TDS-ROW-TABLE.
011700     05  TDS-ROW-ENTRY OCCURS 100 TIMES.
011800         10  TDS-R-RECIPIENT PIC X(8).
011900         10  TDS-R-REPORT    PIC X(20).
012000         10  TDS-R-NAME      PIC X(20).
012020         10  TDS-R-DUE       PIC X.
012040             88  TDS-R-DUE-DAILY        VALUE "D".
012060             88  TDS-R-DUE-MONTH-END    VALUE "M".
012080             88  TDS-R-DUE-WHEN-RUN     VALUE "R".
012100         10  TDS-R-STATE     PIC X.
012200             88  TDS-R-DELIVERED        VALUE "D".
012300             88  TDS-R-MISSING          VALUE "M".
012350             88  TDS-R-NOT-DUE          VALUE "N".
012400         10  TDS-R-PROGRAM   PIC X(8).
012500         10  TDS-R-LINES     PIC 9(7).
012600*----------------------------------------------------------*
012700* RECIPIENTS IN ORDER OF FIRST APPEARANCE ON THE TABLE.
012800*----------------------------------------------------------*
012900 01  TDS-RCP-TALLY    PIC 9(2) COMP VALUE ZERO.
013000 01  TDS-RCP-SUB      PIC 9(2) COMP VALUE ZERO.
013100 01  TDS-RCP-LIMIT    PIC 9(2) COMP VALUE 30.
013200 01  TDS-RCP-TABLE.
013300     05  TDS-RCP-ENTRY OCCURS 30 TIMES.
013400         10  TDS-P-RECIPIENT PIC X(8).
013500         10  TDS-P-NAME      PIC X(20).
013600         10  TDS-P-DELIVERED PIC 9(3) COMP.
013700         10  TDS-P-MISSING   PIC 9(3) COMP.
013800*----------------------------------------------------------*
013900* TONIGHT'S REPORTS FROM TRPTINDEX.DAT, ONE ENTRY PER DATED
014000* COPY, THE LAST INDEX LINE FOR A COPY WINNING.
014100*----------------------------------------------------------*
014200 01  TDS-IDX-TALLY    PIC 9(3) COMP VALUE ZERO.
014300 01  TDS-IDX-SUB      PIC 9(3) COMP VALUE ZERO.
014400 01  TDS-IDX-LIMIT    PIC 9(3) COMP VALUE 200.
014500 01  TDS-IDX-TABLE.
014600     05  TDS-IDX-ENTRY OCCURS 200 TIMES.
014700         10  TDS-I-DATED-NAME PIC X(49).
014800         10  TDS-I-PROGRAM    PIC X(8).
014900         10  TDS-I-LINES      PIC 9(7).
015000 01  TDS-DELIVERED-COUNT PIC 9(5) COMP VALUE ZERO.
015100 01  TDS-MISSING-COUNT PIC 9(5) COMP VALUE ZERO.
015200 01  TDS-BUNDLE-COUNT PIC 9(3) COMP VALUE ZERO.
015300 01  TDS-START-TIME   PIC 9(8)      VALUE ZERO.
015400 01  TDS-END-TIME     PIC 9(8)      VALUE ZERO.
015500 01  TDS-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
015600 01  TDS-RD-FUNCTION  PIC X         VALUE "G".
015700 01  TDS-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TDIST".
015800 01  TDS-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
015900 01  TDS-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
015910 01  TDS-BD-FUNCTION  PIC X         VALUE "M".
015920 01  TDS-BD-DATE-1    PIC 9(8)      VALUE ZERO.
015930 01  TDS-BD-DATE-2    PIC 9(8)      VALUE ZERO.
015940 01  TDS-BD-AVAIL     PIC X         VALUE SPACE.
015950     88  TDS-BD-CAL-AVAILABLE       VALUE "Y".
015960 01  TDS-BD-RESULT    PIC X         VALUE SPACE.
015970     88  TDS-BD-IS-MONTH-END        VALUE "Y".
015980 01  TDS-BD-DAYS      PIC S9(5)     VALUE ZERO.
016000 01  TDS-RW-FUNCTION  PIC X         VALUE SPACE.
016100 01  TDS-RW-TITLE     PIC X(30)
016200     VALUE "TDIST REPORT DISTRIBUTION".
016300 01  TDS-RW-FILENAME  PIC X(40)     VALUE "TDistRpt.txt".
016400 01  TDS-RW-LINE      PIC X(80)     VALUE SPACES.
016500*----------------------------------------------------------*
016600* COVER SHEET LINES.
016700*----------------------------------------------------------*
016800 01  TDS-CVR-TITLE-LINE.
016900     05  FILLER           PIC X(24)
017000         VALUE "DISTRIBUTION BUNDLE FOR ".
017100     05  TDS-CVR-RECIPIENT PIC X(8).
017200     05  FILLER           PIC X(2)  VALUE SPACES.
017300     05  TDS-CVR-NAME     PIC X(20).
017400     05  FILLER           PIC X(11) VALUE "  RUN DATE ".
017500     05  TDS-CVR-DATE     PIC 9(8).
017600     05  FILLER           PIC X(7)  VALUE SPACES.
017700 01  TDS-CVR-HEAD-LINE.
017800     05  FILLER           PIC X(40)
017900         VALUE "CONTENTS:  REPORT                PROGRAM".
018000     05  FILLER           PIC X(40)
018100         VALUE "      LINES                             ".
018200 01  TDS-CVR-ITEM-LINE.
018300     05  FILLER           PIC X(11) VALUE SPACES.
018400     05  TDS-CVR-REPORT   PIC X(20).
018500     05  FILLER           PIC X(2)  VALUE SPACES.
018600     05  TDS-CVR-PROGRAM  PIC X(8).
018700     05  FILLER           PIC X(2)  VALUE SPACES.
018800     05  TDS-CVR-LINES    PIC ZZZZZZ9.
018900     05  FILLER           PIC X(30) VALUE SPACES.
019000 01  TDS-CVR-MISSING-LINE.
019100     05  FILLER           PIC X(11) VALUE SPACES.
019200     05  TDS-CVR-MISSING-RPT PIC X(20).
019300     05  FILLER           PIC X(49)
019400         VALUE "  ** NOT PRODUCED TONIGHT **".
019500 01  TDS-CVR-RULE-LINE    PIC X(80) VALUE ALL "=".
019600 01  TDS-SEP-LINE.
019700     05  FILLER           PIC X(6)  VALUE "***** ".
019800     05  TDS-SEP-REPORT   PIC X(20).
019900     05  FILLER           PIC X(54) VALUE " *****".
020000*----------------------------------------------------------*
020100* TDISTRPT.TXT LINES.
020200*----------------------------------------------------------*
020300 01  TDS-RPT-RCP-LINE.
020400     05  TDS-RPT-RECIPIENT PIC X(8).
020500     05  FILLER           PIC X(2)  VALUE SPACES.
020600     05  TDS-RPT-BUNDLE   PIC X(40).
020700     05  FILLER           PIC X(12) VALUE "DELIVERED = ".
020800     05  TDS-RPT-DELIVERED PIC ZZ9.
020900     05  FILLER           PIC X(12) VALUE "  MISSING = ".
021000     05  TDS-RPT-MISSING  PIC ZZ9.
021100 01  TDS-RPT-MISSING-LINE.
021200     05  FILLER           PIC X(10) VALUE SPACES.
021300     05  TDS-RPT-MISSING-RPT PIC X(20).
021400     05  FILLER           PIC X(50)
021500         VALUE "  DUE BUT NOT PRODUCED TONIGHT".
021600 01  TDS-RPT-TOTAL-LINE.
021700     05  FILLER           PIC X(10) VALUE "BUNDLES = ".
021800     05  TDS-RPT-BUNDLES  PIC ZZ9.
021900     05  FILLER           PIC X(14) VALUE "  DELIVERED = ".
022000     05  TDS-RPT-TOT-DELIVERED PIC ZZZZ9.
022100     05  FILLER           PIC X(12) VALUE "  MISSING = ".
022200     05  TDS-RPT-TOT-MISSING PIC ZZZZ9.
022300     05  FILLER           PIC X(31) VALUE SPACES.
022400 PROCEDURE DIVISION.
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022700     IF NOT TDS-ABORT-RUN
022800         PERFORM 3000-BUILD-BUNDLE THRU 3000-EXIT
022900             VARYING TDS-RCP-SUB FROM 1 BY 1
023000             UNTIL TDS-RCP-SUB > TDS-RCP-TALLY
023100         PERFORM 6000-PRINT-TOTALS THRU 6000-EXIT
023200     END-IF.
023300     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023400     GOBACK.
023500
023600*----------------------------------------------------------*
023700* 1000-INITIALIZE LOADS THE DISTRIBUTION TABLE AND TONIGHT'S
023800* INDEX LINES. NO TABLE, OR ONE TOO LARGE TO HOLD, STOPS THE
023900* STEP: A RECIPIENT LEFT OFF WOULD GO UNNOTICED.
024000*----------------------------------------------------------*
024100 1000-INITIALIZE.
024200     ACCEPT TDS-START-TIME FROM TIME.
024300     CALL "TRUNDATE" USING TDS-RD-FUNCTION, TDS-ERRLOG-PROGRAM-ID,
024400         TDS-RUN-DATE.
024500     ACCEPT TDS-RUN-TIME FROM TIME.
024510     MOVE TDS-RUN-DATE TO TDS-BD-DATE-1.
024520     CALL "TBUSDAY" USING TDS-BD-FUNCTION, TDS-BD-DATE-1,
024530         TDS-BD-DATE-2, TDS-BD-AVAIL, TDS-BD-RESULT, TDS-BD-DAYS.
024540     IF TDS-BD-CAL-AVAILABLE AND TDS-BD-IS-MONTH-END
024550         SET TDS-MONTH-END TO TRUE
024560     END-IF.
024600     OPEN INPUT MYDISTTBL.
024700     IF TDS-TBL-NOT-FOUND
024800         DISPLAY "tdist: TDistTbl.dat not found, no bundles built"
024900         CALL "TERRLOG" USING TDS-ERRLOG-PROGRAM-ID,
025000             TDS-ERRLOG-PARAGRAPH, TDS-ERRLOG-SEVERITY
025100         SET TDS-ABORT-RUN TO TRUE
025200         GO TO 1000-EXIT
025300     END-IF.
025400     PERFORM 1100-LOAD-ONE-ROW THRU 1100-EXIT
025500         UNTIL TDS-TBL-EOF OR TDS-ABORT-RUN.
025600     CLOSE MYDISTTBL.
025700     IF TDS-ABORT-RUN
025800         CALL "TERRLOG" USING TDS-ERRLOG-PROGRAM-ID,
025900             TDS-ERRLOG-PARAGRAPH, TDS-ERRLOG-SEVERITY
026000         GO TO 1000-EXIT
026100     END-IF.
026200     IF TDS-ROW-TALLY = ZERO
026300         DISPLAY "tdist: no rows on TDistTbl.dat, no bundles ",
026400             "built"
026500         CALL "TERRLOG" USING TDS-ERRLOG-PROGRAM-ID,
026600             TDS-ERRLOG-PARAGRAPH, TDS-ERRLOG-SEVERITY
026700         SET TDS-ABORT-RUN TO TRUE
026800         GO TO 1000-EXIT
026900     END-IF.
027000     PERFORM 1300-LOAD-INDEX THRU 1300-EXIT.
027100     IF TDS-ABORT-RUN
027200         CALL "TERRLOG" USING TDS-ERRLOG-PROGRAM-ID,
027300             TDS-ERRLOG-PARAGRAPH, TDS-ERRLOG-SEVERITY
027400         GO TO 1000-EXIT
027500     END-IF.
027600     OPEN EXTEND MYDELIVLOG.
027700     IF TDS-LOG-NOT-FOUND
027800         OPEN OUTPUT MYDELIVLOG
027900     END-IF.
028000     MOVE "O" TO TDS-RW-FUNCTION.
028100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
028200 1000-EXIT.
028300     EXIT.
028400
028500 1100-LOAD-ONE-ROW.
028600     READ MYDISTTBL
028700         AT END
028800             SET TDS-TBL-EOF TO TRUE
028900             GO TO 1100-EXIT
029000     END-READ.
029100     IF DST-RECIPIENT = SPACES OR DST-REPORT = SPACES
029200         GO TO 1100-EXIT
029300     END-IF.
029400     IF TDS-ROW-TALLY NOT < TDS-ROW-LIMIT
029500         DISPLAY "tdist: more than ", TDS-ROW-LIMIT, " rows on ",
029600             "TDistTbl.dat -- not run"
029700         SET TDS-ABORT-RUN TO TRUE
029800         GO TO 1100-EXIT
029900     END-IF.
030000     ADD 1 TO TDS-ROW-TALLY.
030100     MOVE DST-RECIPIENT      TO TDS-R-RECIPIENT (TDS-ROW-TALLY).
030200     MOVE DST-REPORT         TO TDS-R-REPORT (TDS-ROW-TALLY).
030300     MOVE DST-RECIPIENT-NAME TO TDS-R-NAME (TDS-ROW-TALLY).
030310     IF DST-DUE-MONTH-END OR DST-DUE-WHEN-RUN
030320         MOVE DST-DUE        TO TDS-R-DUE (TDS-ROW-TALLY)
030330     ELSE
030340         SET TDS-R-DUE-DAILY (TDS-ROW-TALLY) TO TRUE
030350     END-IF.
030400     MOVE SPACE              TO TDS-R-STATE (TDS-ROW-TALLY).
030500     MOVE SPACES             TO TDS-R-PROGRAM (TDS-ROW-TALLY).
030600     MOVE ZERO               TO TDS-R-LINES (TDS-ROW-TALLY).
030700     MOVE "N" TO TDS-FOUND-SW.
030800     PERFORM 1200-MATCH-RECIPIENT THRU 1200-EXIT
030900         VARYING TDS-RCP-SUB FROM 1 BY 1
031000         UNTIL TDS-RCP-SUB > TDS-RCP-TALLY OR TDS-FOUND.
031100     IF TDS-FOUND
031200         GO TO 1100-EXIT
031300     END-IF.
031400     IF TDS-RCP-TALLY NOT < TDS-RCP-LIMIT
031500         DISPLAY "tdist: more than ", TDS-RCP-LIMIT,
031600             " recipients on TDistTbl.dat -- not run"
031700         SET TDS-ABORT-RUN TO TRUE
031800         GO TO 1100-EXIT
031900     END-IF.
032000     ADD 1 TO TDS-RCP-TALLY.
032100     MOVE DST-RECIPIENT      TO TDS-P-RECIPIENT (TDS-RCP-TALLY).
032200     MOVE DST-RECIPIENT-NAME TO TDS-P-NAME (TDS-RCP-TALLY).
032300     MOVE ZERO               TO TDS-P-DELIVERED (TDS-RCP-TALLY).
032400     MOVE ZERO               TO TDS-P-MISSING (TDS-RCP-TALLY).
032500 1100-EXIT.
032600     EXIT.
032700
032800 1200-MATCH-RECIPIENT.
032900     IF TDS-P-RECIPIENT (TDS-RCP-SUB) = DST-RECIPIENT
033000         SET TDS-FOUND TO TRUE
033100     END-IF.
033200 1200-EXIT.
033300     EXIT.
033400
033500*----------------------------------------------------------*
033600* 1300-LOAD-INDEX KEEPS THE INDEX LINES FOR THE RUN DATE.
033700* NO INDEX AT ALL MEANS NOTHING WAS PRODUCED; EVERY BUNDLE
033800* THEN CARRIES ONLY ITS COVER SHEET.
033900*----------------------------------------------------------*
034000 1300-LOAD-INDEX.
034100     OPEN INPUT MYRPTINDEX.
034200     IF TDS-IDX-NOT-FOUND
034300         DISPLAY "tdist: (TRptIndex.dat not on system, no ",
034400             "reports produced)"
034500         GO TO 1300-EXIT
034600     END-IF.
034700     PERFORM 1400-LOAD-ONE-INDEX THRU 1400-EXIT
034800         UNTIL TDS-IDX-EOF OR TDS-ABORT-RUN.
034900     CLOSE MYRPTINDEX.
035000 1300-EXIT.
035100     EXIT.
035200
035300 1400-LOAD-ONE-INDEX.
035400     READ MYRPTINDEX
035500         AT END
035600             SET TDS-IDX-EOF TO TRUE
035700             GO TO 1400-EXIT
035800     END-READ.
035900     IF RIX-DATE NOT = TDS-RUN-DATE
036000         GO TO 1400-EXIT
036100     END-IF.
036200     MOVE RIX-DATED-NAME TO TDS-DATED-NAME.
036300     PERFORM 5000-FIND-INDEX THRU 5000-EXIT.
036400     IF NOT TDS-FOUND
036500         IF TDS-IDX-TALLY NOT < TDS-IDX-LIMIT
036600             DISPLAY "tdist: more than ", TDS-IDX-LIMIT,
036700                 " reports indexed for ", TDS-RUN-DATE,
036800                 " -- not run"
036900             SET TDS-ABORT-RUN TO TRUE
037000             GO TO 1400-EXIT
037100         END-IF
037200         ADD 1 TO TDS-IDX-TALLY
037300         MOVE TDS-IDX-TALLY TO TDS-IDX-SUB
037400         MOVE RIX-DATED-NAME TO TDS-I-DATED-NAME (TDS-IDX-SUB)
037500     END-IF.
037600     MOVE RIX-PROGRAM TO TDS-I-PROGRAM (TDS-IDX-SUB).
037700     MOVE RIX-LINES   TO TDS-I-LINES (TDS-IDX-SUB).
037800 1400-EXIT.
037900     EXIT.
038000
038100*----------------------------------------------------------*
038200* 3000-BUILD-BUNDLE BUILDS ONE RECIPIENT'S BUNDLE: EACH OF
038300* ITS ROWS IS JUDGED, THE COVER SHEET IS WRITTEN, THEN THE
038400* DELIVERED REPORTS ARE COPIED IN BEHIND IT.
038500*----------------------------------------------------------*
038600 3000-BUILD-BUNDLE.
038700     MOVE SPACES TO TDS-BUNDLE-NAME.
038800     STRING "TBundle." DELIMITED BY SIZE
038900         TDS-P-RECIPIENT (TDS-RCP-SUB) DELIMITED BY SPACE
039000         "." DELIMITED BY SIZE
039100         TDS-RUN-DATE DELIMITED BY SIZE
039200         INTO TDS-BUNDLE-NAME.
039300     OPEN OUTPUT MYBUNDLE.
039400     IF NOT TDS-BDL-OK
039500         DISPLAY "tdist: unable to open ", TDS-BUNDLE-NAME,
039600             ", status = ", TDS-BDL-STATUS
039700         MOVE "3000-BUILD-BUNDLE" TO TDS-ERRLOG-PARAGRAPH
039800         CALL "TERRLOG" USING TDS-ERRLOG-PROGRAM-ID,
039900             TDS-ERRLOG-PARAGRAPH, TDS-ERRLOG-SEVERITY
040000         SET TDS-BUNDLE-TROUBLE TO TRUE
040100         GO TO 3000-EXIT
040200     END-IF.
040300     PERFORM 3100-JUDGE-ROW THRU 3100-EXIT
040400         VARYING TDS-ROW-SUB FROM 1 BY 1
040500         UNTIL TDS-ROW-SUB > TDS-ROW-TALLY.
040600     MOVE TDS-P-RECIPIENT (TDS-RCP-SUB) TO TDS-CVR-RECIPIENT.
040700     MOVE TDS-P-NAME (TDS-RCP-SUB)      TO TDS-CVR-NAME.
040800     MOVE TDS-RUN-DATE                  TO TDS-CVR-DATE.
040900     WRITE BUNDLE-LINE FROM TDS-CVR-TITLE-LINE.
041000     WRITE BUNDLE-LINE FROM TDS-CVR-HEAD-LINE.
041100     PERFORM 3200-COVER-ROW THRU 3200-EXIT
041200         VARYING TDS-ROW-SUB FROM 1 BY 1
041300         UNTIL TDS-ROW-SUB > TDS-ROW-TALLY.
041400     WRITE BUNDLE-LINE FROM TDS-CVR-RULE-LINE.
041500     PERFORM 3300-COPY-ROW THRU 3300-EXIT
041600         VARYING TDS-ROW-SUB FROM 1 BY 1
041700         UNTIL TDS-ROW-SUB > TDS-ROW-TALLY.
041800     CLOSE MYBUNDLE.
041900     ADD 1 TO TDS-BUNDLE-COUNT.
042000     MOVE TDS-P-RECIPIENT (TDS-RCP-SUB) TO TDS-RPT-RECIPIENT.
042100     MOVE TDS-BUNDLE-NAME               TO TDS-RPT-BUNDLE.
042200     MOVE TDS-P-DELIVERED (TDS-RCP-SUB) TO TDS-RPT-DELIVERED.
042300     MOVE TDS-P-MISSING (TDS-RCP-SUB)   TO TDS-RPT-MISSING.
042400     MOVE TDS-RPT-RCP-LINE TO TDS-RW-LINE.
042500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
042600     PERFORM 3400-LIST-MISSING THRU 3400-EXIT
042700         VARYING TDS-ROW-SUB FROM 1 BY 1
042800         UNTIL TDS-ROW-SUB > TDS-ROW-TALLY.
042900 3000-EXIT.
043000     EXIT.
043100
043200*----------------------------------------------------------*
043300* 3100-JUDGE-ROW DECIDES, FOR A ROW OF THIS RECIPIENT,
043400* WHETHER TONIGHT'S DATED COPY IS ON THE INDEX AND ON DISK,
043500* AND LOGS THE OUTCOME. A COPY NOT THERE FOR A REPORT NOT
043550* DUE TONIGHT IS PASSED OVER WITHOUT A TRACE.
043600*----------------------------------------------------------*
043700 3100-JUDGE-ROW.
043800     IF TDS-R-RECIPIENT (TDS-ROW-SUB)
043900         NOT = TDS-P-RECIPIENT (TDS-RCP-SUB)
044000         GO TO 3100-EXIT
044100     END-IF.
044200     PERFORM 5100-NAME-DATED-COPY THRU 5100-EXIT.
044300     PERFORM 5000-FIND-INDEX THRU 5000-EXIT.
044400     IF TDS-FOUND
044500         OPEN INPUT MYDATED
044600         IF TDS-DAT-OK
044700             CLOSE MYDATED
044800         ELSE
044900             MOVE "N" TO TDS-FOUND-SW
045000         END-IF
045100     END-IF.
045110     IF NOT TDS-FOUND
045120         AND (TDS-R-DUE-WHEN-RUN (TDS-ROW-SUB)
045130              OR (TDS-R-DUE-MONTH-END (TDS-ROW-SUB)
045140                  AND NOT TDS-MONTH-END))
045150         SET TDS-R-NOT-DUE (TDS-ROW-SUB) TO TRUE
045160         GO TO 3100-EXIT
045170     END-IF.
045200     MOVE SPACES TO DELIVERY-LOG-RECORD.
045300     IF TDS-FOUND
045400         SET TDS-R-DELIVERED (TDS-ROW-SUB) TO TRUE
045500         MOVE TDS-I-PROGRAM (TDS-IDX-SUB)
045600             TO TDS-R-PROGRAM (TDS-ROW-SUB)
045700         MOVE TDS-I-LINES (TDS-IDX-SUB)
045800             TO TDS-R-LINES (TDS-ROW-SUB)
045900         ADD 1 TO TDS-P-DELIVERED (TDS-RCP-SUB)
046000         ADD 1 TO TDS-DELIVERED-COUNT
046100         SET DLV-IS-DELIVERED TO TRUE
046200     ELSE
046300         SET TDS-R-MISSING (TDS-ROW-SUB) TO TRUE
046400         ADD 1 TO TDS-P-MISSING (TDS-RCP-SUB)
046500         ADD 1 TO TDS-MISSING-COUNT
046600         SET DLV-IS-MISSING TO TRUE
046700     END-IF.
046800     MOVE TDS-RUN-DATE                  TO DLV-RUN-DATE.
046900     MOVE TDS-RUN-TIME                  TO DLV-TIME.
047000     MOVE TDS-R-RECIPIENT (TDS-ROW-SUB) TO DLV-RECIPIENT.
047100     MOVE TDS-R-REPORT (TDS-ROW-SUB)    TO DLV-REPORT.
047200     MOVE TDS-R-LINES (TDS-ROW-SUB)     TO DLV-LINES.
047300     MOVE TDS-BUNDLE-NAME               TO DLV-BUNDLE.
047400     WRITE DELIVERY-LOG-RECORD.
047500 3100-EXIT.
047600     EXIT.
047700
047800 3200-COVER-ROW.
047900     IF TDS-R-RECIPIENT (TDS-ROW-SUB)
048000         NOT = TDS-P-RECIPIENT (TDS-RCP-SUB)
048100         GO TO 3200-EXIT
048200     END-IF.
048300     IF TDS-R-DELIVERED (TDS-ROW-SUB)
048400         MOVE TDS-R-REPORT (TDS-ROW-SUB)  TO TDS-CVR-REPORT
048500         MOVE TDS-R-PROGRAM (TDS-ROW-SUB) TO TDS-CVR-PROGRAM
048600         MOVE TDS-R-LINES (TDS-ROW-SUB)   TO TDS-CVR-LINES
048700         WRITE BUNDLE-LINE FROM TDS-CVR-ITEM-LINE
048800     END-IF.
048850     IF TDS-R-MISSING (TDS-ROW-SUB)
048900         MOVE TDS-R-REPORT (TDS-ROW-SUB)  TO TDS-CVR-MISSING-RPT
049000         WRITE BUNDLE-LINE FROM TDS-CVR-MISSING-LINE
049100     END-IF.
049200 3200-EXIT.
049300     EXIT.
049400
049500 3300-COPY-ROW.
049600     IF TDS-R-RECIPIENT (TDS-ROW-SUB)
049700         NOT = TDS-P-RECIPIENT (TDS-RCP-SUB)
049800         OR NOT TDS-R-DELIVERED (TDS-ROW-SUB)
049900         GO TO 3300-EXIT
050000     END-IF.
050100     MOVE TDS-R-REPORT (TDS-ROW-SUB) TO TDS-SEP-REPORT.
050200     WRITE BUNDLE-LINE FROM TDS-SEP-LINE.
050300     PERFORM 5100-NAME-DATED-COPY THRU 5100-EXIT.
050400     MOVE "N" TO TDS-DAT-EOF-SW.
050500     OPEN INPUT MYDATED.
050600     PERFORM 3350-COPY-ONE-LINE THRU 3350-EXIT
050700         UNTIL TDS-DAT-EOF.
050800     CLOSE MYDATED.
050900 3300-EXIT.
051000     EXIT.
051100
051200 3350-COPY-ONE-LINE.
051300     READ MYDATED
051400         AT END
051500             SET TDS-DAT-EOF TO TRUE
051600         NOT AT END
051700             WRITE BUNDLE-LINE FROM DATED-LINE
051800     END-READ.
051900 3350-EXIT.
052000     EXIT.
052100
052200 3400-LIST-MISSING.
052300     IF TDS-R-RECIPIENT (TDS-ROW-SUB)
052400         = TDS-P-RECIPIENT (TDS-RCP-SUB)
052500         AND TDS-R-MISSING (TDS-ROW-SUB)
052600         MOVE TDS-R-REPORT (TDS-ROW-SUB) TO TDS-RPT-MISSING-RPT
052700         MOVE TDS-RPT-MISSING-LINE TO TDS-RW-LINE
052800         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
052900     END-IF.
053000 3400-EXIT.
053100     EXIT.
053200
053300*----------------------------------------------------------*
053400* 5000-FIND-INDEX LOOKS TDS-DATED-NAME UP AMONG TONIGHT'S
053500* INDEX ENTRIES, LEAVING TDS-IDX-SUB ON IT WHEN FOUND.
053600* 5100-NAME-DATED-COPY BUILDS THE ROW'S DATED COPY NAME THE
053700* WAY TRPTWRT DOES.
053800*----------------------------------------------------------*
053900 5000-FIND-INDEX.
054000     MOVE "N" TO TDS-FOUND-SW.
054100     PERFORM 5050-MATCH-INDEX THRU 5050-EXIT
054200         VARYING TDS-IDX-SUB FROM 1 BY 1
054300         UNTIL TDS-IDX-SUB > TDS-IDX-TALLY OR TDS-FOUND.
054400     IF TDS-FOUND
054500         SUBTRACT 1 FROM TDS-IDX-SUB
054600     END-IF.
054700 5000-EXIT.
054800     EXIT.
054900
055000 5050-MATCH-INDEX.
055100     IF TDS-I-DATED-NAME (TDS-IDX-SUB) = TDS-DATED-NAME
055200         SET TDS-FOUND TO TRUE
055300     END-IF.
055400 5050-EXIT.
055500     EXIT.
055600
055700 5100-NAME-DATED-COPY.
055800     MOVE SPACES TO TDS-DATED-NAME.
055900     STRING TDS-R-REPORT (TDS-ROW-SUB) DELIMITED BY SPACE
056000         "." DELIMITED BY SIZE
056100         TDS-RUN-DATE DELIMITED BY SIZE
056200         INTO TDS-DATED-NAME.
056300 5100-EXIT.
056400     EXIT.
056500
056600 6000-PRINT-TOTALS.
056700     MOVE TDS-BUNDLE-COUNT    TO TDS-RPT-BUNDLES.
056800     MOVE TDS-DELIVERED-COUNT TO TDS-RPT-TOT-DELIVERED.
056900     MOVE TDS-MISSING-COUNT   TO TDS-RPT-TOT-MISSING.
057000     MOVE TDS-RPT-TOTAL-LINE TO TDS-RW-LINE.
057100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
057200     MOVE "C" TO TDS-RW-FUNCTION.
057300     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
057400     CLOSE MYDELIVLOG.
057500     DISPLAY "tdist: ", TDS-BUNDLE-COUNT, " bundle(s), ",
057600         TDS-DELIVERED-COUNT, " report(s) delivered, ",
057700         TDS-MISSING-COUNT, " not produced".
057800 6000-EXIT.
057900     EXIT.
058000
058100 8500-CALL-REPORT-WRITER.
058200     CALL "TRPTWRT" USING TDS-RW-FUNCTION, TDS-RW-TITLE,
058300         TDS-ERRLOG-PROGRAM-ID, TDS-RW-FILENAME, TDS-RW-LINE.
058400 8500-EXIT.
058500     EXIT.
058600
058700 8600-PRINT-LINE.
058800     MOVE "W" TO TDS-RW-FUNCTION.
058900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
059000 8600-EXIT.
059100     EXIT.
059200
059300 9000-TERMINATE.
059400     IF NOT TDS-ABORT-RUN
059500         ACCEPT TDS-END-TIME FROM TIME
059600         MOVE TDS-DELIVERED-COUNT TO TDS-RUNHIST-COUNT
059700         CALL "TRUNHIST" USING TDS-ERRLOG-PROGRAM-ID,
059800             TDS-START-TIME, TDS-END-TIME, TDS-RUNHIST-COUNT
059900     END-IF.
060000*----------------------------------------------------------*
060100* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
060200* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
060300* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
060400*----------------------------------------------------------*
060500     IF TDS-ABORT-RUN OR TDS-BUNDLE-TROUBLE
060600         MOVE 8 TO RETURN-CODE
060700     ELSE
060800         IF TDS-MISSING-COUNT > ZERO
060900             MOVE 4 TO RETURN-CODE
061000         ELSE
061100             MOVE ZERO TO RETURN-CODE
061200         END-IF
061300     END-IF.
061400 9000-EXIT.
061500     EXIT.
061600
061700* Input:
061800*    file "TDistTbl.dat" (DL395 rows: recipient, report file
061900*         name, recipient name, when due), e.g.
062000*            ACCTG   TBalRpt.txt         ACCOUNTING          D
062050*    file "TProcCal.dat" via TBUSDAY (listed month-ends)
062100*    file "TRptIndex.dat" (TRPTWRT's repository index) and
062200*         tonight's dated copies NAME.CCYYMMDD
062300* Output:
062400*    file "TBundle.RECIPIENT.CCYYMMDD" per recipient -- cover
062500*         sheet (reports enclosed, reports not produced),
062600*         then each enclosed report
062700*    file "TDistLog.dat" -- DL400 delivery log, appended
062800*    file "TDistRpt.txt" -- bundles built and reports due
062900*         but not produced
063000*    RETURN-CODE 0 = all delivered, 4 = a report due was not
063100*         produced, 8 = no table / table too large / a bundle
063200*         could not be written
