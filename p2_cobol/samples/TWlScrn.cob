000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TWLSCRN.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. FULL WATCH-LIST SCREEN
001200*                      OF THE ACCOUNT MASTER, RUN WHENEVER
001300*                      COMPLIANCE DROPS A NEW TWATCHLIST.DAT IN
001400*                      PLACE. EVERY ACCOUNT ON TACCTMASTER.DAT
001500*                      GOES THROUGH THE SHARED TWLCHK SERVICE,
001600*                      WHICH FILES EACH MATCH ON
001700*                      TSCREENHIT.DAT; THIS STEP THEN PRINTS
001800*                      EVERY HIT STILL AWAITING A DECISION OR
001900*                      HOLDING AN ACCOUNT FROZEN ON
002000*                      TWLSCRNRPT.TXT FOR COMPLIANCE TO WORK
002100*                      ON TWLREV.
002200*----------------------------------------------------------*
002300*----------------------------------------------------------*
002400* THE REPORT IS THE WHOLE HIT FILE LESS WHAT HAS BEEN       *
002500* CLEARED, NOT JUST THIS RUN'S MATCHES -- HITS RAISED BY    *
002600* TACCTM BETWEEN LISTS SHOW UP HERE TOO. A HIT RAISED OR    *
002700* REOPENED TONIGHT IS MARKED NEW. A RERUN AGAINST THE SAME  *
002800* LIST RAISES NOTHING TWICE.                                *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS ACCT-NUMBER
003700         FILE STATUS IS TWS-MST-STATUS.
003800     SELECT MYHITFILE ASSIGN TO "TScreenHit.dat"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS SCH-KEY
004200         FILE STATUS IS TWS-HIT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500 FD  MYMASTER.
004600     COPY DL140.
004700 FD  MYHITFILE.
004800     COPY DL300.
004900 WORKING-STORAGE SECTION.
005000 01  TWS-MST-STATUS   PIC XX        VALUE "00".
005100     88  TWS-MST-OK                 VALUE "00".
005200     88  TWS-MST-NOT-FOUND          VALUE "35".
005300 01  TWS-HIT-STATUS   PIC XX        VALUE "00".
005400     88  TWS-HIT-OK                 VALUE "00".
005500     88  TWS-HIT-NOT-FOUND          VALUE "35".
005600 01  TWS-MST-EOF-SW   PIC X         VALUE "N".
005700     88  TWS-MST-EOF                VALUE "Y".
005800 01  TWS-HIT-EOF-SW   PIC X         VALUE "N".
005900     88  TWS-HIT-EOF                VALUE "Y".
006000 01  TWS-ABORT-SW     PIC X         VALUE "N".
006100     88  TWS-ABORT-RUN              VALUE "Y".
006200 01  TWS-WC-FUNCTION  PIC X         VALUE "S".
006300 01  TWS-WC-RESULT    PIC X         VALUE SPACE.
006400     88  TWS-WC-CLEAN               VALUE "C".
006500     88  TWS-WC-NEW-HIT             VALUE "H".
006600     88  TWS-WC-KNOWN-HIT           VALUE "K".
006700     88  TWS-WC-NO-LIST             VALUE "N".
006800     88  TWS-WC-ERROR               VALUE "E".
006900 01  TWS-WC-NEW-COUNT PIC 9(5)      VALUE ZERO.
007000 01  TWS-WC-MATCH-COUNT PIC 9(5)    VALUE ZERO.
007100 01  TWS-WC-LIST-COUNT PIC 9(5)     VALUE ZERO.
007200 01  TWS-RUN-DATE     PIC 9(8)      VALUE ZERO.
007300 01  TWS-SCREENED-COUNT PIC 9(7) COMP VALUE ZERO.
007400 01  TWS-NEW-COUNT    PIC 9(7) COMP VALUE ZERO.
007500 01  TWS-MATCH-COUNT  PIC 9(7) COMP VALUE ZERO.
007600 01  TWS-OPEN-COUNT   PIC 9(7) COMP VALUE ZERO.
007700 01  TWS-FROZEN-COUNT PIC 9(7) COMP VALUE ZERO.
007800 01  TWS-START-TIME   PIC 9(8)      VALUE ZERO.
007900 01  TWS-END-TIME     PIC 9(8)      VALUE ZERO.
008000 01  TWS-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
008100 01  TWS-RD-FUNCTION  PIC X         VALUE "G".
008200 01  TWS-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TWLSCRN".
008300 01  TWS-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
008400 01  TWS-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
008500 01  TWS-RW-FUNCTION  PIC X         VALUE SPACE.
008600 01  TWS-RW-TITLE     PIC X(30)
008700     VALUE "TWLSCRN WATCH-LIST SCREENING".
008800 01  TWS-RW-FILENAME  PIC X(40)     VALUE "TWlScrnRpt.txt".
008900 01  TWS-RW-LINE      PIC X(80)     VALUE SPACES.
009000 01  TWS-RPT-HEAD-LINE.
009100     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
009200     05  TWS-RPT-RUN-DATE PIC 9(8).
009300     05  FILLER           PIC X(20) VALUE "  WATCH-LIST ENTRIES".
009400     05  FILLER           PIC X(3)  VALUE " = ".
009500     05  TWS-RPT-LIST-COUNT PIC ZZZZ9.
009600     05  FILLER           PIC X(33) VALUE SPACES.
009700 01  TWS-RPT-COL-LINE.
009800     05  FILLER           PIC X(40)
009900         VALUE "ACCOUNT   LIST ID   MATCH  ACCT NAME  LI".
010000     05  FILLER           PIC X(40)
010100         VALUE "ST NAME RAISED    STATUS     NOTE       ".
010200 01  TWS-RPT-DETAIL.
010300     05  TWS-RPT-ACCT     PIC X(8).
010400     05  FILLER           PIC X(2)  VALUE SPACES.
010500     05  TWS-RPT-ENTRY    PIC X(8).
010600     05  FILLER           PIC X(2)  VALUE SPACES.
010700     05  TWS-RPT-MATCH    PIC X(5).
010800     05  FILLER           PIC X(2)  VALUE SPACES.
010900     05  TWS-RPT-ACCT-NAME PIC X(8).
011000     05  FILLER           PIC X(3)  VALUE SPACES.
011100     05  TWS-RPT-LIST-NAME PIC X(8).
011200     05  FILLER           PIC X(2)  VALUE SPACES.
011300     05  TWS-RPT-RAISED   PIC 9(8).
011400     05  FILLER           PIC X(2)  VALUE SPACES.
011500     05  TWS-RPT-STATUS   PIC X(9).
011600     05  FILLER           PIC X(2)  VALUE SPACES.
011700     05  TWS-RPT-NOTE     PIC X(11).
011800 01  TWS-RPT-SUM-LINE.
011900     05  TWS-RPT-SUM-LABEL PIC X(30).
012000     05  TWS-RPT-SUM-COUNT PIC ZZZZZZ9.
012100     05  FILLER           PIC X(43) VALUE SPACES.
012200 PROCEDURE DIVISION.
012300 0000-MAINLINE.
012400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012500     IF NOT TWS-ABORT-RUN
012600         PERFORM 2000-SCREEN-ACCOUNT THRU 2000-EXIT
012700             UNTIL TWS-MST-EOF OR TWS-ABORT-RUN
012800         MOVE "C" TO TWS-WC-FUNCTION
012900         CALL "TWLCHK" USING TWS-WC-FUNCTION, ACCT-NUMBER,
013000             ACCT-NAME, TWS-RUN-DATE, TWS-WC-RESULT,
013100             TWS-WC-NEW-COUNT, TWS-WC-MATCH-COUNT,
013200             TWS-WC-LIST-COUNT
013300         CLOSE MYMASTER
013400     END-IF.
013500     IF NOT TWS-ABORT-RUN
013600         PERFORM 5000-PRINT-HITS THRU 5000-EXIT
013700     END-IF.
013800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013900     GOBACK.
014000
014100 1000-INITIALIZE.
014200     ACCEPT TWS-START-TIME FROM TIME.
014300     CALL "TRUNDATE" USING TWS-RD-FUNCTION, TWS-ERRLOG-PROGRAM-ID,
014400         TWS-RUN-DATE.
014500     OPEN INPUT MYMASTER.
014600     IF TWS-MST-NOT-FOUND
014700         DISPLAY "twlscrn: TAcctMaster.dat not found, no ",
014800             "accounts to screen -- not run"
014900         CALL "TERRLOG" USING TWS-ERRLOG-PROGRAM-ID,
015000             TWS-ERRLOG-PARAGRAPH, TWS-ERRLOG-SEVERITY
015100         SET TWS-ABORT-RUN TO TRUE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     IF NOT TWS-MST-OK
015500         DISPLAY "twlscrn: unable to open TAcctMaster.dat,",
015600             " status = ", TWS-MST-STATUS
015700         CALL "TERRLOG" USING TWS-ERRLOG-PROGRAM-ID,
015800             TWS-ERRLOG-PARAGRAPH, TWS-ERRLOG-SEVERITY
015900         SET TWS-ABORT-RUN TO TRUE
016000     END-IF.
016100 1000-EXIT.
016200     EXIT.
016300
016400*----------------------------------------------------------*
016500* 2000-SCREEN-ACCOUNT PASSES ONE ACCOUNT TO TWLCHK. NO LIST *
016600* OR A LIST THAT CANNOT BE LOADED STOPS THE RUN ON THE      *
016700* FIRST ACCOUNT -- A SCREEN AGAINST NOTHING PROVES NOTHING. *
016800*----------------------------------------------------------*
016900 2000-SCREEN-ACCOUNT.
017000     READ MYMASTER NEXT RECORD
017100         AT END
017200             SET TWS-MST-EOF TO TRUE
017300             GO TO 2000-EXIT
017400     END-READ.
017500     MOVE "S" TO TWS-WC-FUNCTION.
017600     CALL "TWLCHK" USING TWS-WC-FUNCTION, ACCT-NUMBER,
017700         ACCT-NAME, TWS-RUN-DATE, TWS-WC-RESULT,
017800         TWS-WC-NEW-COUNT, TWS-WC-MATCH-COUNT, TWS-WC-LIST-COUNT.
017900     IF TWS-WC-NO-LIST
018000         DISPLAY "twlscrn: TWatchList.dat not found, nothing ",
018100             "to screen against -- not run"
018200         MOVE "2000-SCREEN-ACCOUNT" TO TWS-ERRLOG-PARAGRAPH
018300         CALL "TERRLOG" USING TWS-ERRLOG-PROGRAM-ID,
018400             TWS-ERRLOG-PARAGRAPH, TWS-ERRLOG-SEVERITY
018500         SET TWS-ABORT-RUN TO TRUE
018600         GO TO 2000-EXIT
018700     END-IF.
018800     IF TWS-WC-ERROR
018900         DISPLAY "twlscrn: watch list or TScreenHit.dat could ",
019000             "not be used, see TErrLog -- not run"
019100         MOVE "2000-SCREEN-ACCOUNT" TO TWS-ERRLOG-PARAGRAPH
019200         CALL "TERRLOG" USING TWS-ERRLOG-PROGRAM-ID,
019300             TWS-ERRLOG-PARAGRAPH, TWS-ERRLOG-SEVERITY
019400         SET TWS-ABORT-RUN TO TRUE
019500         GO TO 2000-EXIT
019600     END-IF.
019700     ADD 1                  TO TWS-SCREENED-COUNT.
019800     ADD TWS-WC-NEW-COUNT   TO TWS-NEW-COUNT.
019900     ADD TWS-WC-MATCH-COUNT TO TWS-MATCH-COUNT.
020000 2000-EXIT.
020100     EXIT.
020200
020300*----------------------------------------------------------*
020400* 5000-PRINT-HITS LISTS EVERY HIT NOT YET CLEARED, IN       *
020500* ACCOUNT ORDER, THEN THE TOTALS.                           *
020600*----------------------------------------------------------*
020700 5000-PRINT-HITS.
020800     MOVE "O" TO TWS-RW-FUNCTION.
020900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
021000     MOVE TWS-RUN-DATE      TO TWS-RPT-RUN-DATE.
021100     MOVE TWS-WC-LIST-COUNT TO TWS-RPT-LIST-COUNT.
021200     MOVE TWS-RPT-HEAD-LINE TO TWS-RW-LINE.
021300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
021400     MOVE SPACES TO TWS-RW-LINE.
021500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
021600     MOVE TWS-RPT-COL-LINE TO TWS-RW-LINE.
021700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
021800     MOVE "5000-PRINT-HITS" TO TWS-ERRLOG-PARAGRAPH.
021900     OPEN INPUT MYHITFILE.
022000     IF TWS-HIT-NOT-FOUND
022100         SET TWS-HIT-EOF TO TRUE
022200     ELSE
022300         IF NOT TWS-HIT-OK
022400             DISPLAY "twlscrn: unable to open TScreenHit.dat,",
022500                 " status = ", TWS-HIT-STATUS
022600             CALL "TERRLOG" USING TWS-ERRLOG-PROGRAM-ID,
022700                 TWS-ERRLOG-PARAGRAPH, TWS-ERRLOG-SEVERITY
022800             SET TWS-ABORT-RUN TO TRUE
022900             SET TWS-HIT-EOF TO TRUE
023000         ELSE
023100             PERFORM 5100-PRINT-ONE THRU 5100-EXIT
023200                 UNTIL TWS-HIT-EOF
023300             CLOSE MYHITFILE
023400         END-IF
023500     END-IF.
023600     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
023700     MOVE "C" TO TWS-RW-FUNCTION.
023800     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
023900 5000-EXIT.
024000     EXIT.
024100
024200 5100-PRINT-ONE.
024300     READ MYHITFILE NEXT RECORD
024400         AT END
024500             SET TWS-HIT-EOF TO TRUE
024600             GO TO 5100-EXIT
024700     END-READ.
024800     IF SCH-IS-CLEARED
024900         GO TO 5100-EXIT
025000     END-IF.
025100     MOVE SCH-ACCT-NUMBER TO TWS-RPT-ACCT.
025200     MOVE SCH-ENTRY-ID    TO TWS-RPT-ENTRY.
025300     IF SCH-MATCH-EXACT
025400         MOVE "EXACT" TO TWS-RPT-MATCH
025500     ELSE
025600         MOVE "NEAR"  TO TWS-RPT-MATCH
025700     END-IF.
025800     MOVE SCH-ACCT-NAME   TO TWS-RPT-ACCT-NAME.
025900     MOVE SCH-LIST-NAME   TO TWS-RPT-LIST-NAME.
026000     MOVE SCH-RAISED-DATE TO TWS-RPT-RAISED.
026100     MOVE SPACES          TO TWS-RPT-NOTE.
026200     IF SCH-IS-CONFIRMED
026300         ADD 1 TO TWS-FROZEN-COUNT
026400         MOVE "CONFIRMED" TO TWS-RPT-STATUS
026500         MOVE "FROZEN"    TO TWS-RPT-NOTE
026600     ELSE
026700         ADD 1 TO TWS-OPEN-COUNT
026800         MOVE "OPEN"      TO TWS-RPT-STATUS
026900         IF SCH-RAISED-DATE = TWS-RUN-DATE
027000             MOVE "NEW"   TO TWS-RPT-NOTE
027100         END-IF
027200     END-IF.
027300     MOVE TWS-RPT-DETAIL TO TWS-RW-LINE.
027400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
027500 5100-EXIT.
027600     EXIT.
027700
027800 7000-PRINT-TOTALS.
027900     MOVE SPACES TO TWS-RW-LINE.
028000     IF TWS-OPEN-COUNT = ZERO AND TWS-FROZEN-COUNT = ZERO
028100         MOVE "NO HITS AWAITING COMPLIANCE" TO TWS-RW-LINE
028200     END-IF.
028300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028400     MOVE "ACCOUNTS SCREENED           = " TO TWS-RPT-SUM-LABEL.
028500     MOVE TWS-SCREENED-COUNT TO TWS-RPT-SUM-COUNT.
028600     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
028700     MOVE "MATCHES FOUND THIS RUN      = " TO TWS-RPT-SUM-LABEL.
028800     MOVE TWS-MATCH-COUNT TO TWS-RPT-SUM-COUNT.
028900     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029000     MOVE "NEW OR REOPENED HITS        = " TO TWS-RPT-SUM-LABEL.
029100     MOVE TWS-NEW-COUNT TO TWS-RPT-SUM-COUNT.
029200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029300     MOVE "HITS OPEN FOR REVIEW        = " TO TWS-RPT-SUM-LABEL.
029400     MOVE TWS-OPEN-COUNT TO TWS-RPT-SUM-COUNT.
029500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029600     MOVE "CONFIRMED, ACCOUNT FROZEN   = " TO TWS-RPT-SUM-LABEL.
029700     MOVE TWS-FROZEN-COUNT TO TWS-RPT-SUM-COUNT.
029800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029900 7000-EXIT.
030000     EXIT.
030100
030200 7100-PRINT-SUM-LINE.
030300     MOVE TWS-RPT-SUM-LINE TO TWS-RW-LINE.
030400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
030500 7100-EXIT.
030600     EXIT.
030700
030800 8500-CALL-REPORT-WRITER.
030900     CALL "TRPTWRT" USING TWS-RW-FUNCTION, TWS-RW-TITLE,
031000         TWS-ERRLOG-PROGRAM-ID, TWS-RW-FILENAME, TWS-RW-LINE.
031100 8500-EXIT.
031200     EXIT.
031300
031400 8600-PRINT-LINE.
031500     MOVE "W" TO TWS-RW-FUNCTION.
031600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
031700 8600-EXIT.
031800     EXIT.
031900
032000 9000-TERMINATE.
032100     IF NOT TWS-ABORT-RUN
032200         DISPLAY "twlscrn: accounts screened = ",
032300             TWS-SCREENED-COUNT, ", new hits = ", TWS-NEW-COUNT,
032400             ", open = ", TWS-OPEN-COUNT,
032500             ", frozen = ", TWS-FROZEN-COUNT
032600         ACCEPT TWS-END-TIME FROM TIME
032700         MOVE TWS-SCREENED-COUNT TO TWS-RUNHIST-COUNT
032800         CALL "TRUNHIST" USING TWS-ERRLOG-PROGRAM-ID,
032900             TWS-START-TIME, TWS-END-TIME, TWS-RUNHIST-COUNT
033000     END-IF.
033100*----------------------------------------------------------*
033200* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
033300* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
033400* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
033500*----------------------------------------------------------*
033600     IF TWS-ABORT-RUN
033700         MOVE 8 TO RETURN-CODE
033800     ELSE
033900         IF TWS-NEW-COUNT > ZERO
034000             MOVE 4 TO RETURN-CODE
034100         ELSE
034200             MOVE ZERO TO RETURN-CODE
034300         END-IF
034400     END-IF.
034500 9000-EXIT.
034600     EXIT.
034700
034800* Input:
034900*    file "TAcctMaster.dat" (DL140 account master, read only)
035000*    file "TWatchList.dat" (DL295 watch list, through TWLCHK)
035100* Input/Output:
035200*    file "TScreenHit.dat" (DL300 hits, through TWLCHK, then
035300*         read back for the report)
035400* Output:
035500*    file "TWlScrnRpt.txt" -- every hit open or confirmed, new
035600*         ones marked, and the run totals
035700*    RETURN-CODE 0 = no new hits, 4 = new or reopened hits
035800*         for compliance, 8 = no master / no watch list / file
035900*         trouble
