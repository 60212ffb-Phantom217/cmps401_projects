000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TALRTAGE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. DAILY OPEN-ALERTS AGING
001200*                      REPORT OVER THE DL290 ALERT FILE,
001300*                      TACTALERT.DAT: EVERY ALERT STILL OPEN
001400*                      OR ESCALATED IS LISTED WITH ITS AGE IN
001500*                      DAYS FROM THE NIGHT IT WAS RAISED, AND
001600*                      THE TOTALS ARE BANDED AT A WEEK AND A
001700*                      MONTH. READ ONLY.
001800*----------------------------------------------------------*
001900*----------------------------------------------------------*
002000* AGE IS RUN DATE LESS RAISED DATE IN CALENDAR DAYS, SO AN  *
002100* ALERT RAISED TONIGHT IS AGE ZERO. CLEARED ALERTS ARE      *
002200* COUNTED BUT NOT LISTED.                                   *
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
002600 FILE-CONTROL.
002700     SELECT MYALERTFILE ASSIGN TO "TActAlert.dat"
002800         ORGANIZATION IS INDEXED
002900         ACCESS MODE IS SEQUENTIAL
003000         RECORD KEY IS ALR-KEY
003100         FILE STATUS IS TLA-ALR-STATUS.
003200 DATA DIVISION.
003300 FILE SECTION.
003400 FD  MYALERTFILE.
003500     COPY DL290.
003600 WORKING-STORAGE SECTION.
003700 01  TLA-ALR-STATUS   PIC XX        VALUE "00".
003800     88  TLA-ALR-OK                 VALUE "00".
003900     88  TLA-ALR-NOT-FOUND          VALUE "35".
004000 01  TLA-ALR-EOF-SW   PIC X         VALUE "N".
004100     88  TLA-ALR-EOF                VALUE "Y".
004200 01  TLA-ABORT-SW     PIC X         VALUE "N".
004300     88  TLA-ABORT-RUN              VALUE "Y".
004400 01  TLA-RUN-DATE     PIC 9(8)      VALUE ZERO.
004500 01  TLA-AGE          PIC S9(5) COMP VALUE ZERO.
004600 01  TLA-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
004700 01  TLA-OPEN-COUNT   PIC 9(7) COMP VALUE ZERO.
004800 01  TLA-ESC-COUNT    PIC 9(7) COMP VALUE ZERO.
004900 01  TLA-CLEARED-COUNT PIC 9(7) COMP VALUE ZERO.
005000 01  TLA-BAND-1-COUNT PIC 9(7) COMP VALUE ZERO.
005100 01  TLA-BAND-2-COUNT PIC 9(7) COMP VALUE ZERO.
005200 01  TLA-BAND-3-COUNT PIC 9(7) COMP VALUE ZERO.
005300 01  TLA-OLDEST-AGE   PIC S9(5) COMP VALUE ZERO.
005400 01  TLA-START-TIME   PIC 9(8)      VALUE ZERO.
005500 01  TLA-END-TIME     PIC 9(8)      VALUE ZERO.
005600 01  TLA-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
005700 01  TLA-RD-FUNCTION  PIC X         VALUE "G".
005800 01  TLA-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TALRTAGE".
005900 01  TLA-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
006000 01  TLA-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
006100 01  TLA-RW-FUNCTION  PIC X         VALUE SPACE.
006200 01  TLA-RW-TITLE     PIC X(30)
006300     VALUE "TALRTAGE OPEN ALERTS AGING".
006400 01  TLA-RW-FILENAME  PIC X(40)     VALUE "TAlrtAgeRpt.txt".
006500 01  TLA-RW-LINE      PIC X(80)     VALUE SPACES.
006600 01  TLA-RPT-HEAD-LINE.
006700     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
006800     05  TLA-RPT-RUN-DATE PIC 9(8).
006900     05  FILLER           PIC X(61) VALUE SPACES.
007000 01  TLA-RPT-COL-LINE.
007100     05  FILLER           PIC X(40)
007200         VALUE "ACCOUNT  T ITEM DATE RAISED    AGE  ST  ".
007300     05  FILLER           PIC X(40)
007400         VALUE "       AMOUNT  REVIEWER COMMENT         ".
007500 01  TLA-RPT-DETAIL.
007600     05  TLA-RPT-ACCT     PIC X(8).
007700     05  FILLER           PIC X(1)  VALUE SPACE.
007800     05  TLA-RPT-TYPE     PIC X.
007900     05  FILLER           PIC X(1)  VALUE SPACE.
008000     05  TLA-RPT-ITEM-DATE PIC 9(8).
008100     05  FILLER           PIC X(2)  VALUE SPACES.
008200     05  TLA-RPT-RAISED   PIC 9(8).
008300     05  FILLER           PIC X(1)  VALUE SPACE.
008400     05  TLA-RPT-AGE      PIC ZZZZ9.
008500     05  FILLER           PIC X(2)  VALUE SPACES.
008600     05  TLA-RPT-STATUS   PIC X.
008700     05  FILLER           PIC X(1)  VALUE SPACE.
008800     05  TLA-RPT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
008900     05  FILLER           PIC X(2)  VALUE SPACES.
009000     05  TLA-RPT-REVIEWER PIC X(8).
009100     05  FILLER           PIC X(1)  VALUE SPACE.
009200     05  TLA-RPT-COMMENT  PIC X(16).
009300 01  TLA-RPT-SUM-LINE.
009400     05  TLA-RPT-SUM-LABEL PIC X(30).
009500     05  TLA-RPT-SUM-COUNT PIC ZZZZZZ9.
009600     05  FILLER           PIC X(43) VALUE SPACES.
009700 PROCEDURE DIVISION.
009800 0000-MAINLINE.
009900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010000     IF NOT TLA-ABORT-RUN
010100         PERFORM 2000-AGE-ONE-ALERT THRU 2000-EXIT
010200             UNTIL TLA-ALR-EOF
010300         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
010400     END-IF.
010500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010600     GOBACK.
010700
010800 1000-INITIALIZE.
010900     ACCEPT TLA-START-TIME FROM TIME.
011000     CALL "TRUNDATE" USING TLA-RD-FUNCTION, TLA-ERRLOG-PROGRAM-ID,
011100         TLA-RUN-DATE.
011200     OPEN INPUT MYALERTFILE.
011300     IF TLA-ALR-NOT-FOUND
011400         SET TLA-ALR-EOF TO TRUE
011500     ELSE
011600         IF NOT TLA-ALR-OK
011700             DISPLAY "talrtage: unable to open TActAlert.dat,",
011800                 " status = ", TLA-ALR-STATUS
011900             CALL "TERRLOG" USING TLA-ERRLOG-PROGRAM-ID,
012000                 TLA-ERRLOG-PARAGRAPH, TLA-ERRLOG-SEVERITY
012100             SET TLA-ABORT-RUN TO TRUE
012200             GO TO 1000-EXIT
012300         END-IF
012400     END-IF.
012500     MOVE "O" TO TLA-RW-FUNCTION.
012600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
012700     MOVE TLA-RUN-DATE TO TLA-RPT-RUN-DATE.
012800     MOVE TLA-RPT-HEAD-LINE TO TLA-RW-LINE.
012900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
013000     MOVE SPACES TO TLA-RW-LINE.
013100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
013200     MOVE TLA-RPT-COL-LINE TO TLA-RW-LINE.
013300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
013400 1000-EXIT.
013500     EXIT.
013600
013700 2000-AGE-ONE-ALERT.
013800     READ MYALERTFILE NEXT RECORD
013900         AT END
014000             SET TLA-ALR-EOF TO TRUE
014100             GO TO 2000-EXIT
014200     END-READ.
014300     ADD 1 TO TLA-READ-COUNT.
014400     IF ALR-IS-CLEARED
014500         ADD 1 TO TLA-CLEARED-COUNT
014600         GO TO 2000-EXIT
014700     END-IF.
014800     IF ALR-IS-ESCALATED
014900         ADD 1 TO TLA-ESC-COUNT
015000     ELSE
015100         ADD 1 TO TLA-OPEN-COUNT
015200     END-IF.
015300     COMPUTE TLA-AGE = FUNCTION INTEGER-OF-DATE (TLA-RUN-DATE)
015400         - FUNCTION INTEGER-OF-DATE (ALR-RAISED-DATE).
015500     IF TLA-AGE < ZERO
015600         MOVE ZERO TO TLA-AGE
015700     END-IF.
015800     IF TLA-AGE > TLA-OLDEST-AGE
015900         MOVE TLA-AGE TO TLA-OLDEST-AGE
016000     END-IF.
016100     IF TLA-AGE NOT > 7
016200         ADD 1 TO TLA-BAND-1-COUNT
016300     ELSE
016400         IF TLA-AGE NOT > 30
016500             ADD 1 TO TLA-BAND-2-COUNT
016600         ELSE
016700             ADD 1 TO TLA-BAND-3-COUNT
016800         END-IF
016900     END-IF.
017000     MOVE ALR-ACCT-NUMBER     TO TLA-RPT-ACCT.
017100     MOVE ALR-TYPE            TO TLA-RPT-TYPE.
017200     MOVE ALR-ITEM-DATE       TO TLA-RPT-ITEM-DATE.
017300     MOVE ALR-RAISED-DATE     TO TLA-RPT-RAISED.
017400     MOVE TLA-AGE             TO TLA-RPT-AGE.
017500     MOVE ALR-STATUS          TO TLA-RPT-STATUS.
017600     MOVE ALR-AMOUNT          TO TLA-RPT-AMOUNT.
017700     MOVE ALR-REVIEW-OPERATOR TO TLA-RPT-REVIEWER.
017800     MOVE ALR-COMMENT         TO TLA-RPT-COMMENT.
017900     MOVE TLA-RPT-DETAIL      TO TLA-RW-LINE.
018000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
018100 2000-EXIT.
018200     EXIT.
018300
018400 7000-PRINT-TOTALS.
018500     MOVE SPACES TO TLA-RW-LINE.
018600     IF TLA-OPEN-COUNT = ZERO AND TLA-ESC-COUNT = ZERO
018700         MOVE "NO OPEN ALERTS" TO TLA-RW-LINE
018800     END-IF.
018900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
019000     MOVE "ALERTS ON FILE              = " TO TLA-RPT-SUM-LABEL.
019100     MOVE TLA-READ-COUNT TO TLA-RPT-SUM-COUNT.
019200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
019300     MOVE "OPEN                        = " TO TLA-RPT-SUM-LABEL.
019400     MOVE TLA-OPEN-COUNT TO TLA-RPT-SUM-COUNT.
019500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
019600     MOVE "ESCALATED                   = " TO TLA-RPT-SUM-LABEL.
019700     MOVE TLA-ESC-COUNT TO TLA-RPT-SUM-COUNT.
019800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
019900     MOVE "CLEARED (NOT LISTED)        = " TO TLA-RPT-SUM-LABEL.
020000     MOVE TLA-CLEARED-COUNT TO TLA-RPT-SUM-COUNT.
020100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
020200     MOVE "AGED 0 - 7 DAYS             = " TO TLA-RPT-SUM-LABEL.
020300     MOVE TLA-BAND-1-COUNT TO TLA-RPT-SUM-COUNT.
020400     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
020500     MOVE "AGED 8 - 30 DAYS            = " TO TLA-RPT-SUM-LABEL.
020600     MOVE TLA-BAND-2-COUNT TO TLA-RPT-SUM-COUNT.
020700     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
020800     MOVE "AGED OVER 30 DAYS           = " TO TLA-RPT-SUM-LABEL.
020900     MOVE TLA-BAND-3-COUNT TO TLA-RPT-SUM-COUNT.
021000     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021100     MOVE "OLDEST OPEN ALERT, DAYS     = " TO TLA-RPT-SUM-LABEL.
021200     MOVE TLA-OLDEST-AGE TO TLA-RPT-SUM-COUNT.
021300     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021400 7000-EXIT.
021500     EXIT.
021600
021700 7100-PRINT-SUM-LINE.
021800     MOVE TLA-RPT-SUM-LINE TO TLA-RW-LINE.
021900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
022000 7100-EXIT.
022100     EXIT.
022200
022300 8500-CALL-REPORT-WRITER.
022400     CALL "TRPTWRT" USING TLA-RW-FUNCTION, TLA-RW-TITLE,
022500         TLA-ERRLOG-PROGRAM-ID, TLA-RW-FILENAME, TLA-RW-LINE.
022600 8500-EXIT.
022700     EXIT.
022800
022900 8600-PRINT-LINE.
023000     MOVE "W" TO TLA-RW-FUNCTION.
023100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
023200 8600-EXIT.
023300     EXIT.
023400
023500 9000-TERMINATE.
023600     IF NOT TLA-ABORT-RUN
023700         MOVE "C" TO TLA-RW-FUNCTION
023800         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
023900         IF NOT TLA-ALR-NOT-FOUND
024000             CLOSE MYALERTFILE
024100         END-IF
024200         DISPLAY "talrtage: open = ", TLA-OPEN-COUNT,
024300             ", escalated = ", TLA-ESC-COUNT,
024400             ", oldest days = ", TLA-OLDEST-AGE
024500         ACCEPT TLA-END-TIME FROM TIME
024600         MOVE TLA-READ-COUNT TO TLA-RUNHIST-COUNT
024700         CALL "TRUNHIST" USING TLA-ERRLOG-PROGRAM-ID,
024800             TLA-START-TIME, TLA-END-TIME, TLA-RUNHIST-COUNT
024900     END-IF.
025000*----------------------------------------------------------*
025100* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
025200* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
025300* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
025400*----------------------------------------------------------*
025500     IF TLA-ABORT-RUN
025600         MOVE 8 TO RETURN-CODE
025700     ELSE
025800         MOVE ZERO TO RETURN-CODE
025900     END-IF.
026000 9000-EXIT.
026100     EXIT.
026200
026300* Input:
026400*    file "TActAlert.dat" (DL290 alerts, read only; none on
026500*         the system prints an empty report)
026600* Output:
026700*    file "TAlrtAgeRpt.txt" -- open and escalated alerts with
026800*         their ages, and banded totals
026900*    RETURN-CODE 0 = clean, 8 = the alert file could not be
027000*         opened
