000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TSECRPT.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. DAILY SECURITY
001200*                      VIOLATIONS REPORT OVER THE DL340
001300*                      SECURITY LOG, TSECLOG.DAT, WRITTEN BY
001400*                      TSIGNON, TPASSWD, AND TOPERM. EVERY
001500*                      FAILED PASSWORD, LOCKOUT, SIGN-ON TRIED
001600*                      WHILE LOCKED OUT, UNKNOWN OR INACTIVE
001700*                      ID, SIGN-ON BELOW THE LEVEL ASKED FOR,
001800*                      AND EXPIRED PASSWORD NOT CHANGED ON THE
001900*                      RUN DATE IS LISTED, THEN COUNTED BY
002000*                      KIND, WITH THE DAY'S GOOD SIGN-ONS,
002100*                      PASSWORD CHANGES, AND OPERATOR MASTER
002200*                      CHANGES FOR SCALE.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* THE LOG IS STAMPED WITH THE CLOCK DATE OF EACH EVENT, SO  *
002600* THE REPORT TAKES THE EVENTS WHOSE DATE IS THE RUN DATE    *
002700* FROM TRUNDATE. A RERUN PRINTS THE SAME LIST. NO LOG ON    *
002800* THE SYSTEM PRINTS AN EMPTY REPORT.                        *
002900*----------------------------------------------------------*
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT MYSECLOG ASSIGN TO "TSecLog.dat"
003400         ORGANIZATION IS LINE SEQUENTIAL
003500         FILE STATUS IS TSR-LOG-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  MYSECLOG.
003900     COPY DL340.
004000 WORKING-STORAGE SECTION.
004100 01  TSR-LOG-STATUS   PIC XX        VALUE "00".
004200     88  TSR-LOG-OK                 VALUE "00".
004300     88  TSR-LOG-NOT-FOUND          VALUE "35".
004400 01  TSR-LOG-EOF-SW   PIC X         VALUE "N".
004500     88  TSR-LOG-EOF                VALUE "Y".
004600 01  TSR-ABORT-SW     PIC X         VALUE "N".
004700     88  TSR-ABORT-RUN              VALUE "Y".
004800 01  TSR-RUN-DATE     PIC 9(8)      VALUE ZERO.
004900 01  TSR-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
005000 01  TSR-DAY-COUNT    PIC 9(7) COMP VALUE ZERO.
005100 01  TSR-VIOLATION-COUNT PIC 9(7) COMP VALUE ZERO.
005200 01  TSR-SIGNON-COUNT PIC 9(7) COMP VALUE ZERO.
005300 01  TSR-BADPWD-COUNT PIC 9(7) COMP VALUE ZERO.
005400 01  TSR-LOCKOUT-COUNT PIC 9(7) COMP VALUE ZERO.
005500 01  TSR-WHILE-LOCKED-COUNT PIC 9(7) COMP VALUE ZERO.
005600 01  TSR-UNKNOWN-COUNT PIC 9(7) COMP VALUE ZERO.
005700 01  TSR-INACTIVE-COUNT PIC 9(7) COMP VALUE ZERO.
005800 01  TSR-LEVEL-COUNT  PIC 9(7) COMP VALUE ZERO.
005900 01  TSR-EXPIRED-COUNT PIC 9(7) COMP VALUE ZERO.
006000 01  TSR-PWDCHG-COUNT PIC 9(7) COMP VALUE ZERO.
006100 01  TSR-ADMIN-COUNT  PIC 9(7) COMP VALUE ZERO.
006200 01  TSR-START-TIME   PIC 9(8)      VALUE ZERO.
006300 01  TSR-END-TIME     PIC 9(8)      VALUE ZERO.
006400 01  TSR-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
006500 01  TSR-RD-FUNCTION  PIC X         VALUE "G".
006600 01  TSR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TSECRPT".
006700 01  TSR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
006800 01  TSR-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
006900 01  TSR-RW-FUNCTION  PIC X         VALUE SPACE.
007000 01  TSR-RW-TITLE     PIC X(30)
007100     VALUE "TSECRPT SECURITY VIOLATIONS".
007200 01  TSR-RW-FILENAME  PIC X(40)     VALUE "TSecRpt.txt".
007300 01  TSR-RW-LINE      PIC X(80)     VALUE SPACES.
007400 01  TSR-RPT-HEAD-LINE.
007500     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
007600     05  TSR-RPT-RUN-DATE PIC 9(8).
007700     05  FILLER           PIC X(61) VALUE SPACES.
007800 01  TSR-RPT-COL-LINE.
007900     05  FILLER           PIC X(40)
008000         VALUE "TIME     OPERATOR BY       LVL VIOLATION".
008100     05  FILLER           PIC X(40) VALUE SPACES.
008200 01  TSR-RPT-DETAIL.
008300     05  TSR-RPT-TIME     PIC 9(8).
008400     05  FILLER           PIC X(1)  VALUE SPACE.
008500     05  TSR-RPT-OPERATOR PIC X(8).
008600     05  FILLER           PIC X(1)  VALUE SPACE.
008700     05  TSR-RPT-BY       PIC X(8).
008800     05  FILLER           PIC X(1)  VALUE SPACE.
008900     05  TSR-RPT-LEVEL    PIC 9.
009000     05  FILLER           PIC X(3)  VALUE SPACES.
009100     05  TSR-RPT-KIND     PIC X(8).
009200     05  FILLER           PIC X(1)  VALUE SPACE.
009300     05  TSR-RPT-TEXT     PIC X(40).
009400 01  TSR-RPT-SUM-LINE.
009500     05  TSR-RPT-SUM-LABEL PIC X(30).
009600     05  TSR-RPT-SUM-COUNT PIC ZZZZZZ9.
009700     05  FILLER           PIC X(43) VALUE SPACES.
009800 PROCEDURE DIVISION.
009900 0000-MAINLINE.
010000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010100     IF NOT TSR-ABORT-RUN
010200         PERFORM 2000-READ-ONE-EVENT THRU 2000-EXIT
010300             UNTIL TSR-LOG-EOF
010400         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
010500     END-IF.
010600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010700     GOBACK.
010800
010900 1000-INITIALIZE.
011000     ACCEPT TSR-START-TIME FROM TIME.
011100     CALL "TRUNDATE" USING TSR-RD-FUNCTION, TSR-ERRLOG-PROGRAM-ID,
011200         TSR-RUN-DATE.
011300     OPEN INPUT MYSECLOG.
011400     IF TSR-LOG-NOT-FOUND
011500         SET TSR-LOG-EOF TO TRUE
011600     ELSE
011700         IF NOT TSR-LOG-OK
011800             DISPLAY "tsecrpt: unable to open TSecLog.dat,",
011900                 " status = ", TSR-LOG-STATUS
012000             CALL "TERRLOG" USING TSR-ERRLOG-PROGRAM-ID,
012100                 TSR-ERRLOG-PARAGRAPH, TSR-ERRLOG-SEVERITY
012200             SET TSR-ABORT-RUN TO TRUE
012300             GO TO 1000-EXIT
012400         END-IF
012500     END-IF.
012600     MOVE "O" TO TSR-RW-FUNCTION.
012700     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
012800     MOVE TSR-RUN-DATE TO TSR-RPT-RUN-DATE.
012900     MOVE TSR-RPT-HEAD-LINE TO TSR-RW-LINE.
013000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
013100     MOVE SPACES TO TSR-RW-LINE.
013200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
013300     MOVE TSR-RPT-COL-LINE TO TSR-RW-LINE.
013400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
013500 1000-EXIT.
013600     EXIT.
013700
013800*----------------------------------------------------------*
013900* 2000-READ-ONE-EVENT COUNTS THE RUN DATE'S EVENTS BY KIND  *
014000* AND PRINTS EACH VIOLATION.                                *
014100*----------------------------------------------------------*
014200 2000-READ-ONE-EVENT.
014300     READ MYSECLOG
014400         AT END
014500             SET TSR-LOG-EOF TO TRUE
014600             GO TO 2000-EXIT
014700     END-READ.
014800     ADD 1 TO TSR-READ-COUNT.
014900     IF SEV-DATE NOT = TSR-RUN-DATE
015000         GO TO 2000-EXIT
015100     END-IF.
015200     ADD 1 TO TSR-DAY-COUNT.
015300     EVALUATE TRUE
015400         WHEN SEV-SIGNED-ON
015500             ADD 1 TO TSR-SIGNON-COUNT
015600         WHEN SEV-PASSWORD-CHANGED
015700             ADD 1 TO TSR-PWDCHG-COUNT
015800         WHEN SEV-ADMIN-ADD OR SEV-ADMIN-DEACT OR SEV-ADMIN-RESET
015900             ADD 1 TO TSR-ADMIN-COUNT
016000         WHEN SEV-BAD-PASSWORD
016100             ADD 1 TO TSR-BADPWD-COUNT
016200             MOVE "PASSWORD" TO TSR-RPT-KIND
016300         WHEN SEV-LOCKED-OUT
016400             ADD 1 TO TSR-LOCKOUT-COUNT
016500             MOVE "LOCKOUT"  TO TSR-RPT-KIND
016600         WHEN SEV-WHILE-LOCKED
016700             ADD 1 TO TSR-WHILE-LOCKED-COUNT
016800             MOVE "LOCKED"   TO TSR-RPT-KIND
016900         WHEN SEV-UNKNOWN-ID
017000             ADD 1 TO TSR-UNKNOWN-COUNT
017100             MOVE "UNKNOWN"  TO TSR-RPT-KIND
017200         WHEN SEV-INACTIVE-ID
017300             ADD 1 TO TSR-INACTIVE-COUNT
017400             MOVE "INACTIVE" TO TSR-RPT-KIND
017500         WHEN SEV-LACKS-LEVEL
017600             ADD 1 TO TSR-LEVEL-COUNT
017700             MOVE "LEVEL"    TO TSR-RPT-KIND
017800         WHEN SEV-EXPIRED-REFUSED
017900             ADD 1 TO TSR-EXPIRED-COUNT
018000             MOVE "EXPIRED"  TO TSR-RPT-KIND
018100         WHEN OTHER
018200             CONTINUE
018300     END-EVALUATE.
018400     IF SEV-VIOLATION
018500         ADD 1 TO TSR-VIOLATION-COUNT
018600         PERFORM 6000-PRINT-VIOLATION THRU 6000-EXIT
018700     END-IF.
018800 2000-EXIT.
018900     EXIT.
019000
019100 6000-PRINT-VIOLATION.
019200     MOVE SEV-TIME     TO TSR-RPT-TIME.
019300     MOVE SEV-OPERATOR TO TSR-RPT-OPERATOR.
019400     MOVE SEV-BY       TO TSR-RPT-BY.
019500     MOVE SEV-LEVEL    TO TSR-RPT-LEVEL.
019600     MOVE SEV-TEXT     TO TSR-RPT-TEXT.
019700     MOVE TSR-RPT-DETAIL TO TSR-RW-LINE.
019800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
019900 6000-EXIT.
020000     EXIT.
020100
020200 7000-PRINT-TOTALS.
020300     MOVE SPACES TO TSR-RW-LINE.
020400     IF TSR-VIOLATION-COUNT = ZERO
020500         MOVE "NO SECURITY VIOLATIONS" TO TSR-RW-LINE
020600     END-IF.
020700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
020800     MOVE "LOG LINES READ              = " TO TSR-RPT-SUM-LABEL.
020900     MOVE TSR-READ-COUNT TO TSR-RPT-SUM-COUNT.
021000     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021100     MOVE "EVENTS ON THE RUN DATE      = " TO TSR-RPT-SUM-LABEL.
021200     MOVE TSR-DAY-COUNT TO TSR-RPT-SUM-COUNT.
021300     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021400     MOVE "GOOD SIGN-ONS               = " TO TSR-RPT-SUM-LABEL.
021500     MOVE TSR-SIGNON-COUNT TO TSR-RPT-SUM-COUNT.
021600     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021700     MOVE "PASSWORDS CHANGED           = " TO TSR-RPT-SUM-LABEL.
021800     MOVE TSR-PWDCHG-COUNT TO TSR-RPT-SUM-COUNT.
021900     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022000     MOVE "OPERATOR MASTER CHANGES     = " TO TSR-RPT-SUM-LABEL.
022100     MOVE TSR-ADMIN-COUNT TO TSR-RPT-SUM-COUNT.
022200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022300     MOVE "WRONG PASSWORDS             = " TO TSR-RPT-SUM-LABEL.
022400     MOVE TSR-BADPWD-COUNT TO TSR-RPT-SUM-COUNT.
022500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022600     MOVE "LOCKOUTS                    = " TO TSR-RPT-SUM-LABEL.
022700     MOVE TSR-LOCKOUT-COUNT TO TSR-RPT-SUM-COUNT.
022800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022900     MOVE "TRIED WHILE LOCKED OUT      = " TO TSR-RPT-SUM-LABEL.
023000     MOVE TSR-WHILE-LOCKED-COUNT TO TSR-RPT-SUM-COUNT.
023100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
023200     MOVE "UNKNOWN OPERATOR IDS        = " TO TSR-RPT-SUM-LABEL.
023300     MOVE TSR-UNKNOWN-COUNT TO TSR-RPT-SUM-COUNT.
023400     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
023500     MOVE "INACTIVE OPERATOR IDS       = " TO TSR-RPT-SUM-LABEL.
023600     MOVE TSR-INACTIVE-COUNT TO TSR-RPT-SUM-COUNT.
023700     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
023800     MOVE "BELOW THE LEVEL ASKED FOR   = " TO TSR-RPT-SUM-LABEL.
023900     MOVE TSR-LEVEL-COUNT TO TSR-RPT-SUM-COUNT.
024000     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
024100     MOVE "EXPIRED PASSWORD NOT CHANGED= " TO TSR-RPT-SUM-LABEL.
024200     MOVE TSR-EXPIRED-COUNT TO TSR-RPT-SUM-COUNT.
024300     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
024400 7000-EXIT.
024500     EXIT.
024600
024700 7100-PRINT-SUM-LINE.
024800     MOVE TSR-RPT-SUM-LINE TO TSR-RW-LINE.
024900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
025000 7100-EXIT.
025100     EXIT.
025200
025300 8500-CALL-REPORT-WRITER.
025400     CALL "TRPTWRT" USING TSR-RW-FUNCTION, TSR-RW-TITLE,
025500         TSR-ERRLOG-PROGRAM-ID, TSR-RW-FILENAME, TSR-RW-LINE.
025600 8500-EXIT.
025700     EXIT.
025800
025900 8600-PRINT-LINE.
026000     MOVE "W" TO TSR-RW-FUNCTION.
026100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
026200 8600-EXIT.
026300     EXIT.
026400
026500 9000-TERMINATE.
026600     IF NOT TSR-ABORT-RUN
026700         MOVE "C" TO TSR-RW-FUNCTION
026800         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
026900         IF NOT TSR-LOG-NOT-FOUND
027000             CLOSE MYSECLOG
027100         END-IF
027200         DISPLAY "tsecrpt: events = ", TSR-DAY-COUNT,
027300             ", violations = ", TSR-VIOLATION-COUNT,
027400             ", lockouts = ", TSR-LOCKOUT-COUNT
027500         ACCEPT TSR-END-TIME FROM TIME
027600         MOVE TSR-READ-COUNT TO TSR-RUNHIST-COUNT
027700         CALL "TRUNHIST" USING TSR-ERRLOG-PROGRAM-ID,
027800             TSR-START-TIME, TSR-END-TIME, TSR-RUNHIST-COUNT
027900     END-IF.
028000*----------------------------------------------------------*
028100* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
028200* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
028300* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
028400*----------------------------------------------------------*
028500     EVALUATE TRUE
028600         WHEN TSR-ABORT-RUN
028700             MOVE 8 TO RETURN-CODE
028800         WHEN TSR-VIOLATION-COUNT > ZERO
028900             MOVE 4 TO RETURN-CODE
029000         WHEN OTHER
029100             MOVE ZERO TO RETURN-CODE
029200     END-EVALUATE.
029300 9000-EXIT.
029400     EXIT.
029500
029600* Input:
029700*    file "TSecLog.dat" (DL340 security log from TSIGNON,
029800*         TPASSWD, and TOPERM; none on the system prints an
029900*         empty report)
030000* Output:
030100*    file "TSecRpt.txt" -- the run date's security violations,
030200*         and counts by kind
030300*    RETURN-CODE 0 = clean, 4 = violations listed,
030400*         8 = the log could not be opened
