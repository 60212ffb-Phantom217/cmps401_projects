000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TCOLLBRK.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY BROKEN-PROMISE
001200*                      REPORT OVER THE DL315 COLLECTIONS
001300*                      ACTIVITY FILE, TCOLLACT.DAT. EVERY OPEN
001400*                      PROMISE-TO-PAY WHOSE DATE HAS PASSED IS
001500*                      CHECKED AGAINST THE ACCOUNT'S PAYMENTS
001600*                      ON THISTMASTER.DAT AND MARKED KEPT OR
001700*                      BROKEN; THE BROKEN ONES ARE LISTED.
001800*----------------------------------------------------------*
001900*----------------------------------------------------------*
002000* A PAYMENT IS A REVERSAL-TYPE (CREDIT) POSTING FOR THE     *
002100* ACCOUNT ON ANY RUN DATE FROM THE DAY THE PROMISE WAS MADE *
002200* TO THE PROMISE DATE, READ BY KEY ONE RUN DATE AT A TIME.  *
002300* PAYMENTS THAT ADD UP TO THE PROMISED AMOUNT KEEP THE      *
002400* PROMISE. A PROMISE IS JUDGED ONCE, THE NIGHT AFTER ITS    *
002500* DATE; THE CHECKED DATE RIDES ON THE ACTIVITY, AND THE     *
002600* REPORT LISTS THE PROMISES BROKEN AS OF THIS RUN DATE, SO  *
002700* A RERUN PRINTS THE SAME LIST.                             *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MYACTFILE ASSIGN TO "TCollAct.dat"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS CA-KEY
003600         FILE STATUS IS TBP-ACT-STATUS.
003700     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
003800         ORGANIZATION IS INDEXED
003900         ACCESS MODE IS RANDOM
004000         RECORD KEY IS HIST-KEY
004100         FILE STATUS IS TBP-HIST-STATUS.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  MYACTFILE.
004500     COPY DL315.
004600 FD  MYHISTMST.
004700     COPY DL170.
004800 WORKING-STORAGE SECTION.
004900 01  TBP-ACT-STATUS   PIC XX        VALUE "00".
005000     88  TBP-ACT-OK                 VALUE "00".
005100     88  TBP-ACT-NOT-FOUND          VALUE "35".
005200 01  TBP-HIST-STATUS  PIC XX        VALUE "00".
005300     88  TBP-HIST-OK                VALUE "00".
005400 01  TBP-ACT-EOF-SW   PIC X         VALUE "N".
005500     88  TBP-ACT-EOF                VALUE "Y".
005600 01  TBP-ABORT-SW     PIC X         VALUE "N".
005700     88  TBP-ABORT-RUN              VALUE "Y".
005800 01  TBP-RUN-DATE     PIC 9(8)      VALUE ZERO.
005900 01  TBP-SCAN-DATE    PIC 9(8)      VALUE ZERO.
006000 01  TBP-SCAN-DAY     PIC 9(7) COMP VALUE ZERO.
006100 01  TBP-LAST-DAY     PIC 9(7) COMP VALUE ZERO.
006200 01  TBP-LATE         PIC S9(5) COMP VALUE ZERO.
006300 01  TBP-PAID         PIC S9(7)V99  VALUE ZERO.
006400 01  TBP-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
006500 01  TBP-OPEN-COUNT   PIC 9(7) COMP VALUE ZERO.
006600 01  TBP-NOT-DUE-COUNT PIC 9(7) COMP VALUE ZERO.
006700 01  TBP-KEPT-COUNT   PIC 9(7) COMP VALUE ZERO.
006800 01  TBP-BROKEN-COUNT PIC 9(7) COMP VALUE ZERO.
006900 01  TBP-REWRITE-ERRORS PIC 9(7) COMP VALUE ZERO.
007000 01  TBP-KEPT-TOTAL   PIC S9(9)V99  VALUE ZERO.
007100 01  TBP-BROKEN-TOTAL PIC S9(9)V99  VALUE ZERO.
007200 01  TBP-START-TIME   PIC 9(8)      VALUE ZERO.
007300 01  TBP-END-TIME     PIC 9(8)      VALUE ZERO.
007400 01  TBP-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
007500 01  TBP-RD-FUNCTION  PIC X         VALUE "G".
007600 01  TBP-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TCOLLBRK".
007700 01  TBP-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
007800 01  TBP-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
007900 01  TBP-RW-FUNCTION  PIC X         VALUE SPACE.
008000 01  TBP-RW-TITLE     PIC X(30)
008100     VALUE "TCOLLBRK BROKEN PROMISES".
008200 01  TBP-RW-FILENAME  PIC X(40)     VALUE "TCollBrkRpt.txt".
008300 01  TBP-RW-LINE      PIC X(80)     VALUE SPACES.
008400 01  TBP-RPT-HEAD-LINE.
008500     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
008600     05  TBP-RPT-RUN-DATE PIC 9(8).
008700     05  FILLER           PIC X(61) VALUE SPACES.
008800 01  TBP-RPT-COL-LINE.
008900     05  FILLER           PIC X(40)
009000         VALUE "ACCOUNT  MADE     OPERATOR      PROMISED".
009100     05  FILLER           PIC X(40)
009200         VALUE " DUE               PAID  LATE".
009300 01  TBP-RPT-DETAIL.
009400     05  TBP-RPT-ACCT     PIC X(8).
009500     05  FILLER           PIC X(1)  VALUE SPACE.
009600     05  TBP-RPT-MADE     PIC 9(8).
009700     05  FILLER           PIC X(1)  VALUE SPACE.
009800     05  TBP-RPT-OPERATOR PIC X(8).
009900     05  FILLER           PIC X(1)  VALUE SPACE.
010000     05  TBP-RPT-PROMISED PIC -Z,ZZZ,ZZ9.99.
010100     05  FILLER           PIC X(1)  VALUE SPACE.
010200     05  TBP-RPT-DUE      PIC 9(8).
010300     05  FILLER           PIC X(1)  VALUE SPACE.
010400     05  TBP-RPT-PAID     PIC -Z,ZZZ,ZZ9.99.
010500     05  FILLER           PIC X(1)  VALUE SPACE.
010600     05  TBP-RPT-LATE     PIC ZZZZ9.
010700     05  FILLER           PIC X(10) VALUE SPACES.
010800 01  TBP-RPT-SUM-LINE.
010900     05  TBP-RPT-SUM-LABEL PIC X(30).
011000     05  TBP-RPT-SUM-COUNT PIC ZZZZZZ9.
011100     05  FILLER           PIC X(2)  VALUE SPACES.
011200     05  TBP-RPT-SUM-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
011300     05  FILLER           PIC X(26) VALUE SPACES.
011400 PROCEDURE DIVISION.
011500 0000-MAINLINE.
011600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
011700     IF NOT TBP-ABORT-RUN
011800         PERFORM 2000-CHECK-ONE-ACTIVITY THRU 2000-EXIT
011900             UNTIL TBP-ACT-EOF
012000         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
012100     END-IF.
012200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012300     GOBACK.
012400
012500 1000-INITIALIZE.
012600     ACCEPT TBP-START-TIME FROM TIME.
012700     CALL "TRUNDATE" USING TBP-RD-FUNCTION, TBP-ERRLOG-PROGRAM-ID,
012800         TBP-RUN-DATE.
012900     OPEN I-O MYACTFILE.
013000     IF TBP-ACT-NOT-FOUND
013100         SET TBP-ACT-EOF TO TRUE
013200     ELSE
013300         IF NOT TBP-ACT-OK
013400             DISPLAY "tcollbrk: unable to open TCollAct.dat,",
013500                 " status = ", TBP-ACT-STATUS
013600             CALL "TERRLOG" USING TBP-ERRLOG-PROGRAM-ID,
013700                 TBP-ERRLOG-PARAGRAPH, TBP-ERRLOG-SEVERITY
013800             SET TBP-ABORT-RUN TO TRUE
013900             GO TO 1000-EXIT
014000         END-IF
014100     END-IF.
014200     OPEN INPUT MYHISTMST.
014300     IF NOT TBP-HIST-OK
014400         DISPLAY "tcollbrk: unable to open THistMaster.dat,",
014500             " status = ", TBP-HIST-STATUS
014600         CALL "TERRLOG" USING TBP-ERRLOG-PROGRAM-ID,
014700             TBP-ERRLOG-PARAGRAPH, TBP-ERRLOG-SEVERITY
014800         IF NOT TBP-ACT-NOT-FOUND
014900             CLOSE MYACTFILE
015000         END-IF
015100         SET TBP-ABORT-RUN TO TRUE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     MOVE "O" TO TBP-RW-FUNCTION.
015500     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
015600     MOVE TBP-RUN-DATE TO TBP-RPT-RUN-DATE.
015700     MOVE TBP-RPT-HEAD-LINE TO TBP-RW-LINE.
015800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
015900     MOVE SPACES TO TBP-RW-LINE.
016000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
016100     MOVE TBP-RPT-COL-LINE TO TBP-RW-LINE.
016200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
016300 1000-EXIT.
016400     EXIT.
016500
016600*----------------------------------------------------------*
016700* 2000-CHECK-ONE-ACTIVITY JUDGES AN OPEN PROMISE ONCE ITS
016800* DATE HAS PASSED, AND LISTS A PROMISE BROKEN AS OF THIS RUN
016900* DATE WHETHER IT WAS JUDGED NOW OR ON AN EARLIER RUN OF THE
017000* SAME NIGHT.
017100*----------------------------------------------------------*
017200 2000-CHECK-ONE-ACTIVITY.
017300     READ MYACTFILE NEXT RECORD
017400         AT END
017500             SET TBP-ACT-EOF TO TRUE
017600             GO TO 2000-EXIT
017700     END-READ.
017800     ADD 1 TO TBP-READ-COUNT.
017900     IF CA-NO-PROMISE
018000         GO TO 2000-EXIT
018100     END-IF.
018200     IF CA-PROMISE-OPEN
018300         IF CA-PROMISE-DATE NOT < TBP-RUN-DATE
018400             ADD 1 TO TBP-OPEN-COUNT
018500             ADD 1 TO TBP-NOT-DUE-COUNT
018600             GO TO 2000-EXIT
018700         END-IF
018800         ADD 1 TO TBP-OPEN-COUNT
018900         PERFORM 3000-JUDGE-PROMISE THRU 3000-EXIT
019000     END-IF.
019100     IF CA-CHECKED-DATE NOT = TBP-RUN-DATE
019200         GO TO 2000-EXIT
019300     END-IF.
019400     IF CA-PROMISE-KEPT
019500         ADD 1 TO TBP-KEPT-COUNT
019600         ADD CA-PROMISE-AMOUNT TO TBP-KEPT-TOTAL
019700         GO TO 2000-EXIT
019800     END-IF.
019900     IF CA-PROMISE-BROKEN
020000         ADD 1 TO TBP-BROKEN-COUNT
020100         ADD CA-PROMISE-AMOUNT TO TBP-BROKEN-TOTAL
020200         PERFORM 6000-PRINT-BROKEN THRU 6000-EXIT
020300     END-IF.
020400 2000-EXIT.
020500     EXIT.
020600
020700*----------------------------------------------------------*
020800* 3000-JUDGE-PROMISE ADDS UP THE ACCOUNT'S PAYMENTS FROM THE
020900* DAY THE PROMISE WAS MADE THROUGH THE PROMISE DATE AND
021000* MARKS THE PROMISE KEPT OR BROKEN.
021100*----------------------------------------------------------*
021200 3000-JUDGE-PROMISE.
021300     MOVE ZERO TO TBP-PAID.
021400     COMPUTE TBP-SCAN-DAY = FUNCTION INTEGER-OF-DATE (CA-DATE).
021500     COMPUTE TBP-LAST-DAY =
021600         FUNCTION INTEGER-OF-DATE (CA-PROMISE-DATE).
021700     PERFORM 3100-READ-ONE-DAY THRU 3100-EXIT
021800         UNTIL TBP-SCAN-DAY > TBP-LAST-DAY.
021900     MOVE TBP-PAID     TO CA-PAID-AMOUNT.
022000     MOVE TBP-RUN-DATE TO CA-CHECKED-DATE.
022100     IF TBP-PAID NOT < CA-PROMISE-AMOUNT
022200         SET CA-PROMISE-KEPT TO TRUE
022300     ELSE
022400         SET CA-PROMISE-BROKEN TO TRUE
022500     END-IF.
022600     REWRITE COLL-ACTIVITY-RECORD
022700         INVALID KEY
022800             CONTINUE
022900     END-REWRITE.
023000     IF NOT TBP-ACT-OK
023100         DISPLAY "tcollbrk: promise for ", CA-ACCT-NUMBER,
023200             " not marked, status = ", TBP-ACT-STATUS
023300         MOVE "3000-JUDGE-PROMISE" TO TBP-ERRLOG-PARAGRAPH
023400         CALL "TERRLOG" USING TBP-ERRLOG-PROGRAM-ID,
023500             TBP-ERRLOG-PARAGRAPH, TBP-ERRLOG-SEVERITY
023600         ADD 1 TO TBP-REWRITE-ERRORS
023700     END-IF.
023800 3000-EXIT.
023900     EXIT.
024000
024100 3100-READ-ONE-DAY.
024200     COMPUTE TBP-SCAN-DATE =
024300         FUNCTION DATE-OF-INTEGER (TBP-SCAN-DAY).
024400     ADD 1 TO TBP-SCAN-DAY.
024500     MOVE TBP-SCAN-DATE        TO HIST-RUN-DATE.
024600     MOVE CA-ACCT-NUMBER (1:4) TO HIST-R.
024700     MOVE CA-ACCT-NUMBER (5:4) TO HIST-S.
024800     READ MYHISTMST
024900         INVALID KEY
025000             GO TO 3100-EXIT
025100     END-READ.
025200     IF HIST-TYPE-REVERSAL
025300         ADD HIST-AMOUNT TO TBP-PAID
025400     END-IF.
025500 3100-EXIT.
025600     EXIT.
025700
025800 6000-PRINT-BROKEN.
025900     COMPUTE TBP-LATE = FUNCTION INTEGER-OF-DATE (TBP-RUN-DATE)
026000         - FUNCTION INTEGER-OF-DATE (CA-PROMISE-DATE).
026100     MOVE CA-ACCT-NUMBER    TO TBP-RPT-ACCT.
026200     MOVE CA-DATE           TO TBP-RPT-MADE.
026300     MOVE CA-OPERATOR       TO TBP-RPT-OPERATOR.
026400     MOVE CA-PROMISE-AMOUNT TO TBP-RPT-PROMISED.
026500     MOVE CA-PROMISE-DATE   TO TBP-RPT-DUE.
026600     MOVE CA-PAID-AMOUNT    TO TBP-RPT-PAID.
026700     MOVE TBP-LATE          TO TBP-RPT-LATE.
026800     MOVE TBP-RPT-DETAIL TO TBP-RW-LINE.
026900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
027000 6000-EXIT.
027100     EXIT.
027200
027300 7000-PRINT-TOTALS.
027400     MOVE SPACES TO TBP-RW-LINE.
027500     IF TBP-BROKEN-COUNT = ZERO
027600         MOVE "NO BROKEN PROMISES" TO TBP-RW-LINE
027700     END-IF.
027800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
027900     MOVE ZERO TO TBP-RPT-SUM-AMOUNT.
028000     MOVE "ACTIVITY RECORDS READ       = " TO TBP-RPT-SUM-LABEL.
028100     MOVE TBP-READ-COUNT TO TBP-RPT-SUM-COUNT.
028200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
028300     MOVE "PROMISES OPEN AT START      = " TO TBP-RPT-SUM-LABEL.
028400     MOVE TBP-OPEN-COUNT TO TBP-RPT-SUM-COUNT.
028500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
028600     MOVE "PROMISES NOT YET DUE        = " TO TBP-RPT-SUM-LABEL.
028700     MOVE TBP-NOT-DUE-COUNT TO TBP-RPT-SUM-COUNT.
028800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
028900     MOVE "KEPT THIS RUN DATE (AMOUNT) = " TO TBP-RPT-SUM-LABEL.
029000     MOVE TBP-KEPT-COUNT TO TBP-RPT-SUM-COUNT.
029100     MOVE TBP-KEPT-TOTAL TO TBP-RPT-SUM-AMOUNT.
029200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029300     MOVE "BROKEN THIS RUN DATE (AMT)  = " TO TBP-RPT-SUM-LABEL.
029400     MOVE TBP-BROKEN-COUNT TO TBP-RPT-SUM-COUNT.
029500     MOVE TBP-BROKEN-TOTAL TO TBP-RPT-SUM-AMOUNT.
029600     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029700     MOVE ZERO TO TBP-RPT-SUM-AMOUNT.
029800     MOVE "PROMISES NOT MARKED         = " TO TBP-RPT-SUM-LABEL.
029900     MOVE TBP-REWRITE-ERRORS TO TBP-RPT-SUM-COUNT.
030000     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
030100 7000-EXIT.
030200     EXIT.
030300
030400 7100-PRINT-SUM-LINE.
030500     MOVE TBP-RPT-SUM-LINE TO TBP-RW-LINE.
030600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
030700 7100-EXIT.
030800     EXIT.
030900
031000 8500-CALL-REPORT-WRITER.
031100     CALL "TRPTWRT" USING TBP-RW-FUNCTION, TBP-RW-TITLE,
031200         TBP-ERRLOG-PROGRAM-ID, TBP-RW-FILENAME, TBP-RW-LINE.
031300 8500-EXIT.
031400     EXIT.
031500
031600 8600-PRINT-LINE.
031700     MOVE "W" TO TBP-RW-FUNCTION.
031800     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
031900 8600-EXIT.
032000     EXIT.
032100
032200 9000-TERMINATE.
032300     IF NOT TBP-ABORT-RUN
032400         MOVE "C" TO TBP-RW-FUNCTION
032500         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
032600         IF NOT TBP-ACT-NOT-FOUND
032700             CLOSE MYACTFILE
032800         END-IF
032900         CLOSE MYHISTMST
033000         DISPLAY "tcollbrk: due = ", TBP-OPEN-COUNT,
033100             ", kept = ", TBP-KEPT-COUNT,
033200             ", broken = ", TBP-BROKEN-COUNT
033300         ACCEPT TBP-END-TIME FROM TIME
033400         MOVE TBP-READ-COUNT TO TBP-RUNHIST-COUNT
033500         CALL "TRUNHIST" USING TBP-ERRLOG-PROGRAM-ID,
033600             TBP-START-TIME, TBP-END-TIME, TBP-RUNHIST-COUNT
033700     END-IF.
033800*----------------------------------------------------------*
033900* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
034000* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
034100* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
034200*----------------------------------------------------------*
034300     EVALUATE TRUE
034400         WHEN TBP-ABORT-RUN
034500             MOVE 8 TO RETURN-CODE
034600         WHEN TBP-REWRITE-ERRORS > ZERO
034700             MOVE 8 TO RETURN-CODE
034800         WHEN TBP-BROKEN-COUNT > ZERO
034900             MOVE 4 TO RETURN-CODE
035000         WHEN OTHER
035100             MOVE ZERO TO RETURN-CODE
035200     END-EVALUATE.
035300 9000-EXIT.
035400     EXIT.
035500
035600* Input:
035700*    file "THistMaster.dat" (DL170 history master, read by key
035800*         for the account's payments)
035900* Input/Output:
036000*    file "TCollAct.dat" (DL315 collections activity; each
036100*         promise past its date is marked kept or broken, with
036200*         the amount paid and the date checked; none on the
036300*         system prints an empty report)
036400* Output:
036500*    file "TCollBrkRpt.txt" -- the promises broken as of the
036600*         run date, and totals
036700*    RETURN-CODE 0 = clean, 4 = broken promises listed,
036800*         8 = a file could not be opened or a promise could
036900*         not be marked
