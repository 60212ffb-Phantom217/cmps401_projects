000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TALRTRV.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. REVIEW SCREEN FOR THE
001200*                      DL290 UNUSUAL-ACTIVITY ALERTS TACTMON
001300*                      RAISES ON TACTALERT.DAT. L LISTS EVERY
001400*                      ALERT STILL OPEN OR ESCALATED; R TAKES
001500*                      ONE ALERT BY KEY AND MARKS IT CLEARED
001600*                      OR ESCALATED WITH A COMMENT. BEHIND THE
001700*                      TSIGNON CHECK AT AUTHORITY LEVEL 2; THE
001800*                      REVIEWER AND DATE RIDE ON THE ALERT.
001900*----------------------------------------------------------*
002000*----------------------------------------------------------*
002100* A CLEARED ALERT IS FINISHED AND CANNOT BE REVIEWED AGAIN. *
002200* AN ESCALATED ALERT STAYS ON THE OPEN LIST AND CAN BE      *
002300* CLEARED LATER; EACH REVIEW REPLACES THE COMMENT, SO THE   *
002400* COMMENT SAYS WHERE THE ALERT STANDS NOW. A COMMENT IS     *
002500* REQUIRED -- "LOOKED FINE" IS NOT A REVIEW WITHOUT A WORD. *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MYALERTFILE ASSIGN TO "TActAlert.dat"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS DYNAMIC
003300         RECORD KEY IS ALR-KEY
003400         FILE STATUS IS TLR-ALR-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  MYALERTFILE.
003800     COPY DL290.
003900 WORKING-STORAGE SECTION.
004000 01  TLR-ALR-STATUS   PIC XX        VALUE "00".
004100     88  TLR-ALR-OK                 VALUE "00".
004200     88  TLR-ALR-NOT-FOUND          VALUE "35".
004300 01  TLR-ALR-EOF-SW   PIC X         VALUE "N".
004400     88  TLR-ALR-EOF                VALUE "Y".
004500 01  TLR-FUNCTION     PIC X         VALUE SPACE.
004600     88  TLR-FUNCTION-LIST          VALUE "L".
004700     88  TLR-FUNCTION-REVIEW        VALUE "R".
004800     88  TLR-FUNCTION-QUIT          VALUE "Q".
004900 01  TLR-ACTION       PIC X         VALUE SPACE.
005000     88  TLR-ACTION-CLEAR           VALUE "C".
005100     88  TLR-ACTION-ESCALATE        VALUE "E".
005200 01  TLR-KEY-ACCT     PIC X(8)      VALUE SPACES.
005300 01  TLR-KEY-TYPE     PIC X         VALUE SPACE.
005400 01  TLR-KEY-DATE     PIC X(8)      VALUE SPACES.
005500 01  TLR-COMMENT      PIC X(40)     VALUE SPACES.
005600 01  TLR-TODAY        PIC 9(8)      VALUE ZERO.
005700 01  TLR-LIST-COUNT   PIC 9(5) COMP VALUE ZERO.
005800 01  TLR-D-COUNT      PIC ZZZZ9     VALUE ZERO.
005900 01  TLR-D-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
006000 01  TLR-D-THRESHOLD  PIC ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
006100 01  TLR-SG-LEVEL     PIC 9          VALUE 2.
006200 01  TLR-SG-RESULT    PIC X          VALUE SPACE.
006300     88  TLR-SG-GRANTED              VALUE "G".
006400 01  TLR-OPERATOR-ID  PIC X(8)       VALUE SPACES.
006500 01  TLR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TALRTRV".
006600 01  TLR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
006700 01  TLR-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
006800 PROCEDURE DIVISION.
006900 0000-MAINLINE.
007000     CALL "TSIGNON" USING TLR-SG-LEVEL, TLR-SG-RESULT,
007100         TLR-OPERATOR-ID.
007200     IF NOT TLR-SG-GRANTED
007300         DISPLAY "ALERT REVIEW NOT STARTED"
007400         STOP RUN
007500     END-IF.
007600     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
007700     PERFORM 2000-CHOOSE-FUNCTION THRU 2000-EXIT
007800         UNTIL TLR-FUNCTION-QUIT.
007900     CLOSE MYALERTFILE.
008000     STOP RUN.
008100
008200 1000-OPEN-FILES.
008300     ACCEPT TLR-TODAY FROM DATE YYYYMMDD.
008400     OPEN I-O MYALERTFILE.
008500     IF TLR-ALR-NOT-FOUND
008600         DISPLAY "NO TActAlert.dat, NO ALERTS TO REVIEW"
008700         STOP RUN
008800     END-IF.
008900     IF NOT TLR-ALR-OK
009000         DISPLAY "UNABLE TO OPEN TActAlert.dat, STATUS = ",
009100             TLR-ALR-STATUS
009200         CALL "TERRLOG" USING TLR-ERRLOG-PROGRAM-ID,
009300             TLR-ERRLOG-PARAGRAPH, TLR-ERRLOG-SEVERITY
009400         STOP RUN
009500     END-IF.
009600 1000-EXIT.
009700     EXIT.
009800
009900 2000-CHOOSE-FUNCTION.
010000     DISPLAY "FUNCTION (L=LIST OPEN, R=REVIEW, Q=QUIT): ".
010100     ACCEPT TLR-FUNCTION.
010200     IF TLR-FUNCTION-LIST
010300         PERFORM 3000-LIST-OPEN THRU 3000-EXIT
010400     ELSE
010500         IF TLR-FUNCTION-REVIEW
010600             PERFORM 4000-REVIEW-ALERT THRU 4000-EXIT
010700         END-IF
010800     END-IF.
010900 2000-EXIT.
011000     EXIT.
011100
011200*----------------------------------------------------------*
011300* 3000-LIST-OPEN BROWSES THE WHOLE ALERT FILE IN KEY ORDER  *
011400* AND SHOWS EVERY ALERT NOT YET CLEARED, WITH ITS KEY AS    *
011500* THE ANALYST WILL KEY IT ON R.                             *
011600*----------------------------------------------------------*
011700 3000-LIST-OPEN.
011800     MOVE ZERO TO TLR-LIST-COUNT.
011900     MOVE "N"  TO TLR-ALR-EOF-SW.
012000     MOVE LOW-VALUES TO ALR-KEY.
012100     START MYALERTFILE KEY IS NOT LESS THAN ALR-KEY
012200         INVALID KEY
012300             SET TLR-ALR-EOF TO TRUE
012400     END-START.
012500     PERFORM 3100-LIST-ONE THRU 3100-EXIT
012600         UNTIL TLR-ALR-EOF.
012700     IF TLR-LIST-COUNT = ZERO
012800         DISPLAY "NO OPEN ALERTS"
012900     END-IF.
013000 3000-EXIT.
013100     EXIT.
013200
013300 3100-LIST-ONE.
013400     READ MYALERTFILE NEXT RECORD
013500         AT END
013600             SET TLR-ALR-EOF TO TRUE
013700             GO TO 3100-EXIT
013800     END-READ.
013900     IF ALR-IS-CLEARED
014000         GO TO 3100-EXIT
014100     END-IF.
014200     ADD 1 TO TLR-LIST-COUNT.
014300     PERFORM 5000-SHOW-ALERT THRU 5000-EXIT.
014400 3100-EXIT.
014500     EXIT.
014600
014700 4000-REVIEW-ALERT.
014800     DISPLAY "ACCOUNT (8 CHAR): ".
014900     ACCEPT TLR-KEY-ACCT.
015000     DISPLAY "TYPE (C=COUNT, A=AMOUNT, L=LARGE ITEM): ".
015100     ACCEPT TLR-KEY-TYPE.
015200     DISPLAY "ITEM DATE (CCYYMMDD): ".
015300     ACCEPT TLR-KEY-DATE.
015400     IF TLR-KEY-DATE IS NOT NUMERIC
015500         DISPLAY "ITEM DATE MUST BE CCYYMMDD"
015600         GO TO 4000-EXIT
015700     END-IF.
015800     MOVE TLR-KEY-ACCT TO ALR-ACCT-NUMBER.
015900     MOVE TLR-KEY-TYPE TO ALR-TYPE.
016000     MOVE TLR-KEY-DATE TO ALR-ITEM-DATE.
016100     READ MYALERTFILE
016200         INVALID KEY
016300             DISPLAY "NO ALERT ", TLR-KEY-ACCT, " ",
016400                 TLR-KEY-TYPE, " ", TLR-KEY-DATE
016500             GO TO 4000-EXIT
016600     END-READ.
016700     PERFORM 5000-SHOW-ALERT THRU 5000-EXIT.
016800     IF ALR-IS-CLEARED
016900         DISPLAY "ALERT ALREADY CLEARED BY ", ALR-REVIEW-OPERATOR,
017000             " ON ", ALR-REVIEW-DATE
017100         GO TO 4000-EXIT
017200     END-IF.
017300     DISPLAY "ACTION (C=CLEAR, E=ESCALATE, BLANK=LEAVE): ".
017400     ACCEPT TLR-ACTION.
017500     IF NOT TLR-ACTION-CLEAR AND NOT TLR-ACTION-ESCALATE
017600         DISPLAY "ALERT LEFT AS IT WAS"
017700         GO TO 4000-EXIT
017800     END-IF.
017900     DISPLAY "COMMENT (40 CHAR): ".
018000     MOVE SPACES TO TLR-COMMENT.
018100     ACCEPT TLR-COMMENT.
018200     IF TLR-COMMENT = SPACES
018300         DISPLAY "A COMMENT IS REQUIRED, ALERT LEFT AS IT WAS"
018400         GO TO 4000-EXIT
018500     END-IF.
018600     IF TLR-ACTION-CLEAR
018700         SET ALR-IS-CLEARED   TO TRUE
018800     ELSE
018900         SET ALR-IS-ESCALATED TO TRUE
019000     END-IF.
019100     MOVE TLR-OPERATOR-ID TO ALR-REVIEW-OPERATOR.
019200     MOVE TLR-TODAY       TO ALR-REVIEW-DATE.
019300     MOVE TLR-COMMENT     TO ALR-COMMENT.
019400     REWRITE ACT-ALERT-RECORD
019500         INVALID KEY
019600             DISPLAY "ALERT COULD NOT BE UPDATED, STATUS = ",
019700                 TLR-ALR-STATUS
019800             MOVE "4000-REVIEW-ALERT" TO TLR-ERRLOG-PARAGRAPH
019900             CALL "TERRLOG" USING TLR-ERRLOG-PROGRAM-ID,
020000                 TLR-ERRLOG-PARAGRAPH, TLR-ERRLOG-SEVERITY
020100         NOT INVALID KEY
020200             DISPLAY "ALERT ", ALR-ACCT-NUMBER, " ", ALR-TYPE,
020300                 " ", ALR-ITEM-DATE, " NOW ", ALR-STATUS
020400     END-REWRITE.
020500 4000-EXIT.
020600     EXIT.
020700
020800 5000-SHOW-ALERT.
020900     MOVE ALR-COUNT     TO TLR-D-COUNT.
021000     MOVE ALR-AMOUNT    TO TLR-D-AMOUNT.
021100     MOVE ALR-THRESHOLD TO TLR-D-THRESHOLD.
021200     DISPLAY ALR-ACCT-NUMBER, " ", ALR-TYPE, " ", ALR-ITEM-DATE,
021300         "  RAISED ", ALR-RAISED-DATE, "  STATUS ", ALR-STATUS,
021400         "  COUNT ", TLR-D-COUNT, "  AMOUNT ", TLR-D-AMOUNT,
021500         "  LIMIT ", TLR-D-THRESHOLD.
021600     IF ALR-REVIEW-OPERATOR NOT = SPACES
021700         DISPLAY "    LAST REVIEW ", ALR-REVIEW-DATE, " BY ",
021800             ALR-REVIEW-OPERATOR, ": ", ALR-COMMENT
021900     END-IF.
022000 5000-EXIT.
022100     EXIT.
022200
022300* Input:
022400*    sign-on through TSIGNON (DL210 operator master, level 2)
022500*    console function code, alert key, action, and comment
022600* Input/Output:
022700*    file "TActAlert.dat" (DL290 alerts raised by TACTMON) --
022800*         status, reviewer, review date, and comment rewritten
