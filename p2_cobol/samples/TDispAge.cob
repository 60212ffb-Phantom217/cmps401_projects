000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TDISPAGE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. DISPUTE CASE AGING
001200*                      REPORT OVER THE DL305 CASE FILE,
001300*                      TDISPUTE.DAT: EVERY CASE STILL OPEN IS
001400*                      LISTED OLDEST FIRST WITH ITS DAYS OPEN
001500*                      AND WHETHER A PROVISIONAL CREDIT IS
001600*                      OUT, AND THE TOTALS ARE BANDED AT 30
001700*                      AND 60 DAYS. READ ONLY.
001800*----------------------------------------------------------*
001900*----------------------------------------------------------*
002000* DAYS OPEN IS RUN DATE LESS OPEN DATE IN CALENDAR DAYS, SO *
002100* A CASE OPENED TODAY IS DAY ZERO. OPEN CASES COLLECT INTO  *
002200* A TABLE IN OPEN-DATE ORDER, AS TBIOG BUILDS ITS EVENTS,   *
002300* AND ARE PRINTED FROM IT; MORE THAN THE TABLE HOLDS ARE    *
002400* STILL COUNTED AND BANDED, AND THE REPORT SAYS SO. CLOSED  *
002500* CASES ARE COUNTED BUT NOT LISTED.                         *
002600*----------------------------------------------------------*
002700 ENVIRONMENT DIVISION.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT MYCASEFILE ASSIGN TO "TDispute.dat"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS SEQUENTIAL
003300         RECORD KEY IS DC-KEY
003400         FILE STATUS IS TDA-CASE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  MYCASEFILE.
003800     COPY DL305.
003900 WORKING-STORAGE SECTION.
004000 01  TDA-CASE-STATUS  PIC XX        VALUE "00".
004100     88  TDA-CASE-OK                VALUE "00".
004200     88  TDA-CASE-NOT-FOUND         VALUE "35".
004300 01  TDA-CASE-EOF-SW  PIC X         VALUE "N".
004400     88  TDA-CASE-EOF               VALUE "Y".
004500 01  TDA-ABORT-SW     PIC X         VALUE "N".
004600     88  TDA-ABORT-RUN              VALUE "Y".
004700 01  TDA-RUN-DATE     PIC 9(8)      VALUE ZERO.
004800 01  TDA-AGE          PIC S9(5) COMP VALUE ZERO.
004900 01  TDA-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
005000 01  TDA-OPEN-COUNT   PIC 9(7) COMP VALUE ZERO.
005100 01  TDA-CREDIT-COUNT PIC 9(7) COMP VALUE ZERO.
005200 01  TDA-WON-COUNT    PIC 9(7) COMP VALUE ZERO.
005300 01  TDA-LOST-COUNT   PIC 9(7) COMP VALUE ZERO.
005400 01  TDA-BAND-1-COUNT PIC 9(7) COMP VALUE ZERO.
005500 01  TDA-BAND-2-COUNT PIC 9(7) COMP VALUE ZERO.
005600 01  TDA-BAND-3-COUNT PIC 9(7) COMP VALUE ZERO.
005700 01  TDA-OLDEST-AGE   PIC S9(5) COMP VALUE ZERO.
005800 01  TDA-OPEN-TOTAL   PIC S9(9)V99  VALUE ZERO.
005900 01  TDA-CREDIT-TOTAL PIC S9(9)V99  VALUE ZERO.
006000 01  TDA-TB-TALLY     PIC 9(3) COMP VALUE ZERO.
006100 01  TDA-TB-SUB       PIC 9(3) COMP VALUE ZERO.
006200 01  TDA-TB-POS       PIC 9(3) COMP VALUE ZERO.
006300 01  TDA-TB-LIMIT     PIC 9(3) COMP VALUE 500.
006400 01  TDA-TB-DROPPED   PIC 9(5) COMP VALUE ZERO.
006500 01  TDA-CASE-TABLE.
006600     05  TDA-CASE-ENTRY OCCURS 500 TIMES.
006700         10  TDA-T-OPEN-DATE  PIC 9(8).
006800         10  TDA-T-TRAN-KEY   PIC X(8).
006900         10  TDA-T-HIST-DATE  PIC 9(8).
007000         10  TDA-T-AGE        PIC S9(5) COMP.
007100         10  TDA-T-CREDIT     PIC X.
007200         10  TDA-T-AMOUNT     PIC S9(5)V99.
007300         10  TDA-T-OPERATOR   PIC X(8).
007400         10  TDA-T-REASON     PIC X(14).
007500 01  TDA-START-TIME   PIC 9(8)      VALUE ZERO.
007600 01  TDA-END-TIME     PIC 9(8)      VALUE ZERO.
007700 01  TDA-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
007800 01  TDA-RD-FUNCTION  PIC X         VALUE "G".
007900 01  TDA-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TDISPAGE".
008000 01  TDA-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
008100 01  TDA-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
008200 01  TDA-RW-FUNCTION  PIC X         VALUE SPACE.
008300 01  TDA-RW-TITLE     PIC X(30)
008400     VALUE "TDISPAGE OPEN DISPUTE AGING".
008500 01  TDA-RW-FILENAME  PIC X(40)     VALUE "TDispAgeRpt.txt".
008600 01  TDA-RW-LINE      PIC X(80)     VALUE SPACES.
008700 01  TDA-RPT-HEAD-LINE.
008800     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
008900     05  TDA-RPT-RUN-DATE PIC 9(8).
009000     05  FILLER           PIC X(61) VALUE SPACES.
009100 01  TDA-RPT-COL-LINE.
009200     05  FILLER           PIC X(39)
009300         VALUE "KEY      POSTED   OPENED    DAYS CR    ".
009400     05  FILLER           PIC X(41)
009500         VALUE "AMOUNT OPENED BY REASON                  ".
009600 01  TDA-RPT-DETAIL.
009700     05  TDA-RPT-KEY      PIC X(8).
009800     05  FILLER           PIC X(1)  VALUE SPACE.
009900     05  TDA-RPT-POSTED   PIC 9(8).
010000     05  FILLER           PIC X(1)  VALUE SPACE.
010100     05  TDA-RPT-OPENED   PIC 9(8).
010200     05  FILLER           PIC X(1)  VALUE SPACE.
010300     05  TDA-RPT-AGE      PIC ZZZZ9.
010400     05  FILLER           PIC X(1)  VALUE SPACE.
010500     05  TDA-RPT-CREDIT   PIC X.
010600     05  FILLER           PIC X(1)  VALUE SPACE.
010700     05  TDA-RPT-AMOUNT   PIC -ZZ,ZZ9.99.
010800     05  FILLER           PIC X(1)  VALUE SPACE.
010900     05  TDA-RPT-OPERATOR PIC X(8).
011000     05  FILLER           PIC X(2)  VALUE SPACES.
011100     05  TDA-RPT-REASON   PIC X(14).
011200     05  FILLER           PIC X(10) VALUE SPACES.
011300 01  TDA-RPT-SUM-LINE.
011400     05  TDA-RPT-SUM-LABEL PIC X(30).
011500     05  TDA-RPT-SUM-COUNT PIC ZZZZZZ9.
011600     05  FILLER           PIC X(2)  VALUE SPACES.
011700     05  TDA-RPT-SUM-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
011800     05  FILLER           PIC X(26) VALUE SPACES.
011900 PROCEDURE DIVISION.
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     IF NOT TDA-ABORT-RUN
012300         PERFORM 2000-AGE-ONE-CASE THRU 2000-EXIT
012400             UNTIL TDA-CASE-EOF
012500         PERFORM 6000-PRINT-CASES THRU 6000-EXIT
012600         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
012700     END-IF.
012800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
012900     GOBACK.
013000
013100 1000-INITIALIZE.
013200     ACCEPT TDA-START-TIME FROM TIME.
013300     CALL "TRUNDATE" USING TDA-RD-FUNCTION, TDA-ERRLOG-PROGRAM-ID,
013400         TDA-RUN-DATE.
013500     OPEN INPUT MYCASEFILE.
013600     IF TDA-CASE-NOT-FOUND
013700         SET TDA-CASE-EOF TO TRUE
013800     ELSE
013900         IF NOT TDA-CASE-OK
014000             DISPLAY "tdispage: unable to open TDispute.dat,",
014100                 " status = ", TDA-CASE-STATUS
014200             CALL "TERRLOG" USING TDA-ERRLOG-PROGRAM-ID,
014300                 TDA-ERRLOG-PARAGRAPH, TDA-ERRLOG-SEVERITY
014400             SET TDA-ABORT-RUN TO TRUE
014500             GO TO 1000-EXIT
014600         END-IF
014700     END-IF.
014800     MOVE "O" TO TDA-RW-FUNCTION.
014900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
015000     MOVE TDA-RUN-DATE TO TDA-RPT-RUN-DATE.
015100     MOVE TDA-RPT-HEAD-LINE TO TDA-RW-LINE.
015200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
015300     MOVE SPACES TO TDA-RW-LINE.
015400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
015500     MOVE TDA-RPT-COL-LINE TO TDA-RW-LINE.
015600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
015700 1000-EXIT.
015800     EXIT.
015900
016000 2000-AGE-ONE-CASE.
016100     READ MYCASEFILE NEXT RECORD
016200         AT END
016300             SET TDA-CASE-EOF TO TRUE
016400             GO TO 2000-EXIT
016500     END-READ.
016600     ADD 1 TO TDA-READ-COUNT.
016700     IF DC-IS-WON
016800         ADD 1 TO TDA-WON-COUNT
016900         GO TO 2000-EXIT
017000     END-IF.
017100     IF DC-IS-LOST
017200         ADD 1 TO TDA-LOST-COUNT
017300         GO TO 2000-EXIT
017400     END-IF.
017500     ADD 1 TO TDA-OPEN-COUNT.
017600     ADD DC-AMOUNT TO TDA-OPEN-TOTAL.
017700     IF DC-CREDIT-ISSUED
017800         ADD 1 TO TDA-CREDIT-COUNT
017900         ADD DC-AMOUNT TO TDA-CREDIT-TOTAL
018000     END-IF.
018100     COMPUTE TDA-AGE = FUNCTION INTEGER-OF-DATE (TDA-RUN-DATE)
018200         - FUNCTION INTEGER-OF-DATE (DC-OPEN-DATE).
018300     IF TDA-AGE < ZERO
018400         MOVE ZERO TO TDA-AGE
018500     END-IF.
018600     IF TDA-AGE > TDA-OLDEST-AGE
018700         MOVE TDA-AGE TO TDA-OLDEST-AGE
018800     END-IF.
018900     IF TDA-AGE NOT > 30
019000         ADD 1 TO TDA-BAND-1-COUNT
019100     ELSE
019200         IF TDA-AGE NOT > 60
019300             ADD 1 TO TDA-BAND-2-COUNT
019400         ELSE
019500             ADD 1 TO TDA-BAND-3-COUNT
019600         END-IF
019700     END-IF.
019800     PERFORM 5000-ADD-CASE THRU 5000-EXIT.
019900 2000-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------*
020300* 5000-ADD-CASE INSERTS THE CASE IN OPEN-DATE ORDER, SO THE
020400* PRINT PASS IS A STRAIGHT WALK FROM THE OLDEST CASE DOWN.
020500* CASES OPENED THE SAME DAY KEEP THEIR KEY ORDER.
020600*----------------------------------------------------------*
020700 5000-ADD-CASE.
020800     IF TDA-TB-TALLY >= TDA-TB-LIMIT
020900         ADD 1 TO TDA-TB-DROPPED
021000         GO TO 5000-EXIT
021100     END-IF.
021200     MOVE 1 TO TDA-TB-POS.
021300     PERFORM 5100-FIND-SLOT THRU 5100-EXIT
021400         UNTIL TDA-TB-POS > TDA-TB-TALLY
021500         OR TDA-T-OPEN-DATE (TDA-TB-POS) > DC-OPEN-DATE.
021600     PERFORM 5200-SHIFT-UP THRU 5200-EXIT
021700         VARYING TDA-TB-SUB FROM TDA-TB-TALLY BY -1
021800         UNTIL TDA-TB-SUB < TDA-TB-POS.
021900     MOVE DC-OPEN-DATE     TO TDA-T-OPEN-DATE (TDA-TB-POS).
022000     MOVE DC-TRAN-KEY      TO TDA-T-TRAN-KEY (TDA-TB-POS).
022100     MOVE DC-HIST-DATE     TO TDA-T-HIST-DATE (TDA-TB-POS).
022200     MOVE TDA-AGE          TO TDA-T-AGE (TDA-TB-POS).
022300     MOVE DC-CREDIT-SW     TO TDA-T-CREDIT (TDA-TB-POS).
022400     MOVE DC-AMOUNT        TO TDA-T-AMOUNT (TDA-TB-POS).
022500     MOVE DC-OPEN-OPERATOR TO TDA-T-OPERATOR (TDA-TB-POS).
022600     MOVE DC-REASON        TO TDA-T-REASON (TDA-TB-POS).
022700     ADD 1 TO TDA-TB-TALLY.
022800 5000-EXIT.
022900     EXIT.
023000
023100 5100-FIND-SLOT.
023200     ADD 1 TO TDA-TB-POS.
023300 5100-EXIT.
023400     EXIT.
023500
023600 5200-SHIFT-UP.
023700     MOVE TDA-CASE-ENTRY (TDA-TB-SUB)
023800         TO TDA-CASE-ENTRY (TDA-TB-SUB + 1).
023900 5200-EXIT.
024000     EXIT.
024100
024200 6000-PRINT-CASES.
024300     PERFORM 6100-PRINT-ONE-CASE THRU 6100-EXIT
024400         VARYING TDA-TB-SUB FROM 1 BY 1
024500         UNTIL TDA-TB-SUB > TDA-TB-TALLY.
024600     IF TDA-TB-DROPPED > ZERO
024700         MOVE "CASE TABLE FULL, NEWER CASES NOT LISTED"
024800             TO TDA-RW-LINE
024900         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
025000     END-IF.
025100 6000-EXIT.
025200     EXIT.
025300
025400 6100-PRINT-ONE-CASE.
025500     MOVE TDA-T-TRAN-KEY (TDA-TB-SUB)  TO TDA-RPT-KEY.
025600     MOVE TDA-T-HIST-DATE (TDA-TB-SUB) TO TDA-RPT-POSTED.
025700     MOVE TDA-T-OPEN-DATE (TDA-TB-SUB) TO TDA-RPT-OPENED.
025800     MOVE TDA-T-AGE (TDA-TB-SUB)       TO TDA-RPT-AGE.
025900     MOVE TDA-T-CREDIT (TDA-TB-SUB)    TO TDA-RPT-CREDIT.
026000     MOVE TDA-T-AMOUNT (TDA-TB-SUB)    TO TDA-RPT-AMOUNT.
026100     MOVE TDA-T-OPERATOR (TDA-TB-SUB)  TO TDA-RPT-OPERATOR.
026200     MOVE TDA-T-REASON (TDA-TB-SUB)    TO TDA-RPT-REASON.
026300     MOVE TDA-RPT-DETAIL TO TDA-RW-LINE.
026400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
026500 6100-EXIT.
026600     EXIT.
026700
026800 7000-PRINT-TOTALS.
026900     MOVE SPACES TO TDA-RW-LINE.
027000     IF TDA-OPEN-COUNT = ZERO
027100         MOVE "NO OPEN DISPUTE CASES" TO TDA-RW-LINE
027200     END-IF.
027300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
027400     MOVE ZERO TO TDA-RPT-SUM-AMOUNT.
027500     MOVE "CASES ON FILE               = " TO TDA-RPT-SUM-LABEL.
027600     MOVE TDA-READ-COUNT TO TDA-RPT-SUM-COUNT.
027700     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
027800     MOVE "OPEN (AMOUNT DISPUTED)      = " TO TDA-RPT-SUM-LABEL.
027900     MOVE TDA-OPEN-COUNT TO TDA-RPT-SUM-COUNT.
028000     MOVE TDA-OPEN-TOTAL TO TDA-RPT-SUM-AMOUNT.
028100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
028200     MOVE "OPEN, CREDIT OUT (AMOUNT)   = " TO TDA-RPT-SUM-LABEL.
028300     MOVE TDA-CREDIT-COUNT TO TDA-RPT-SUM-COUNT.
028400     MOVE TDA-CREDIT-TOTAL TO TDA-RPT-SUM-AMOUNT.
028500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
028600     MOVE ZERO TO TDA-RPT-SUM-AMOUNT.
028700     MOVE "WON (NOT LISTED)            = " TO TDA-RPT-SUM-LABEL.
028800     MOVE TDA-WON-COUNT TO TDA-RPT-SUM-COUNT.
028900     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029000     MOVE "LOST (NOT LISTED)           = " TO TDA-RPT-SUM-LABEL.
029100     MOVE TDA-LOST-COUNT TO TDA-RPT-SUM-COUNT.
029200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029300     MOVE "OPEN 0 - 30 DAYS            = " TO TDA-RPT-SUM-LABEL.
029400     MOVE TDA-BAND-1-COUNT TO TDA-RPT-SUM-COUNT.
029500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029600     MOVE "OPEN 31 - 60 DAYS           = " TO TDA-RPT-SUM-LABEL.
029700     MOVE TDA-BAND-2-COUNT TO TDA-RPT-SUM-COUNT.
029800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
029900     MOVE "OPEN OVER 60 DAYS           = " TO TDA-RPT-SUM-LABEL.
030000     MOVE TDA-BAND-3-COUNT TO TDA-RPT-SUM-COUNT.
030100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
030200     MOVE "OLDEST OPEN CASE, DAYS      = " TO TDA-RPT-SUM-LABEL.
030300     MOVE TDA-OLDEST-AGE TO TDA-RPT-SUM-COUNT.
030400     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
030500 7000-EXIT.
030600     EXIT.
030700
030800 7100-PRINT-SUM-LINE.
030900     MOVE TDA-RPT-SUM-LINE TO TDA-RW-LINE.
031000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
031100 7100-EXIT.
031200     EXIT.
031300
031400 8500-CALL-REPORT-WRITER.
031500     CALL "TRPTWRT" USING TDA-RW-FUNCTION, TDA-RW-TITLE,
031600         TDA-ERRLOG-PROGRAM-ID, TDA-RW-FILENAME, TDA-RW-LINE.
031700 8500-EXIT.
031800     EXIT.
031900
032000 8600-PRINT-LINE.
032100     MOVE "W" TO TDA-RW-FUNCTION.
032200     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
032300 8600-EXIT.
032400     EXIT.
032500
032600 9000-TERMINATE.
032700     IF NOT TDA-ABORT-RUN
032800         MOVE "C" TO TDA-RW-FUNCTION
032900         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
033000         IF NOT TDA-CASE-NOT-FOUND
033100             CLOSE MYCASEFILE
033200         END-IF
033300         DISPLAY "tdispage: open = ", TDA-OPEN-COUNT,
033400             ", credit out = ", TDA-CREDIT-COUNT,
033500             ", oldest days = ", TDA-OLDEST-AGE
033600         ACCEPT TDA-END-TIME FROM TIME
033700         MOVE TDA-READ-COUNT TO TDA-RUNHIST-COUNT
033800         CALL "TRUNHIST" USING TDA-ERRLOG-PROGRAM-ID,
033900             TDA-START-TIME, TDA-END-TIME, TDA-RUNHIST-COUNT
034000     END-IF.
034100*----------------------------------------------------------*
034200* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
034300* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
034400* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
034500*----------------------------------------------------------*
034600     IF TDA-ABORT-RUN
034700         MOVE 8 TO RETURN-CODE
034800     ELSE
034900         MOVE ZERO TO RETURN-CODE
035000     END-IF.
035100 9000-EXIT.
035200     EXIT.
035300
035400* Input:
035500*    file "TDispute.dat" (DL305 cases, read only; none on the
035600*         system prints an empty report)
035700* Output:
035800*    file "TDispAgeRpt.txt" -- open cases oldest first with
035900*         their days open, and banded totals
036000*    RETURN-CODE 0 = clean, 8 = the case file could not be
036100*         opened
