000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TACCRUE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY INTEREST
001200*                      ACCRUAL AGAINST THE DL140 ACCOUNT
001300*                      MASTER -- INTEREST LEAVES FINANCE'S
001400*                      SPREADSHEET THE WAY SERVICE CHARGES
001500*                      DID. RUN AFTER TPOST, ON THE END-OF-DAY
001600*                      BALANCE: EACH ACCOUNT'S DAILY INTEREST
001700*                      FROM THE DL260 RATE TABLE
001800*                      (TINTRATETBL.DAT) IS ADDED TO ITS DL265
001900*                      RECORD ON TACCRUAL.DAT FOR EVERY
002000*                      TPROCCAL.DAT BUSINESS DAY SINCE ITS
002100*                      LAST ACCRUAL. AT MONTH-END THE ACCRUED
002200*                      AMOUNT IS CAPITALIZED AS AN ORDINARY
002300*                      TRANSACTION IN TFILEIN.DAT (FLAG I,
002400*                      TYPE N), THE WAY TCHARGE WRITES ITS
002500*                      CHARGES. THE ACCRUAL REPORT ON
002600*                      TACCRUERPT.TXT TIES THE ACCRUAL FILE
002700*                      OUT TO THE CAPITALIZED TOTAL.
002720*    2026-10-15 DL     A CLOSED ACCOUNT NO LONGER ACCRUES, AND
002740*                      A FROZEN ACCOUNT'S ACCRUAL IS CARRIED
002760*                      RATHER THAN CAPITALIZED (DL140
002780*                      ACCT-STATUS).
002800*----------------------------------------------------------*
002900*----------------------------------------------------------*
003000* THE BALANCES ARE NOT TOUCHED HERE, FOR THE SAME REASON    *
003100* TCHARGE LEAVES THEM ALONE: THE CAPITALIZED INTEREST POSTS *
003200* THROUGH TFILE, THE AUDIT TRAIL, TPOST AND TFEED LIKE ANY  *
003300* OTHER ENTRY. DAYS ARE COUNTED WITH TBUSDAY FROM THE LAST  *
003400* ACCRUAL DATE, SO A RERUN OF THE SAME NIGHT ACCRUES        *
003500* NOTHING AND A MISSED NIGHT IS MADE UP ON THE NEXT. A      *
003600* MONTH-END RUN IS A LISTED TPROCCAL.DAT MONTH-END OR THE   *
003700* LAST PROCESSING DAY OF THE MONTH. A CAPITALIZATION THAT   *
003800* CANNOT BE WRITTEN (A TRANSACTION ALREADY PENDING UNDER    *
003900* THE KEY, OR TOO LARGE FOR ONE DL100 AMOUNT) IS LISTED AND *
004000* THE ACCRUAL CARRIED, AND THE NEXT RUN TRIES AGAIN.        *
004100*----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MYRATETABLE ASSIGN TO "TIntRateTbl.dat"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS TAR-TBL-STATUS.
004800     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS ACCT-NUMBER
005200         FILE STATUS IS TAR-MST-STATUS.
005300     SELECT MYACCRUAL ASSIGN TO "TAccrual.dat"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS DYNAMIC
005600         RECORD KEY IS ACR-ACCT-NUMBER
005700         FILE STATUS IS TAR-ACR-STATUS.
005800     SELECT MYMAINTFILE ASSIGN TO "TFileIn.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS IN-KEY
006200         FILE STATUS IS TAR-IN-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  MYRATETABLE.
006600     COPY DL260.
006700 FD  MYMASTER.
006800     COPY DL140.
006900 FD  MYACCRUAL.
007000     COPY DL265.
007100 FD  MYMAINTFILE.
007200     COPY DL100.
007300 WORKING-STORAGE SECTION.
007400 01  TAR-TBL-STATUS   PIC XX        VALUE "00".
007500     88  TAR-TBL-OK                 VALUE "00".
007600     88  TAR-TBL-NOT-FOUND          VALUE "35".
007700 01  TAR-MST-STATUS   PIC XX        VALUE "00".
007800     88  TAR-MST-OK                 VALUE "00".
007900 01  TAR-ACR-STATUS   PIC XX        VALUE "00".
008000     88  TAR-ACR-OK                 VALUE "00".
008100     88  TAR-ACR-NOT-FOUND          VALUE "35".
008200 01  TAR-IN-STATUS    PIC XX        VALUE "00".
008300     88  TAR-IN-OK                  VALUE "00".
008400 01  TAR-TBL-EOF-SW   PIC X         VALUE "N".
008500     88  TAR-TBL-EOF                VALUE "Y".
008600 01  TAR-MST-EOF-SW   PIC X         VALUE "N".
008700     88  TAR-MST-EOF                VALUE "Y".
008800 01  TAR-ACR-EOF-SW   PIC X         VALUE "N".
008900     88  TAR-ACR-EOF                VALUE "Y".
009000 01  TAR-ABORT-SW     PIC X         VALUE "N".
009100     88  TAR-ABORT-RUN              VALUE "Y".
009200 01  TAR-NONPROC-SW   PIC X         VALUE "N".
009300     88  TAR-NONPROC-DAY            VALUE "Y".
009400 01  TAR-MONTH-END-SW PIC X         VALUE "N".
009500     88  TAR-MONTH-END              VALUE "Y".
009600 01  TAR-ACR-NEW-SW   PIC X         VALUE "N".
009700     88  TAR-ACR-NEW                VALUE "Y".
009800 01  TAR-TOO-LARGE-SW PIC X         VALUE "N".
009900     88  TAR-TOO-LARGE              VALUE "Y".
010000 01  TAR-CAP-WRITTEN-SW PIC X       VALUE "N".
010100     88  TAR-CAP-WRITTEN            VALUE "Y".
010200 01  TAR-CAP-CARRIED-SW PIC X       VALUE "N".
010300     88  TAR-CAP-CARRIED            VALUE "Y".
010400 01  TAR-SAVE-FAILED-SW PIC X       VALUE "N".
010500     88  TAR-SAVE-FAILED            VALUE "Y".
010600 01  TAR-TIED-SW      PIC X         VALUE "N".
010700     88  TAR-TIES-OUT               VALUE "Y".
010800 01  TAR-BAND-TALLY   PIC 9(2) COMP VALUE ZERO.
010900 01  TAR-BAND-SUB     PIC 9(2) COMP VALUE ZERO.
011000 01  TAR-BAND-LIMIT   PIC 9(2) COMP VALUE 10.
011100 01  TAR-BAND-FOUND-SW PIC X        VALUE "N".
011200     88  TAR-BAND-FOUND             VALUE "Y".
011300 01  TAR-BAND-TABLE.
011400     05  TAR-BAND-ENTRY OCCURS 10 TIMES.
011500         10  TAR-B-LOW    PIC 9(9)V99  COMP-3.
011600         10  TAR-B-HIGH   PIC 9(9)V99  COMP-3.
011700         10  TAR-B-RATE   PIC 99V9(4)  COMP-3.
011800         10  TAR-B-DIRECTION PIC X.
011900             88  TAR-B-PAY              VALUE "P".
012000 01  TAR-BASIS-DAYS   PIC 9(3)      VALUE 365.
012100 01  TAR-DAYS         PIC 9(5) COMP VALUE ZERO.
012200 01  TAR-ACCRUAL      PIC S9(7)V9(6) COMP-3 VALUE ZERO.
012300 01  TAR-CAP-AMOUNT   PIC S9(5)V99  VALUE ZERO.
012400 01  TAR-CAP-PERIOD   PIC 9(6)      VALUE ZERO.
012500 01  TAR-RUN-DATE     PIC 9(8)      VALUE ZERO.
012600 01  TAR-RUN-YYMMDD   PIC 9(6)      VALUE ZERO.
012700 01  TAR-RUN-PERIOD   PIC 9(6)      VALUE ZERO.
012800 01  TAR-NEXT-INT     PIC 9(8) COMP VALUE ZERO.
012900 01  TAR-NEXT-PERIOD  PIC 9(6)      VALUE ZERO.
013000 01  TAR-NEXT-TRIES   PIC 9(2) COMP VALUE ZERO.
013100 01  TAR-NEXT-FOUND-SW PIC X        VALUE "N".
013200     88  TAR-NEXT-FOUND             VALUE "Y".
013300 01  TAR-ACCRUED-COUNT PIC 9(7) COMP VALUE ZERO.
013400 01  TAR-CAP-COUNT    PIC 9(7) COMP VALUE ZERO.
013500 01  TAR-SKIPPED-COUNT PIC 9(7) COMP VALUE ZERO.
013600 01  TAR-OPENING-TOTAL PIC S9(11)V9(6) COMP-3 VALUE ZERO.
013700 01  TAR-ACCRUED-TOTAL PIC S9(11)V9(6) COMP-3 VALUE ZERO.
013800 01  TAR-CAP-TOTAL    PIC S9(11)V9(6) COMP-3 VALUE ZERO.
013900 01  TAR-CLOSING-TOTAL PIC S9(11)V9(6) COMP-3 VALUE ZERO.
014000 01  TAR-FILE-TOTAL   PIC S9(11)V9(6) COMP-3 VALUE ZERO.
014100 01  TAR-START-TIME   PIC 9(8)      VALUE ZERO.
014200 01  TAR-END-TIME     PIC 9(8)      VALUE ZERO.
014300 01  TAR-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
014400 01  TAR-BD-FUNCTION  PIC X         VALUE SPACE.
014500 01  TAR-BD-DATE-1    PIC 9(8)      VALUE ZERO.
014600 01  TAR-BD-DATE-2    PIC 9(8)      VALUE ZERO.
014700 01  TAR-BD-AVAIL     PIC X         VALUE "N".
014800     88  TAR-BD-CAL-AVAILABLE       VALUE "Y".
014900 01  TAR-BD-RESULT    PIC X         VALUE SPACE.
015000 01  TAR-BD-DAYS      PIC S9(5)     VALUE ZERO.
015100 01  TAR-LOCK-FUNCTION PIC X        VALUE SPACE.
015200 01  TAR-LOCK-CALLER  PIC X(8)      VALUE "TACCRUE".
015300 01  TAR-LOCK-RESULT  PIC X         VALUE SPACE.
015400     88  TAR-LOCK-IS-HELD           VALUE "H".
015500 01  TAR-LOCK-HOLDER  PIC X(8)      VALUE SPACES.
015600 01  TAR-LOCK-DATE    PIC 9(8)      VALUE ZERO.
015700 01  TAR-LOCK-TIME    PIC 9(8)      VALUE ZERO.
015800 01  TAR-RD-FUNCTION  PIC X         VALUE "G".
015900 01  TAR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TACCRUE".
016000 01  TAR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
016100 01  TAR-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
016200 01  TAR-RW-FUNCTION  PIC X         VALUE SPACE.
016300 01  TAR-RW-TITLE     PIC X(30)
016400     VALUE "TACCRUE INTEREST ACCRUAL".
016500 01  TAR-RW-FILENAME  PIC X(40)     VALUE "TAccrueRpt.txt".
016600 01  TAR-RW-LINE      PIC X(80)     VALUE SPACES.
016700 01  TAR-RPT-HEAD-LINE.
016800     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
016900     05  TAR-RPT-RUN-DATE PIC 9(8).
017000     05  FILLER           PIC X(15) VALUE "  DAY BASIS = ".
017100     05  TAR-RPT-BASIS    PIC ZZ9.
017200     05  FILLER           PIC X(15) VALUE "  MONTH-END = ".
017300     05  TAR-RPT-MONTH-END PIC X.
017400     05  FILLER           PIC X(27) VALUE SPACES.
017500 01  TAR-RPT-DETAIL.
017600     05  TAR-RPT-ACCT     PIC X(8).
017700     05  FILLER           PIC X(2)  VALUE SPACES.
017800     05  TAR-RPT-BRANCH   PIC X(4).
017900     05  FILLER           PIC X(2)  VALUE SPACES.
018000     05  TAR-RPT-TEXT     PIC X(18).
018100     05  FILLER           PIC X(2)  VALUE SPACES.
018200     05  TAR-RPT-DAYS     PIC ZZZZ9.
018300     05  FILLER           PIC X(2)  VALUE SPACES.
018400     05  TAR-RPT-AMOUNT   PIC -ZZZZZZ9.999999.
018500     05  FILLER           PIC X(2)  VALUE SPACES.
018600     05  TAR-RPT-TO-DATE  PIC -ZZZZZZ9.999999.
018700     05  FILLER           PIC X(5)  VALUE SPACES.
018800 01  TAR-RPT-SUM-LINE.
018900     05  TAR-RPT-SUM-LABEL PIC X(24).
019000     05  TAR-RPT-SUM-AMOUNT PIC -ZZZ,ZZZ,ZZZ,ZZ9.999999.
019100     05  FILLER           PIC X(2)  VALUE SPACES.
019200     05  TAR-RPT-SUM-COUNT PIC ZZZZZZ9.
019300     05  FILLER           PIC X(24) VALUE SPACES.
019400 01  TAR-RPT-TIE-LINE     PIC X(80) VALUE SPACES.
019500 PROCEDURE DIVISION.
019600 0000-MAINLINE.
019700     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT.
019800     IF NOT TAR-ABORT-RUN
019900         PERFORM 1000-INITIALIZE THRU 1000-EXIT
020000     END-IF.
020100     IF NOT TAR-ABORT-RUN AND NOT TAR-NONPROC-DAY
020200         PERFORM 2000-ACCRUE-ONE-ACCOUNT THRU 2000-EXIT
020300             UNTIL TAR-MST-EOF
020400         PERFORM 7000-PROVE-ACCRUALS THRU 7000-EXIT
020500     END-IF.
020600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
020700     GOBACK.
020800
020900 0500-CHECK-LOCK.
021000     MOVE "T" TO TAR-LOCK-FUNCTION.
021100     CALL "TLOCK" USING TAR-LOCK-FUNCTION, TAR-LOCK-CALLER,
021200         TAR-LOCK-RESULT, TAR-LOCK-HOLDER, TAR-LOCK-DATE,
021300         TAR-LOCK-TIME.
021400     IF TAR-LOCK-IS-HELD
021500         DISPLAY "taccrue: TFileIn.dat locked by ",
021600             TAR-LOCK-HOLDER, " since ", TAR-LOCK-DATE, " ",
021700             TAR-LOCK-TIME, ", accrual not run"
021800         SET TAR-ABORT-RUN TO TRUE
021900     END-IF.
022000 0500-EXIT.
022100     EXIT.
022200
022300 1000-INITIALIZE.
022400     ACCEPT TAR-START-TIME FROM TIME.
022500     CALL "TRUNDATE" USING TAR-RD-FUNCTION, TAR-ERRLOG-PROGRAM-ID,
022600         TAR-RUN-DATE.
022700     COMPUTE TAR-RUN-YYMMDD = TAR-RUN-DATE - 20000000.
022800     DIVIDE TAR-RUN-DATE BY 100 GIVING TAR-RUN-PERIOD.
022900     PERFORM 1100-CHECK-PROC-DAY THRU 1100-EXIT.
023000     IF TAR-ABORT-RUN OR TAR-NONPROC-DAY
023100         GO TO 1000-EXIT
023200     END-IF.
023300     PERFORM 1200-LOAD-RATE-TABLE THRU 1200-EXIT.
023400     IF TAR-ABORT-RUN
023500         GO TO 1000-EXIT
023600     END-IF.
023700     PERFORM 1400-CHECK-MONTH-END THRU 1400-EXIT.
023800     OPEN INPUT MYMASTER.
023900     IF NOT TAR-MST-OK
024000         DISPLAY "taccrue: unable to open TAcctMaster.dat,",
024100             " status = ", TAR-MST-STATUS
024200         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
024300             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
024400         SET TAR-ABORT-RUN TO TRUE
024500         GO TO 1000-EXIT
024600     END-IF.
024700     OPEN I-O MYACCRUAL.
024800     IF TAR-ACR-NOT-FOUND
024900         OPEN OUTPUT MYACCRUAL
025000         CLOSE MYACCRUAL
025100         OPEN I-O MYACCRUAL
025200     END-IF.
025300     IF NOT TAR-ACR-OK
025400         DISPLAY "taccrue: unable to open TAccrual.dat,",
025500             " status = ", TAR-ACR-STATUS
025600         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
025700             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
025800         CLOSE MYMASTER
025900         SET TAR-ABORT-RUN TO TRUE
026000         GO TO 1000-EXIT
026100     END-IF.
026200     PERFORM 1500-SUM-OPENING THRU 1500-EXIT
026300         UNTIL TAR-ACR-EOF.
026400     OPEN I-O MYMAINTFILE.
026500     IF NOT TAR-IN-OK
026600         DISPLAY "taccrue: unable to open TFileIn.dat,",
026700             " status = ", TAR-IN-STATUS
026800         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
026900             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
027000         CLOSE MYMASTER
027100         CLOSE MYACCRUAL
027200         SET TAR-ABORT-RUN TO TRUE
027300         GO TO 1000-EXIT
027400     END-IF.
027500     MOVE "O" TO TAR-RW-FUNCTION.
027600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
027700     MOVE TAR-RUN-DATE     TO TAR-RPT-RUN-DATE.
027800     MOVE TAR-BASIS-DAYS   TO TAR-RPT-BASIS.
027900     MOVE TAR-MONTH-END-SW TO TAR-RPT-MONTH-END.
028000     MOVE TAR-RPT-HEAD-LINE TO TAR-RW-LINE.
028100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028200     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
028300 1000-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------*
028700* 1100-CHECK-PROC-DAY SKIPS A NON-PROCESSING DAY THE WAY
028800* TFEED DOES -- ONLY BUSINESS DAYS ACCRUE. WITHOUT THE
028900* CALENDAR THE BUSINESS DAYS CANNOT BE COUNTED AT ALL, SO
029000* THE STEP REFUSES TO RUN RATHER THAN GUESS.
029100*----------------------------------------------------------*
029200 1100-CHECK-PROC-DAY.
029300     MOVE "D" TO TAR-BD-FUNCTION.
029400     MOVE TAR-RUN-DATE TO TAR-BD-DATE-1.
029500     MOVE ZERO TO TAR-BD-DATE-2.
029600     CALL "TBUSDAY" USING TAR-BD-FUNCTION, TAR-BD-DATE-1,
029700         TAR-BD-DATE-2, TAR-BD-AVAIL, TAR-BD-RESULT,
029800         TAR-BD-DAYS.
029900     IF NOT TAR-BD-CAL-AVAILABLE
030000         DISPLAY "taccrue: TProcCal.dat not found, business ",
030100             "days cannot be counted -- not run"
030200         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
030300             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
030400         SET TAR-ABORT-RUN TO TRUE
030500     ELSE
030600         IF TAR-BD-RESULT NOT = "Y"
030700             DISPLAY "taccrue: ", TAR-RUN-DATE, " is not a ",
030800                 "processing day, nothing accrued"
030900             SET TAR-NONPROC-DAY TO TRUE
031000         END-IF
031100     END-IF.
031200 1100-EXIT.
031300     EXIT.
031400
031500 1200-LOAD-RATE-TABLE.
031600     OPEN INPUT MYRATETABLE.
031700     IF TAR-TBL-NOT-FOUND
031800         DISPLAY "taccrue: TIntRateTbl.dat not found, the rates ",
031900             "are a management decision -- not run"
032000         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
032100             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
032200         SET TAR-ABORT-RUN TO TRUE
032300     ELSE
032400         PERFORM 1300-LOAD-ONE-RULE THRU 1300-EXIT
032500             UNTIL TAR-TBL-EOF
032600         CLOSE MYRATETABLE
032700     END-IF.
032800     IF TAR-BAND-TALLY = ZERO AND NOT TAR-ABORT-RUN
032900         DISPLAY "taccrue: no balance bands on the table, ",
033000             "nothing to accrue"
033100         SET TAR-ABORT-RUN TO TRUE
033200     END-IF.
033300     IF TAR-BASIS-DAYS = ZERO
033400         MOVE 365 TO TAR-BASIS-DAYS
033500     END-IF.
033600 1200-EXIT.
033700     EXIT.
033800
033900 1300-LOAD-ONE-RULE.
034000     READ MYRATETABLE
034100         AT END
034200             SET TAR-TBL-EOF TO TRUE
034300         NOT AT END
034400             IF INT-IS-BAND
034500                 IF TAR-BAND-TALLY < TAR-BAND-LIMIT
034600                     ADD 1 TO TAR-BAND-TALLY
034700                     MOVE TAR-BAND-TALLY TO TAR-BAND-SUB
034800                     MOVE INT-BAND-LOW
034900                         TO TAR-B-LOW (TAR-BAND-SUB)
035000                     MOVE INT-BAND-HIGH
035100                         TO TAR-B-HIGH (TAR-BAND-SUB)
035200                     MOVE INT-RATE-PCT
035300                         TO TAR-B-RATE (TAR-BAND-SUB)
035400                     MOVE INT-DIRECTION
035500                         TO TAR-B-DIRECTION (TAR-BAND-SUB)
035600                 END-IF
035700             ELSE
035800                 IF INT-IS-BASIS
035900                     MOVE INT-BASIS-DAYS TO TAR-BASIS-DAYS
036000                 END-IF
036100             END-IF
036200     END-READ.
036300 1300-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------*
036700* 1400-CHECK-MONTH-END MAKES TONIGHT A MONTH-END RUN WHEN
036800* THE CALENDAR LISTS IT AS ONE, OR WHEN THE NEXT PROCESSING
036900* DAY FALLS IN ANOTHER MONTH -- TONIGHT IS THEN THE LAST
037000* CHANCE TO CAPITALIZE THIS MONTH'S INTEREST.
037100*----------------------------------------------------------*
037200 1400-CHECK-MONTH-END.
037300     MOVE "M" TO TAR-BD-FUNCTION.
037400     MOVE TAR-RUN-DATE TO TAR-BD-DATE-1.
037500     CALL "TBUSDAY" USING TAR-BD-FUNCTION, TAR-BD-DATE-1,
037600         TAR-BD-DATE-2, TAR-BD-AVAIL, TAR-BD-RESULT,
037700         TAR-BD-DAYS.
037800     IF TAR-BD-RESULT = "Y"
037900         SET TAR-MONTH-END TO TRUE
038000         GO TO 1400-EXIT
038100     END-IF.
038200     COMPUTE TAR-NEXT-INT =
038300         FUNCTION INTEGER-OF-DATE (TAR-RUN-DATE) + 1.
038400     MOVE ZERO TO TAR-NEXT-TRIES.
038500     MOVE "N"  TO TAR-NEXT-FOUND-SW.
038600     PERFORM 1450-TRY-NEXT-DAY THRU 1450-EXIT
038700         UNTIL TAR-NEXT-FOUND OR TAR-NEXT-TRIES > 14.
038800     IF TAR-NEXT-FOUND
038900         DIVIDE TAR-BD-DATE-1 BY 100 GIVING TAR-NEXT-PERIOD
039000         IF TAR-NEXT-PERIOD NOT = TAR-RUN-PERIOD
039100             SET TAR-MONTH-END TO TRUE
039200         END-IF
039300     END-IF.
039400 1400-EXIT.
039500     EXIT.
039600
039700 1450-TRY-NEXT-DAY.
039800     MOVE "D" TO TAR-BD-FUNCTION.
039900     COMPUTE TAR-BD-DATE-1 =
040000         FUNCTION DATE-OF-INTEGER (TAR-NEXT-INT).
040100     CALL "TBUSDAY" USING TAR-BD-FUNCTION, TAR-BD-DATE-1,
040200         TAR-BD-DATE-2, TAR-BD-AVAIL, TAR-BD-RESULT,
040300         TAR-BD-DAYS.
040400     IF TAR-BD-RESULT = "Y"
040500         SET TAR-NEXT-FOUND TO TRUE
040600     ELSE
040700         ADD 1 TO TAR-NEXT-INT
040800     END-IF.
040900     ADD 1 TO TAR-NEXT-TRIES.
041000 1450-EXIT.
041100     EXIT.
041200
041300*----------------------------------------------------------*
041400* 1500-SUM-OPENING TOTALS THE ACCRUAL FILE AS IT STOOD
041500* BEFORE TONIGHT, THE STARTING FIGURE OF THE TIE-OUT.
041600*----------------------------------------------------------*
041700 1500-SUM-OPENING.
041800     READ MYACCRUAL NEXT RECORD
041900         AT END
042000             SET TAR-ACR-EOF TO TRUE
042100         NOT AT END
042200             ADD ACR-ACCRUED TO TAR-OPENING-TOTAL
042300     END-READ.
042400 1500-EXIT.
042500     EXIT.
042600
042700*----------------------------------------------------------*
042800* 2000-ACCRUE-ONE-ACCOUNT TAKES ONE MASTER RECORD. AN
042900* ACCOUNT WITH NO ACCRUAL RECORD GETS ONE ONLY WHEN ITS
043000* BALANCE FALLS IN A BAND WITH A RATE; ONE THAT ALREADY HAS
043100* A RECORD IS KEPT CURRENT EVEN WHILE IT EARNS NOTHING, SO
043120* ITS DAY COUNT AND MONTH-END CAPITALIZATION STAY RIGHT.
043160* A CLOSED ACCOUNT ACCRUES NOTHING.
043200*----------------------------------------------------------*
043240 2000-ACCRUE-ONE-ACCOUNT.
043280     IF ACCT-IS-CLOSED
043320         PERFORM 2100-READ-MASTER THRU 2100-EXIT
043360         GO TO 2000-EXIT
043400     END-IF.
043500     MOVE "N" TO TAR-ACR-NEW-SW.
043600     MOVE ACCT-NUMBER TO ACR-ACCT-NUMBER.
043700     READ MYACCRUAL
043800         INVALID KEY
043900             SET TAR-ACR-NEW TO TRUE
044000     END-READ.
044100     PERFORM 3000-FIND-BAND THRU 3000-EXIT.
044200     IF TAR-ACR-NEW AND NOT TAR-BAND-FOUND
044300         CONTINUE
044400     ELSE
044500         IF TAR-ACR-NEW
044600             PERFORM 2200-START-ACCRUAL THRU 2200-EXIT
044700         END-IF
044800         PERFORM 2300-UPDATE-ACCRUAL THRU 2300-EXIT
044900     END-IF.
045000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
045100 2000-EXIT.
045200     EXIT.
045300
045400 2100-READ-MASTER.
045500     READ MYMASTER NEXT RECORD
045600         AT END
045700             SET TAR-MST-EOF TO TRUE
045800     END-READ.
045900 2100-EXIT.
046000     EXIT.
046100
046200 2200-START-ACCRUAL.
046300     MOVE SPACES         TO ACCRUAL-RECORD.
046400     MOVE ACCT-NUMBER    TO ACR-ACCT-NUMBER.
046500     MOVE TAR-RUN-PERIOD TO ACR-PERIOD.
046600     MOVE ZERO           TO ACR-ACCRUED.
046700     MOVE ZERO           TO ACR-DAYS.
046800     MOVE ZERO           TO ACR-LAST-DATE.
046900     MOVE ZERO           TO ACR-LAST-BALANCE.
047000     MOVE ZERO           TO ACR-LAST-DAILY.
047100     MOVE ZERO           TO ACR-CAP-DATE.
047200     MOVE ZERO           TO ACR-CAP-AMOUNT.
047300 2200-EXIT.
047400     EXIT.
047500
047600 2300-UPDATE-ACCRUAL.
047700     MOVE ACCT-BRANCH TO ACR-BRANCH.
047800     IF ACR-PERIOD < TAR-RUN-PERIOD
047900         PERFORM 2400-CLOSE-PRIOR-PERIOD THRU 2400-EXIT
048000     END-IF.
048100     PERFORM 2500-COUNT-DAYS THRU 2500-EXIT.
048200     IF TAR-DAYS > ZERO
048300         IF TAR-BAND-FOUND
048400             PERFORM 2600-ACCRUE-DAYS THRU 2600-EXIT
048500         END-IF
048600         MOVE TAR-RUN-DATE TO ACR-LAST-DATE
048700     END-IF.
048800     IF TAR-MONTH-END AND ACR-CAP-DATE NOT = TAR-RUN-DATE
048900         PERFORM 4000-CAPITALIZE THRU 4000-EXIT
049000     END-IF.
049100     PERFORM 2700-SAVE-ACCRUAL THRU 2700-EXIT.
049200 2300-EXIT.
049300     EXIT.
049400
049500*----------------------------------------------------------*
049600* 2400-CLOSE-PRIOR-PERIOD CATCHES A MONTH WHOSE MONTH-END
049700* RUN NEVER CAPITALIZED IT (THE NIGHT WAS MISSED, OR THE
049800* TRANSACTION COULD NOT BE WRITTEN): IT IS CAPITALIZED NOW,
049900* BEFORE THE NEW MONTH STARTS. THE LEFTOVER FRACTION OF A
050000* CENT FROM A CAPITALIZED MONTH IS SIMPLY CARRIED ON.
050100*----------------------------------------------------------*
050200 2400-CLOSE-PRIOR-PERIOD.
050300     MOVE "N" TO TAR-CAP-CARRIED-SW.
050400     DIVIDE ACR-CAP-DATE BY 100 GIVING TAR-CAP-PERIOD.
050500     IF TAR-CAP-PERIOD NOT = ACR-PERIOD
050600         AND ACR-ACCRUED NOT = ZERO
050700         PERFORM 4000-CAPITALIZE THRU 4000-EXIT
050800     END-IF.
050900     IF NOT TAR-CAP-CARRIED
051000         MOVE TAR-RUN-PERIOD TO ACR-PERIOD
051100         MOVE ZERO           TO ACR-DAYS
051200     END-IF.
051300 2400-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------*
051700* 2500-COUNT-DAYS COUNTS THE BUSINESS DAYS SINCE THE LAST
051800* ACCRUAL, TONIGHT INCLUDED. A NEW RECORD ACCRUES TONIGHT
051900* ONLY; A RERUN OF A NIGHT ALREADY ACCRUED COUNTS ZERO.
052000*----------------------------------------------------------*
052100 2500-COUNT-DAYS.
052200     MOVE ZERO TO TAR-DAYS.
052300     IF ACR-LAST-DATE = ZERO
052400         MOVE 1 TO TAR-DAYS
052500         GO TO 2500-EXIT
052600     END-IF.
052700     MOVE "B" TO TAR-BD-FUNCTION.
052800     MOVE ACR-LAST-DATE TO TAR-BD-DATE-1.
052900     MOVE TAR-RUN-DATE  TO TAR-BD-DATE-2.
053000     CALL "TBUSDAY" USING TAR-BD-FUNCTION, TAR-BD-DATE-1,
053100         TAR-BD-DATE-2, TAR-BD-AVAIL, TAR-BD-RESULT,
053200         TAR-BD-DAYS.
053300     IF TAR-BD-DAYS > ZERO
053400         MOVE TAR-BD-DAYS TO TAR-DAYS
053500     END-IF.
053600 2500-EXIT.
053700     EXIT.
053800
053900*----------------------------------------------------------*
054000* 2600-ACCRUE-DAYS WORKS OUT THE INTEREST FOR THE DAYS
054100* COUNTED: BALANCE TIMES THE BAND'S ANNUAL RATE OVER THE
054200* DAY BASIS, PER DAY. A PAY BAND ACCRUES NEGATIVE -- THE
054300* CAPITALIZED TRANSACTION THEN BRINGS THE BALANCE DOWN.
054400*----------------------------------------------------------*
054500 2600-ACCRUE-DAYS.
054600     MOVE "N" TO TAR-TOO-LARGE-SW.
054700     COMPUTE TAR-ACCRUAL ROUNDED =
054800         ACCT-BALANCE * TAR-B-RATE (TAR-BAND-SUB) * TAR-DAYS
054900         / (100 * TAR-BASIS-DAYS)
055000         ON SIZE ERROR
055100             SET TAR-TOO-LARGE TO TRUE
055200     END-COMPUTE.
055300     IF NOT TAR-TOO-LARGE
055400         IF TAR-B-PAY (TAR-BAND-SUB)
055500             COMPUTE TAR-ACCRUAL = ZERO - TAR-ACCRUAL
055600         END-IF
055700         ADD TAR-ACCRUAL TO ACR-ACCRUED
055800             ON SIZE ERROR
055900                 SET TAR-TOO-LARGE TO TRUE
056000         END-ADD
056100     END-IF.
056200     IF TAR-TOO-LARGE
056300         ADD 1 TO TAR-SKIPPED-COUNT
056400         MOVE "ACCRUAL TOO LARGE " TO TAR-RPT-TEXT
056500         MOVE ZERO TO TAR-RPT-AMOUNT
056600         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
056700     ELSE
056800         ADD TAR-DAYS     TO ACR-DAYS
056900         MOVE ACCT-BALANCE TO ACR-LAST-BALANCE
057000         MOVE TAR-ACCRUAL TO ACR-LAST-DAILY
057100         ADD 1 TO TAR-ACCRUED-COUNT
057200         ADD TAR-ACCRUAL  TO TAR-ACCRUED-TOTAL
057300         MOVE "ACCRUED           " TO TAR-RPT-TEXT
057400         MOVE TAR-ACCRUAL TO TAR-RPT-AMOUNT
057500         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
057600     END-IF.
057700 2600-EXIT.
057800     EXIT.
057900
058000 2700-SAVE-ACCRUAL.
058100     IF TAR-ACR-NEW
058200         WRITE ACCRUAL-RECORD
058300             INVALID KEY
058400                 SET TAR-SAVE-FAILED TO TRUE
058500         END-WRITE
058600     ELSE
058700         REWRITE ACCRUAL-RECORD
058800             INVALID KEY
058900                 SET TAR-SAVE-FAILED TO TRUE
059000         END-REWRITE
059100     END-IF.
059200     IF NOT TAR-ACR-OK
059300         DISPLAY "taccrue: unable to save accrual for ",
059400             ACR-ACCT-NUMBER, ", status = ", TAR-ACR-STATUS
059500         MOVE "2700-SAVE-ACCRUAL" TO TAR-ERRLOG-PARAGRAPH
059600         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
059700             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
059800         SET TAR-SAVE-FAILED TO TRUE
059900     END-IF.
060000 2700-EXIT.
060100     EXIT.
060200
060300 3000-FIND-BAND.
060400     MOVE "N" TO TAR-BAND-FOUND-SW.
060500     PERFORM 3100-MATCH-BAND THRU 3100-EXIT
060600         VARYING TAR-BAND-SUB FROM 1 BY 1
060700         UNTIL TAR-BAND-SUB > TAR-BAND-TALLY
060800         OR TAR-BAND-FOUND.
060900     IF TAR-BAND-FOUND
061000         SUBTRACT 1 FROM TAR-BAND-SUB
061100         IF TAR-B-RATE (TAR-BAND-SUB) = ZERO
061200             MOVE "N" TO TAR-BAND-FOUND-SW
061300         END-IF
061400     END-IF.
061500 3000-EXIT.
061600     EXIT.
061700
061800 3100-MATCH-BAND.
061900     IF ACCT-BALANCE >= TAR-B-LOW (TAR-BAND-SUB)
062000         AND ACCT-BALANCE <= TAR-B-HIGH (TAR-BAND-SUB)
062100         SET TAR-BAND-FOUND TO TRUE
062200     END-IF.
062300 3100-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------*
062700* 4000-CAPITALIZE PUTS THE ACCRUED INTEREST, ROUNDED TO THE
062800* CENT, INTO TFILEIN.DAT AS AN ORDINARY DL100 TRANSACTION --
062900* KEYED ON THE ACCOUNT, FLAG I (ON THE DL175 DOMAIN TABLE),
063000* TYPE N, DATED TODAY -- AND TAKES IT OFF THE ACCRUAL. THE
063100* FRACTION OF A CENT LEFT OVER STAYS ON THE ACCRUAL. A KEY
063200* WITH A TRANSACTION ALREADY PENDING IS NEVER OVERWRITTEN:
063240* THE ACCRUAL IS CARRIED AND LISTED. A FROZEN ACCOUNT KEEPS
063280* ACCRUING BUT IS NOT CAPITALIZED -- TFILE WOULD REJECT THE
063320* ENTRY -- SO ITS ACCRUAL IS CARRIED UNTIL IT IS RELEASED.
063360*----------------------------------------------------------*
063400 4000-CAPITALIZE.
063440     MOVE "N" TO TAR-CAP-CARRIED-SW.
063480     MOVE "N" TO TAR-CAP-WRITTEN-SW.
063520     IF ACCT-IS-FROZEN
063560         SET TAR-CAP-CARRIED TO TRUE
063600         MOVE "FROZEN, CARRIED   " TO TAR-RPT-TEXT
063640         MOVE ZERO TO TAR-RPT-AMOUNT
063680         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
063720         GO TO 4000-EXIT
063760     END-IF.
063800     COMPUTE TAR-CAP-AMOUNT ROUNDED = ACR-ACCRUED
063900         ON SIZE ERROR
064000             SET TAR-CAP-CARRIED TO TRUE
064100     END-COMPUTE.
064200     IF TAR-CAP-CARRIED
064300         ADD 1 TO TAR-SKIPPED-COUNT
064400         MOVE "TOO LARGE, CARRIED" TO TAR-RPT-TEXT
064500         MOVE ZERO TO TAR-RPT-AMOUNT
064600         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
064700         GO TO 4000-EXIT
064800     END-IF.
064900     IF TAR-CAP-AMOUNT = ZERO
065000         GO TO 4000-EXIT
065100     END-IF.
065200     MOVE SPACES          TO INRECORD.
065300     MOVE ACCT-NUMBER     TO IN-KEY.
065400     MOVE ZERO            TO O.
065500     MOVE ZERO            TO P.
065600     MOVE "I"             TO Q.
065700     MOVE TAR-RUN-YYMMDD  TO IN-TRANS-DATE.
065800     MOVE SPACE           TO IN-ORIGIN-BRANCH.
065900     MOVE TAR-CAP-AMOUNT  TO IN-AMOUNT.
066000     MOVE "N"             TO IN-TRANS-TYPE.
066100     WRITE INRECORD
066200         INVALID KEY
066300             PERFORM 4100-CHECK-PENDING THRU 4100-EXIT
066400         NOT INVALID KEY
066500             SET TAR-CAP-WRITTEN TO TRUE
066600     END-WRITE.
066700     IF TAR-CAP-WRITTEN
066800         SUBTRACT TAR-CAP-AMOUNT FROM ACR-ACCRUED
066900         MOVE TAR-RUN-DATE   TO ACR-CAP-DATE
067000         MOVE TAR-CAP-AMOUNT TO ACR-CAP-AMOUNT
067100         ADD 1 TO TAR-CAP-COUNT
067200         ADD TAR-CAP-AMOUNT TO TAR-CAP-TOTAL
067300         MOVE "CAPITALIZED       " TO TAR-RPT-TEXT
067400     ELSE
067500         SET TAR-CAP-CARRIED TO TRUE
067600         ADD 1 TO TAR-SKIPPED-COUNT
067700         MOVE "PENDING, CARRIED  " TO TAR-RPT-TEXT
067800     END-IF.
067900     MOVE TAR-CAP-AMOUNT TO TAR-RPT-AMOUNT.
068000     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
068100 4000-EXIT.
068200     EXIT.
068300
068400*----------------------------------------------------------*
068500* 4100-CHECK-PENDING TELLS A RERUN FROM A REAL CONFLICT:
068600* WHEN THE PENDING TRANSACTION IS TONIGHT'S OWN INTEREST
068700* ENTRY FOR THE SAME AMOUNT (THE RUN STOPPED AFTER WRITING
068800* IT AND BEFORE THE ACCRUAL WAS REWRITTEN) IT IS TAKEN AS
068900* WRITTEN RATHER THAN CARRIED AND CAPITALIZED AGAIN.
069000*----------------------------------------------------------*
069100 4100-CHECK-PENDING.
069200     READ MYMAINTFILE
069300         INVALID KEY
069400             CONTINUE
069500         NOT INVALID KEY
069600             IF Q = "I"
069700                 AND IN-TRANS-DATE = TAR-RUN-YYMMDD
069800                 AND IN-AMOUNT = TAR-CAP-AMOUNT
069900                 SET TAR-CAP-WRITTEN TO TRUE
070000             END-IF
070100     END-READ.
070200 4100-EXIT.
070300     EXIT.
070400
070500 5000-PRINT-DETAIL.
070600     MOVE ACCT-NUMBER TO TAR-RPT-ACCT.
070700     MOVE ACCT-BRANCH TO TAR-RPT-BRANCH.
070800     MOVE ACR-DAYS    TO TAR-RPT-DAYS.
070900     MOVE ACR-ACCRUED TO TAR-RPT-TO-DATE.
071000     MOVE TAR-RPT-DETAIL TO TAR-RW-LINE.
071100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
071200 5000-EXIT.
071300     EXIT.
071400
071500*----------------------------------------------------------*
071600* 7000-PROVE-ACCRUALS IS THE TIE-OUT: OPENING ACCRUED PLUS
071700* TONIGHT'S ACCRUAL LESS THE CAPITALIZED TOTAL MUST EQUAL
071800* THE ACCRUAL FILE AS IT NOW STANDS, READ BACK FROM DISK.
071900*----------------------------------------------------------*
072000 7000-PROVE-ACCRUALS.
072100     COMPUTE TAR-CLOSING-TOTAL = TAR-OPENING-TOTAL
072200         + TAR-ACCRUED-TOTAL - TAR-CAP-TOTAL.
072300     CLOSE MYACCRUAL.
072400     OPEN INPUT MYACCRUAL.
072500     MOVE "N" TO TAR-ACR-EOF-SW.
072600     IF TAR-ACR-OK
072700         PERFORM 7100-SUM-ONE-ACCRUAL THRU 7100-EXIT
072800             UNTIL TAR-ACR-EOF
072900         CLOSE MYACCRUAL
073000     END-IF.
073100     IF TAR-FILE-TOTAL = TAR-CLOSING-TOTAL
073200         SET TAR-TIES-OUT TO TRUE
073300     END-IF.
073400     MOVE SPACES TO TAR-RW-LINE.
073500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
073600     MOVE "OPENING ACCRUED       = " TO TAR-RPT-SUM-LABEL.
073700     MOVE TAR-OPENING-TOTAL TO TAR-RPT-SUM-AMOUNT.
073800     MOVE ZERO TO TAR-RPT-SUM-COUNT.
073900     PERFORM 7200-PRINT-SUM-LINE THRU 7200-EXIT.
074000     MOVE "ACCRUED THIS RUN      = " TO TAR-RPT-SUM-LABEL.
074100     MOVE TAR-ACCRUED-TOTAL TO TAR-RPT-SUM-AMOUNT.
074200     MOVE TAR-ACCRUED-COUNT TO TAR-RPT-SUM-COUNT.
074300     PERFORM 7200-PRINT-SUM-LINE THRU 7200-EXIT.
074400     MOVE "CAPITALIZED           = " TO TAR-RPT-SUM-LABEL.
074500     MOVE TAR-CAP-TOTAL TO TAR-RPT-SUM-AMOUNT.
074600     MOVE TAR-CAP-COUNT TO TAR-RPT-SUM-COUNT.
074700     PERFORM 7200-PRINT-SUM-LINE THRU 7200-EXIT.
074800     MOVE "CLOSING ACCRUED       = " TO TAR-RPT-SUM-LABEL.
074900     MOVE TAR-CLOSING-TOTAL TO TAR-RPT-SUM-AMOUNT.
075000     MOVE ZERO TO TAR-RPT-SUM-COUNT.
075100     PERFORM 7200-PRINT-SUM-LINE THRU 7200-EXIT.
075200     MOVE "ACCRUAL FILE TOTAL    = " TO TAR-RPT-SUM-LABEL.
075300     MOVE TAR-FILE-TOTAL TO TAR-RPT-SUM-AMOUNT.
075400     PERFORM 7200-PRINT-SUM-LINE THRU 7200-EXIT.
075500     IF TAR-TIES-OUT
075600         MOVE "ACCRUALS TIE OUT TO THE CAPITALIZED TOTAL"
075700             TO TAR-RPT-TIE-LINE
075800     ELSE
075900         MOVE "*** ACCRUALS DO NOT TIE OUT -- SEE TOTALS ABOVE"
076000             TO TAR-RPT-TIE-LINE
076100         DISPLAY "taccrue: accrual file does not tie out"
076200         MOVE "7000-PROVE-ACCRUALS" TO TAR-ERRLOG-PARAGRAPH
076300         CALL "TERRLOG" USING TAR-ERRLOG-PROGRAM-ID,
076400             TAR-ERRLOG-PARAGRAPH, TAR-ERRLOG-SEVERITY
076500     END-IF.
076600     MOVE TAR-RPT-TIE-LINE TO TAR-RW-LINE.
076700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
076800 7000-EXIT.
076900     EXIT.
077000
077100 7100-SUM-ONE-ACCRUAL.
077200     READ MYACCRUAL NEXT RECORD
077300         AT END
077400             SET TAR-ACR-EOF TO TRUE
077500         NOT AT END
077600             ADD ACR-ACCRUED TO TAR-FILE-TOTAL
077700     END-READ.
077800 7100-EXIT.
077900     EXIT.
078000
078100 7200-PRINT-SUM-LINE.
078200     MOVE TAR-RPT-SUM-LINE TO TAR-RW-LINE.
078300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
078400 7200-EXIT.
078500     EXIT.
078600
078700 8500-CALL-REPORT-WRITER.
078800     CALL "TRPTWRT" USING TAR-RW-FUNCTION, TAR-RW-TITLE,
078900         TAR-ERRLOG-PROGRAM-ID, TAR-RW-FILENAME, TAR-RW-LINE.
079000 8500-EXIT.
079100     EXIT.
079200
079300 8600-PRINT-LINE.
079400     MOVE "W" TO TAR-RW-FUNCTION.
079500     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
079600 8600-EXIT.
079700     EXIT.
079800
079900 9000-TERMINATE.
080000     IF NOT TAR-ABORT-RUN AND NOT TAR-NONPROC-DAY
080100         MOVE "C" TO TAR-RW-FUNCTION
080200         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
080300         CLOSE MYMASTER
080400         CLOSE MYMAINTFILE
080500         DISPLAY "taccrue: accrued = ", TAR-ACCRUED-COUNT,
080600             ", capitalized = ", TAR-CAP-COUNT,
080700             ", skipped = ", TAR-SKIPPED-COUNT
080800         ACCEPT TAR-END-TIME FROM TIME
080900         MOVE TAR-ACCRUED-COUNT TO TAR-RUNHIST-COUNT
081000         CALL "TRUNHIST" USING TAR-ERRLOG-PROGRAM-ID,
081100             TAR-START-TIME, TAR-END-TIME, TAR-RUNHIST-COUNT
081200     END-IF.
081300*----------------------------------------------------------*
081400* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
081500* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
081600* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
081700*----------------------------------------------------------*
081800     IF TAR-ABORT-RUN
081900         MOVE 8 TO RETURN-CODE
082000     ELSE
082100         IF TAR-NONPROC-DAY
082200             MOVE ZERO TO RETURN-CODE
082300         ELSE
082400             IF TAR-SAVE-FAILED OR NOT TAR-TIES-OUT
082500                 MOVE 8 TO RETURN-CODE
082600             ELSE
082700                 IF TAR-SKIPPED-COUNT > ZERO
082800                     MOVE 4 TO RETURN-CODE
082900                 ELSE
083000                     MOVE ZERO TO RETURN-CODE
083100                 END-IF
083200             END-IF
083300         END-IF
083400     END-IF.
083500 9000-EXIT.
083600     EXIT.
083700
083800* Input:
083900*    file "TIntRateTbl.dat" (DL260 rate table), e.g.
084000*            B0000010000199999999999180000C000OVER 1000 AT 18 PCT
084100*            Y0000000000000000000000000000 365ACTUAL/365 BASIS
084200*    file "TAcctMaster.dat" (DL140 master, read only -- run
084300*         after TPOST so the balance is the end-of-day one)
084400*    file "TProcCal.dat" (DL225 calendar, through TBUSDAY)
084500* Output:
084600*    file "TAccrual.dat" (DL265, indexed) -- interest accrued
084700*         and not yet capitalized, one record per account
084800*    file "TFileIn.dat" -- at month-end, one DL100 interest
084900*         transaction per account (flag I, type N, dated
085000*         today), to flow through TFILE/TPOST/TFEED
085100*    file "TAccrueRpt.txt" -- the accrual report and tie-out
085200*    RETURN-CODE 0 = clean (or a non-processing day), 4 = an
085300*         accrual or capitalization was skipped or carried,
085400*         8 = no table / no calendar / interlock held / file
085500*         trouble / accruals do not tie out
