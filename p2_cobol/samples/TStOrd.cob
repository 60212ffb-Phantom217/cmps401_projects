000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TSTORD.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY STANDING ORDER
001200*                      STEP, RUN AHEAD OF TEDIT AND TFILE:
001300*                      EVERY DL275 ORDER ON TSTANDORD.DAT
001400*                      (MAINTAINED ON TSTORDM) THAT HAS FALLEN
001500*                      DUE IS WRITTEN INTO TFILEIN.DAT AS AN
001600*                      ORDINARY DL100 TRANSACTION, THE WAY
001700*                      TCHARGE WRITES ITS CHARGES, SO THE
001800*                      MONTHLY TRANSFERS AND FIXED CHARGES NO
001900*                      LONGER DEPEND ON SOMEONE REMEMBERING TO
002000*                      KEY THEM. A DUE DATE ON A HOLIDAY OR
002100*                      WEEKEND MOVES TO THE NEXT PROCESSING
002200*                      DAY THROUGH TBUSDAY. EACH OCCURRENCE IS
002300*                      RECORDED ON TSTANDOCC.DAT (DL280) SO A
002400*                      RERUN NEVER GENERATES IT TWICE. THE
002500*                      ORDERS GENERATED, SKIPPED AND EXPIRED
002600*                      ARE LISTED ON TSTORDRPT.TXT.
002620*    2026-10-15 DL     AN INTERLOCK HELD BY TDRIVE IS THE
002640*                      CHAIN'S OWN, TAKEN ON THIS STEP'S
002660*                      BEHALF, AND NO LONGER STOPS THE STEP
002680*                      WHEN IT RUNS IN THE NIGHTLY CHAIN.
002700*----------------------------------------------------------*
002800*----------------------------------------------------------*
002900* AN ORDER IS DUE WHEN ITS NEXT SCHEDULED DATE, ROLLED TO A *
003000* PROCESSING DAY, IS ON OR BEFORE TONIGHT. TFILEIN.DAT      *
003100* HOLDS ONE PENDING TRANSACTION PER KEY, SO AN ORDER WHOSE  *
003200* ACCOUNT ALREADY HAS ONE PENDING IS LISTED AND TRIED AGAIN *
003300* THE NEXT NIGHT; AN ACCOUNT THAT IS CLOSED, FROZEN, OR NOT *
003400* ON THE MASTER SKIPS THAT OCCURRENCE FOR GOOD, AND THE     *
003500* ORDER MOVES ON TO ITS NEXT DATE. WITHOUT THE TPROCCAL.DAT *
003600* CALENDAR THE SCHEDULED DATES STAND UNROLLED, AS TSUSPAGE  *
003700* AGES BY CALENDAR DAYS WITHOUT IT.                         *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MYORDERFILE ASSIGN TO "TStandOrd.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS SO-KEY
004600         FILE STATUS IS TSO-ORD-STATUS.
004700     SELECT MYOCCFILE ASSIGN TO "TStandOcc.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS SOC-KEY
005100         FILE STATUS IS TSO-OCC-STATUS.
005200     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS RANDOM
005500         RECORD KEY IS ACCT-NUMBER
005600         FILE STATUS IS TSO-MST-STATUS.
005700     SELECT MYMAINTFILE ASSIGN TO "TFileIn.dat"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS DYNAMIC
006000         RECORD KEY IS IN-KEY
006100         FILE STATUS IS TSO-IN-STATUS.
006200 DATA DIVISION.
006300 FILE SECTION.
006400 FD  MYORDERFILE.
006500     COPY DL275.
006600 FD  MYOCCFILE.
006700     COPY DL280.
006800 FD  MYMASTER.
006900     COPY DL140.
007000 FD  MYMAINTFILE.
007100     COPY DL100.
007200 WORKING-STORAGE SECTION.
007300 01  TSO-ORD-STATUS   PIC XX        VALUE "00".
007400     88  TSO-ORD-OK                 VALUE "00".
007500     88  TSO-ORD-NOT-FOUND          VALUE "35".
007600 01  TSO-OCC-STATUS   PIC XX        VALUE "00".
007700     88  TSO-OCC-OK                 VALUE "00".
007800     88  TSO-OCC-NOT-FOUND          VALUE "35".
007900 01  TSO-MST-STATUS   PIC XX        VALUE "00".
008000     88  TSO-MST-OK                 VALUE "00".
008100 01  TSO-IN-STATUS    PIC XX        VALUE "00".
008200     88  TSO-IN-OK                  VALUE "00".
008300 01  TSO-ORD-EOF-SW   PIC X         VALUE "N".
008400     88  TSO-ORD-EOF                VALUE "Y".
008500 01  TSO-ABORT-SW     PIC X         VALUE "N".
008600     88  TSO-ABORT-RUN              VALUE "Y".
008700 01  TSO-NO-ORDERS-SW PIC X         VALUE "N".
008800     88  TSO-NO-ORDERS              VALUE "Y".
008900 01  TSO-SAVE-FAILED-SW PIC X       VALUE "N".
009000     88  TSO-SAVE-FAILED            VALUE "Y".
009100 01  TSO-ORDER-DONE-SW PIC X        VALUE "N".
009200     88  TSO-ORDER-DONE             VALUE "Y".
009300 01  TSO-ORDER-CHANGED-SW PIC X     VALUE "N".
009400     88  TSO-ORDER-CHANGED          VALUE "Y".
009500 01  TSO-WRITTEN-SW   PIC X         VALUE "N".
009600     88  TSO-TXN-WRITTEN            VALUE "Y".
009700 01  TSO-ACCT-OK-SW   PIC X         VALUE "N".
009800     88  TSO-ACCT-USABLE            VALUE "Y".
009900 01  TSO-NEXT-FOUND-SW PIC X        VALUE "N".
010000     88  TSO-NEXT-FOUND             VALUE "Y".
010100 01  TSO-NEXT-TRIES   PIC 9(2) COMP VALUE ZERO.
010200 01  TSO-LOOP-COUNT   PIC 9(5) COMP VALUE ZERO.
010300 01  TSO-LOOP-LIMIT   PIC 9(5) COMP VALUE 500.
010400 01  TSO-RUN-DATE     PIC 9(8)      VALUE ZERO.
010500 01  TSO-RUN-YYMMDD   PIC 9(6)      VALUE ZERO.
010600 01  TSO-BUS-DATE     PIC 9(8)      VALUE ZERO.
010700 01  TSO-DATE-INT     PIC 9(8) COMP VALUE ZERO.
010800 01  TSO-WORK-DATE    PIC 9(8)      VALUE ZERO.
010900 01  TSO-WORK-DATE-R REDEFINES TSO-WORK-DATE.
011000     05  TSO-WORK-YYYY    PIC 9(4).
011100     05  TSO-WORK-MM      PIC 9(2).
011200     05  TSO-WORK-DD      PIC 9(2).
011300 01  TSO-MONTH-END    PIC 9(8)      VALUE ZERO.
011400 01  TSO-MONTH-END-R REDEFINES TSO-MONTH-END.
011500     05  TSO-ME-YYYY      PIC 9(4).
011600     05  TSO-ME-MM        PIC 9(2).
011700     05  TSO-ME-DD        PIC 9(2).
011800 01  TSO-TARGET-DAY   PIC 9(2)      VALUE ZERO.
011900 01  TSO-ORDER-COUNT  PIC 9(7) COMP VALUE ZERO.
012000 01  TSO-GEN-COUNT    PIC 9(7) COMP VALUE ZERO.
012100 01  TSO-SKIP-COUNT   PIC 9(7) COMP VALUE ZERO.
012200 01  TSO-RETRY-COUNT  PIC 9(7) COMP VALUE ZERO.
012300 01  TSO-EXPIRED-COUNT PIC 9(7) COMP VALUE ZERO.
012400 01  TSO-GEN-TOTAL    PIC S9(9)V99  VALUE ZERO.
012500 01  TSO-START-TIME   PIC 9(8)      VALUE ZERO.
012600 01  TSO-END-TIME     PIC 9(8)      VALUE ZERO.
012700 01  TSO-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
012800 01  TSO-BD-FUNCTION  PIC X         VALUE SPACE.
012900 01  TSO-BD-DATE-1    PIC 9(8)      VALUE ZERO.
013000 01  TSO-BD-DATE-2    PIC 9(8)      VALUE ZERO.
013100 01  TSO-BD-AVAIL     PIC X         VALUE "N".
013200     88  TSO-BD-CAL-AVAILABLE       VALUE "Y".
013300 01  TSO-BD-RESULT    PIC X         VALUE SPACE.
013400 01  TSO-BD-DAYS      PIC S9(5)     VALUE ZERO.
013500 01  TSO-LOCK-FUNCTION PIC X        VALUE SPACE.
013600 01  TSO-LOCK-CALLER  PIC X(8)      VALUE "TSTORD".
013700 01  TSO-LOCK-RESULT  PIC X         VALUE SPACE.
013800     88  TSO-LOCK-IS-HELD           VALUE "H".
013900 01  TSO-LOCK-HOLDER  PIC X(8)      VALUE SPACES.
014000 01  TSO-LOCK-DATE    PIC 9(8)      VALUE ZERO.
014100 01  TSO-LOCK-TIME    PIC 9(8)      VALUE ZERO.
014200 01  TSO-RD-FUNCTION  PIC X         VALUE "G".
014300 01  TSO-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TSTORD".
014400 01  TSO-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
014500 01  TSO-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
014600 01  TSO-RW-FUNCTION  PIC X         VALUE SPACE.
014700 01  TSO-RW-TITLE     PIC X(30)
014800     VALUE "TSTORD STANDING ORDERS".
014900 01  TSO-RW-FILENAME  PIC X(40)     VALUE "TStOrdRpt.txt".
015000 01  TSO-RW-LINE      PIC X(80)     VALUE SPACES.
015100 01  TSO-RPT-HEAD-LINE.
015200     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
015300     05  TSO-RPT-RUN-DATE PIC 9(8).
015400     05  FILLER           PIC X(20) VALUE "  HOLIDAY ROLLING = ".
015500     05  TSO-RPT-ROLLING  PIC X(3).
015600     05  FILLER           PIC X(38) VALUE SPACES.
015700 01  TSO-RPT-COL-LINE.
015800     05  FILLER           PIC X(46)
015900         VALUE "ORDER       FRQ  SCHEDULED  BUS DAY     AMOUNT".
016000     05  FILLER           PIC X(34) VALUE SPACES.
016100 01  TSO-RPT-DETAIL.
016200     05  TSO-RPT-ACCT     PIC X(8).
016300     05  FILLER           PIC X(1)  VALUE "-".
016400     05  TSO-RPT-SEQ      PIC 9(2).
016500     05  FILLER           PIC X(2)  VALUE SPACES.
016600     05  TSO-RPT-FREQ     PIC X.
016700     05  FILLER           PIC X(3)  VALUE SPACES.
016800     05  TSO-RPT-DUE      PIC 9(8).
016900     05  FILLER           PIC X(2)  VALUE SPACES.
017000     05  TSO-RPT-BUS      PIC 9(8).
017100     05  FILLER           PIC X(1)  VALUE SPACE.
017200     05  TSO-RPT-AMOUNT   PIC -ZZZZ9.99.
017300     05  FILLER           PIC X(1)  VALUE SPACE.
017400     05  TSO-RPT-TYPE     PIC X.
017500     05  FILLER           PIC X(2)  VALUE SPACES.
017600     05  TSO-RPT-TEXT     PIC X(24).
017700     05  FILLER           PIC X(7)  VALUE SPACES.
017800 01  TSO-RPT-SUM-LINE.
017900     05  TSO-RPT-SUM-LABEL PIC X(30).
018000     05  TSO-RPT-SUM-COUNT PIC ZZZZZZ9.
018100     05  FILLER           PIC X(2)  VALUE SPACES.
018200     05  TSO-RPT-SUM-AMOUNT PIC -ZZZ,ZZZ,ZZ9.99.
018300     05  FILLER           PIC X(26) VALUE SPACES.
018400 PROCEDURE DIVISION.
018500 0000-MAINLINE.
018600     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT.
018700     IF NOT TSO-ABORT-RUN
018800         PERFORM 1000-INITIALIZE THRU 1000-EXIT
018900     END-IF.
019000     IF NOT TSO-ABORT-RUN AND NOT TSO-NO-ORDERS
019100         PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
019200             UNTIL TSO-ORD-EOF
019300         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
019400     END-IF.
019500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019600     GOBACK.
019700
019800 0500-CHECK-LOCK.
019900     MOVE "T" TO TSO-LOCK-FUNCTION.
020000     CALL "TLOCK" USING TSO-LOCK-FUNCTION, TSO-LOCK-CALLER,
020100         TSO-LOCK-RESULT, TSO-LOCK-HOLDER, TSO-LOCK-DATE,
020200         TSO-LOCK-TIME.
020300     IF TSO-LOCK-IS-HELD AND TSO-LOCK-HOLDER NOT = "TDRIVE"
020400         DISPLAY "tstord: TFileIn.dat locked by ",
020500             TSO-LOCK-HOLDER, " since ", TSO-LOCK-DATE, " ",
020600             TSO-LOCK-TIME, ", standing orders not run"
020700         SET TSO-ABORT-RUN TO TRUE
020800     END-IF.
020900 0500-EXIT.
021000     EXIT.
021100
021200 1000-INITIALIZE.
021300     ACCEPT TSO-START-TIME FROM TIME.
021400     CALL "TRUNDATE" USING TSO-RD-FUNCTION, TSO-ERRLOG-PROGRAM-ID,
021500         TSO-RUN-DATE.
021600     COMPUTE TSO-RUN-YYMMDD = TSO-RUN-DATE - 20000000.
021700     MOVE "D" TO TSO-BD-FUNCTION.
021800     MOVE TSO-RUN-DATE TO TSO-BD-DATE-1.
021900     MOVE ZERO TO TSO-BD-DATE-2.
022000     CALL "TBUSDAY" USING TSO-BD-FUNCTION, TSO-BD-DATE-1,
022100         TSO-BD-DATE-2, TSO-BD-AVAIL, TSO-BD-RESULT,
022200         TSO-BD-DAYS.
022300     IF NOT TSO-BD-CAL-AVAILABLE
022400         DISPLAY "tstord: TProcCal.dat not found, due dates ",
022500             "are not rolled to a business day"
022600     END-IF.
022700     OPEN I-O MYORDERFILE.
022800     IF TSO-ORD-NOT-FOUND
022900         DISPLAY "tstord: no TStandOrd.dat, no standing orders"
023000         SET TSO-NO-ORDERS TO TRUE
023100         GO TO 1000-EXIT
023200     END-IF.
023300     IF NOT TSO-ORD-OK
023400         DISPLAY "tstord: unable to open TStandOrd.dat,",
023500             " status = ", TSO-ORD-STATUS
023600         CALL "TERRLOG" USING TSO-ERRLOG-PROGRAM-ID,
023700             TSO-ERRLOG-PARAGRAPH, TSO-ERRLOG-SEVERITY
023800         SET TSO-ABORT-RUN TO TRUE
023900         GO TO 1000-EXIT
024000     END-IF.
024100     OPEN I-O MYOCCFILE.
024200     IF TSO-OCC-NOT-FOUND
024300         OPEN OUTPUT MYOCCFILE
024400         CLOSE MYOCCFILE
024500         OPEN I-O MYOCCFILE
024600     END-IF.
024700     IF NOT TSO-OCC-OK
024800         DISPLAY "tstord: unable to open TStandOcc.dat,",
024900             " status = ", TSO-OCC-STATUS
025000         CALL "TERRLOG" USING TSO-ERRLOG-PROGRAM-ID,
025100             TSO-ERRLOG-PARAGRAPH, TSO-ERRLOG-SEVERITY
025200         CLOSE MYORDERFILE
025300         SET TSO-ABORT-RUN TO TRUE
025400         GO TO 1000-EXIT
025500     END-IF.
025600     OPEN INPUT MYMASTER.
025700     IF NOT TSO-MST-OK
025800         DISPLAY "tstord: unable to open TAcctMaster.dat,",
025900             " status = ", TSO-MST-STATUS
026000         CALL "TERRLOG" USING TSO-ERRLOG-PROGRAM-ID,
026100             TSO-ERRLOG-PARAGRAPH, TSO-ERRLOG-SEVERITY
026200         CLOSE MYORDERFILE
026300         CLOSE MYOCCFILE
026400         SET TSO-ABORT-RUN TO TRUE
026500         GO TO 1000-EXIT
026600     END-IF.
026700     OPEN I-O MYMAINTFILE.
026800     IF NOT TSO-IN-OK
026900         DISPLAY "tstord: unable to open TFileIn.dat,",
027000             " status = ", TSO-IN-STATUS
027100         CALL "TERRLOG" USING TSO-ERRLOG-PROGRAM-ID,
027200             TSO-ERRLOG-PARAGRAPH, TSO-ERRLOG-SEVERITY
027300         CLOSE MYORDERFILE
027400         CLOSE MYOCCFILE
027500         CLOSE MYMASTER
027600         SET TSO-ABORT-RUN TO TRUE
027700         GO TO 1000-EXIT
027800     END-IF.
027900     MOVE "O" TO TSO-RW-FUNCTION.
028000     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
028100     MOVE TSO-RUN-DATE TO TSO-RPT-RUN-DATE.
028200     IF TSO-BD-CAL-AVAILABLE
028300         MOVE "YES" TO TSO-RPT-ROLLING
028400     ELSE
028500         MOVE "NO " TO TSO-RPT-ROLLING
028600     END-IF.
028700     MOVE TSO-RPT-HEAD-LINE TO TSO-RW-LINE.
028800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028900     MOVE SPACES TO TSO-RW-LINE.
029000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
029100     MOVE TSO-RPT-COL-LINE TO TSO-RW-LINE.
029200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
029300     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
029400 1000-EXIT.
029500     EXIT.
029600
029700*----------------------------------------------------------*
029800* 2000-PROCESS-ORDER TAKES ONE ORDER. AN EXPIRED ORDER IS
029900* PASSED OVER; A NEW ONE IS SCHEDULED FIRST. 2200 THEN
030000* WORKS ITS DUE DATES UNTIL ONE IS NOT YET DUE, A
030100* TRANSACTION HAS BEEN WRITTEN OR HELD OVER, OR THE ORDER
030200* EXPIRES -- AT MOST ONE TRANSACTION PER ORDER PER NIGHT.
030300*----------------------------------------------------------*
030400 2000-PROCESS-ORDER.
030500     ADD 1 TO TSO-ORDER-COUNT.
030600     MOVE "N" TO TSO-ORDER-DONE-SW.
030700     MOVE "N" TO TSO-ORDER-CHANGED-SW.
030800     MOVE ZERO TO TSO-LOOP-COUNT.
030900     IF SO-IS-EXPIRED
031000         GO TO 2000-READ-NEXT
031100     END-IF.
031200     IF SO-NEXT-DUE = ZERO
031300         PERFORM 3000-FIRST-DUE THRU 3000-EXIT
031400         SET TSO-ORDER-CHANGED TO TRUE
031500     END-IF.
031600     PERFORM 2200-WORK-DUE-DATE THRU 2200-EXIT
031700         UNTIL TSO-ORDER-DONE.
031800     IF TSO-ORDER-CHANGED
031900         PERFORM 2800-SAVE-ORDER THRU 2800-EXIT
032000     END-IF.
032100 2000-READ-NEXT.
032200     PERFORM 2100-READ-ORDER THRU 2100-EXIT.
032300 2000-EXIT.
032400     EXIT.
032500
032600 2100-READ-ORDER.
032700     READ MYORDERFILE NEXT RECORD
032800         AT END
032900             SET TSO-ORD-EOF TO TRUE
033000     END-READ.
033100 2100-EXIT.
033200     EXIT.
033300
033400 2200-WORK-DUE-DATE.
033500     ADD 1 TO TSO-LOOP-COUNT.
033600     IF TSO-LOOP-COUNT > TSO-LOOP-LIMIT
033700         SET TSO-ORDER-DONE TO TRUE
033800         GO TO 2200-EXIT
033900     END-IF.
034000     IF SO-END-DATE NOT = ZERO AND SO-NEXT-DUE > SO-END-DATE
034100         PERFORM 2700-EXPIRE-ORDER THRU 2700-EXIT
034200         SET TSO-ORDER-DONE TO TRUE
034300         GO TO 2200-EXIT
034400     END-IF.
034500     PERFORM 3500-ROLL-DUE-DATE THRU 3500-EXIT.
034600     IF TSO-BUS-DATE > TSO-RUN-DATE
034700         SET TSO-ORDER-DONE TO TRUE
034800         GO TO 2200-EXIT
034900     END-IF.
035000     MOVE SO-KEY      TO SOC-ORDER-KEY.
035100     MOVE SO-NEXT-DUE TO SOC-DUE-DATE.
035200     READ MYOCCFILE
035300         INVALID KEY
035400             PERFORM 2300-TAKE-OCCURRENCE THRU 2300-EXIT
035500         NOT INVALID KEY
035600             PERFORM 3100-ADVANCE-DUE THRU 3100-EXIT
035700             SET TSO-ORDER-CHANGED TO TRUE
035800     END-READ.
035900 2200-EXIT.
036000     EXIT.
036100
036200*----------------------------------------------------------*
036300* 2300-TAKE-OCCURRENCE DEALS WITH A DUE DATE NOT YET ON THE
036400* OCCURRENCE FILE: SKIPPED FOR GOOD WHEN THE ACCOUNT CANNOT
036500* TAKE A TRANSACTION, OTHERWISE WRITTEN TO TFILEIN.DAT. A
036600* KEY WITH A TRANSACTION ALREADY PENDING HOLDS THE ORDER
036700* OVER TO THE NEXT NIGHT WITH NOTHING RECORDED.
036800*----------------------------------------------------------*
036900 2300-TAKE-OCCURRENCE.
037000     PERFORM 2400-CHECK-ACCOUNT THRU 2400-EXIT.
037100     IF NOT TSO-ACCT-USABLE
037200         SET SOC-SKIPPED TO TRUE
037300         PERFORM 2600-RECORD-OCCURRENCE THRU 2600-EXIT
037400         ADD 1 TO TSO-SKIP-COUNT
037500         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
037600         PERFORM 3100-ADVANCE-DUE THRU 3100-EXIT
037700         SET TSO-ORDER-CHANGED TO TRUE
037800         GO TO 2300-EXIT
037900     END-IF.
038000     PERFORM 2500-WRITE-TRANSACTION THRU 2500-EXIT.
038100     IF TSO-TXN-WRITTEN
038200         SET SOC-GENERATED TO TRUE
038300         PERFORM 2600-RECORD-OCCURRENCE THRU 2600-EXIT
038400         ADD 1 TO TSO-GEN-COUNT
038500         IF SO-TRANS-TYPE = "R"
038600             SUBTRACT SO-AMOUNT FROM TSO-GEN-TOTAL
038700         ELSE
038800             ADD SO-AMOUNT TO TSO-GEN-TOTAL
038900         END-IF
039000         MOVE "GENERATED" TO TSO-RPT-TEXT
039100         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
039200         MOVE TSO-RUN-DATE TO SO-LAST-RUN-DATE
039300         PERFORM 3100-ADVANCE-DUE THRU 3100-EXIT
039400         SET TSO-ORDER-CHANGED TO TRUE
039500         IF SO-END-DATE NOT = ZERO
039600             AND SO-NEXT-DUE > SO-END-DATE
039700             PERFORM 2700-EXPIRE-ORDER THRU 2700-EXIT
039800         END-IF
039900     ELSE
040000         ADD 1 TO TSO-RETRY-COUNT
040100         MOVE "PENDING, HELD OVER" TO TSO-RPT-TEXT
040200         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
040300     END-IF.
040400     SET TSO-ORDER-DONE TO TRUE.
040500 2300-EXIT.
040600     EXIT.
040700
040800 2400-CHECK-ACCOUNT.
040900     MOVE "N" TO TSO-ACCT-OK-SW.
041000     MOVE SO-ACCT-NUMBER TO ACCT-NUMBER.
041100     READ MYMASTER
041200         INVALID KEY
041300             MOVE "NOT ON MASTER, SKIPPED" TO TSO-RPT-TEXT
041400         NOT INVALID KEY
041500             IF ACCT-IS-CLOSED
041600                 MOVE "ACCOUNT CLOSED, SKIPPED" TO TSO-RPT-TEXT
041700             ELSE
041800                 IF ACCT-IS-FROZEN
041900                     MOVE "ACCOUNT FROZEN, SKIPPED"
042000                         TO TSO-RPT-TEXT
042100                 ELSE
042200                     SET TSO-ACCT-USABLE TO TRUE
042300                 END-IF
042400             END-IF
042500     END-READ.
042600 2400-EXIT.
042700     EXIT.
042800
042900*----------------------------------------------------------*
043000* 2500-WRITE-TRANSACTION PUTS THE ORDER INTO TFILEIN.DAT AS
043100* AN ORDINARY DL100 TRANSACTION DATED TONIGHT. A PENDING
043200* TRANSACTION UNDER THE KEY THAT IS THIS VERY ORDER'S ENTRY
043300* FROM TONIGHT (THE RUN STOPPED BEFORE THE OCCURRENCE WAS
043400* RECORDED) IS TAKEN AS WRITTEN, THE WAY TACCRUE TELLS A
043500* RERUN FROM A REAL CONFLICT.
043600*----------------------------------------------------------*
043700 2500-WRITE-TRANSACTION.
043800     MOVE "N" TO TSO-WRITTEN-SW.
043900     MOVE SPACES           TO INRECORD.
044000     MOVE SO-ACCT-NUMBER   TO IN-KEY.
044100     MOVE ZERO             TO O.
044200     MOVE ZERO             TO P.
044300     MOVE SO-FLAG          TO Q.
044400     MOVE TSO-RUN-YYMMDD   TO IN-TRANS-DATE.
044500     MOVE SO-ORIGIN-BRANCH TO IN-ORIGIN-BRANCH.
044600     MOVE SO-AMOUNT        TO IN-AMOUNT.
044700     MOVE SO-TRANS-TYPE    TO IN-TRANS-TYPE.
044800     WRITE INRECORD
044900         INVALID KEY
045000             READ MYMAINTFILE
045100                 INVALID KEY
045200                     CONTINUE
045300                 NOT INVALID KEY
045400                     IF Q = SO-FLAG
045500                         AND IN-TRANS-DATE = TSO-RUN-YYMMDD
045600                         AND IN-AMOUNT = SO-AMOUNT
045700                         AND IN-TRANS-TYPE = SO-TRANS-TYPE
045800                         SET TSO-TXN-WRITTEN TO TRUE
045900                     END-IF
046000             END-READ
046100         NOT INVALID KEY
046200             SET TSO-TXN-WRITTEN TO TRUE
046300     END-WRITE.
046400 2500-EXIT.
046500     EXIT.
046600
046700 2600-RECORD-OCCURRENCE.
046800     MOVE SO-KEY          TO SOC-ORDER-KEY.
046900     MOVE SO-NEXT-DUE     TO SOC-DUE-DATE.
047000     MOVE TSO-BUS-DATE    TO SOC-BUS-DATE.
047100     MOVE TSO-RUN-DATE    TO SOC-RUN-DATE.
047200     MOVE SO-AMOUNT       TO SOC-AMOUNT.
047300     MOVE SO-FLAG         TO SOC-FLAG.
047400     MOVE SO-TRANS-TYPE   TO SOC-TRANS-TYPE.
047500     WRITE STANDING-OCC-RECORD
047600         INVALID KEY
047700             SET TSO-SAVE-FAILED TO TRUE
047800     END-WRITE.
047900     IF NOT TSO-OCC-OK
048000         DISPLAY "tstord: unable to record occurrence ",
048100             SOC-KEY, ", status = ", TSO-OCC-STATUS
048200         MOVE "2600-RECORD-OCCURRENCE" TO TSO-ERRLOG-PARAGRAPH
048300         CALL "TERRLOG" USING TSO-ERRLOG-PROGRAM-ID,
048400             TSO-ERRLOG-PARAGRAPH, TSO-ERRLOG-SEVERITY
048500         SET TSO-SAVE-FAILED TO TRUE
048600     END-IF.
048700 2600-EXIT.
048800     EXIT.
048900
049000 2700-EXPIRE-ORDER.
049100     SET SO-IS-EXPIRED TO TRUE.
049200     SET TSO-ORDER-CHANGED TO TRUE.
049300     ADD 1 TO TSO-EXPIRED-COUNT.
049400     MOVE SO-END-DATE TO TSO-BUS-DATE.
049500     MOVE "EXPIRED, END DATE PASSED" TO TSO-RPT-TEXT.
049600     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
049700 2700-EXIT.
049800     EXIT.
049900
050000 2800-SAVE-ORDER.
050100     REWRITE STANDING-ORDER-RECORD
050200         INVALID KEY
050300             SET TSO-SAVE-FAILED TO TRUE
050400     END-REWRITE.
050500     IF NOT TSO-ORD-OK
050600         DISPLAY "tstord: unable to rewrite order ", SO-KEY,
050700             ", status = ", TSO-ORD-STATUS
050800         MOVE "2800-SAVE-ORDER" TO TSO-ERRLOG-PARAGRAPH
050900         CALL "TERRLOG" USING TSO-ERRLOG-PROGRAM-ID,
051000             TSO-ERRLOG-PARAGRAPH, TSO-ERRLOG-SEVERITY
051100         SET TSO-SAVE-FAILED TO TRUE
051200     END-IF.
051300 2800-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------*
051700* 3000-FIRST-DUE SCHEDULES AN ORDER TSTORD HAS NOT SEEN:
051800* WEEKLY AND MONTHLY START ON THE START DATE; A GIVEN DAY OF
051900* THE MONTH STARTS ON THE FIRST SUCH DAY NOT BEFORE IT.
052000*----------------------------------------------------------*
052100 3000-FIRST-DUE.
052200     MOVE SO-START-DATE TO SO-NEXT-DUE.
052300     IF SO-DAY = ZERO
052400         MOVE SO-START-DATE TO TSO-WORK-DATE
052500         MOVE TSO-WORK-DD   TO SO-DAY
052600     END-IF.
052700     IF SO-DAY-OF-MONTH
052800         MOVE SO-START-DATE TO TSO-WORK-DATE
052900         PERFORM 3200-SET-DAY-IN-MONTH THRU 3200-EXIT
053000         IF TSO-WORK-DATE < SO-START-DATE
053100             PERFORM 3300-NEXT-MONTH THRU 3300-EXIT
053200         END-IF
053300         MOVE TSO-WORK-DATE TO SO-NEXT-DUE
053400     END-IF.
053500 3000-EXIT.
053600     EXIT.
053700
053800 3100-ADVANCE-DUE.
053900     IF SO-WEEKLY
054000         COMPUTE TSO-DATE-INT =
054100             FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE) + 7
054200         COMPUTE SO-NEXT-DUE =
054300             FUNCTION DATE-OF-INTEGER (TSO-DATE-INT)
054400     ELSE
054500         MOVE SO-NEXT-DUE TO TSO-WORK-DATE
054600         PERFORM 3300-NEXT-MONTH THRU 3300-EXIT
054700         MOVE TSO-WORK-DATE TO SO-NEXT-DUE
054800     END-IF.
054900 3100-EXIT.
055000     EXIT.
055100
055200*----------------------------------------------------------*
055300* 3200-SET-DAY-IN-MONTH PUTS SO-DAY INTO THE MONTH HELD IN
055400* TSO-WORK-DATE, OR THE MONTH'S LAST DAY WHEN THE MONTH IS
055500* SHORTER (DAY 31 IN APRIL FALLS ON THE 30TH).
055600*----------------------------------------------------------*
055700 3200-SET-DAY-IN-MONTH.
055800     MOVE TSO-WORK-DATE TO TSO-MONTH-END.
055900     MOVE 1 TO TSO-ME-DD.
056000     IF TSO-ME-MM = 12
056100         ADD 1 TO TSO-ME-YYYY
056200         MOVE 1 TO TSO-ME-MM
056300     ELSE
056400         ADD 1 TO TSO-ME-MM
056500     END-IF.
056600     COMPUTE TSO-DATE-INT =
056700         FUNCTION INTEGER-OF-DATE (TSO-MONTH-END) - 1.
056800     COMPUTE TSO-MONTH-END =
056900         FUNCTION DATE-OF-INTEGER (TSO-DATE-INT).
057000     MOVE SO-DAY TO TSO-TARGET-DAY.
057100     IF TSO-TARGET-DAY > TSO-ME-DD
057200         MOVE TSO-ME-DD TO TSO-TARGET-DAY
057300     END-IF.
057400     MOVE TSO-TARGET-DAY TO TSO-WORK-DD.
057500 3200-EXIT.
057600     EXIT.
057700
057800 3300-NEXT-MONTH.
057900     MOVE 1 TO TSO-WORK-DD.
058000     IF TSO-WORK-MM = 12
058100         ADD 1 TO TSO-WORK-YYYY
058200         MOVE 1 TO TSO-WORK-MM
058300     ELSE
058400         ADD 1 TO TSO-WORK-MM
058500     END-IF.
058600     PERFORM 3200-SET-DAY-IN-MONTH THRU 3200-EXIT.
058700 3300-EXIT.
058800     EXIT.
058900
059000*----------------------------------------------------------*
059100* 3500-ROLL-DUE-DATE MOVES THE SCHEDULED DATE FORWARD TO THE
059200* FIRST PROCESSING DAY ON OR AFTER IT. WITHOUT THE CALENDAR
059300* THE SCHEDULED DATE STANDS.
059400*----------------------------------------------------------*
059500 3500-ROLL-DUE-DATE.
059600     MOVE SO-NEXT-DUE TO TSO-BUS-DATE.
059700     IF NOT TSO-BD-CAL-AVAILABLE
059800         GO TO 3500-EXIT
059900     END-IF.
060000     COMPUTE TSO-DATE-INT =
060100         FUNCTION INTEGER-OF-DATE (SO-NEXT-DUE).
060200     MOVE ZERO TO TSO-NEXT-TRIES.
060300     MOVE "N"  TO TSO-NEXT-FOUND-SW.
060400     PERFORM 3600-TRY-DAY THRU 3600-EXIT
060500         UNTIL TSO-NEXT-FOUND OR TSO-NEXT-TRIES > 14.
060600     IF TSO-NEXT-FOUND
060700         MOVE TSO-BD-DATE-1 TO TSO-BUS-DATE
060800     END-IF.
060900 3500-EXIT.
061000     EXIT.
061100
061200 3600-TRY-DAY.
061300     MOVE "D" TO TSO-BD-FUNCTION.
061400     COMPUTE TSO-BD-DATE-1 =
061500         FUNCTION DATE-OF-INTEGER (TSO-DATE-INT).
061600     CALL "TBUSDAY" USING TSO-BD-FUNCTION, TSO-BD-DATE-1,
061700         TSO-BD-DATE-2, TSO-BD-AVAIL, TSO-BD-RESULT,
061800         TSO-BD-DAYS.
061900     IF TSO-BD-RESULT = "Y"
062000         SET TSO-NEXT-FOUND TO TRUE
062100     ELSE
062200         ADD 1 TO TSO-DATE-INT
062300     END-IF.
062400     ADD 1 TO TSO-NEXT-TRIES.
062500 3600-EXIT.
062600     EXIT.
062700
062800 5000-PRINT-DETAIL.
062900     MOVE SO-ACCT-NUMBER TO TSO-RPT-ACCT.
063000     MOVE SO-SEQ         TO TSO-RPT-SEQ.
063100     MOVE SO-FREQUENCY   TO TSO-RPT-FREQ.
063200     MOVE SO-NEXT-DUE    TO TSO-RPT-DUE.
063300     MOVE TSO-BUS-DATE   TO TSO-RPT-BUS.
063400     MOVE SO-AMOUNT      TO TSO-RPT-AMOUNT.
063500     MOVE SO-TRANS-TYPE  TO TSO-RPT-TYPE.
063600     MOVE TSO-RPT-DETAIL TO TSO-RW-LINE.
063700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
063800 5000-EXIT.
063900     EXIT.
064000
064100 7000-PRINT-TOTALS.
064200     MOVE SPACES TO TSO-RW-LINE.
064300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
064400     MOVE "ORDERS READ                 = " TO TSO-RPT-SUM-LABEL.
064500     MOVE TSO-ORDER-COUNT TO TSO-RPT-SUM-COUNT.
064600     MOVE ZERO TO TSO-RPT-SUM-AMOUNT.
064700     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
064800     MOVE "GENERATED (NET AMOUNT)      = " TO TSO-RPT-SUM-LABEL.
064900     MOVE TSO-GEN-COUNT TO TSO-RPT-SUM-COUNT.
065000     MOVE TSO-GEN-TOTAL TO TSO-RPT-SUM-AMOUNT.
065100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
065200     MOVE ZERO TO TSO-RPT-SUM-AMOUNT.
065300     MOVE "SKIPPED (ACCOUNT)           = " TO TSO-RPT-SUM-LABEL.
065400     MOVE TSO-SKIP-COUNT TO TSO-RPT-SUM-COUNT.
065500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
065600     MOVE "HELD OVER (PENDING KEY)     = " TO TSO-RPT-SUM-LABEL.
065700     MOVE TSO-RETRY-COUNT TO TSO-RPT-SUM-COUNT.
065800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
065900     MOVE "EXPIRED                     = " TO TSO-RPT-SUM-LABEL.
066000     MOVE TSO-EXPIRED-COUNT TO TSO-RPT-SUM-COUNT.
066100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
066200 7000-EXIT.
066300     EXIT.
066400
066500 7100-PRINT-SUM-LINE.
066600     MOVE TSO-RPT-SUM-LINE TO TSO-RW-LINE.
066700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
066800 7100-EXIT.
066900     EXIT.
067000
067100 8500-CALL-REPORT-WRITER.
067200     CALL "TRPTWRT" USING TSO-RW-FUNCTION, TSO-RW-TITLE,
067300         TSO-ERRLOG-PROGRAM-ID, TSO-RW-FILENAME, TSO-RW-LINE.
067400 8500-EXIT.
067500     EXIT.
067600
067700 8600-PRINT-LINE.
067800     MOVE "W" TO TSO-RW-FUNCTION.
067900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
068000 8600-EXIT.
068100     EXIT.
068200
068300 9000-TERMINATE.
068400     IF NOT TSO-ABORT-RUN AND NOT TSO-NO-ORDERS
068500         MOVE "C" TO TSO-RW-FUNCTION
068600         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
068700         CLOSE MYORDERFILE
068800         CLOSE MYOCCFILE
068900         CLOSE MYMASTER
069000         CLOSE MYMAINTFILE
069100         DISPLAY "tstord: generated = ", TSO-GEN-COUNT,
069200             ", skipped = ", TSO-SKIP-COUNT,
069300             ", held over = ", TSO-RETRY-COUNT,
069400             ", expired = ", TSO-EXPIRED-COUNT
069500     END-IF.
069600     IF NOT TSO-ABORT-RUN
069700         ACCEPT TSO-END-TIME FROM TIME
069800         MOVE TSO-GEN-COUNT TO TSO-RUNHIST-COUNT
069900         CALL "TRUNHIST" USING TSO-ERRLOG-PROGRAM-ID,
070000             TSO-START-TIME, TSO-END-TIME, TSO-RUNHIST-COUNT
070100     END-IF.
070200*----------------------------------------------------------*
070300* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
070400* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
070500* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
070600*----------------------------------------------------------*
070700     IF TSO-ABORT-RUN OR TSO-SAVE-FAILED
070800         MOVE 8 TO RETURN-CODE
070900     ELSE
071000         IF TSO-SKIP-COUNT > ZERO OR TSO-RETRY-COUNT > ZERO
071100             MOVE 4 TO RETURN-CODE
071200         ELSE
071300             MOVE ZERO TO RETURN-CODE
071400         END-IF
071500     END-IF.
071600 9000-EXIT.
071700     EXIT.
071800
071900* Input:
072000*    file "TStandOrd.dat" (DL275 standing orders, indexed,
072100*         maintained on TSTORDM; next due date and status
072200*         rewritten here)
072300*    file "TAcctMaster.dat" (DL140 master, read only)
072400*    file "TProcCal.dat" (DL225 calendar, through TBUSDAY)
072500* Output:
072600*    file "TFileIn.dat" -- one DL100 transaction per order due
072700*         tonight, dated today, to flow through TEDIT/TFILE
072800*    file "TStandOcc.dat" (DL280, indexed) -- one record per
072900*         scheduled date generated or skipped
073000*    file "TStOrdRpt.txt" -- orders generated, skipped, held
073100*         over and expired, with totals
073200*    RETURN-CODE 0 = clean (or no order file), 4 = an order
073300*         was skipped or held over, 8 = interlock held / file
073400*         trouble
