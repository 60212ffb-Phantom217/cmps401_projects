000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TACTMON.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY UNUSUAL-ACTIVITY
001200*                      MONITOR, RUN AFTER THIST HAS LOADED THE
001300*                      NIGHT'S GENERATION INTO THISTMASTER.DAT.
001400*                      EVERY ACCOUNT'S DETAILS OVER A ROLLING
001500*                      WINDOW OF DAYS ARE COUNTED AND TOTALED
001600*                      AGAINST THE THRESHOLDS ON THE DL285
001700*                      CARD (TMONPARM.DAT), AND EVERY ONE OF
001800*                      TONIGHT'S DETAILS IS HELD AGAINST THE
001900*                      LARGE-ITEM LIMIT. EACH HIT GOES ONTO
002000*                      THE DL290 ALERT FILE, TACTALERT.DAT,
002100*                      FOR REVIEW ON TALRTRV, AND IS LISTED ON
002200*                      TACTMONRPT.TXT.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* THE HISTORY MASTER IS KEYED ON RUN DATE FIRST, SO THE     *
002600* WINDOW IS ONE START AND A SEQUENTIAL READ TO THE RUN      *
002700* DATE. AMOUNTS ARE TAKEN WITHOUT SIGN. A WINDOW ALERT IS   *
002800* NOT RAISED AGAIN WHILE THE ACCOUNT ALREADY HAS AN OPEN OR *
002900* ESCALATED ALERT OF THE SAME TYPE -- A BUSY ACCOUNT STAYS  *
003000* OVER THE LINE FOR THE WHOLE WINDOW AND ONE ALERT IS       *
003100* ENOUGH. A RERUN OF THE SAME NIGHT FINDS ITS ALERTS ON     *
003200* FILE BY KEY AND ADDS NOTHING.                             *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MYPARMFILE ASSIGN TO "TMonParm.dat"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS TMN-PARM-STATUS.
004000     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS HIST-KEY
004400         FILE STATUS IS TMN-HIST-STATUS.
004500     SELECT MYALERTFILE ASSIGN TO "TActAlert.dat"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS ALR-KEY
004900         FILE STATUS IS TMN-ALR-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MYPARMFILE.
005300     COPY DL285.
005400 FD  MYHISTMST.
005500     COPY DL170.
005600 FD  MYALERTFILE.
005700     COPY DL290.
005800 WORKING-STORAGE SECTION.
005900 01  TMN-PARM-STATUS  PIC XX        VALUE "00".
006000     88  TMN-PARM-OK                VALUE "00".
006100     88  TMN-PARM-NOT-FOUND         VALUE "35".
006200 01  TMN-HIST-STATUS  PIC XX        VALUE "00".
006300     88  TMN-HIST-OK                VALUE "00".
006400     88  TMN-HIST-NOT-FOUND         VALUE "35".
006500 01  TMN-ALR-STATUS   PIC XX        VALUE "00".
006600     88  TMN-ALR-OK                 VALUE "00".
006700     88  TMN-ALR-NOT-FOUND          VALUE "35".
006800 01  TMN-HIST-EOF-SW  PIC X         VALUE "N".
006900     88  TMN-HIST-EOF               VALUE "Y".
007000 01  TMN-ALR-EOF-SW   PIC X         VALUE "N".
007100     88  TMN-ALR-EOF                VALUE "Y".
007200 01  TMN-ABORT-SW     PIC X         VALUE "N".
007300     88  TMN-ABORT-RUN              VALUE "Y".
007400 01  TMN-NO-HIST-SW   PIC X         VALUE "N".
007500     88  TMN-NO-HISTORY             VALUE "Y".
007600 01  TMN-ACT-FOUND-SW PIC X         VALUE "N".
007700     88  TMN-ACT-FOUND              VALUE "Y".
007800 01  TMN-OPEN-FOUND-SW PIC X        VALUE "N".
007900     88  TMN-OPEN-FOUND             VALUE "Y".
008000*----------------------------------------------------------*
008100* ONE ENTRY PER ACCOUNT SEEN IN THE WINDOW: DETAIL COUNT    *
008200* AND UNSIGNED AMOUNT. AN OVERFLOW STOPS THE RUN RATHER     *
008300* THAN PASS AN ACCOUNT IT NEVER MEASURED.                   *
008400*----------------------------------------------------------*
008500 01  TMN-ACT-TALLY    PIC 9(5) COMP VALUE ZERO.
008600 01  TMN-ACT-SUB      PIC 9(5) COMP VALUE ZERO.
008700 01  TMN-ACT-LIMIT    PIC 9(5) COMP VALUE 5000.
008800 01  TMN-ACT-TABLE.
008900     05  TMN-ACT-ENTRY OCCURS 5000 TIMES.
009000         10  TMN-ACT-KEY    PIC X(8).
009100         10  TMN-ACT-COUNT  PIC 9(5) COMP.
009200         10  TMN-ACT-AMOUNT PIC 9(9)V99 COMP-3.
009300 01  TMN-HIST-ACCT    PIC X(8)      VALUE SPACES.
009400 01  TMN-ABS-AMOUNT   PIC 9(5)V99   VALUE ZERO.
009500 01  TMN-RUN-DATE     PIC 9(8)      VALUE ZERO.
009600 01  TMN-WINDOW-START PIC 9(8)      VALUE ZERO.
009700 01  TMN-WINDOW-INT   PIC 9(8) COMP VALUE ZERO.
009800 01  TMN-RESULT-TEXT  PIC X(13)     VALUE SPACES.
009900 01  TMN-HIST-COUNT   PIC 9(7) COMP VALUE ZERO.
010000 01  TMN-RAISED-COUNT PIC 9(7) COMP VALUE ZERO.
010100 01  TMN-OPEN-COUNT   PIC 9(7) COMP VALUE ZERO.
010200 01  TMN-ON-FILE-COUNT PIC 9(7) COMP VALUE ZERO.
010300 01  TMN-START-TIME   PIC 9(8)      VALUE ZERO.
010400 01  TMN-END-TIME     PIC 9(8)      VALUE ZERO.
010500 01  TMN-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
010600 01  TMN-RD-FUNCTION  PIC X         VALUE "G".
010700 01  TMN-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TACTMON".
010800 01  TMN-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
010900 01  TMN-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
011000 01  TMN-RW-FUNCTION  PIC X         VALUE SPACE.
011100 01  TMN-RW-TITLE     PIC X(30)
011200     VALUE "TACTMON UNUSUAL ACTIVITY".
011300 01  TMN-RW-FILENAME  PIC X(40)     VALUE "TActMonRpt.txt".
011400 01  TMN-RW-LINE      PIC X(80)     VALUE SPACES.
011500 01  TMN-RPT-HEAD-LINE.
011600     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
011700     05  TMN-RPT-RUN-DATE PIC 9(8).
011800     05  FILLER           PIC X(15) VALUE "  WINDOW FROM  ".
011900     05  TMN-RPT-WIN-FROM PIC 9(8).
012000     05  FILLER           PIC X(2)  VALUE SPACES.
012100     05  TMN-RPT-DAYS     PIC ZZ9.
012200     05  FILLER           PIC X(6)  VALUE " DAYS ".
012300     05  TMN-RPT-LABEL    PIC X(20).
012400     05  FILLER           PIC X(7)  VALUE SPACES.
012500 01  TMN-RPT-LIMIT-LINE.
012600     05  FILLER           PIC X(11) VALUE "MAX COUNT ".
012700     05  TMN-RPT-MAX-COUNT PIC ZZZZ9.
012800     05  FILLER           PIC X(13) VALUE "  MAX AMOUNT ".
012900     05  TMN-RPT-MAX-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
013000     05  FILLER           PIC X(13) VALUE "  LARGE ITEM ".
013100     05  TMN-RPT-LARGE    PIC ZZ,ZZ9.99.
013200     05  FILLER           PIC X(15) VALUE SPACES.
013300 01  TMN-RPT-COL-LINE.
013400     05  FILLER           PIC X(40)
013500         VALUE "ACCOUNT   TYPE    ITEM DATE  COUNT      ".
013600     05  FILLER           PIC X(40)
013700         VALUE "   AMOUNT      THRESHOLD  RESULT        ".
013800 01  TMN-RPT-DETAIL.
013900     05  TMN-RPT-ACCT     PIC X(8).
014000     05  FILLER           PIC X(2)  VALUE SPACES.
014100     05  TMN-RPT-TYPE     PIC X(6).
014200     05  FILLER           PIC X(2)  VALUE SPACES.
014300     05  TMN-RPT-ITEM-DATE PIC 9(8).
014400     05  FILLER           PIC X(2)  VALUE SPACES.
014500     05  TMN-RPT-COUNT    PIC ZZZZ9.
014600     05  FILLER           PIC X(2)  VALUE SPACES.
014700     05  TMN-RPT-AMOUNT   PIC ZZZ,ZZZ,ZZ9.99.
014800     05  FILLER           PIC X(2)  VALUE SPACES.
014900     05  TMN-RPT-THRESHOLD PIC ZZZ,ZZZ,ZZ9.99.
015000     05  FILLER           PIC X(2)  VALUE SPACES.
015100     05  TMN-RPT-TEXT     PIC X(13).
015200 01  TMN-RPT-SUM-LINE.
015300     05  TMN-RPT-SUM-LABEL PIC X(30).
015400     05  TMN-RPT-SUM-COUNT PIC ZZZZZZ9.
015500     05  FILLER           PIC X(43) VALUE SPACES.
015600 PROCEDURE DIVISION.
015700 0000-MAINLINE.
015800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015900     IF NOT TMN-ABORT-RUN AND NOT TMN-NO-HISTORY
016000         PERFORM 2000-READ-WINDOW THRU 2000-EXIT
016100             UNTIL TMN-HIST-EOF OR TMN-ABORT-RUN
016200     END-IF.
016300     IF NOT TMN-ABORT-RUN AND NOT TMN-NO-HISTORY
016400         PERFORM 3000-JUDGE-ACCOUNT THRU 3000-EXIT
016500             VARYING TMN-ACT-SUB FROM 1 BY 1
016600             UNTIL TMN-ACT-SUB > TMN-ACT-TALLY
016700         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
016800     END-IF.
016900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
017000     GOBACK.
017100
017200 1000-INITIALIZE.
017300     ACCEPT TMN-START-TIME FROM TIME.
017400     CALL "TRUNDATE" USING TMN-RD-FUNCTION, TMN-ERRLOG-PROGRAM-ID,
017500         TMN-RUN-DATE.
017600     OPEN INPUT MYPARMFILE.
017700     IF TMN-PARM-NOT-FOUND
017800         DISPLAY "tactmon: TMonParm.dat not found, the ",
017900             "thresholds are a management decision -- not run"
018000         CALL "TERRLOG" USING TMN-ERRLOG-PROGRAM-ID,
018100             TMN-ERRLOG-PARAGRAPH, TMN-ERRLOG-SEVERITY
018200         SET TMN-ABORT-RUN TO TRUE
018300         GO TO 1000-EXIT
018400     END-IF.
018500     READ MYPARMFILE
018600         AT END
018700             DISPLAY "tactmon: parameter card is empty"
018800             SET TMN-ABORT-RUN TO TRUE
018900     END-READ.
019000     CLOSE MYPARMFILE.
019100     IF TMN-ABORT-RUN
019200         GO TO 1000-EXIT
019300     END-IF.
019400     IF MON-PARM-WINDOW-DAYS NOT NUMERIC
019500         OR MON-PARM-WINDOW-DAYS = ZERO
019600         OR MON-PARM-MAX-COUNT NOT NUMERIC
019700         OR MON-PARM-MAX-AMOUNT NOT NUMERIC
019800         OR MON-PARM-LARGE-ITEM NOT NUMERIC
019900         DISPLAY "tactmon: window or thresholds on the card ",
020000             "are not numbers -- not run"
020100         CALL "TERRLOG" USING TMN-ERRLOG-PROGRAM-ID,
020200             TMN-ERRLOG-PARAGRAPH, TMN-ERRLOG-SEVERITY
020300         SET TMN-ABORT-RUN TO TRUE
020400         GO TO 1000-EXIT
020500     END-IF.
020600     COMPUTE TMN-WINDOW-INT =
020700         FUNCTION INTEGER-OF-DATE (TMN-RUN-DATE)
020800         - MON-PARM-WINDOW-DAYS + 1.
020900     COMPUTE TMN-WINDOW-START =
021000         FUNCTION DATE-OF-INTEGER (TMN-WINDOW-INT).
021100     PERFORM 1200-OPEN-HISTORY THRU 1200-EXIT.
021200     IF TMN-ABORT-RUN OR TMN-NO-HISTORY
021300         GO TO 1000-EXIT
021400     END-IF.
021500     PERFORM 1500-OPEN-FILES THRU 1500-EXIT.
021600 1000-EXIT.
021700     EXIT.
021800
021900*----------------------------------------------------------*
022000* 1200-OPEN-HISTORY OPENS THE HISTORY MASTER AND POSITIONS  *
022100* IT ON THE FIRST DETAIL OF THE WINDOW'S FIRST DAY.         *
022200*----------------------------------------------------------*
022300 1200-OPEN-HISTORY.
022400     MOVE "1200-OPEN-HISTORY" TO TMN-ERRLOG-PARAGRAPH.
022500     OPEN INPUT MYHISTMST.
022600     IF TMN-HIST-NOT-FOUND
022700         DISPLAY "tactmon: THistMaster.dat not found, no ",
022800             "activity to measure -- monitor not run"
022900         SET TMN-NO-HISTORY TO TRUE
023000         GO TO 1200-EXIT
023100     END-IF.
023200     IF NOT TMN-HIST-OK
023300         DISPLAY "tactmon: unable to open THistMaster.dat,",
023400             " status = ", TMN-HIST-STATUS
023500         CALL "TERRLOG" USING TMN-ERRLOG-PROGRAM-ID,
023600             TMN-ERRLOG-PARAGRAPH, TMN-ERRLOG-SEVERITY
023700         SET TMN-ABORT-RUN TO TRUE
023800         GO TO 1200-EXIT
023900     END-IF.
024000     MOVE LOW-VALUES       TO HIST-KEY.
024100     MOVE TMN-WINDOW-START TO HIST-RUN-DATE.
024200     START MYHISTMST KEY IS NOT LESS THAN HIST-KEY
024300         INVALID KEY
024400             SET TMN-HIST-EOF TO TRUE
024500     END-START.
024600 1200-EXIT.
024700     EXIT.
024800
024900*----------------------------------------------------------*
025000* THE ALERT FILE IS CREATE-ON-FIRST-USE, THE SAME STATUS-35 *
025100* FALLBACK THIST USES FOR THE HISTORY MASTER.               *
025200*----------------------------------------------------------*
025300 1500-OPEN-FILES.
025400     MOVE "1500-OPEN-FILES" TO TMN-ERRLOG-PARAGRAPH.
025500     OPEN I-O MYALERTFILE.
025600     IF TMN-ALR-NOT-FOUND
025700         OPEN OUTPUT MYALERTFILE
025800         CLOSE MYALERTFILE
025900         OPEN I-O MYALERTFILE
026000     END-IF.
026100     IF NOT TMN-ALR-OK
026200         DISPLAY "tactmon: unable to open TActAlert.dat,",
026300             " status = ", TMN-ALR-STATUS
026400         CALL "TERRLOG" USING TMN-ERRLOG-PROGRAM-ID,
026500             TMN-ERRLOG-PARAGRAPH, TMN-ERRLOG-SEVERITY
026600         CLOSE MYHISTMST
026700         SET TMN-ABORT-RUN TO TRUE
026800         GO TO 1500-EXIT
026900     END-IF.
027000     MOVE "O" TO TMN-RW-FUNCTION.
027100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
027200     MOVE TMN-RUN-DATE         TO TMN-RPT-RUN-DATE.
027300     MOVE TMN-WINDOW-START     TO TMN-RPT-WIN-FROM.
027400     MOVE MON-PARM-WINDOW-DAYS TO TMN-RPT-DAYS.
027500     MOVE MON-PARM-LABEL       TO TMN-RPT-LABEL.
027600     MOVE TMN-RPT-HEAD-LINE TO TMN-RW-LINE.
027700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
027800     MOVE MON-PARM-MAX-COUNT   TO TMN-RPT-MAX-COUNT.
027900     MOVE MON-PARM-MAX-AMOUNT  TO TMN-RPT-MAX-AMOUNT.
028000     MOVE MON-PARM-LARGE-ITEM  TO TMN-RPT-LARGE.
028100     MOVE TMN-RPT-LIMIT-LINE TO TMN-RW-LINE.
028200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028300     MOVE SPACES TO TMN-RW-LINE.
028400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028500     MOVE TMN-RPT-COL-LINE TO TMN-RW-LINE.
028600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
028700 1500-EXIT.
028800     EXIT.
028900
029000*----------------------------------------------------------*
029100* 2000-READ-WINDOW TAKES ONE DETAIL FROM THE WINDOW INTO    *
029200* THE ACCOUNT TABLE. TONIGHT'S DETAILS ARE ALSO HELD        *
029300* AGAINST THE LARGE-ITEM LIMIT.                             *
029400*----------------------------------------------------------*
029500 2000-READ-WINDOW.
029600     READ MYHISTMST NEXT RECORD
029700         AT END
029800             SET TMN-HIST-EOF TO TRUE
029900             GO TO 2000-EXIT
030000     END-READ.
030100     IF HIST-RUN-DATE > TMN-RUN-DATE
030200         SET TMN-HIST-EOF TO TRUE
030300         GO TO 2000-EXIT
030400     END-IF.
030500     ADD 1 TO TMN-HIST-COUNT.
030600     MOVE HIST-R TO TMN-HIST-ACCT (1:4).
030700     MOVE HIST-S TO TMN-HIST-ACCT (5:4).
030800     IF HIST-AMOUNT < ZERO
030900         COMPUTE TMN-ABS-AMOUNT = ZERO - HIST-AMOUNT
031000     ELSE
031100         MOVE HIST-AMOUNT TO TMN-ABS-AMOUNT
031200     END-IF.
031300     IF HIST-RUN-DATE = TMN-RUN-DATE
031400         AND MON-PARM-LARGE-ITEM > ZERO
031500         AND TMN-ABS-AMOUNT > MON-PARM-LARGE-ITEM
031600         PERFORM 2200-LARGE-ITEM THRU 2200-EXIT
031700     END-IF.
031800     PERFORM 2500-FIND-ACCOUNT THRU 2500-EXIT.
031900     IF TMN-ACT-FOUND
032000         ADD 1              TO TMN-ACT-COUNT (TMN-ACT-SUB)
032100         ADD TMN-ABS-AMOUNT TO TMN-ACT-AMOUNT (TMN-ACT-SUB)
032200         GO TO 2000-EXIT
032300     END-IF.
032400     IF TMN-ACT-TALLY NOT < TMN-ACT-LIMIT
032500         DISPLAY "tactmon: more than ", TMN-ACT-LIMIT,
032600             " accounts active in the window -- not run"
032700         MOVE "2000-READ-WINDOW" TO TMN-ERRLOG-PARAGRAPH
032800         CALL "TERRLOG" USING TMN-ERRLOG-PROGRAM-ID,
032900             TMN-ERRLOG-PARAGRAPH, TMN-ERRLOG-SEVERITY
033000         SET TMN-ABORT-RUN TO TRUE
033100         GO TO 2000-EXIT
033200     END-IF.
033300     ADD 1 TO TMN-ACT-TALLY.
033400     MOVE TMN-HIST-ACCT  TO TMN-ACT-KEY (TMN-ACT-TALLY).
033500     MOVE 1              TO TMN-ACT-COUNT (TMN-ACT-TALLY).
033600     MOVE TMN-ABS-AMOUNT TO TMN-ACT-AMOUNT (TMN-ACT-TALLY).
033700 2000-EXIT.
033800     EXIT.
033900
034000 2200-LARGE-ITEM.
034100     MOVE SPACES              TO ACT-ALERT-RECORD.
034200     MOVE TMN-HIST-ACCT       TO ALR-ACCT-NUMBER.
034300     SET ALR-TYPE-LARGE-ITEM  TO TRUE.
034400     MOVE HIST-RUN-DATE       TO ALR-ITEM-DATE.
034500     MOVE 1                   TO ALR-COUNT.
034600     MOVE TMN-ABS-AMOUNT      TO ALR-AMOUNT.
034700     MOVE MON-PARM-LARGE-ITEM TO ALR-THRESHOLD.
034800     PERFORM 4000-WRITE-ALERT THRU 4000-EXIT.
034900 2200-EXIT.
035000     EXIT.
035100
035200 2500-FIND-ACCOUNT.
035300     MOVE "N" TO TMN-ACT-FOUND-SW.
035400     PERFORM 2600-MATCH-ACCOUNT THRU 2600-EXIT
035500         VARYING TMN-ACT-SUB FROM 1 BY 1
035600         UNTIL TMN-ACT-SUB > TMN-ACT-TALLY
035700         OR TMN-ACT-FOUND.
035800     IF TMN-ACT-FOUND
035900         SUBTRACT 1 FROM TMN-ACT-SUB
036000     END-IF.
036100 2500-EXIT.
036200     EXIT.
036300
036400 2600-MATCH-ACCOUNT.
036500     IF TMN-ACT-KEY (TMN-ACT-SUB) = TMN-HIST-ACCT
036600         SET TMN-ACT-FOUND TO TRUE
036700     END-IF.
036800 2600-EXIT.
036900     EXIT.
037000
037100*----------------------------------------------------------*
037200* 3000-JUDGE-ACCOUNT HOLDS ONE ACCOUNT'S WINDOW TOTALS      *
037300* AGAINST THE CARD. A ZERO THRESHOLD IS A TEST TURNED OFF.  *
037400*----------------------------------------------------------*
037500 3000-JUDGE-ACCOUNT.
037600     IF MON-PARM-MAX-COUNT > ZERO
037700         AND TMN-ACT-COUNT (TMN-ACT-SUB) > MON-PARM-MAX-COUNT
037800         MOVE SPACES            TO ACT-ALERT-RECORD
037900         SET ALR-TYPE-COUNT     TO TRUE
038000         MOVE MON-PARM-MAX-COUNT TO ALR-THRESHOLD
038100         PERFORM 3100-WINDOW-ALERT THRU 3100-EXIT
038200     END-IF.
038300     IF MON-PARM-MAX-AMOUNT > ZERO
038400         AND TMN-ACT-AMOUNT (TMN-ACT-SUB) > MON-PARM-MAX-AMOUNT
038500         MOVE SPACES            TO ACT-ALERT-RECORD
038600         SET ALR-TYPE-AMOUNT    TO TRUE
038700         MOVE MON-PARM-MAX-AMOUNT TO ALR-THRESHOLD
038800         PERFORM 3100-WINDOW-ALERT THRU 3100-EXIT
038900     END-IF.
039000 3000-EXIT.
039100     EXIT.
039200
039300 3100-WINDOW-ALERT.
039400     MOVE TMN-ACT-KEY (TMN-ACT-SUB)    TO ALR-ACCT-NUMBER.
039500     MOVE TMN-RUN-DATE                 TO ALR-ITEM-DATE.
039600     MOVE TMN-ACT-COUNT (TMN-ACT-SUB)  TO ALR-COUNT.
039700     MOVE TMN-ACT-AMOUNT (TMN-ACT-SUB) TO ALR-AMOUNT.
039800     PERFORM 3200-CHECK-OPEN THRU 3200-EXIT.
039900     IF TMN-OPEN-FOUND
040000         ADD 1 TO TMN-OPEN-COUNT
040100         MOVE "ALREADY OPEN" TO TMN-RESULT-TEXT
040200         PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT
040300     ELSE
040400         PERFORM 4000-WRITE-ALERT THRU 4000-EXIT
040500     END-IF.
040600 3100-EXIT.
040700     EXIT.
040800
040900*----------------------------------------------------------*
041000* 3200-CHECK-OPEN LOOKS FOR AN ALERT OF THE SAME ACCOUNT    *
041100* AND TYPE THAT IS STILL OPEN OR ESCALATED. THE ALERT BEING *
041200* BUILT IS SAVED IN THE REPORT FIELDS AND PUT BACK AFTER.   *
041300*----------------------------------------------------------*
041400 3200-CHECK-OPEN.
041500     MOVE "N" TO TMN-OPEN-FOUND-SW.
041600     MOVE "N" TO TMN-ALR-EOF-SW.
041700     MOVE ALR-ACCT-NUMBER TO TMN-RPT-ACCT.
041800     MOVE ALR-TYPE        TO TMN-RPT-TYPE.
041900     MOVE ALR-ITEM-DATE   TO TMN-RPT-ITEM-DATE.
042000     MOVE ZERO            TO ALR-ITEM-DATE.
042100     START MYALERTFILE KEY IS NOT LESS THAN ALR-KEY
042200         INVALID KEY
042300             SET TMN-ALR-EOF TO TRUE
042400     END-START.
042500     PERFORM 3300-SCAN-OPEN THRU 3300-EXIT
042600         UNTIL TMN-ALR-EOF OR TMN-OPEN-FOUND.
042700     MOVE SPACES                       TO ACT-ALERT-RECORD.
042800     MOVE TMN-RPT-ACCT                 TO ALR-ACCT-NUMBER.
042900     MOVE TMN-RPT-TYPE                 TO ALR-TYPE.
043000     MOVE TMN-RPT-ITEM-DATE            TO ALR-ITEM-DATE.
043100     MOVE TMN-ACT-COUNT (TMN-ACT-SUB)  TO ALR-COUNT.
043200     MOVE TMN-ACT-AMOUNT (TMN-ACT-SUB) TO ALR-AMOUNT.
043300     IF ALR-TYPE-COUNT
043400         MOVE MON-PARM-MAX-COUNT  TO ALR-THRESHOLD
043500     ELSE
043600         MOVE MON-PARM-MAX-AMOUNT TO ALR-THRESHOLD
043700     END-IF.
043800 3200-EXIT.
043900     EXIT.
044000
044100 3300-SCAN-OPEN.
044200     READ MYALERTFILE NEXT RECORD
044300         AT END
044400             SET TMN-ALR-EOF TO TRUE
044500             GO TO 3300-EXIT
044600     END-READ.
044700     IF ALR-ACCT-NUMBER NOT = TMN-RPT-ACCT
044800         OR ALR-TYPE NOT = TMN-RPT-TYPE
044900         SET TMN-ALR-EOF TO TRUE
045000         GO TO 3300-EXIT
045100     END-IF.
045200     IF ALR-IS-OPEN OR ALR-IS-ESCALATED
045300         SET TMN-OPEN-FOUND TO TRUE
045400     END-IF.
045500 3300-EXIT.
045600     EXIT.
045700
045800*----------------------------------------------------------*
045900* 4000-WRITE-ALERT PUTS A NEW OPEN ALERT ON FILE. A KEY     *
046000* ALREADY THERE IS TONIGHT'S ALERT FROM AN EARLIER RUN.     *
046100*----------------------------------------------------------*
046200 4000-WRITE-ALERT.
046300     MOVE TMN-RUN-DATE         TO ALR-RAISED-DATE.
046400     MOVE MON-PARM-WINDOW-DAYS TO ALR-WINDOW-DAYS.
046500     SET ALR-IS-OPEN           TO TRUE.
046600     MOVE SPACES               TO ALR-REVIEW-OPERATOR.
046700     MOVE ZERO                 TO ALR-REVIEW-DATE.
046800     MOVE SPACES               TO ALR-COMMENT.
046900     WRITE ACT-ALERT-RECORD
047000         INVALID KEY
047100             ADD 1 TO TMN-ON-FILE-COUNT
047200             MOVE "ON FILE"       TO TMN-RESULT-TEXT
047300         NOT INVALID KEY
047400             ADD 1 TO TMN-RAISED-COUNT
047500             MOVE "RAISED"        TO TMN-RESULT-TEXT
047600     END-WRITE.
047700     PERFORM 5000-PRINT-DETAIL THRU 5000-EXIT.
047800 4000-EXIT.
047900     EXIT.
048000
048100 5000-PRINT-DETAIL.
048200     MOVE ALR-ACCT-NUMBER TO TMN-RPT-ACCT.
048300     EVALUATE TRUE
048400         WHEN ALR-TYPE-COUNT
048500             MOVE "COUNT"  TO TMN-RPT-TYPE
048600         WHEN ALR-TYPE-AMOUNT
048700             MOVE "AMOUNT" TO TMN-RPT-TYPE
048800         WHEN OTHER
048900             MOVE "LARGE"  TO TMN-RPT-TYPE
049000     END-EVALUATE.
049100     MOVE ALR-ITEM-DATE   TO TMN-RPT-ITEM-DATE.
049200     MOVE ALR-COUNT       TO TMN-RPT-COUNT.
049300     MOVE ALR-AMOUNT      TO TMN-RPT-AMOUNT.
049400     MOVE ALR-THRESHOLD   TO TMN-RPT-THRESHOLD.
049500     MOVE TMN-RESULT-TEXT TO TMN-RPT-TEXT.
049600     MOVE TMN-RPT-DETAIL  TO TMN-RW-LINE.
049700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
049800 5000-EXIT.
049900     EXIT.
050000
050100 7000-PRINT-TOTALS.
050200     MOVE SPACES TO TMN-RW-LINE.
050300     IF TMN-RAISED-COUNT = ZERO AND TMN-OPEN-COUNT = ZERO
050400         AND TMN-ON-FILE-COUNT = ZERO
050500         MOVE "NO UNUSUAL ACTIVITY" TO TMN-RW-LINE
050600     END-IF.
050700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
050800     MOVE "HISTORY RECORDS IN WINDOW   = " TO TMN-RPT-SUM-LABEL.
050900     MOVE TMN-HIST-COUNT TO TMN-RPT-SUM-COUNT.
051000     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
051100     MOVE "ACCOUNTS ACTIVE IN WINDOW   = " TO TMN-RPT-SUM-LABEL.
051200     MOVE TMN-ACT-TALLY TO TMN-RPT-SUM-COUNT.
051300     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
051400     MOVE "ALERTS RAISED               = " TO TMN-RPT-SUM-LABEL.
051500     MOVE TMN-RAISED-COUNT TO TMN-RPT-SUM-COUNT.
051600     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
051700     MOVE "OVER BUT ALREADY OPEN       = " TO TMN-RPT-SUM-LABEL.
051800     MOVE TMN-OPEN-COUNT TO TMN-RPT-SUM-COUNT.
051900     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
052000     MOVE "ALREADY RAISED TONIGHT      = " TO TMN-RPT-SUM-LABEL.
052100     MOVE TMN-ON-FILE-COUNT TO TMN-RPT-SUM-COUNT.
052200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
052300 7000-EXIT.
052400     EXIT.
052500
052600 7100-PRINT-SUM-LINE.
052700     MOVE TMN-RPT-SUM-LINE TO TMN-RW-LINE.
052800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
052900 7100-EXIT.
053000     EXIT.
053100
053200 8500-CALL-REPORT-WRITER.
053300     CALL "TRPTWRT" USING TMN-RW-FUNCTION, TMN-RW-TITLE,
053400         TMN-ERRLOG-PROGRAM-ID, TMN-RW-FILENAME, TMN-RW-LINE.
053500 8500-EXIT.
053600     EXIT.
053700
053800 8600-PRINT-LINE.
053900     MOVE "W" TO TMN-RW-FUNCTION.
054000     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
054100 8600-EXIT.
054200     EXIT.
054300
054400 9000-TERMINATE.
054500     IF NOT TMN-ABORT-RUN AND NOT TMN-NO-HISTORY
054600         MOVE "C" TO TMN-RW-FUNCTION
054700         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
054800         CLOSE MYHISTMST
054900         CLOSE MYALERTFILE
055000         DISPLAY "tactmon: history read = ", TMN-HIST-COUNT,
055100             ", alerts raised = ", TMN-RAISED-COUNT,
055200             ", already open = ", TMN-OPEN-COUNT
055300         ACCEPT TMN-END-TIME FROM TIME
055400         MOVE TMN-HIST-COUNT TO TMN-RUNHIST-COUNT
055500         CALL "TRUNHIST" USING TMN-ERRLOG-PROGRAM-ID,
055600             TMN-START-TIME, TMN-END-TIME, TMN-RUNHIST-COUNT
055700     END-IF.
055800*----------------------------------------------------------*
055900* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
056000* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
056100* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
056200*----------------------------------------------------------*
056300     IF TMN-ABORT-RUN
056400         MOVE 8 TO RETURN-CODE
056500     ELSE
056600         IF TMN-NO-HISTORY
056700             MOVE 4 TO RETURN-CODE
056800         ELSE
056900             MOVE ZERO TO RETURN-CODE
057000         END-IF
057100     END-IF.
057200 9000-EXIT.
057300     EXIT.
057400
057500* Input:
057600*    file "TMonParm.dat" (DL285 card): window days 9(3), max
057700*         count 9(5), max amount 9(9)V99, large item 9(5)V99,
057800*         label, e.g.
057900*            00700025000050000000250000ACTIVITY MONITOR
058000*    file "THistMaster.dat" (DL170 history master, read only)
058100* Input/Output:
058200*    file "TActAlert.dat" (DL290 alerts, indexed, created on
058300*         first use)
058400* Output:
058500*    file "TActMonRpt.txt" -- every account over a threshold
058600*    RETURN-CODE 0 = clean, 4 = no history master (monitor
058700*         not run), 8 = no card / bad card / file trouble /
058800*         too many accounts in the window
