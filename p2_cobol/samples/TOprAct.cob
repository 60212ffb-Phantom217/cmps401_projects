000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TOPRACT.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. OPERATOR ACTIVITY
001200*                      REPORT FOR A DATE RANGE ACROSS EVERY
001300*                      MAINTENANCE TRAIL IN THE SHOP -- THE
001400*                      DL215 ACCOUNT AUDIT, THE TRULES CHANGE
001500*                      LOG, THE DL350 MAINTENANCE TRAIL FROM
001600*                      TMAINT, TBAPPLY, TREJFIX, AND TBACKOUT,
001700*                      THE DL325 APPROVAL DECISIONS, AND THE
001800*                      DL340 OPERATOR MASTER CHANGES -- BY
001900*                      OPERATOR, IN TIME ORDER, FOLLOWED BY THE
002000*                      OPERATORS ON TOPERMAST.DAT WHO MADE NO
002100*                      CHANGE IN THE RANGE.
002130*    2026-10-15 DL     DL215 R LINES (TBRCLOSE BRANCH MOVES) ARE
002160*                      LISTED AS BRANCH MOVE UNDER TBRCLOSE.
002170*    2026-10-15 DL     DL215 W LINES ARE TWLREV'S; S LINES
002180*                      NOT STAMPED TDORMANT ARE TACCTM'S.
002200*----------------------------------------------------------*
002300*----------------------------------------------------------*
002400* THE OPERATOR KEYS A FROM AND A TO DATE (CCYYMMDD; A BLANK *
002500* FROM IS THE TRUNDATE RUN DATE, A BLANK TO IS THE FROM     *
002600* DATE). EACH TRAIL IS READ IN TURN AND EVERY CHANGE DATED  *
002700* IN THE RANGE IS INSERTED INTO ONE TABLE IN OPERATOR, DATE *
002800* AND TIME ORDER THE WAY TBIOG BUILDS AN ACCOUNT'S LIFE     *
002900* STORY, SO NO SORT STEP IS NEEDED. A TRAIL NOT YET ON THE  *
003000* SYSTEM ADDS NOTHING. MORE CHANGES THAN THE TABLE HOLDS IS *
003100* SAID ON THE REPORT. BATCH CHANGES MADE WITH NO SIGN-ON    *
003200* (TBAPPLY IN THE CHAIN) PRINT UNDER A BLANK OPERATOR.      *
003300*----------------------------------------------------------*
003400 ENVIRONMENT DIVISION.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT MYOPERFILE ASSIGN TO "TOperMast.dat"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS TOA-OPR-STATUS.
004000     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TOA-AUD-STATUS.
004300     SELECT MYCHGLOG ASSIGN TO "TRuleChgLog.txt"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TOA-RCL-STATUS.
004600     SELECT MYMAINTACT ASSIGN TO "TMaintAct.dat"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TOA-MNT-STATUS.
004900     SELECT MYAPPRLOG ASSIGN TO "TApprLog.dat"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS TOA-APL-STATUS.
005200     SELECT MYSECLOG ASSIGN TO "TSecLog.dat"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS TOA-SEC-STATUS.
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  MYOPERFILE.
005800     COPY DL210.
005900 FD  MYACCTAUD.
006000     COPY DL215.
006100 FD  MYCHGLOG.
006200 01  CHGLOG-LINE.
006300     05  RCL-DATE             PIC 9(8).
006400     05  FILLER               PIC X(1).
006500     05  RCL-TIME             PIC 9(8).
006600     05  FILLER               PIC X(1).
006700     05  RCL-OPER             PIC X(8).
006800     05  FILLER               PIC X(1).
006900     05  RCL-ACTION           PIC X(12).
007000     05  FILLER               PIC X(1).
007100     05  RCL-RULE             PIC X(7).
007200     05  FILLER               PIC X(1).
007300     05  RCL-TEXT             PIC X(30).
007400     05  FILLER               PIC X(2).
007500 FD  MYMAINTACT.
007600     COPY DL350.
007700 FD  MYAPPRLOG.
007800     COPY DL325.
007900 FD  MYSECLOG.
008000     COPY DL340.
008100 WORKING-STORAGE SECTION.
008200 01  TOA-OPR-STATUS   PIC XX        VALUE "00".
008300     88  TOA-OPR-OK                 VALUE "00".
008400     88  TOA-OPR-NOT-FOUND          VALUE "35".
008500 01  TOA-AUD-STATUS   PIC XX        VALUE "00".
008600     88  TOA-AUD-OK                 VALUE "00".
008700     88  TOA-AUD-NOT-FOUND          VALUE "35".
008800 01  TOA-RCL-STATUS   PIC XX        VALUE "00".
008900     88  TOA-RCL-OK                 VALUE "00".
009000     88  TOA-RCL-NOT-FOUND          VALUE "35".
009100 01  TOA-MNT-STATUS   PIC XX        VALUE "00".
009200     88  TOA-MNT-OK                 VALUE "00".
009300     88  TOA-MNT-NOT-FOUND          VALUE "35".
009400 01  TOA-APL-STATUS   PIC XX        VALUE "00".
009500     88  TOA-APL-OK                 VALUE "00".
009600     88  TOA-APL-NOT-FOUND          VALUE "35".
009700 01  TOA-SEC-STATUS   PIC XX        VALUE "00".
009800     88  TOA-SEC-OK                 VALUE "00".
009900     88  TOA-SEC-NOT-FOUND          VALUE "35".
010000 01  TOA-EOF-SW       PIC X         VALUE "N".
010100     88  TOA-EOF                    VALUE "Y".
010200 01  TOA-ABORT-SW     PIC X         VALUE "N".
010300     88  TOA-ABORT-RUN              VALUE "Y".
010400 01  TOA-RPT-OPEN-SW  PIC X         VALUE "N".
010500     88  TOA-RPT-OPEN               VALUE "Y".
010600 01  TOA-FOUND-SW     PIC X         VALUE "N".
010700     88  TOA-OPER-FOUND             VALUE "Y".
010800 01  TOA-RUN-DATE     PIC 9(8)      VALUE ZERO.
010900 01  TOA-FROM-TEXT    PIC X(8)      VALUE SPACES.
011000 01  TOA-TO-TEXT      PIC X(8)      VALUE SPACES.
011100 01  TOA-FROM-DATE    PIC 9(8)      VALUE ZERO.
011200 01  TOA-TO-DATE      PIC 9(8)      VALUE ZERO.
011300 01  TOA-CHECK-DATE   PIC 9(8)      VALUE ZERO.
011400 01  FILLER REDEFINES TOA-CHECK-DATE.
011500     05  TOA-CHECK-CCYY   PIC 9(4).
011600     05  TOA-CHECK-MM     PIC 99.
011700     05  TOA-CHECK-DD     PIC 99.
011800 01  TOA-READ-COUNT   PIC 9(7) COMP VALUE ZERO.
011900 01  TOA-QUEUED-TALLY PIC 9(3) COMP VALUE ZERO.
012000 01  TOA-OT-SUB       PIC 9(3) COMP VALUE ZERO.
012100 01  TOA-OPER-CHANGES PIC 9(5) COMP VALUE ZERO.
012200 01  TOA-OPER-CHANGE-TABLE.
012300     05  TOA-OC-COUNT     PIC 9(5) COMP OCCURS 100 TIMES.
012400 01  TOA-IDLE-COUNT   PIC 9(3) COMP VALUE ZERO.
012500 01  TOA-EV-TALLY     PIC 9(4) COMP VALUE ZERO.
012600 01  TOA-EV-SUB       PIC 9(4) COMP VALUE ZERO.
012700 01  TOA-EV-POS       PIC 9(4) COMP VALUE ZERO.
012800 01  TOA-EV-LIMIT     PIC 9(4) COMP VALUE 2000.
012900 01  TOA-EV-DROPPED   PIC 9(5) COMP VALUE ZERO.
013000 01  TOA-EV-KEY.
013100     05  TOA-EV-OPERATOR  PIC X(8).
013200     05  TOA-EV-DATE      PIC 9(8).
013300     05  TOA-EV-TIME      PIC 9(8).
013400 01  TOA-EV-PROGRAM   PIC X(8)      VALUE SPACES.
013500 01  TOA-EV-ACTION    PIC X(12)     VALUE SPACES.
013600 01  TOA-EV-RECORD    PIC X(16)     VALUE SPACES.
013700 01  TOA-EV-BEFORE    PIC X(60)     VALUE SPACES.
013800 01  TOA-EV-AFTER     PIC X(60)     VALUE SPACES.
013900 01  TOA-EVENT-TABLE.
014000     05  TOA-EVENT-ENTRY OCCURS 2000 TIMES.
014100         10  TOA-T-KEY.
014200             15  TOA-T-OPERATOR PIC X(8).
014300             15  TOA-T-DATE   PIC 9(8).
014400             15  TOA-T-TIME   PIC 9(8).
014500         10  TOA-T-PROGRAM    PIC X(8).
014600         10  TOA-T-ACTION     PIC X(12).
014700         10  TOA-T-RECORD     PIC X(16).
014800         10  TOA-T-BEFORE     PIC X(60).
014900         10  TOA-T-AFTER      PIC X(60).
015000 01  TOA-LAST-OPERATOR PIC X(8)     VALUE SPACES.
015100 01  TOA-AUDIT-IMAGE.
015200     05  TOA-AI-NAME      PIC X(8).
015300     05  FILLER           PIC X(1)  VALUE SPACE.
015400     05  TOA-AI-BRANCH    PIC X(4).
015500     05  FILLER           PIC X(1)  VALUE SPACE.
015600     05  TOA-AI-STATUS    PIC X(1).
015700     05  FILLER           PIC X(5)  VALUE " BAL ".
015800     05  TOA-AI-BALANCE   PIC -(9)9.99.
015900     05  FILLER           PIC X(5)  VALUE " LIM ".
016000     05  TOA-AI-LIMIT     PIC -(9)9.99.
016100 01  TOA-START-TIME   PIC 9(8)      VALUE ZERO.
016200 01  TOA-END-TIME     PIC 9(8)      VALUE ZERO.
016300 01  TOA-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
016400 01  TOA-RD-FUNCTION  PIC X         VALUE "G".
016500 01  TOA-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TOPRACT".
016600 01  TOA-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
016700 01  TOA-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
016800 01  TOA-RW-FUNCTION  PIC X         VALUE SPACE.
016900 01  TOA-RW-TITLE     PIC X(30)
017000     VALUE "TOPRACT OPERATOR ACTIVITY".
017100 01  TOA-RW-FILENAME  PIC X(40)     VALUE "TOprAct.txt".
017200 01  TOA-RW-LINE      PIC X(80)     VALUE SPACES.
017300 01  TOA-RPT-HEAD-LINE.
017400     05  FILLER           PIC X(13) VALUE "CHANGES FROM ".
017500     05  TOA-RPT-FROM     PIC 9(8).
017600     05  FILLER           PIC X(4)  VALUE " TO ".
017700     05  TOA-RPT-TO       PIC 9(8).
017800     05  FILLER           PIC X(47) VALUE SPACES.
017900 01  TOA-RPT-OPER-LINE.
018000     05  FILLER           PIC X(11) VALUE "OPERATOR = ".
018100     05  TOA-RPT-OPER     PIC X(8).
018200     05  FILLER           PIC X(1)  VALUE SPACE.
018300     05  TOA-RPT-OPER-NAME PIC X(20).
018400     05  FILLER           PIC X(40) VALUE SPACES.
018500 01  TOA-RPT-COL-LINE.
018600     05  FILLER           PIC X(40)
018700         VALUE "  DATE     TIME     PROGRAM  ACTION     ".
018800     05  FILLER           PIC X(40)
018900         VALUE "  RECORD".
019000 01  TOA-RPT-DETAIL.
019100     05  FILLER           PIC X(2)  VALUE SPACES.
019200     05  TOA-RPT-DATE     PIC 9(8).
019300     05  FILLER           PIC X(1)  VALUE SPACE.
019400     05  TOA-RPT-TIME     PIC 9(8).
019500     05  FILLER           PIC X(1)  VALUE SPACE.
019600     05  TOA-RPT-PROGRAM  PIC X(8).
019700     05  FILLER           PIC X(1)  VALUE SPACE.
019800     05  TOA-RPT-ACTION   PIC X(12).
019900     05  FILLER           PIC X(1)  VALUE SPACE.
020000     05  TOA-RPT-RECORD   PIC X(16).
020100     05  FILLER           PIC X(22) VALUE SPACES.
020200 01  TOA-RPT-IMAGE-LINE.
020300     05  FILLER           PIC X(11) VALUE SPACES.
020400     05  TOA-RPT-IMAGE-LABEL PIC X(8).
020500     05  TOA-RPT-IMAGE    PIC X(60).
020600     05  FILLER           PIC X(1)  VALUE SPACE.
020700 01  TOA-RPT-IDLE-LINE.
020800     05  FILLER           PIC X(2)  VALUE SPACES.
020900     05  TOA-RPT-IDLE-ID  PIC X(8).
021000     05  FILLER           PIC X(1)  VALUE SPACE.
021100     05  TOA-RPT-IDLE-NAME PIC X(20).
021200     05  FILLER           PIC X(1)  VALUE SPACE.
021300     05  TOA-RPT-IDLE-STATE PIC X(8).
021400     05  FILLER           PIC X(40) VALUE SPACES.
021500 01  TOA-RPT-SUM-LINE.
021600     05  TOA-RPT-SUM-LABEL PIC X(30).
021700     05  TOA-RPT-SUM-COUNT PIC ZZZZZZ9.
021800     05  FILLER           PIC X(43) VALUE SPACES.
021900     COPY DL345.
022000 PROCEDURE DIVISION.
022100 0000-MAINLINE.
022200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
022300     IF NOT TOA-ABORT-RUN
022400         PERFORM 2000-GATHER-AUDIT THRU 2000-EXIT
022500         PERFORM 2200-GATHER-RULE-LOG THRU 2200-EXIT
022600         PERFORM 2400-GATHER-MAINT-TRAIL THRU 2400-EXIT
022700         PERFORM 2600-GATHER-APPROVALS THRU 2600-EXIT
022800         PERFORM 2800-GATHER-SEC-LOG THRU 2800-EXIT
022900     END-IF.
023000     IF NOT TOA-ABORT-RUN
023100         PERFORM 6000-PRINT-CHANGES THRU 6000-EXIT
023200         PERFORM 7000-PRINT-IDLE THRU 7000-EXIT
023300         PERFORM 7500-PRINT-TOTALS THRU 7500-EXIT
023400     END-IF.
023500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
023600     GOBACK.
023700
023800 1000-INITIALIZE.
023900     ACCEPT TOA-START-TIME FROM TIME.
024000     CALL "TRUNDATE" USING TOA-RD-FUNCTION, TOA-ERRLOG-PROGRAM-ID,
024100         TOA-RUN-DATE.
024200     PERFORM 1100-ACCEPT-RANGE THRU 1100-EXIT.
024300     IF TOA-ABORT-RUN
024400         GO TO 1000-EXIT
024500     END-IF.
024600     PERFORM 1300-LOAD-OPERATORS THRU 1300-EXIT.
024700     IF TOA-ABORT-RUN
024800         GO TO 1000-EXIT
024900     END-IF.
025000     MOVE "O" TO TOA-RW-FUNCTION.
025100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
025200     SET TOA-RPT-OPEN TO TRUE.
025300     MOVE TOA-FROM-DATE TO TOA-RPT-FROM.
025400     MOVE TOA-TO-DATE   TO TOA-RPT-TO.
025500     MOVE TOA-RPT-HEAD-LINE TO TOA-RW-LINE.
025600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
025700 1000-EXIT.
025800     EXIT.
025900
026000*----------------------------------------------------------*
026100* 1100-ACCEPT-RANGE TAKES THE FROM AND TO DATES FROM THE
026200* CONSOLE. EACH MUST BE CCYYMMDD WITH A REAL MONTH AND DAY,
026300* AND THE FROM DATE MAY NOT BE AFTER THE TO DATE.
026400*----------------------------------------------------------*
026500 1100-ACCEPT-RANGE.
026600     DISPLAY "FROM DATE (CCYYMMDD, BLANK = RUN DATE): ".
026700     ACCEPT TOA-FROM-TEXT.
026800     IF TOA-FROM-TEXT = SPACES
026900         MOVE TOA-RUN-DATE TO TOA-FROM-DATE
027000     ELSE
027100         IF TOA-FROM-TEXT IS NOT NUMERIC
027200             DISPLAY "FROM DATE MUST BE CCYYMMDD"
027300             SET TOA-ABORT-RUN TO TRUE
027400             GO TO 1100-EXIT
027500         END-IF
027600         MOVE TOA-FROM-TEXT TO TOA-FROM-DATE
027700     END-IF.
027800     MOVE TOA-FROM-DATE TO TOA-CHECK-DATE.
027900     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
028000     IF TOA-ABORT-RUN
028100         GO TO 1100-EXIT
028200     END-IF.
028300     DISPLAY "TO DATE (CCYYMMDD, BLANK = FROM DATE): ".
028400     ACCEPT TOA-TO-TEXT.
028500     IF TOA-TO-TEXT = SPACES
028600         MOVE TOA-FROM-DATE TO TOA-TO-DATE
028700     ELSE
028800         IF TOA-TO-TEXT IS NOT NUMERIC
028900             DISPLAY "TO DATE MUST BE CCYYMMDD"
029000             SET TOA-ABORT-RUN TO TRUE
029100             GO TO 1100-EXIT
029200         END-IF
029300         MOVE TOA-TO-TEXT TO TOA-TO-DATE
029400     END-IF.
029500     MOVE TOA-TO-DATE TO TOA-CHECK-DATE.
029600     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
029700     IF TOA-ABORT-RUN
029800         GO TO 1100-EXIT
029900     END-IF.
030000     IF TOA-FROM-DATE > TOA-TO-DATE
030100         DISPLAY "FROM DATE IS AFTER TO DATE"
030200         SET TOA-ABORT-RUN TO TRUE
030300     END-IF.
030400 1100-EXIT.
030500     EXIT.
030600
030700 1200-CHECK-DATE.
030800     IF TOA-CHECK-MM < 1 OR TOA-CHECK-MM > 12
030900         OR TOA-CHECK-DD < 1 OR TOA-CHECK-DD > 31
031000         DISPLAY "DATE ", TOA-CHECK-DATE, " IS NOT A REAL DATE"
031100         SET TOA-ABORT-RUN TO TRUE
031200     END-IF.
031300 1200-EXIT.
031400     EXIT.
031500
031600*----------------------------------------------------------*
031700* 1300-LOAD-OPERATORS LOADS TOPERMAST.DAT INTO THE DL345
031800* TABLE SO EACH OPERATOR'S NAME CAN HEAD THEIR CHANGES AND
031900* THOSE WITH NO CHANGE CAN BE LISTED AT THE END.
032000*----------------------------------------------------------*
032100 1300-LOAD-OPERATORS.
032200     MOVE ZERO TO OT-COUNT.
032300     MOVE "N"  TO OT-OVERFLOW-SW.
032400     MOVE "N"  TO TOA-EOF-SW.
032500     OPEN INPUT MYOPERFILE.
032600     IF TOA-OPR-NOT-FOUND
032700         DISPLAY "topract: TOperMast.dat not on system, no ",
032800             "operators to list"
032900         GO TO 1300-EXIT
033000     END-IF.
033100     IF NOT TOA-OPR-OK
033200         DISPLAY "topract: unable to open TOperMast.dat,",
033300             " status = ", TOA-OPR-STATUS
033400         MOVE "1300-LOAD-OPERATORS" TO TOA-ERRLOG-PARAGRAPH
033500         CALL "TERRLOG" USING TOA-ERRLOG-PROGRAM-ID,
033600             TOA-ERRLOG-PARAGRAPH, TOA-ERRLOG-SEVERITY
033700         SET TOA-ABORT-RUN TO TRUE
033800         GO TO 1300-EXIT
033900     END-IF.
034000     PERFORM 1310-LOAD-ONE THRU 1310-EXIT
034100         UNTIL TOA-EOF.
034200     CLOSE MYOPERFILE.
034300     IF OT-OVERFLOW
034400         DISPLAY "topract: TOperMast.dat holds more than 100 ",
034500             "operators, the rest are not listed"
034600     END-IF.
034700 1300-EXIT.
034800     EXIT.
034900
035000 1310-LOAD-ONE.
035100     READ MYOPERFILE
035200         AT END
035300             SET TOA-EOF TO TRUE
035400         NOT AT END
035500             IF OT-COUNT < 100
035600                 ADD 1 TO OT-COUNT
035700                 MOVE OPERATOR-RECORD TO OT-ENTRY (OT-COUNT)
035800                 MOVE ZERO TO TOA-OC-COUNT (OT-COUNT)
035900             ELSE
036000                 SET OT-OVERFLOW TO TRUE
036100             END-IF
036200     END-READ.
036300 1310-EXIT.
036400     EXIT.
036500
036600*----------------------------------------------------------*
036700* 2000-GATHER-AUDIT TAKES THE DL215 ACCOUNT AUDIT. THE
036800* PROGRAM IS KNOWN FROM THE FUNCTION CODE: TAPPROVE APPLIES
036900* APPROVED LIMITS, TDORMANT STAMPS ITS OWN NAME AS THE
037000* OPERATOR ON ITS S LINES, W LINES ARE TWLREV'S, AND THE
037100* REST ARE TACCTM'S.
037200*----------------------------------------------------------*
037300 2000-GATHER-AUDIT.
037400     MOVE "N" TO TOA-EOF-SW.
037500     OPEN INPUT MYACCTAUD.
037600     IF TOA-AUD-NOT-FOUND
037700         GO TO 2000-EXIT
037800     END-IF.
037900     IF NOT TOA-AUD-OK
038000         DISPLAY "topract: unable to open TAcctAudit.dat,",
038100             " status = ", TOA-AUD-STATUS
038200         MOVE "2000-GATHER-AUDIT" TO TOA-ERRLOG-PARAGRAPH
038300         PERFORM 2990-OPEN-FAILED THRU 2990-EXIT
038400         GO TO 2000-EXIT
038500     END-IF.
038600     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
038700         UNTIL TOA-EOF.
038800     CLOSE MYACCTAUD.
038900 2000-EXIT.
039000     EXIT.
039100
039200 2100-READ-AUDIT.
039300     READ MYACCTAUD
039400         AT END
039500             SET TOA-EOF TO TRUE
039600             GO TO 2100-EXIT
039700     END-READ.
039800     ADD 1 TO TOA-READ-COUNT.
039900     IF AAU-DATE < TOA-FROM-DATE OR AAU-DATE > TOA-TO-DATE
040000         GO TO 2100-EXIT
040100     END-IF.
040200     MOVE AAU-OPERATOR    TO TOA-EV-OPERATOR.
040300     MOVE AAU-DATE        TO TOA-EV-DATE.
040400     MOVE AAU-TIME        TO TOA-EV-TIME.
040500     MOVE AAU-ACCT-NUMBER TO TOA-EV-RECORD.
040600     MOVE "TACCTM"        TO TOA-EV-PROGRAM.
040700     EVALUATE TRUE
040800         WHEN AAU-FN-ADD
040900             MOVE "ADD"          TO TOA-EV-ACTION
041000         WHEN AAU-FN-CHANGE
041100             MOVE "CHANGE"       TO TOA-EV-ACTION
041200         WHEN AAU-FN-DELETE
041300             MOVE "DELETE"       TO TOA-EV-ACTION
041400         WHEN AAU-FN-LOAD
041500             MOVE "LOAD"         TO TOA-EV-ACTION
041600         WHEN AAU-FN-MERGE
041700             MOVE "MERGE"        TO TOA-EV-ACTION
041800         WHEN AAU-FN-APPROVED
041900             MOVE "LIMIT APPLY"  TO TOA-EV-ACTION
042000             MOVE "TAPPROVE"     TO TOA-EV-PROGRAM
042100         WHEN AAU-FN-STATUS
042200             MOVE "STATUS"       TO TOA-EV-ACTION
042300             IF AAU-OPERATOR = "TDORMANT"
042400                 MOVE "TDORMANT" TO TOA-EV-PROGRAM
042700             END-IF
042705         WHEN AAU-FN-WATCHLIST
042710             MOVE "STATUS"       TO TOA-EV-ACTION
042715             MOVE "TWLREV"       TO TOA-EV-PROGRAM
042720         WHEN AAU-FN-REHOME
042740             MOVE "BRANCH MOVE"  TO TOA-EV-ACTION
042760             MOVE "TBRCLOSE"     TO TOA-EV-PROGRAM
042800         WHEN OTHER
042900             MOVE AAU-FUNCTION   TO TOA-EV-ACTION
043000     END-EVALUATE.
043100     MOVE AAU-OLD-NAME    TO TOA-AI-NAME.
043200     MOVE AAU-OLD-BRANCH  TO TOA-AI-BRANCH.
043300     MOVE AAU-OLD-STATUS  TO TOA-AI-STATUS.
043400     MOVE AAU-OLD-BALANCE TO TOA-AI-BALANCE.
043500     MOVE AAU-OLD-LIMIT   TO TOA-AI-LIMIT.
043600     MOVE TOA-AUDIT-IMAGE TO TOA-EV-BEFORE.
043700     MOVE AAU-NEW-NAME    TO TOA-AI-NAME.
043800     MOVE AAU-NEW-BRANCH  TO TOA-AI-BRANCH.
043900     MOVE AAU-NEW-STATUS  TO TOA-AI-STATUS.
044000     MOVE AAU-NEW-BALANCE TO TOA-AI-BALANCE.
044100     MOVE AAU-NEW-LIMIT   TO TOA-AI-LIMIT.
044200     MOVE TOA-AUDIT-IMAGE TO TOA-EV-AFTER.
044300     PERFORM 4000-KEEP-CHANGE THRU 4000-EXIT.
044400 2100-EXIT.
044500     EXIT.
044600
044700*----------------------------------------------------------*
044800* 2200-GATHER-RULE-LOG TAKES THE TRULECHGLOG.TXT LINES.
044900* TRULES LOGS A QUEUED CHANGE UNDER THE OPERATOR WHO KEYED
045000* IT; TAPPROVE LOGS THE CHANGE ONCE APPLIED, UNDER THE SAME
045100* OPERATOR. THE RULE MESSAGE IS THE ONLY IMAGE KEPT.
045200*----------------------------------------------------------*
045300 2200-GATHER-RULE-LOG.
045400     MOVE "N" TO TOA-EOF-SW.
045500     OPEN INPUT MYCHGLOG.
045600     IF TOA-RCL-NOT-FOUND
045700         GO TO 2200-EXIT
045800     END-IF.
045900     IF NOT TOA-RCL-OK
046000         DISPLAY "topract: unable to open TRuleChgLog.txt,",
046100             " status = ", TOA-RCL-STATUS
046200         MOVE "2200-GATHER-RULE-LOG" TO TOA-ERRLOG-PARAGRAPH
046300         PERFORM 2990-OPEN-FAILED THRU 2990-EXIT
046400         GO TO 2200-EXIT
046500     END-IF.
046600     PERFORM 2300-READ-RULE-LOG THRU 2300-EXIT
046700         UNTIL TOA-EOF.
046800     CLOSE MYCHGLOG.
046900 2200-EXIT.
047000     EXIT.
047100
047200 2300-READ-RULE-LOG.
047300     READ MYCHGLOG
047400         AT END
047500             SET TOA-EOF TO TRUE
047600             GO TO 2300-EXIT
047700     END-READ.
047800     ADD 1 TO TOA-READ-COUNT.
047900     IF RCL-DATE IS NOT NUMERIC OR RCL-TIME IS NOT NUMERIC
048000         GO TO 2300-EXIT
048100     END-IF.
048200     IF RCL-DATE < TOA-FROM-DATE OR RCL-DATE > TOA-TO-DATE
048300         GO TO 2300-EXIT
048400     END-IF.
048500     MOVE RCL-OPER   TO TOA-EV-OPERATOR.
048600     MOVE RCL-DATE   TO TOA-EV-DATE.
048700     MOVE RCL-TIME   TO TOA-EV-TIME.
048800     MOVE RCL-ACTION TO TOA-EV-ACTION.
048900     MOVE RCL-RULE   TO TOA-EV-RECORD.
049000     MOVE ZERO TO TOA-QUEUED-TALLY.
049100     INSPECT RCL-ACTION TALLYING TOA-QUEUED-TALLY
049200         FOR ALL "QUEUED".
049300     IF TOA-QUEUED-TALLY > ZERO
049400         MOVE "TRULES"   TO TOA-EV-PROGRAM
049500     ELSE
049600         MOVE "TAPPROVE" TO TOA-EV-PROGRAM
049700     END-IF.
049800     MOVE SPACES   TO TOA-EV-BEFORE.
049900     MOVE RCL-TEXT TO TOA-EV-AFTER.
050000     PERFORM 4000-KEEP-CHANGE THRU 4000-EXIT.
050100 2300-EXIT.
050200     EXIT.
050300
050400*----------------------------------------------------------*
050500* 2400-GATHER-MAINT-TRAIL TAKES THE DL350 MAINTENANCE TRAIL
050600* TMNTLOG WRITES FOR TMAINT, TBAPPLY, TREJFIX, AND TBACKOUT.
050700*----------------------------------------------------------*
050800 2400-GATHER-MAINT-TRAIL.
050900     MOVE "N" TO TOA-EOF-SW.
051000     OPEN INPUT MYMAINTACT.
051100     IF TOA-MNT-NOT-FOUND
051200         GO TO 2400-EXIT
051300     END-IF.
051400     IF NOT TOA-MNT-OK
051500         DISPLAY "topract: unable to open TMaintAct.dat,",
051600             " status = ", TOA-MNT-STATUS
051700         MOVE "2400-GATHER-MAINT-TRAIL" TO TOA-ERRLOG-PARAGRAPH
051800         PERFORM 2990-OPEN-FAILED THRU 2990-EXIT
051900         GO TO 2400-EXIT
052000     END-IF.
052100     PERFORM 2500-READ-MAINT-TRAIL THRU 2500-EXIT
052200         UNTIL TOA-EOF.
052300     CLOSE MYMAINTACT.
052400 2400-EXIT.
052500     EXIT.
052600
052700 2500-READ-MAINT-TRAIL.
052800     READ MYMAINTACT
052900         AT END
053000             SET TOA-EOF TO TRUE
053100             GO TO 2500-EXIT
053200     END-READ.
053300     ADD 1 TO TOA-READ-COUNT.
053400     IF MA-DATE < TOA-FROM-DATE OR MA-DATE > TOA-TO-DATE
053500         GO TO 2500-EXIT
053600     END-IF.
053700     MOVE MA-OPERATOR TO TOA-EV-OPERATOR.
053800     MOVE MA-DATE     TO TOA-EV-DATE.
053900     MOVE MA-TIME     TO TOA-EV-TIME.
054000     MOVE MA-PROGRAM  TO TOA-EV-PROGRAM.
054100     MOVE MA-KEY      TO TOA-EV-RECORD.
054200     EVALUATE TRUE
054300         WHEN MA-ADDED
054400             MOVE "ADD"          TO TOA-EV-ACTION
054500         WHEN MA-CHANGED
054600             MOVE "CHANGE"       TO TOA-EV-ACTION
054700         WHEN MA-DELETED
054800             MOVE "DELETE"       TO TOA-EV-ACTION
054900         WHEN MA-FIXED
055000             MOVE "FIX REINJECT" TO TOA-EV-ACTION
055100         WHEN MA-ESCALATED
055200             MOVE "ESCALATE"     TO TOA-EV-ACTION
055300         WHEN MA-BACKED-OUT
055400             MOVE "BACKOUT"      TO TOA-EV-ACTION
055500         WHEN OTHER
055600             MOVE MA-FUNCTION    TO TOA-EV-ACTION
055700     END-EVALUATE.
055800     MOVE MA-BEFORE TO TOA-EV-BEFORE.
055900     MOVE MA-AFTER  TO TOA-EV-AFTER.
056000     PERFORM 4000-KEEP-CHANGE THRU 4000-EXIT.
056100 2500-EXIT.
056200     EXIT.
056300
056400*----------------------------------------------------------*
056500* 2600-GATHER-APPROVALS TAKES EACH DL325 DECISION UNDER THE
056600* CHECKER WHO MADE IT. AN EXPIRY HAS NO CHECKER AND IS NO
056700* OPERATOR'S CHANGE, SO IT IS PASSED OVER.
056800*----------------------------------------------------------*
056900 2600-GATHER-APPROVALS.
057000     MOVE "N" TO TOA-EOF-SW.
057100     OPEN INPUT MYAPPRLOG.
057200     IF TOA-APL-NOT-FOUND
057300         GO TO 2600-EXIT
057400     END-IF.
057500     IF NOT TOA-APL-OK
057600         DISPLAY "topract: unable to open TApprLog.dat,",
057700             " status = ", TOA-APL-STATUS
057800         MOVE "2600-GATHER-APPROVALS" TO TOA-ERRLOG-PARAGRAPH
057900         PERFORM 2990-OPEN-FAILED THRU 2990-EXIT
058000         GO TO 2600-EXIT
058100     END-IF.
058200     PERFORM 2700-READ-APPROVAL THRU 2700-EXIT
058300         UNTIL TOA-EOF.
058400     CLOSE MYAPPRLOG.
058500 2600-EXIT.
058600     EXIT.
058700
058800 2700-READ-APPROVAL.
058900     READ MYAPPRLOG
059000         AT END
059100             SET TOA-EOF TO TRUE
059200             GO TO 2700-EXIT
059300     END-READ.
059400     ADD 1 TO TOA-READ-COUNT.
059500     IF APL-DATE < TOA-FROM-DATE OR APL-DATE > TOA-TO-DATE
059600         GO TO 2700-EXIT
059700     END-IF.
059800     IF APL-EXPIRED OR APL-CHECKER = SPACES
059900         GO TO 2700-EXIT
060000     END-IF.
060100     MOVE APL-CHECKER TO TOA-EV-OPERATOR.
060200     MOVE APL-DATE    TO TOA-EV-DATE.
060300     MOVE APL-TIME    TO TOA-EV-TIME.
060400     MOVE "TAPPROVE"  TO TOA-EV-PROGRAM.
060500     EVALUATE TRUE
060600         WHEN APL-APPROVED
060700             MOVE "APPROVE"      TO TOA-EV-ACTION
060800         WHEN APL-REJECTED
060900             MOVE "REJECT"       TO TOA-EV-ACTION
061000         WHEN APL-NOT-APPLIED
061100             MOVE "NOT APPLIED"  TO TOA-EV-ACTION
061200         WHEN OTHER
061300             MOVE APL-ACTION     TO TOA-EV-ACTION
061400     END-EVALUATE.
061500     MOVE SPACES TO TOA-EV-RECORD.
061600     STRING APL-TYPE " " APL-TARGET DELIMITED BY SIZE
061700         INTO TOA-EV-RECORD.
061800     MOVE SPACES TO TOA-EV-BEFORE.
061900     STRING "RAISED BY " APL-MAKER " ON " APL-RAISED-DATE
062000         DELIMITED BY SIZE INTO TOA-EV-BEFORE.
062100     MOVE APL-COMMENT TO TOA-EV-AFTER.
062200     PERFORM 4000-KEEP-CHANGE THRU 4000-EXIT.
062300 2700-EXIT.
062400     EXIT.
062500
062600*----------------------------------------------------------*
062700* 2800-GATHER-SEC-LOG TAKES THE CHANGES TO THE OPERATOR
062800* MASTER ITSELF FROM THE DL340 SECURITY LOG: ADDS,
062900* DEACTIVATIONS, AND RESETS UNDER THE TOPERM OPERATOR WHO
063000* MADE THEM, AND PASSWORD CHANGES UNDER THE OPERATOR.
063100*----------------------------------------------------------*
063200 2800-GATHER-SEC-LOG.
063300     MOVE "N" TO TOA-EOF-SW.
063400     OPEN INPUT MYSECLOG.
063500     IF TOA-SEC-NOT-FOUND
063600         GO TO 2800-EXIT
063700     END-IF.
063800     IF NOT TOA-SEC-OK
063900         DISPLAY "topract: unable to open TSecLog.dat,",
064000             " status = ", TOA-SEC-STATUS
064100         MOVE "2800-GATHER-SEC-LOG" TO TOA-ERRLOG-PARAGRAPH
064200         PERFORM 2990-OPEN-FAILED THRU 2990-EXIT
064300         GO TO 2800-EXIT
064400     END-IF.
064500     PERFORM 2900-READ-SEC-LOG THRU 2900-EXIT
064600         UNTIL TOA-EOF.
064700     CLOSE MYSECLOG.
064800 2800-EXIT.
064900     EXIT.
065000
065100 2900-READ-SEC-LOG.
065200     READ MYSECLOG
065300         AT END
065400             SET TOA-EOF TO TRUE
065500             GO TO 2900-EXIT
065600     END-READ.
065700     ADD 1 TO TOA-READ-COUNT.
065800     IF SEV-DATE < TOA-FROM-DATE OR SEV-DATE > TOA-TO-DATE
065900         GO TO 2900-EXIT
066000     END-IF.
066100     IF NOT SEV-ADMIN-ADD AND NOT SEV-ADMIN-DEACT
066200         AND NOT SEV-ADMIN-RESET AND NOT SEV-PASSWORD-CHANGED
066300         GO TO 2900-EXIT
066400     END-IF.
066500     MOVE SEV-BY       TO TOA-EV-OPERATOR.
066600     MOVE "TOPERM"     TO TOA-EV-PROGRAM.
066700     EVALUATE TRUE
066800         WHEN SEV-ADMIN-ADD
066900             MOVE "ADD OPERATOR" TO TOA-EV-ACTION
067000         WHEN SEV-ADMIN-DEACT
067100             MOVE "DEACTIVATE"   TO TOA-EV-ACTION
067200         WHEN SEV-ADMIN-RESET
067300             MOVE "RESET"        TO TOA-EV-ACTION
067400         WHEN SEV-PASSWORD-CHANGED
067500             MOVE "PASSWORD"     TO TOA-EV-ACTION
067600             MOVE SEV-OPERATOR   TO TOA-EV-OPERATOR
067700             MOVE "TPASSWD"      TO TOA-EV-PROGRAM
067800     END-EVALUATE.
067900     MOVE SEV-DATE     TO TOA-EV-DATE.
068000     MOVE SEV-TIME     TO TOA-EV-TIME.
068100     MOVE SEV-OPERATOR TO TOA-EV-RECORD.
068200     MOVE SPACES       TO TOA-EV-BEFORE.
068300     MOVE SEV-TEXT     TO TOA-EV-AFTER.
068400     PERFORM 4000-KEEP-CHANGE THRU 4000-EXIT.
068500 2900-EXIT.
068600     EXIT.
068700
068800 2990-OPEN-FAILED.
068900     CALL "TERRLOG" USING TOA-ERRLOG-PROGRAM-ID,
069000         TOA-ERRLOG-PARAGRAPH, TOA-ERRLOG-SEVERITY.
069100     SET TOA-ABORT-RUN TO TRUE.
069200 2990-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------*
069600* 4000-KEEP-CHANGE COUNTS THE CHANGE AGAINST ITS OPERATOR'S
069700* ROW IN THE MASTER TABLE (SO AN OPERATOR WHOSE CHANGES WERE
069800* DROPPED FROM A FULL TABLE IS STILL NOT LISTED AS IDLE) AND
069900* INSERTS IT IN THE EVENT TABLE.
070000*----------------------------------------------------------*
070100 4000-KEEP-CHANGE.
070200     PERFORM 4100-FIND-OPERATOR THRU 4100-EXIT.
070300     IF TOA-OPER-FOUND
070400         ADD 1 TO TOA-OC-COUNT (TOA-OT-SUB)
070500     END-IF.
070600     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
070700 4000-EXIT.
070800     EXIT.
070900
071000 4100-FIND-OPERATOR.
071100     MOVE "N" TO TOA-FOUND-SW.
071200     PERFORM 4110-MATCH-ONE THRU 4110-EXIT
071300         VARYING TOA-OT-SUB FROM 1 BY 1
071400         UNTIL TOA-OT-SUB > OT-COUNT OR TOA-OPER-FOUND.
071500     IF TOA-OPER-FOUND
071600         SUBTRACT 1 FROM TOA-OT-SUB
071700     END-IF.
071800 4100-EXIT.
071900     EXIT.
072000
072100 4110-MATCH-ONE.
072200     IF OT-ID (TOA-OT-SUB) = TOA-EV-OPERATOR
072300         SET TOA-OPER-FOUND TO TRUE
072400     END-IF.
072500 4110-EXIT.
072600     EXIT.
072700
072800*----------------------------------------------------------*
072900* 5000-ADD-EVENT INSERTS THE CHANGE IN OPERATOR, DATE, AND
073000* TIME ORDER -- THE SLOT IS FOUND BY A FORWARD SCAN AND THE
073100* ENTRIES ABOVE IT SHIFTED UP ONE. A CHANGE ON THE SAME KEY
073200* AS ONE ALREADY HELD GOES AFTER IT.
073300*----------------------------------------------------------*
073400 5000-ADD-EVENT.
073500     IF TOA-EV-TALLY >= TOA-EV-LIMIT
073600         ADD 1 TO TOA-EV-DROPPED
073700     ELSE
073800         MOVE 1 TO TOA-EV-POS
073900         PERFORM 5100-FIND-SLOT THRU 5100-EXIT
074000             UNTIL TOA-EV-POS > TOA-EV-TALLY
074100             OR TOA-T-KEY (TOA-EV-POS) > TOA-EV-KEY
074200         PERFORM 5200-SHIFT-UP THRU 5200-EXIT
074300             VARYING TOA-EV-SUB FROM TOA-EV-TALLY BY -1
074400             UNTIL TOA-EV-SUB < TOA-EV-POS
074500         MOVE TOA-EV-KEY     TO TOA-T-KEY (TOA-EV-POS)
074600         MOVE TOA-EV-PROGRAM TO TOA-T-PROGRAM (TOA-EV-POS)
074700         MOVE TOA-EV-ACTION  TO TOA-T-ACTION (TOA-EV-POS)
074800         MOVE TOA-EV-RECORD  TO TOA-T-RECORD (TOA-EV-POS)
074900         MOVE TOA-EV-BEFORE  TO TOA-T-BEFORE (TOA-EV-POS)
075000         MOVE TOA-EV-AFTER   TO TOA-T-AFTER (TOA-EV-POS)
075100         ADD 1 TO TOA-EV-TALLY
075200     END-IF.
075300 5000-EXIT.
075400     EXIT.
075500
075600 5100-FIND-SLOT.
075700     ADD 1 TO TOA-EV-POS.
075800 5100-EXIT.
075900     EXIT.
076000
076100 5200-SHIFT-UP.
076200     MOVE TOA-EVENT-ENTRY (TOA-EV-SUB)
076300         TO TOA-EVENT-ENTRY (TOA-EV-SUB + 1).
076400 5200-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------*
076800* 6000-PRINT-CHANGES PRINTS THE TABLE WITH A HEADING EACH
076900* TIME THE OPERATOR CHANGES. EACH CHANGE IS ONE LINE, WITH
077000* ITS BEFORE AND AFTER IMAGES UNDER IT WHERE THERE ARE ANY.
077100*----------------------------------------------------------*
077200 6000-PRINT-CHANGES.
077300     IF TOA-EV-TALLY = ZERO
077400         MOVE SPACES TO TOA-RW-LINE
077500         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
077600         MOVE "NO CHANGES IN THE RANGE" TO TOA-RW-LINE
077700         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
077800         GO TO 6000-EXIT
077900     END-IF.
078000     PERFORM 6100-PRINT-ONE THRU 6100-EXIT
078100         VARYING TOA-EV-SUB FROM 1 BY 1
078200         UNTIL TOA-EV-SUB > TOA-EV-TALLY.
078300 6000-EXIT.
078400     EXIT.
078500
078600 6100-PRINT-ONE.
078700     IF TOA-EV-SUB = 1
078800         OR TOA-T-OPERATOR (TOA-EV-SUB) NOT = TOA-LAST-OPERATOR
078900         PERFORM 6200-PRINT-OPER-HEAD THRU 6200-EXIT
079000     END-IF.
079100     MOVE TOA-T-DATE (TOA-EV-SUB)    TO TOA-RPT-DATE.
079200     MOVE TOA-T-TIME (TOA-EV-SUB)    TO TOA-RPT-TIME.
079300     MOVE TOA-T-PROGRAM (TOA-EV-SUB) TO TOA-RPT-PROGRAM.
079400     MOVE TOA-T-ACTION (TOA-EV-SUB)  TO TOA-RPT-ACTION.
079500     MOVE TOA-T-RECORD (TOA-EV-SUB)  TO TOA-RPT-RECORD.
079600     MOVE TOA-RPT-DETAIL TO TOA-RW-LINE.
079700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
079800     IF TOA-T-BEFORE (TOA-EV-SUB) NOT = SPACES
079900         MOVE "BEFORE: " TO TOA-RPT-IMAGE-LABEL
080000         MOVE TOA-T-BEFORE (TOA-EV-SUB) TO TOA-RPT-IMAGE
080100         MOVE TOA-RPT-IMAGE-LINE TO TOA-RW-LINE
080200         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
080300     END-IF.
080400     IF TOA-T-AFTER (TOA-EV-SUB) NOT = SPACES
080500         MOVE "AFTER:  " TO TOA-RPT-IMAGE-LABEL
080600         MOVE TOA-T-AFTER (TOA-EV-SUB) TO TOA-RPT-IMAGE
080700         MOVE TOA-RPT-IMAGE-LINE TO TOA-RW-LINE
080800         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
080900     END-IF.
081000 6100-EXIT.
081100     EXIT.
081200
081300 6200-PRINT-OPER-HEAD.
081400     MOVE TOA-T-OPERATOR (TOA-EV-SUB) TO TOA-LAST-OPERATOR.
081500     MOVE TOA-LAST-OPERATOR TO TOA-EV-OPERATOR.
081600     PERFORM 4100-FIND-OPERATOR THRU 4100-EXIT.
081700     MOVE SPACES TO TOA-RPT-OPER-NAME.
081800     IF TOA-OPER-FOUND
081900         MOVE OT-NAME (TOA-OT-SUB) TO TOA-RPT-OPER-NAME
082000     ELSE
082100         IF TOA-LAST-OPERATOR = SPACES
082200             MOVE "(BATCH, NO SIGN-ON)" TO TOA-RPT-OPER-NAME
082300         ELSE
082400             MOVE "(NOT ON MASTER)" TO TOA-RPT-OPER-NAME
082500         END-IF
082600     END-IF.
082700     MOVE TOA-LAST-OPERATOR TO TOA-RPT-OPER.
082800     MOVE SPACES TO TOA-RW-LINE.
082900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
083000     MOVE TOA-RPT-OPER-LINE TO TOA-RW-LINE.
083100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
083200     MOVE TOA-RPT-COL-LINE TO TOA-RW-LINE.
083300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
083400 6200-EXIT.
083500     EXIT.
083600
083700*----------------------------------------------------------*
083800* 7000-PRINT-IDLE LISTS EVERY OPERATOR ON THE MASTER WITH NO
083900* CHANGE IN THE RANGE, WHETHER ACTIVE, INACTIVE, OR LOCKED.
084000*----------------------------------------------------------*
084100 7000-PRINT-IDLE.
084200     MOVE SPACES TO TOA-RW-LINE.
084300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
084400     MOVE "OPERATORS WITH NO CHANGES IN THE RANGE" TO TOA-RW-LINE.
084500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
084600     PERFORM 7100-PRINT-IDLE-ONE THRU 7100-EXIT
084700         VARYING TOA-OT-SUB FROM 1 BY 1
084800         UNTIL TOA-OT-SUB > OT-COUNT.
084900     IF TOA-IDLE-COUNT = ZERO
085000         MOVE "  NONE" TO TOA-RW-LINE
085100         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
085200     END-IF.
085300 7000-EXIT.
085400     EXIT.
085500
085600 7100-PRINT-IDLE-ONE.
085700     IF TOA-OC-COUNT (TOA-OT-SUB) > ZERO
085800         GO TO 7100-EXIT
085900     END-IF.
086000     ADD 1 TO TOA-IDLE-COUNT.
086100     MOVE OT-ID (TOA-OT-SUB)   TO TOA-RPT-IDLE-ID.
086200     MOVE OT-NAME (TOA-OT-SUB) TO TOA-RPT-IDLE-NAME.
086300     EVALUATE TRUE
086400         WHEN OT-IS-INACTIVE (TOA-OT-SUB)
086500             MOVE "INACTIVE" TO TOA-RPT-IDLE-STATE
086600         WHEN OT-IS-LOCKED (TOA-OT-SUB)
086700             MOVE "LOCKED"   TO TOA-RPT-IDLE-STATE
086800         WHEN OTHER
086900             MOVE "ACTIVE"   TO TOA-RPT-IDLE-STATE
087000     END-EVALUATE.
087100     MOVE TOA-RPT-IDLE-LINE TO TOA-RW-LINE.
087200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
087300 7100-EXIT.
087400     EXIT.
087500
087600 7500-PRINT-TOTALS.
087700     MOVE SPACES TO TOA-RW-LINE.
087800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
087900     MOVE "TRAIL LINES READ            = " TO TOA-RPT-SUM-LABEL.
088000     MOVE TOA-READ-COUNT TO TOA-RPT-SUM-COUNT.
088100     PERFORM 7600-PRINT-SUM-LINE THRU 7600-EXIT.
088200     MOVE "CHANGES IN THE RANGE        = " TO TOA-RPT-SUM-LABEL.
088300     COMPUTE TOA-OPER-CHANGES = TOA-EV-TALLY + TOA-EV-DROPPED.
088400     MOVE TOA-OPER-CHANGES TO TOA-RPT-SUM-COUNT.
088500     PERFORM 7600-PRINT-SUM-LINE THRU 7600-EXIT.
088600     MOVE "OPERATORS WITH NO CHANGES   = " TO TOA-RPT-SUM-LABEL.
088700     MOVE TOA-IDLE-COUNT TO TOA-RPT-SUM-COUNT.
088800     PERFORM 7600-PRINT-SUM-LINE THRU 7600-EXIT.
088900     IF TOA-EV-DROPPED > ZERO
089000         MOVE "CHANGES NOT LISTED (TABLE)  = "
089100             TO TOA-RPT-SUM-LABEL
089200         MOVE TOA-EV-DROPPED TO TOA-RPT-SUM-COUNT
089300         PERFORM 7600-PRINT-SUM-LINE THRU 7600-EXIT
089400     END-IF.
089500 7500-EXIT.
089600     EXIT.
089700
089800 7600-PRINT-SUM-LINE.
089900     MOVE TOA-RPT-SUM-LINE TO TOA-RW-LINE.
090000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
090100 7600-EXIT.
090200     EXIT.
090300
090400 8500-CALL-REPORT-WRITER.
090500     CALL "TRPTWRT" USING TOA-RW-FUNCTION, TOA-RW-TITLE,
090600         TOA-ERRLOG-PROGRAM-ID, TOA-RW-FILENAME, TOA-RW-LINE.
090700 8500-EXIT.
090800     EXIT.
090900
091000 8600-PRINT-LINE.
091100     MOVE "W" TO TOA-RW-FUNCTION.
091200     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
091300 8600-EXIT.
091400     EXIT.
091500
091600 9000-TERMINATE.
091700     IF TOA-RPT-OPEN
091800         MOVE "C" TO TOA-RW-FUNCTION
091900         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
092000     END-IF.
092100     IF NOT TOA-ABORT-RUN
092200         DISPLAY "topract: changes = ", TOA-OPER-CHANGES,
092300             ", operators with none = ", TOA-IDLE-COUNT,
092400             ", not listed = ", TOA-EV-DROPPED
092500         ACCEPT TOA-END-TIME FROM TIME
092600         MOVE TOA-READ-COUNT TO TOA-RUNHIST-COUNT
092700         CALL "TRUNHIST" USING TOA-ERRLOG-PROGRAM-ID,
092800             TOA-START-TIME, TOA-END-TIME, TOA-RUNHIST-COUNT
092900     END-IF.
093000*----------------------------------------------------------*
093100* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
093200* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
093300* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
093400*----------------------------------------------------------*
093500     EVALUATE TRUE
093600         WHEN TOA-ABORT-RUN
093700             MOVE 8 TO RETURN-CODE
093800         WHEN TOA-EV-DROPPED > ZERO
093900             MOVE 4 TO RETURN-CODE
094000         WHEN OTHER
094100             MOVE ZERO TO RETURN-CODE
094200     END-EVALUATE.
094300 9000-EXIT.
094400     EXIT.
094500
094600* Input:
094700*    console entry of the from and to dates (CCYYMMDD)
094800*    file "TOperMast.dat" (DL210 operator master)
094900*    file "TAcctAudit.dat" (DL215 account audit from TACCTM,
095000*         TAPPROVE, TDORMANT, and TWLREV)
095100*    file "TRuleChgLog.txt" (rule change log from TRULES and
095200*         TAPPROVE)
095300*    file "TMaintAct.dat" (DL350 maintenance trail from TMAINT,
095400*         TBAPPLY, TREJFIX, and TBACKOUT)
095500*    file "TApprLog.dat" (DL325 approval decisions)
095600*    file "TSecLog.dat" (DL340 security log -- operator master
095700*         changes and password changes only)
095800*    any trail not yet on the system adds nothing
095900* Output:
096000*    file "TOprAct.txt" -- each operator's changes in the range
096100*         in time order with program, record, and before/after
096200*         images, then the operators with no changes
096300*    RETURN-CODE 0 = complete, 4 = more changes than the table
096400*         holds, some not listed, 8 = bad date range or a file
096500*         could not be opened
