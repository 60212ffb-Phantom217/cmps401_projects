000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TDISPUTE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. DISPUTE CASE SCREEN FOR
001200*                      THE HELP DESK, REPLACING THE PAPER LOG.
001300*                      A CASE IS OPENED AGAINST ONE POSTING OF
001400*                      AN M/N KEY, CHECKED AGAINST
001500*                      THISTMASTER.DAT, AND KEPT ON
001600*                      TDISPUTE.DAT (DL305). OPENING A CASE
001700*                      MAY ISSUE A PROVISIONAL CREDIT AS AN
001800*                      R-TYPE FLAG D TRANSACTION INTO
001900*                      TFILEIN.DAT; RESOLVING IT EITHER LEAVES
002000*                      THE CREDIT IN PLACE (CUSTOMER WINS) OR
002100*                      TAKES IT BACK WITH AN N-TYPE RE-DEBIT
002200*                      (CUSTOMER LOSES), BOTH AS ORDINARY
002300*                      TRANSACTIONS FOR TONIGHT'S RUN. BEHIND
002400*                      THE TSIGNON CHECK AT AUTHORITY LEVEL 2
002500*                      AND THE TLOCK INTERLOCK, AS TMAINT IS.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* ONLY A NORMAL POSTING WITH A POSITIVE AMOUNT CAN BE       *
002900* DISPUTED; THE CREDIT IS ALWAYS THE FULL POSTED AMOUNT.    *
003000* TFILEIN.DAT HOLDS ONE PENDING TRANSACTION PER KEY, SO A   *
003100* CREDIT OR RE-DEBIT FOR A KEY THAT ALREADY HAS ONE WAITING *
003200* IS REFUSED AND THE CASE IS LEFT AS IT WAS -- C ISSUES A   *
003300* CREDIT LATER, AND R CAN BE TRIED AGAIN AFTER THE RUN. A   *
003400* CASE WON WITHOUT A CREDIT ISSUES THE CREDIT AS IT CLOSES; *
003500* A CASE LOST WITHOUT ONE CLOSES WITH NOTHING TO TAKE BACK. *
003600* THE CASE IS WRITTEN BEFORE ITS CREDIT, SO A CREDIT IS     *
003700* NEVER ON TFILEIN.DAT WITHOUT A CASE BEHIND IT.            *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MYCASEFILE ASSIGN TO "TDispute.dat"
004300         ORGANIZATION IS INDEXED
004400         ACCESS MODE IS DYNAMIC
004500         RECORD KEY IS DC-KEY
004600         FILE STATUS IS TDP-CASE-STATUS.
004700     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS HIST-KEY
005100         FILE STATUS IS TDP-HIST-STATUS.
005200     SELECT MYMAINTFILE ASSIGN TO "TFileIn.dat"
005300         ORGANIZATION IS INDEXED
005400         ACCESS MODE IS DYNAMIC
005500         RECORD KEY IS IN-KEY
005600         FILE STATUS IS TDP-IN-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  MYCASEFILE.
006000     COPY DL305.
006100 FD  MYHISTMST.
006200     COPY DL170.
006300 FD  MYMAINTFILE.
006400     COPY DL100.
006500 WORKING-STORAGE SECTION.
006600 01  TDP-CASE-STATUS  PIC XX        VALUE "00".
006700     88  TDP-CASE-OK                VALUE "00".
006800     88  TDP-CASE-NOT-FOUND         VALUE "35".
006900 01  TDP-HIST-STATUS  PIC XX        VALUE "00".
007000     88  TDP-HIST-OK                VALUE "00".
007100     88  TDP-HIST-NOT-FOUND         VALUE "35".
007200 01  TDP-IN-STATUS    PIC XX        VALUE "00".
007300     88  TDP-IN-OK                  VALUE "00".
007400     88  TDP-IN-DUPLICATE           VALUE "22".
007500 01  TDP-CASE-EOF-SW  PIC X         VALUE "N".
007600     88  TDP-CASE-EOF               VALUE "Y".
007700 01  TDP-HIST-EOF-SW  PIC X         VALUE "N".
007800     88  TDP-HIST-EOF               VALUE "Y".
007900 01  TDP-HIST-AVAIL-SW PIC X        VALUE "Y".
008000     88  TDP-HIST-AVAILABLE         VALUE "Y".
008100 01  TDP-IN-AVAIL-SW  PIC X         VALUE "Y".
008200     88  TDP-IN-AVAILABLE           VALUE "Y".
008300 01  TDP-KEY-OK-SW    PIC X         VALUE "N".
008400     88  TDP-KEY-OK                 VALUE "Y".
008500 01  TDP-WRITTEN-SW   PIC X         VALUE "N".
008600     88  TDP-TXN-WRITTEN            VALUE "Y".
008700 01  TDP-FUNCTION     PIC X         VALUE SPACE.
008800     88  TDP-FUNCTION-LIST          VALUE "L".
008900     88  TDP-FUNCTION-HISTORY       VALUE "H".
009000     88  TDP-FUNCTION-OPEN          VALUE "O".
009100     88  TDP-FUNCTION-CREDIT        VALUE "C".
009200     88  TDP-FUNCTION-RESOLVE       VALUE "R".
009300     88  TDP-FUNCTION-QUIT          VALUE "Q".
009400 01  TDP-OUTCOME      PIC X         VALUE SPACE.
009500     88  TDP-OUTCOME-WON            VALUE "W".
009600     88  TDP-OUTCOME-LOST           VALUE "L".
009700 01  TDP-ANSWER       PIC X         VALUE SPACE.
009800 01  TDP-KEY          PIC X(8)      VALUE SPACES.
009900 01  TDP-KEY-R REDEFINES TDP-KEY.
010000     05  TDP-KEY-M        PIC X(4).
010100     05  TDP-KEY-N        PIC X(4).
010200 01  TDP-KEY-DATE     PIC X(8)      VALUE SPACES.
010300 01  TDP-KEY-DATE-N REDEFINES TDP-KEY-DATE
010400                      PIC 9(8).
010500 01  TDP-TEXT         PIC X(40)     VALUE SPACES.
010600 01  TDP-TXN-TYPE     PIC X         VALUE SPACE.
010700 01  TDP-TODAY        PIC 9(8)      VALUE ZERO.
010800 01  TDP-TODAY-YYMMDD PIC 9(6)      VALUE ZERO.
010900 01  TDP-LIST-COUNT   PIC 9(5) COMP VALUE ZERO.
011000 01  TDP-D-AMOUNT     PIC -ZZ,ZZ9.99 VALUE ZERO.
011100 01  TDP-LOCK-FUNCTION PIC X         VALUE SPACE.
011200 01  TDP-LOCK-CALLER  PIC X(8)       VALUE "TDISPUTE".
011300 01  TDP-LOCK-RESULT  PIC X          VALUE SPACE.
011400     88  TDP-LOCK-IS-HELD            VALUE "H".
011500 01  TDP-LOCK-HOLDER  PIC X(8)       VALUE SPACES.
011600 01  TDP-LOCK-DATE    PIC 9(8)       VALUE ZERO.
011700 01  TDP-LOCK-TIME    PIC 9(8)       VALUE ZERO.
011800 01  TDP-OVERRIDE     PIC X          VALUE SPACE.
011900 01  TDP-SG-LEVEL     PIC 9          VALUE 2.
012000 01  TDP-SG-RESULT    PIC X          VALUE SPACE.
012100     88  TDP-SG-GRANTED              VALUE "G".
012200 01  TDP-OPERATOR-ID  PIC X(8)       VALUE SPACES.
012300 01  TDP-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TDISPUTE".
012400 01  TDP-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
012500 01  TDP-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
012600 PROCEDURE DIVISION.
012700 0000-MAINLINE.
012800     CALL "TSIGNON" USING TDP-SG-LEVEL, TDP-SG-RESULT,
012900         TDP-OPERATOR-ID.
013000     IF NOT TDP-SG-GRANTED
013100         DISPLAY "DISPUTE CASES NOT STARTED"
013200         STOP RUN
013300     END-IF.
013400     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT.
013500     IF TDP-LOCK-IS-HELD
013600         STOP RUN
013700     END-IF.
013800     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
013900     PERFORM 2000-CHOOSE-FUNCTION THRU 2000-EXIT
014000         UNTIL TDP-FUNCTION-QUIT.
014100     CLOSE MYCASEFILE.
014200     IF TDP-HIST-AVAILABLE
014300         CLOSE MYHISTMST
014400     END-IF.
014500     IF TDP-IN-AVAILABLE
014600         CLOSE MYMAINTFILE
014700     END-IF.
014800     STOP RUN.
014900
015000*----------------------------------------------------------*
015100* 0500-CHECK-LOCK REFUSES TO TOUCH TFILEIN.DAT WHILE THE
015200* BATCH CHAIN HOLDS THE TLOCK INTERLOCK, WITH THE SAME
015300* STALE-LOCK OVERRIDE TMAINT OFFERS.
015400*----------------------------------------------------------*
015500 0500-CHECK-LOCK.
015600     MOVE "T" TO TDP-LOCK-FUNCTION.
015700     CALL "TLOCK" USING TDP-LOCK-FUNCTION, TDP-LOCK-CALLER,
015800         TDP-LOCK-RESULT, TDP-LOCK-HOLDER, TDP-LOCK-DATE,
015900         TDP-LOCK-TIME.
016000     IF TDP-LOCK-IS-HELD
016100         DISPLAY "TFileIn.dat IS LOCKED BY ", TDP-LOCK-HOLDER,
016200             " SINCE ", TDP-LOCK-DATE, " ", TDP-LOCK-TIME
016300         DISPLAY "OVERRIDE STALE LOCK (Y/N): "
016400         ACCEPT TDP-OVERRIDE
016500         IF TDP-OVERRIDE = "Y"
016600             MOVE "U" TO TDP-LOCK-FUNCTION
016700             CALL "TLOCK" USING TDP-LOCK-FUNCTION,
016800                 TDP-LOCK-CALLER, TDP-LOCK-RESULT,
016900                 TDP-LOCK-HOLDER, TDP-LOCK-DATE, TDP-LOCK-TIME
017000             MOVE SPACE TO TDP-LOCK-RESULT
017100         ELSE
017200             DISPLAY "DISPUTE CASES NOT STARTED"
017300         END-IF
017400     END-IF.
017500 0500-EXIT.
017600     EXIT.
017700
017800*----------------------------------------------------------*
017900* 1000-OPEN-FILES CREATES THE CASE FILE ON FIRST USE. CASES
018000* CAN STILL BE LISTED AND RESOLVED WITHOUT THE HISTORY
018100* MASTER, BUT NONE CAN BE OPENED; WITHOUT TFILEIN.DAT NO
018200* CREDIT OR RE-DEBIT CAN BE WRITTEN.
018300*----------------------------------------------------------*
018400 1000-OPEN-FILES.
018500     ACCEPT TDP-TODAY FROM DATE YYYYMMDD.
018600     COMPUTE TDP-TODAY-YYMMDD = TDP-TODAY - 20000000.
018700     OPEN I-O MYCASEFILE.
018800     IF TDP-CASE-NOT-FOUND
018900         OPEN OUTPUT MYCASEFILE
019000         CLOSE MYCASEFILE
019100         OPEN I-O MYCASEFILE
019200     END-IF.
019300     IF NOT TDP-CASE-OK
019400         DISPLAY "UNABLE TO OPEN TDispute.dat, STATUS = ",
019500             TDP-CASE-STATUS
019600         CALL "TERRLOG" USING TDP-ERRLOG-PROGRAM-ID,
019700             TDP-ERRLOG-PARAGRAPH, TDP-ERRLOG-SEVERITY
019800         STOP RUN
019900     END-IF.
020000     OPEN INPUT MYHISTMST.
020100     IF NOT TDP-HIST-OK
020200         DISPLAY "THistMaster.dat NOT AVAILABLE, STATUS = ",
020300             TDP-HIST-STATUS, " -- NO CASE CAN BE OPENED"
020400         MOVE "N" TO TDP-HIST-AVAIL-SW
020500     END-IF.
020600     OPEN I-O MYMAINTFILE.
020700     IF NOT TDP-IN-OK
020800         DISPLAY "TFileIn.dat NOT AVAILABLE, STATUS = ",
020900             TDP-IN-STATUS, " -- NO CREDIT CAN BE WRITTEN"
021000         MOVE "N" TO TDP-IN-AVAIL-SW
021100     END-IF.
021200 1000-EXIT.
021300     EXIT.
021400
021500 2000-CHOOSE-FUNCTION.
021600     DISPLAY "FUNCTION (L=LIST OPEN, H=HISTORY, O=OPEN CASE, ",
021700         "C=CREDIT, R=RESOLVE, Q=QUIT): ".
021800     ACCEPT TDP-FUNCTION.
021900     EVALUATE TRUE
022000         WHEN TDP-FUNCTION-LIST
022100             PERFORM 3000-LIST-OPEN THRU 3000-EXIT
022200         WHEN TDP-FUNCTION-HISTORY
022300             PERFORM 4100-ACCEPT-KEY THRU 4100-EXIT
022400             PERFORM 3500-LIST-HISTORY THRU 3500-EXIT
022500         WHEN TDP-FUNCTION-OPEN
022600             PERFORM 4000-OPEN-CASE THRU 4000-EXIT
022700         WHEN TDP-FUNCTION-CREDIT
022800             PERFORM 5000-CREDIT-CASE THRU 5000-EXIT
022900         WHEN TDP-FUNCTION-RESOLVE
023000             PERFORM 5500-RESOLVE-CASE THRU 5500-EXIT
023100         WHEN OTHER
023200             CONTINUE
023300     END-EVALUATE.
023400 2000-EXIT.
023500     EXIT.
023600
023700*----------------------------------------------------------*
023800* 3000-LIST-OPEN BROWSES THE CASE FILE IN KEY ORDER AND
023900* SHOWS EVERY CASE STILL OPEN.
024000*----------------------------------------------------------*
024100 3000-LIST-OPEN.
024200     MOVE ZERO TO TDP-LIST-COUNT.
024300     MOVE "N"  TO TDP-CASE-EOF-SW.
024400     MOVE LOW-VALUES TO DC-KEY.
024500     START MYCASEFILE KEY IS NOT LESS THAN DC-KEY
024600         INVALID KEY
024700             SET TDP-CASE-EOF TO TRUE
024800     END-START.
024900     PERFORM 3100-LIST-ONE THRU 3100-EXIT
025000         UNTIL TDP-CASE-EOF.
025100     IF TDP-LIST-COUNT = ZERO
025200         DISPLAY "NO OPEN CASES"
025300     END-IF.
025400 3000-EXIT.
025500     EXIT.
025600
025700 3100-LIST-ONE.
025800     READ MYCASEFILE NEXT RECORD
025900         AT END
026000             SET TDP-CASE-EOF TO TRUE
026100             GO TO 3100-EXIT
026200     END-READ.
026300     IF NOT DC-IS-OPEN
026400         GO TO 3100-EXIT
026500     END-IF.
026600     ADD 1 TO TDP-LIST-COUNT.
026700     PERFORM 5900-SHOW-CASE THRU 5900-EXIT.
026800 3100-EXIT.
026900     EXIT.
027000
027100*----------------------------------------------------------*
027200* 3500-LIST-HISTORY SHOWS EVERY NIGHT THE KEY POSTED ON THE
027300* HISTORY MASTER, WITH THE RUN DATE A CASE IS OPENED UNDER.
027400* THE MASTER IS KEYED RUN DATE FIRST, SO THIS IS A FULL
027500* BROWSE, AS TBIOG DOES IT.
027600*----------------------------------------------------------*
027700 3500-LIST-HISTORY.
027800     IF NOT TDP-HIST-AVAILABLE
027900         DISPLAY "THistMaster.dat NOT AVAILABLE"
028000         GO TO 3500-EXIT
028100     END-IF.
028200     MOVE ZERO TO TDP-LIST-COUNT.
028300     MOVE "N"  TO TDP-HIST-EOF-SW.
028400     MOVE LOW-VALUES TO HIST-KEY.
028500     START MYHISTMST KEY IS GREATER THAN HIST-KEY
028600         INVALID KEY
028700             SET TDP-HIST-EOF TO TRUE
028800     END-START.
028900     PERFORM 3600-LIST-ONE-HISTORY THRU 3600-EXIT
029000         UNTIL TDP-HIST-EOF.
029100     IF TDP-LIST-COUNT = ZERO
029200         DISPLAY "KEY ", TDP-KEY, " NOT ON THistMaster.dat"
029300     END-IF.
029400 3500-EXIT.
029500     EXIT.
029600
029700 3600-LIST-ONE-HISTORY.
029800     READ MYHISTMST NEXT RECORD
029900         AT END
030000             SET TDP-HIST-EOF TO TRUE
030100             GO TO 3600-EXIT
030200     END-READ.
030300     IF HIST-R NOT = TDP-KEY-M OR HIST-S NOT = TDP-KEY-N
030400         GO TO 3600-EXIT
030500     END-IF.
030600     ADD 1 TO TDP-LIST-COUNT.
030700     MOVE HIST-AMOUNT TO TDP-D-AMOUNT.
030800     DISPLAY "    RUN DATE ", HIST-RUN-DATE, "  AMOUNT ",
030900         TDP-D-AMOUNT, "  TYPE ", HIST-TRANS-TYPE.
031000 3600-EXIT.
031100     EXIT.
031200
031300*----------------------------------------------------------*
031400* 4000-OPEN-CASE TAKES THE KEY, SHOWS ITS POSTINGS, AND
031500* OPENS A CASE ON THE ONE THE OPERATOR PICKS BY RUN DATE.
031600* THE CASE IS WRITTEN FIRST; THE CREDIT, IF ASKED FOR,
031700* FOLLOWS AND IS RECORDED ON THE CASE.
031800*----------------------------------------------------------*
031900 4000-OPEN-CASE.
032000     IF NOT TDP-HIST-AVAILABLE
032100         DISPLAY "THistMaster.dat NOT AVAILABLE, NO CASE OPENED"
032200         GO TO 4000-EXIT
032300     END-IF.
032400     PERFORM 4100-ACCEPT-KEY THRU 4100-EXIT.
032500     PERFORM 3500-LIST-HISTORY THRU 3500-EXIT.
032600     IF TDP-LIST-COUNT = ZERO
032700         GO TO 4000-EXIT
032800     END-IF.
032900     PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT.
033000     IF NOT TDP-KEY-OK
033100         GO TO 4000-EXIT
033200     END-IF.
033300     MOVE TDP-KEY-DATE-N TO HIST-RUN-DATE.
033400     MOVE TDP-KEY-M      TO HIST-R.
033500     MOVE TDP-KEY-N      TO HIST-S.
033600     READ MYHISTMST
033700         INVALID KEY
033800             DISPLAY "KEY ", TDP-KEY, " DID NOT POST ON ",
033900                 TDP-KEY-DATE, ", NO CASE OPENED"
034000             GO TO 4000-EXIT
034100     END-READ.
034200     IF HIST-TYPE-REVERSAL OR HIST-AMOUNT NOT > ZERO
034300         DISPLAY "POSTING IS NOT A DEBIT, NOTHING TO DISPUTE"
034400         GO TO 4000-EXIT
034500     END-IF.
034600     PERFORM 4300-SET-CASE-KEY THRU 4300-EXIT.
034700     READ MYCASEFILE
034800         INVALID KEY
034900             CONTINUE
035000         NOT INVALID KEY
035100             DISPLAY "CASE ALREADY ON FILE"
035200             PERFORM 5900-SHOW-CASE THRU 5900-EXIT
035300             GO TO 4000-EXIT
035400     END-READ.
035500     DISPLAY "REASON FOR DISPUTE (40 CHAR): ".
035600     MOVE SPACES TO TDP-TEXT.
035700     ACCEPT TDP-TEXT.
035800     IF TDP-TEXT = SPACES
035900         DISPLAY "A REASON IS REQUIRED, NO CASE OPENED"
036000         GO TO 4000-EXIT
036100     END-IF.
036200     PERFORM 4300-SET-CASE-KEY THRU 4300-EXIT.
036300     MOVE HIST-AMOUNT      TO DC-AMOUNT.
036400     SET DC-IS-OPEN        TO TRUE.
036500     SET DC-CREDIT-NOT-ISSUED TO TRUE.
036600     MOVE ZERO             TO DC-CREDIT-DATE.
036700     MOVE ZERO             TO DC-REDEBIT-DATE.
036800     MOVE TDP-TODAY        TO DC-OPEN-DATE.
036900     MOVE TDP-OPERATOR-ID  TO DC-OPEN-OPERATOR.
037000     MOVE ZERO             TO DC-CLOSE-DATE.
037100     MOVE SPACES           TO DC-CLOSE-OPERATOR.
037200     MOVE TDP-TEXT         TO DC-REASON.
037300     MOVE SPACES           TO DC-OUTCOME-NOTE.
037400     WRITE DISPUTE-CASE-RECORD
037500         INVALID KEY
037600             DISPLAY "CASE COULD NOT BE WRITTEN, STATUS = ",
037700                 TDP-CASE-STATUS
037800             MOVE "4000-OPEN-CASE" TO TDP-ERRLOG-PARAGRAPH
037900             CALL "TERRLOG" USING TDP-ERRLOG-PROGRAM-ID,
038000                 TDP-ERRLOG-PARAGRAPH, TDP-ERRLOG-SEVERITY
038100             GO TO 4000-EXIT
038200     END-WRITE.
038300     DISPLAY "CASE ", DC-TRAN-KEY, " ", DC-HIST-DATE, " OPENED".
038400     DISPLAY "ISSUE PROVISIONAL CREDIT NOW (Y/N): ".
038500     ACCEPT TDP-ANSWER.
038600     IF TDP-ANSWER = "Y"
038700         PERFORM 6000-ISSUE-CREDIT THRU 6000-EXIT
038800     END-IF.
038900 4000-EXIT.
039000     EXIT.
039100
039200 4100-ACCEPT-KEY.
039300     DISPLAY "KEY (m+n, 8 CHARACTERS): ".
039400     MOVE SPACES TO TDP-KEY.
039500     ACCEPT TDP-KEY.
039600 4100-EXIT.
039700     EXIT.
039800
039900 4200-ACCEPT-DATE.
040000     MOVE "N" TO TDP-KEY-OK-SW.
040100     DISPLAY "HISTORY RUN DATE OF THE POSTING (CCYYMMDD): ".
040200     MOVE SPACES TO TDP-KEY-DATE.
040300     ACCEPT TDP-KEY-DATE.
040400     IF TDP-KEY-DATE IS NOT NUMERIC
040500         DISPLAY "RUN DATE MUST BE CCYYMMDD"
040600     ELSE
040700         SET TDP-KEY-OK TO TRUE
040800     END-IF.
040900 4200-EXIT.
041000     EXIT.
041100
041200 4300-SET-CASE-KEY.
041300     MOVE TDP-KEY        TO DC-TRAN-KEY.
041400     MOVE TDP-KEY-DATE-N TO DC-HIST-DATE.
041500 4300-EXIT.
041600     EXIT.
041700
041800*----------------------------------------------------------*
041900* 4500-READ-CASE TAKES KEY AND RUN DATE AND READS THE CASE
042000* FOR C AND R; TDP-KEY-OK SAYS WHETHER IT WAS FOUND.
042100*----------------------------------------------------------*
042200 4500-READ-CASE.
042300     PERFORM 4100-ACCEPT-KEY THRU 4100-EXIT.
042400     PERFORM 4200-ACCEPT-DATE THRU 4200-EXIT.
042500     IF NOT TDP-KEY-OK
042600         GO TO 4500-EXIT
042700     END-IF.
042800     PERFORM 4300-SET-CASE-KEY THRU 4300-EXIT.
042900     READ MYCASEFILE
043000         INVALID KEY
043100             DISPLAY "NO CASE ", TDP-KEY, " ", TDP-KEY-DATE
043200             MOVE "N" TO TDP-KEY-OK-SW
043300             GO TO 4500-EXIT
043400     END-READ.
043500     PERFORM 5900-SHOW-CASE THRU 5900-EXIT.
043600     IF NOT DC-IS-OPEN
043700         DISPLAY "CASE ALREADY CLOSED BY ", DC-CLOSE-OPERATOR,
043800             " ON ", DC-CLOSE-DATE
043900         MOVE "N" TO TDP-KEY-OK-SW
044000     END-IF.
044100 4500-EXIT.
044200     EXIT.
044300
044400 5000-CREDIT-CASE.
044500     PERFORM 4500-READ-CASE THRU 4500-EXIT.
044600     IF NOT TDP-KEY-OK
044700         GO TO 5000-EXIT
044800     END-IF.
044900     IF DC-CREDIT-ISSUED
045000         DISPLAY "CREDIT ALREADY ISSUED ON ", DC-CREDIT-DATE
045100         GO TO 5000-EXIT
045200     END-IF.
045300     PERFORM 6000-ISSUE-CREDIT THRU 6000-EXIT.
045400 5000-EXIT.
045500     EXIT.
045600
045700*----------------------------------------------------------*
045800* 5500-RESOLVE-CASE CLOSES AN OPEN CASE. WON: THE CREDIT
045900* STANDS, OR IS ISSUED NOW IF IT NEVER WAS. LOST: A CREDIT
046000* THAT WAS ISSUED IS TAKEN BACK WITH A RE-DEBIT. WHEN THE
046100* TRANSACTION CANNOT BE WRITTEN THE CASE STAYS OPEN.
046200*----------------------------------------------------------*
046300 5500-RESOLVE-CASE.
046400     PERFORM 4500-READ-CASE THRU 4500-EXIT.
046500     IF NOT TDP-KEY-OK
046600         GO TO 5500-EXIT
046700     END-IF.
046800     DISPLAY "OUTCOME (W=CUSTOMER WON, L=CUSTOMER LOST, ",
046900         "BLANK=LEAVE): ".
047000     ACCEPT TDP-OUTCOME.
047100     IF NOT TDP-OUTCOME-WON AND NOT TDP-OUTCOME-LOST
047200         DISPLAY "CASE LEFT AS IT WAS"
047300         GO TO 5500-EXIT
047400     END-IF.
047500     DISPLAY "OUTCOME NOTE (40 CHAR): ".
047600     MOVE SPACES TO TDP-TEXT.
047700     ACCEPT TDP-TEXT.
047800     IF TDP-TEXT = SPACES
047900         DISPLAY "A NOTE IS REQUIRED, CASE LEFT AS IT WAS"
048000         GO TO 5500-EXIT
048100     END-IF.
048200     IF TDP-OUTCOME-WON AND DC-CREDIT-NOT-ISSUED
048300         PERFORM 6000-ISSUE-CREDIT THRU 6000-EXIT
048400         IF NOT TDP-TXN-WRITTEN
048500             DISPLAY "CASE LEFT OPEN"
048600             GO TO 5500-EXIT
048700         END-IF
048800     END-IF.
048900     IF TDP-OUTCOME-LOST AND DC-CREDIT-ISSUED
049000         MOVE "N" TO TDP-TXN-TYPE
049100         PERFORM 6500-WRITE-TRANSACTION THRU 6500-EXIT
049200         IF NOT TDP-TXN-WRITTEN
049300             DISPLAY "CASE LEFT OPEN"
049400             GO TO 5500-EXIT
049500         END-IF
049600         MOVE TDP-TODAY TO DC-REDEBIT-DATE
049700         DISPLAY "RE-DEBIT OF THE PROVISIONAL CREDIT WRITTEN"
049800     END-IF.
049900     IF TDP-OUTCOME-WON
050000         SET DC-IS-WON  TO TRUE
050100     ELSE
050200         SET DC-IS-LOST TO TRUE
050300     END-IF.
050400     MOVE TDP-TODAY       TO DC-CLOSE-DATE.
050500     MOVE TDP-OPERATOR-ID TO DC-CLOSE-OPERATOR.
050600     MOVE TDP-TEXT        TO DC-OUTCOME-NOTE.
050700     PERFORM 6800-SAVE-CASE THRU 6800-EXIT.
050800 5500-EXIT.
050900     EXIT.
051000
051100 5900-SHOW-CASE.
051200     MOVE DC-AMOUNT TO TDP-D-AMOUNT.
051300     DISPLAY DC-TRAN-KEY, " ", DC-HIST-DATE, "  OPENED ",
051400         DC-OPEN-DATE, " BY ", DC-OPEN-OPERATOR, "  STATUS ",
051500         DC-STATUS, "  AMOUNT ", TDP-D-AMOUNT, "  CREDIT ",
051600         DC-CREDIT-SW.
051700     DISPLAY "    REASON: ", DC-REASON.
051800     IF NOT DC-IS-OPEN
051900         DISPLAY "    CLOSED ", DC-CLOSE-DATE, " BY ",
052000             DC-CLOSE-OPERATOR, ": ", DC-OUTCOME-NOTE
052100     END-IF.
052200 5900-EXIT.
052300     EXIT.
052400
052500*----------------------------------------------------------*
052600* 6000-ISSUE-CREDIT WRITES THE PROVISIONAL CREDIT AND MARKS
052700* IT ON THE CASE.
052800*----------------------------------------------------------*
052900 6000-ISSUE-CREDIT.
053000     MOVE "R" TO TDP-TXN-TYPE.
053100     PERFORM 6500-WRITE-TRANSACTION THRU 6500-EXIT.
053200     IF NOT TDP-TXN-WRITTEN
053300         DISPLAY "NO CREDIT ISSUED -- USE C TO ISSUE IT LATER"
053400         GO TO 6000-EXIT
053500     END-IF.
053600     SET DC-CREDIT-ISSUED TO TRUE.
053700     MOVE TDP-TODAY TO DC-CREDIT-DATE.
053800     PERFORM 6800-SAVE-CASE THRU 6800-EXIT.
053900     DISPLAY "PROVISIONAL CREDIT WRITTEN FOR TONIGHT'S RUN".
054000 6000-EXIT.
054100     EXIT.
054200
054300*----------------------------------------------------------*
054400* 6500-WRITE-TRANSACTION PUTS THE CASE AMOUNT INTO
054500* TFILEIN.DAT AS AN ORDINARY DL100 FLAG D TRANSACTION DATED
054600* TODAY, OF THE TYPE IN TDP-TXN-TYPE.
054700*----------------------------------------------------------*
054800 6500-WRITE-TRANSACTION.
054900     MOVE "N" TO TDP-WRITTEN-SW.
055000     IF NOT TDP-IN-AVAILABLE
055100         DISPLAY "TFileIn.dat NOT AVAILABLE, NOTHING WRITTEN"
055200         GO TO 6500-EXIT
055300     END-IF.
055400     MOVE SPACES           TO INRECORD.
055500     MOVE DC-TRAN-KEY      TO IN-KEY.
055600     MOVE ZERO             TO O.
055700     MOVE ZERO             TO P.
055800     MOVE "D"              TO Q.
055900     MOVE TDP-TODAY-YYMMDD TO IN-TRANS-DATE.
056000     MOVE SPACE            TO IN-ORIGIN-BRANCH.
056100     MOVE DC-AMOUNT        TO IN-AMOUNT.
056200     MOVE TDP-TXN-TYPE     TO IN-TRANS-TYPE.
056300     WRITE INRECORD
056400         INVALID KEY
056500             CONTINUE
056600         NOT INVALID KEY
056700             SET TDP-TXN-WRITTEN TO TRUE
056800     END-WRITE.
056900     IF TDP-TXN-WRITTEN
057000         GO TO 6500-EXIT
057100     END-IF.
057200     IF TDP-IN-DUPLICATE
057300         DISPLAY "KEY ", IN-KEY, " ALREADY HAS A TRANSACTION ",
057400             "PENDING IN TFileIn.dat"
057500     ELSE
057600         DISPLAY "TRANSACTION COULD NOT BE WRITTEN, STATUS = ",
057700             TDP-IN-STATUS
057800         MOVE "6500-WRITE-TRANSACTION" TO TDP-ERRLOG-PARAGRAPH
057900         CALL "TERRLOG" USING TDP-ERRLOG-PROGRAM-ID,
058000             TDP-ERRLOG-PARAGRAPH, TDP-ERRLOG-SEVERITY
058100     END-IF.
058200 6500-EXIT.
058300     EXIT.
058400
058500 6800-SAVE-CASE.
058600     REWRITE DISPUTE-CASE-RECORD
058700         INVALID KEY
058800             DISPLAY "CASE COULD NOT BE UPDATED, STATUS = ",
058900                 TDP-CASE-STATUS
059000             MOVE "6800-SAVE-CASE" TO TDP-ERRLOG-PARAGRAPH
059100             CALL "TERRLOG" USING TDP-ERRLOG-PROGRAM-ID,
059200                 TDP-ERRLOG-PARAGRAPH, TDP-ERRLOG-SEVERITY
059300         NOT INVALID KEY
059400             DISPLAY "CASE ", DC-TRAN-KEY, " ", DC-HIST-DATE,
059500                 " NOW ", DC-STATUS, ", CREDIT ", DC-CREDIT-SW
059600     END-REWRITE.
059700 6800-EXIT.
059800     EXIT.
059900
060000* Input:
060100*    sign-on through TSIGNON (DL210 operator master, level 2)
060200*    console function code, key, history run date, reason,
060300*         outcome, and note
060400*    file "THistMaster.dat" (DL170, read only) -- the posting
060500*         a case is opened against
060600* Input/Output:
060700*    file "TDispute.dat" (DL305 cases, indexed, created on
060800*         first use)
060900* Output:
061000*    file "TFileIn.dat" -- flag D provisional credits (type R)
061100*         and re-debits (type N), to flow through TEDIT/TFILE
