000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TCOLLWK.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. COLLECTIONS WORKLIST
001200*                      SCREEN OVER THE DL310 QUEUE TCOLLQ
001300*                      BUILDS EACH NIGHT. L LISTS THE QUEUE
001400*                      WITH EACH ACCOUNT'S LAST CONTACT; N
001500*                      BRINGS UP THE NEXT ACCOUNT NOT YET
001600*                      WORKED, OVER-90 FIRST; W TAKES ANY
001700*                      ACCOUNT BY NUMBER. THE COLLECTOR SEES
001800*                      THE ACCOUNT'S EARLIER CALLS AND RECORDS
001900*                      THE OUTCOME, WITH A PROMISE-TO-PAY
002000*                      AMOUNT AND DATE WHEN ONE IS GIVEN, ON
002100*                      THE DL315 ACTIVITY FILE TCOLLACT.DAT.
002200*                      BEHIND THE TSIGNON CHECK AT AUTHORITY
002300*                      LEVEL 2; THE COLLECTOR RIDES ON EACH
002400*                      ACTIVITY.
002500*----------------------------------------------------------*
002600*----------------------------------------------------------*
002700* AN ACCOUNT COUNTS AS WORKED ONCE IT HAS ANY ACTIVITY      *
002800* DATED AFTER THE QUEUE'S RUN DATE. A PROMISE NEEDS AN      *
002900* AMOUNT AND A DATE NO EARLIER THAN TODAY; THE DATE GETS THE*
003000* SHOP DATE EDIT THROUGH TDATEDIT. AN ACCOUNT NOT ON TODAY'S*
003100* QUEUE (A CALL RETURNED, SAY) CAN STILL BE WORKED WITH W.  *
003200*----------------------------------------------------------*
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
003500 FILE-CONTROL.
003600     SELECT MYQUEUEFILE ASSIGN TO "TCollQueue.dat"
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS DYNAMIC
003900         RECORD KEY IS CQ-KEY
004000         FILE STATUS IS TCW-QUE-STATUS.
004100     SELECT MYACTFILE ASSIGN TO "TCollAct.dat"
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CA-KEY
004500         FILE STATUS IS TCW-ACT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800 FD  MYQUEUEFILE.
004900     COPY DL310.
005000 FD  MYACTFILE.
005100     COPY DL315.
005200 WORKING-STORAGE SECTION.
005300 01  TCW-QUE-STATUS   PIC XX        VALUE "00".
005400     88  TCW-QUE-OK                 VALUE "00".
005500     88  TCW-QUE-NOT-FOUND          VALUE "35".
005600 01  TCW-ACT-STATUS   PIC XX        VALUE "00".
005700     88  TCW-ACT-OK                 VALUE "00".
005800     88  TCW-ACT-NOT-FOUND          VALUE "35".
005900 01  TCW-QUE-EOF-SW   PIC X         VALUE "N".
006000     88  TCW-QUE-EOF                VALUE "Y".
006100 01  TCW-ACT-EOF-SW   PIC X         VALUE "N".
006200     88  TCW-ACT-EOF                VALUE "Y".
006300 01  TCW-QUE-AVAIL-SW PIC X         VALUE "Y".
006400     88  TCW-QUE-AVAILABLE          VALUE "Y".
006500 01  TCW-IN-QUEUE-SW  PIC X         VALUE "N".
006600     88  TCW-IN-QUEUE               VALUE "Y".
006700 01  TCW-FOUND-SW     PIC X         VALUE "N".
006800     88  TCW-NEXT-FOUND             VALUE "Y".
006900 01  TCW-SHOW-SW      PIC X         VALUE "N".
007000     88  TCW-SHOW-ACTIVITY          VALUE "Y".
007100 01  TCW-VALID-SW     PIC X         VALUE "N".
007200     88  TCW-ENTRY-VALID            VALUE "Y".
007300 01  TCW-FUNCTION     PIC X         VALUE SPACE.
007400     88  TCW-FUNCTION-LIST          VALUE "L".
007500     88  TCW-FUNCTION-NEXT          VALUE "N".
007600     88  TCW-FUNCTION-WORK          VALUE "W".
007700     88  TCW-FUNCTION-QUIT          VALUE "Q".
007800 01  TCW-ACCT         PIC X(8)      VALUE SPACES.
007900 01  TCW-POS-KEY      PIC X(9)      VALUE LOW-VALUES.
008000 01  TCW-OUTCOME      PIC X         VALUE SPACE.
008100 01  TCW-AMOUNT-IN    PIC X(9)      VALUE SPACES.
008200 01  TCW-AMOUNT-N REDEFINES TCW-AMOUNT-IN
008300                      PIC 9(9).
008400 01  TCW-DATE-IN      PIC X(8)      VALUE SPACES.
008500 01  TCW-DATE-N REDEFINES TCW-DATE-IN
008600                      PIC 9(8).
008700 01  TCW-PROMISE-AMOUNT PIC S9(7)V99 VALUE ZERO.
008800 01  TCW-PROMISE-DATE PIC 9(8)      VALUE ZERO.
008900 01  TCW-NOTE         PIC X(40)     VALUE SPACES.
009000 01  TCW-TODAY        PIC 9(8)      VALUE ZERO.
009100 01  TCW-NOW          PIC 9(8)      VALUE ZERO.
009200 01  TCW-QUEUE-DATE   PIC 9(8)      VALUE ZERO.
009300 01  TCW-LAST-DATE    PIC 9(8)      VALUE ZERO.
009400 01  TCW-LAST-OUTCOME PIC X         VALUE SPACE.
009500 01  TCW-ACT-COUNT    PIC 9(5) COMP VALUE ZERO.
009600 01  TCW-LIST-COUNT   PIC 9(5) COMP VALUE ZERO.
009700 01  TCW-DONE-COUNT   PIC 9(5) COMP VALUE ZERO.
009800 01  TCW-D-BALANCE    PIC -ZZZ,ZZZ,ZZ9.99 VALUE ZERO.
009900 01  TCW-D-AMOUNT     PIC -Z,ZZZ,ZZ9.99 VALUE ZERO.
010000 01  TCW-D-AGE        PIC ZZZZ9     VALUE ZERO.
010100 01  TCW-D-WORKED     PIC X(6)      VALUE SPACES.
010200 01  TCW-DE-DATE      PIC X(6)      VALUE SPACES.
010300 01  TCW-DE-VALID-SW  PIC X         VALUE "Y".
010400     88  TCW-DE-DATE-VALID          VALUE "Y".
010500 01  TCW-DE-REASON-CODE PIC 99      VALUE ZERO.
010600 01  TCW-DE-REASON-TEXT PIC X(30)   VALUE SPACES.
010700 01  TCW-DE-CCYYMMDD  PIC 9(8)      VALUE ZERO.
010800 01  TCW-SG-LEVEL     PIC 9          VALUE 2.
010900 01  TCW-SG-RESULT    PIC X          VALUE SPACE.
011000     88  TCW-SG-GRANTED              VALUE "G".
011100 01  TCW-OPERATOR-ID  PIC X(8)       VALUE SPACES.
011200 01  TCW-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TCOLLWK".
011300 01  TCW-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
011400 01  TCW-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
011500 PROCEDURE DIVISION.
011600 0000-MAINLINE.
011700     CALL "TSIGNON" USING TCW-SG-LEVEL, TCW-SG-RESULT,
011800         TCW-OPERATOR-ID.
011900     IF NOT TCW-SG-GRANTED
012000         DISPLAY "COLLECTIONS WORKLIST NOT STARTED"
012100         STOP RUN
012200     END-IF.
012300     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
012400     PERFORM 2000-CHOOSE-FUNCTION THRU 2000-EXIT
012500         UNTIL TCW-FUNCTION-QUIT.
012600     IF TCW-QUE-AVAILABLE
012700         CLOSE MYQUEUEFILE
012800     END-IF.
012900     CLOSE MYACTFILE.
013000     STOP RUN.
013100
013200*----------------------------------------------------------*
013300* 1000-OPEN-FILES CREATES THE ACTIVITY FILE ON FIRST USE.
013400* WITHOUT A QUEUE ONLY W CAN BE USED.
013500*----------------------------------------------------------*
013600 1000-OPEN-FILES.
013700     ACCEPT TCW-TODAY FROM DATE YYYYMMDD.
013800     OPEN INPUT MYQUEUEFILE.
013900     IF NOT TCW-QUE-OK
014000         DISPLAY "NO WORKLIST QUEUE (TCollQueue.dat STATUS = ",
014100             TCW-QUE-STATUS, "), ONLY W IS AVAILABLE"
014200         MOVE "N" TO TCW-QUE-AVAIL-SW
014300     END-IF.
014400     OPEN I-O MYACTFILE.
014500     IF TCW-ACT-NOT-FOUND
014600         OPEN OUTPUT MYACTFILE
014700         CLOSE MYACTFILE
014800         OPEN I-O MYACTFILE
014900     END-IF.
015000     IF NOT TCW-ACT-OK
015100         DISPLAY "UNABLE TO OPEN TCollAct.dat, STATUS = ",
015200             TCW-ACT-STATUS
015300         CALL "TERRLOG" USING TCW-ERRLOG-PROGRAM-ID,
015400             TCW-ERRLOG-PARAGRAPH, TCW-ERRLOG-SEVERITY
015500         STOP RUN
015600     END-IF.
015700 1000-EXIT.
015800     EXIT.
015900
016000 2000-CHOOSE-FUNCTION.
016100     DISPLAY "FUNCTION (L=LIST QUEUE, N=NEXT TO CALL, ",
016200         "W=WORK ACCOUNT, Q=QUIT): ".
016300     ACCEPT TCW-FUNCTION.
016400     EVALUATE TRUE
016500         WHEN TCW-FUNCTION-LIST
016600             PERFORM 3000-LIST-QUEUE THRU 3000-EXIT
016700         WHEN TCW-FUNCTION-NEXT
016800             PERFORM 3500-NEXT-ACCOUNT THRU 3500-EXIT
016900         WHEN TCW-FUNCTION-WORK
017000             PERFORM 3800-WORK-BY-NUMBER THRU 3800-EXIT
017100         WHEN OTHER
017200             CONTINUE
017300     END-EVALUATE.
017400 2000-EXIT.
017500     EXIT.
017600
017700*----------------------------------------------------------*
017800* 3000-LIST-QUEUE SHOWS THE WHOLE QUEUE IN CALLING ORDER
017900* WITH EACH ACCOUNT'S LAST CONTACT AND WHETHER IT HAS BEEN
018000* WORKED SINCE THE QUEUE WAS BUILT.
018100*----------------------------------------------------------*
018200 3000-LIST-QUEUE.
018300     IF NOT TCW-QUE-AVAILABLE
018400         DISPLAY "NO WORKLIST QUEUE"
018500         GO TO 3000-EXIT
018600     END-IF.
018700     MOVE ZERO TO TCW-LIST-COUNT.
018800     MOVE ZERO TO TCW-DONE-COUNT.
018900     MOVE "N"  TO TCW-QUE-EOF-SW.
019000     MOVE LOW-VALUES TO CQ-KEY.
019100     START MYQUEUEFILE KEY IS NOT LESS THAN CQ-KEY
019200         INVALID KEY
019300             SET TCW-QUE-EOF TO TRUE
019400     END-START.
019500     PERFORM 3100-LIST-ONE THRU 3100-EXIT
019600         UNTIL TCW-QUE-EOF.
019700     DISPLAY "QUEUED = ", TCW-LIST-COUNT, "  WORKED = ",
019800         TCW-DONE-COUNT.
019900 3000-EXIT.
020000     EXIT.
020100
020200 3100-LIST-ONE.
020300     READ MYQUEUEFILE NEXT RECORD
020400         AT END
020500             SET TCW-QUE-EOF TO TRUE
020600             GO TO 3100-EXIT
020700     END-READ.
020800     ADD 1 TO TCW-LIST-COUNT.
020900     MOVE CQ-ACCT-NUMBER TO TCW-ACCT.
021000     MOVE "N" TO TCW-SHOW-SW.
021100     PERFORM 4100-SCAN-ACTIVITY THRU 4100-EXIT.
021200     IF TCW-LAST-DATE > CQ-QUEUE-DATE
021300         MOVE "WORKED" TO TCW-D-WORKED
021400         ADD 1 TO TCW-DONE-COUNT
021500     ELSE
021600         MOVE SPACES TO TCW-D-WORKED
021700     END-IF.
021800     MOVE CQ-ACCT-BALANCE TO TCW-D-BALANCE.
021900     MOVE CQ-AGE-DAYS     TO TCW-D-AGE.
022000     DISPLAY CQ-BAND, " ", CQ-ACCT-NUMBER, " ", CQ-ACCT-NAME,
022100         "  AGE ", TCW-D-AGE, "  BAL ", TCW-D-BALANCE,
022200         "  LAST ", TCW-LAST-DATE, " ", TCW-LAST-OUTCOME, " ",
022300         TCW-D-WORKED.
022400 3100-EXIT.
022500     EXIT.
022600
022700*----------------------------------------------------------*
022800* 3500-NEXT-ACCOUNT MOVES ON FROM THE LAST ACCOUNT THIS
022900* SESSION BROUGHT UP TO THE NEXT ONE NOT YET WORKED.
023000*----------------------------------------------------------*
023100 3500-NEXT-ACCOUNT.
023200     IF NOT TCW-QUE-AVAILABLE
023300         DISPLAY "NO WORKLIST QUEUE"
023400         GO TO 3500-EXIT
023500     END-IF.
023600     MOVE "N" TO TCW-FOUND-SW.
023700     MOVE "N" TO TCW-QUE-EOF-SW.
023800     MOVE TCW-POS-KEY TO CQ-KEY.
023900     START MYQUEUEFILE KEY IS GREATER THAN CQ-KEY
024000         INVALID KEY
024100             SET TCW-QUE-EOF TO TRUE
024200     END-START.
024300     PERFORM 3600-TRY-NEXT THRU 3600-EXIT
024400         UNTIL TCW-QUE-EOF OR TCW-NEXT-FOUND.
024500     IF NOT TCW-NEXT-FOUND
024600         DISPLAY "NO ACCOUNT LEFT TO WORK ON THE QUEUE"
024700         MOVE LOW-VALUES TO TCW-POS-KEY
024800         GO TO 3500-EXIT
024900     END-IF.
025000     MOVE CQ-KEY TO TCW-POS-KEY.
025100     SET TCW-IN-QUEUE TO TRUE.
025200     PERFORM 4000-WORK-ACCOUNT THRU 4000-EXIT.
025300 3500-EXIT.
025400     EXIT.
025500
025600 3600-TRY-NEXT.
025700     READ MYQUEUEFILE NEXT RECORD
025800         AT END
025900             SET TCW-QUE-EOF TO TRUE
026000             GO TO 3600-EXIT
026100     END-READ.
026200     MOVE CQ-ACCT-NUMBER TO TCW-ACCT.
026300     MOVE "N" TO TCW-SHOW-SW.
026400     PERFORM 4100-SCAN-ACTIVITY THRU 4100-EXIT.
026500     IF TCW-LAST-DATE NOT > CQ-QUEUE-DATE
026600         SET TCW-NEXT-FOUND TO TRUE
026700     END-IF.
026800 3600-EXIT.
026900     EXIT.
027000
027100 3800-WORK-BY-NUMBER.
027200     DISPLAY "ACCOUNT (8 CHAR): ".
027300     MOVE SPACES TO TCW-ACCT.
027400     ACCEPT TCW-ACCT.
027500     MOVE "N" TO TCW-IN-QUEUE-SW.
027600     IF TCW-QUE-AVAILABLE
027700         MOVE TCW-ACCT TO CQ-ACCT-NUMBER
027800         SET CQ-BAND-OVER-90 TO TRUE
027900         READ MYQUEUEFILE
028000             INVALID KEY
028100                 SET CQ-BAND-61-90 TO TRUE
028200                 READ MYQUEUEFILE
028300                     INVALID KEY
028400                         CONTINUE
028500                     NOT INVALID KEY
028600                         SET TCW-IN-QUEUE TO TRUE
028700                 END-READ
028800             NOT INVALID KEY
028900                 SET TCW-IN-QUEUE TO TRUE
029000         END-READ
029100     END-IF.
029200     IF NOT TCW-IN-QUEUE
029300         DISPLAY "ACCOUNT ", TCW-ACCT, " IS NOT ON TODAY'S QUEUE"
029400     END-IF.
029500     PERFORM 4000-WORK-ACCOUNT THRU 4000-EXIT.
029600 3800-EXIT.
029700     EXIT.
029800
029900*----------------------------------------------------------*
030000* 4000-WORK-ACCOUNT SHOWS THE QUEUE ENTRY AND THE EARLIER
030100* CALLS, THEN TAKES THE OUTCOME OF THIS ONE. A BLANK OUTCOME
030200* RECORDS NOTHING.
030300*----------------------------------------------------------*
030400 4000-WORK-ACCOUNT.
030500     MOVE ZERO TO TCW-QUEUE-DATE.
030600     IF TCW-IN-QUEUE
030700         MOVE CQ-QUEUE-DATE   TO TCW-QUEUE-DATE
030800         MOVE CQ-ACCT-BALANCE TO TCW-D-BALANCE
030900         MOVE CQ-AMOUNT       TO TCW-D-AMOUNT
031000         MOVE CQ-AGE-DAYS     TO TCW-D-AGE
031100         DISPLAY "ACCOUNT ", CQ-ACCT-NUMBER, " ", CQ-ACCT-NAME,
031200             "  STATUS ", CQ-ACCT-STATUS, "  BALANCE ",
031300             TCW-D-BALANCE
031400         DISPLAY "    QUEUED ", CQ-QUEUE-DATE, "  AGE ",
031500             TCW-D-AGE, " DAYS  ITEM ", TCW-D-AMOUNT, " ",
031600             CQ-TRANS-TYPE
031700         IF NOT CQ-ON-MASTER
031800             DISPLAY "    (NOT ON THE ACCOUNT MASTER)"
031900         END-IF
032000     END-IF.
032100     SET TCW-SHOW-ACTIVITY TO TRUE.
032200     PERFORM 4100-SCAN-ACTIVITY THRU 4100-EXIT.
032300     IF TCW-ACT-COUNT = ZERO
032400         DISPLAY "    NO EARLIER CONTACT"
032500     END-IF.
032600     PERFORM 4500-TAKE-OUTCOME THRU 4500-EXIT.
032700 4000-EXIT.
032800     EXIT.
032900
033000*----------------------------------------------------------*
033100* 4100-SCAN-ACTIVITY READS THE ACCOUNT'S ACTIVITY IN DATE
033200* ORDER, LEAVING THE LAST CONTACT'S DATE AND OUTCOME, AND
033300* SHOWS EACH ONE WHEN TCW-SHOW-ACTIVITY IS ON.
033400*----------------------------------------------------------*
033500 4100-SCAN-ACTIVITY.
033600     MOVE ZERO  TO TCW-ACT-COUNT.
033700     MOVE ZERO  TO TCW-LAST-DATE.
033800     MOVE SPACE TO TCW-LAST-OUTCOME.
033900     MOVE "N"   TO TCW-ACT-EOF-SW.
034000     MOVE TCW-ACCT TO CA-ACCT-NUMBER.
034100     MOVE ZERO     TO CA-DATE.
034200     MOVE ZERO     TO CA-TIME.
034300     START MYACTFILE KEY IS NOT LESS THAN CA-KEY
034400         INVALID KEY
034500             SET TCW-ACT-EOF TO TRUE
034600     END-START.
034700     PERFORM 4200-SCAN-ONE THRU 4200-EXIT
034800         UNTIL TCW-ACT-EOF.
034900 4100-EXIT.
035000     EXIT.
035100
035200 4200-SCAN-ONE.
035300     READ MYACTFILE NEXT RECORD
035400         AT END
035500             SET TCW-ACT-EOF TO TRUE
035600             GO TO 4200-EXIT
035700     END-READ.
035800     IF CA-ACCT-NUMBER NOT = TCW-ACCT
035900         SET TCW-ACT-EOF TO TRUE
036000         GO TO 4200-EXIT
036100     END-IF.
036200     ADD 1 TO TCW-ACT-COUNT.
036300     MOVE CA-DATE    TO TCW-LAST-DATE.
036400     MOVE CA-OUTCOME TO TCW-LAST-OUTCOME.
036500     IF NOT TCW-SHOW-ACTIVITY
036600         GO TO 4200-EXIT
036700     END-IF.
036800     DISPLAY "    ", CA-DATE, " ", CA-OPERATOR, " OUTCOME ",
036900         CA-OUTCOME, "  ", CA-NOTE.
037000     IF NOT CA-NO-PROMISE
037100         MOVE CA-PROMISE-AMOUNT TO TCW-D-AMOUNT
037200         DISPLAY "        PROMISED ", TCW-D-AMOUNT, " BY ",
037300             CA-PROMISE-DATE, "  PROMISE STATUS ",
037400             CA-PROMISE-STATUS
037500     END-IF.
037600 4200-EXIT.
037700     EXIT.
037800
037900 4500-TAKE-OUTCOME.
038000     DISPLAY "OUTCOME (N=NO ANSWER, M=MESSAGE, C=CONTACTED, ",
038100         "P=PROMISE TO PAY, R=REFUSED, W=WRONG NUMBER, ",
038200         "BLANK=NONE): ".
038300     MOVE SPACE TO TCW-OUTCOME.
038400     ACCEPT TCW-OUTCOME.
038500     IF TCW-OUTCOME = SPACE
038600         DISPLAY "NOTHING RECORDED"
038700         GO TO 4500-EXIT
038800     END-IF.
038900     MOVE TCW-OUTCOME TO CA-OUTCOME.
039000     IF NOT CA-OUTCOME-VALID
039100         DISPLAY "OUTCOME ", TCW-OUTCOME, " NOT KNOWN, ",
039200             "NOTHING RECORDED"
039300         GO TO 4500-EXIT
039400     END-IF.
039500     MOVE ZERO TO TCW-PROMISE-AMOUNT.
039600     MOVE ZERO TO TCW-PROMISE-DATE.
039700     IF CA-PROMISED
039800         PERFORM 4600-TAKE-PROMISE THRU 4600-EXIT
039900         IF NOT TCW-ENTRY-VALID
040000             DISPLAY "NOTHING RECORDED"
040100             GO TO 4500-EXIT
040200         END-IF
040300     END-IF.
040400     DISPLAY "NOTE (40 CHAR): ".
040500     MOVE SPACES TO TCW-NOTE.
040600     ACCEPT TCW-NOTE.
040700     PERFORM 4800-WRITE-ACTIVITY THRU 4800-EXIT.
040800 4500-EXIT.
040900     EXIT.
041000
041100 4600-TAKE-PROMISE.
041200     MOVE "N" TO TCW-VALID-SW.
041300     DISPLAY "PROMISED AMOUNT (9 DIGITS, IN CENTS): ".
041400     MOVE SPACES TO TCW-AMOUNT-IN.
041500     ACCEPT TCW-AMOUNT-IN.
041600     IF TCW-AMOUNT-IN IS NOT NUMERIC OR TCW-AMOUNT-N = ZERO
041700         DISPLAY "AMOUNT MUST BE 9 DIGITS AND NOT ZERO"
041800         GO TO 4600-EXIT
041900     END-IF.
042000     COMPUTE TCW-PROMISE-AMOUNT = TCW-AMOUNT-N / 100.
042100     DISPLAY "PROMISED BY (CCYYMMDD): ".
042200     MOVE SPACES TO TCW-DATE-IN.
042300     ACCEPT TCW-DATE-IN.
042400     IF TCW-DATE-IN IS NOT NUMERIC
042500         DISPLAY "DATE MUST BE CCYYMMDD"
042600         GO TO 4600-EXIT
042700     END-IF.
042800     MOVE TCW-DATE-IN (3:6) TO TCW-DE-DATE.
042900     CALL "TDATEDIT" USING TCW-DE-DATE, TCW-DE-VALID-SW,
043000         TCW-DE-REASON-CODE, TCW-DE-REASON-TEXT,
043100         TCW-DE-CCYYMMDD.
043200     IF NOT TCW-DE-DATE-VALID
043300         DISPLAY "PROMISE DATE: ", TCW-DE-REASON-TEXT
043400         GO TO 4600-EXIT
043500     END-IF.
043600     IF TCW-DE-CCYYMMDD NOT = TCW-DATE-N
043700         DISPLAY "PROMISE DATE: CENTURY NOT ACCEPTED"
043800         GO TO 4600-EXIT
043900     END-IF.
044000     IF TCW-DATE-N < TCW-TODAY
044100         DISPLAY "PROMISE DATE IS IN THE PAST"
044200         GO TO 4600-EXIT
044300     END-IF.
044400     MOVE TCW-DATE-N TO TCW-PROMISE-DATE.
044500     SET TCW-ENTRY-VALID TO TRUE.
044600 4600-EXIT.
044700     EXIT.
044800
044900*----------------------------------------------------------*
045000* 4800-WRITE-ACTIVITY WRITES THE CONTACT. TWO ENTRIES FOR
045100* ONE ACCOUNT IN THE SAME HUNDREDTH OF A SECOND TAKE THE
045200* NEXT TIME VALUE.
045300*----------------------------------------------------------*
045400 4800-WRITE-ACTIVITY.
045500     MOVE SPACES          TO COLL-ACTIVITY-RECORD.
045600     MOVE TCW-ACCT        TO CA-ACCT-NUMBER.
045700     MOVE TCW-TODAY       TO CA-DATE.
045800     ACCEPT TCW-NOW FROM TIME.
045900     MOVE TCW-NOW         TO CA-TIME.
046000     MOVE TCW-OPERATOR-ID TO CA-OPERATOR.
046100     MOVE TCW-QUEUE-DATE  TO CA-QUEUE-DATE.
046200     MOVE TCW-OUTCOME     TO CA-OUTCOME.
046300     MOVE TCW-PROMISE-AMOUNT TO CA-PROMISE-AMOUNT.
046400     MOVE TCW-PROMISE-DATE TO CA-PROMISE-DATE.
046500     IF CA-PROMISED
046600         SET CA-PROMISE-OPEN TO TRUE
046700     ELSE
046800         SET CA-NO-PROMISE TO TRUE
046900     END-IF.
047000     MOVE ZERO            TO CA-PAID-AMOUNT.
047100     MOVE ZERO            TO CA-CHECKED-DATE.
047200     MOVE TCW-NOTE        TO CA-NOTE.
047300     WRITE COLL-ACTIVITY-RECORD
047400         INVALID KEY
047500             ADD 1 TO CA-TIME
047600             WRITE COLL-ACTIVITY-RECORD
047700                 INVALID KEY
047800                     CONTINUE
047900             END-WRITE
048000     END-WRITE.
048100     IF TCW-ACT-OK
048200         DISPLAY "CONTACT RECORDED FOR ", CA-ACCT-NUMBER
048300     ELSE
048400         DISPLAY "CONTACT COULD NOT BE RECORDED, STATUS = ",
048500             TCW-ACT-STATUS
048600         MOVE "4800-WRITE-ACTIVITY" TO TCW-ERRLOG-PARAGRAPH
048700         CALL "TERRLOG" USING TCW-ERRLOG-PROGRAM-ID,
048800             TCW-ERRLOG-PARAGRAPH, TCW-ERRLOG-SEVERITY
048900     END-IF.
049000 4800-EXIT.
049100     EXIT.
049200
049300* Input:
049400*    sign-on through TSIGNON (DL210 operator master, level 2)
049500*    console function code, account, outcome, promise amount
049600*         and date, and note
049700*    file "TCollQueue.dat" (DL310 queue built by TCOLLQ, read
049800*         only)
049900* Input/Output:
050000*    file "TCollAct.dat" (DL315 activity, indexed, created on
050100*         first use) -- one record per contact recorded
