000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TCOLLQ.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. BUILDS THE DAY'S
001200*                      COLLECTIONS WORKLIST: EVERY DETAIL OF
001300*                      THE NIGHT'S TFILEOUT.DAT GENERATION IN
001400*                      TAGE'S 61-90 OR OVER-90 BUCKET BECOMES
001500*                      A DL310 QUEUE ENTRY ON TCOLLQUEUE.DAT,
001600*                      JOINED TO TACCTMASTER.DAT FOR THE NAME,
001700*                      BALANCE, AND STATUS, FOR THE COLLECTORS
001800*                      TO WORK ON TCOLLWK. RUN AFTER TAGE.
001810*    2026-10-15 DL     AN ACCOUNT IS QUEUED ONCE, IN ITS WORST
001820*                      BAND: AN OVER-90 DETAIL REPLACES THE
001830*                      ACCOUNT'S 61-90 ENTRY, AND A 61-90
001840*                      DETAIL FOR AN ACCOUNT ALREADY OVER 90 IS
001850*                      DROPPED AS A DUPLICATE.
001900*----------------------------------------------------------*
002000*----------------------------------------------------------*
002100* THE QUEUE IS REBUILT FROM NOTHING EACH NIGHT, SO A RERUN  *
002200* GIVES THE SAME QUEUE; WHAT THE COLLECTORS DID IS ON THE   *
002300* ACTIVITY FILE, NOT HERE, AND SURVIVES IT. THE BUCKET      *
002400* BOUNDARIES ARE TAGE'S. A DETAIL WHOSE KEY IS NOT ON THE   *
002500* MASTER IS STILL QUEUED AND FLAGGED; A SECOND DETAIL FOR   *
002600* AN ACCOUNT ALREADY QUEUED IS COUNTED AND DROPPED. NO      *
002700* GENERATION FOR THE RUN DATE LEAVES AN EMPTY QUEUE.        *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MYOUTGEN ASSIGN TO TCQ-OUT-FILENAME
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS TCQ-OUT-STATUS.
003500     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS RANDOM
003800         RECORD KEY IS ACCT-NUMBER
003900         FILE STATUS IS TCQ-MST-STATUS.
004000     SELECT MYQUEUEFILE ASSIGN TO "TCollQueue.dat"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS DYNAMIC
004300         RECORD KEY IS CQ-KEY
004400         FILE STATUS IS TCQ-QUE-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MYOUTGEN.
004800     COPY DL110.
004900     COPY DL115.
005000 FD  MYMASTER.
005100     COPY DL140.
005200 FD  MYQUEUEFILE.
005300     COPY DL310.
005400 WORKING-STORAGE SECTION.
005500 01  TCQ-OUT-STATUS   PIC XX        VALUE "00".
005600     88  TCQ-OUT-OK                 VALUE "00".
005700 01  TCQ-MST-STATUS   PIC XX        VALUE "00".
005800     88  TCQ-MST-OK                 VALUE "00".
005900 01  TCQ-QUE-STATUS   PIC XX        VALUE "00".
006000     88  TCQ-QUE-OK                 VALUE "00".
006100 01  TCQ-OUT-EOF-SW   PIC X         VALUE "N".
006200     88  TCQ-OUT-EOF                VALUE "Y".
006300 01  TCQ-ABORT-SW     PIC X         VALUE "N".
006400     88  TCQ-ABORT-RUN              VALUE "Y".
006500 01  TCQ-NO-GEN-SW    PIC X         VALUE "N".
006600     88  TCQ-NO-GENERATION          VALUE "Y".
006700 01  TCQ-RUN-DATE     PIC 9(8)      VALUE ZERO.
006800 01  TCQ-OUT-FILENAME PIC X(40)     VALUE SPACES.
006900 01  TCQ-DETAIL-COUNT PIC 9(7) COMP VALUE ZERO.
007000 01  TCQ-QUEUED-COUNT PIC 9(7) COMP VALUE ZERO.
007100 01  TCQ-OVER-90-COUNT PIC 9(7) COMP VALUE ZERO.
007200 01  TCQ-61-90-COUNT  PIC 9(7) COMP VALUE ZERO.
007300 01  TCQ-NO-MST-COUNT PIC 9(7) COMP VALUE ZERO.
007400 01  TCQ-DUP-COUNT    PIC 9(7) COMP VALUE ZERO.
007500 01  TCQ-QUEUED-BAL   PIC S9(11)V99 VALUE ZERO.
007600 01  TCQ-START-TIME   PIC 9(8)      VALUE ZERO.
007700 01  TCQ-END-TIME     PIC 9(8)      VALUE ZERO.
007800 01  TCQ-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
007900 01  TCQ-RD-FUNCTION  PIC X         VALUE "G".
008000 01  TCQ-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TCOLLQ".
008100 01  TCQ-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
008200 01  TCQ-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
008300 01  TCQ-RW-FUNCTION  PIC X         VALUE SPACE.
008400 01  TCQ-RW-TITLE     PIC X(30)
008500     VALUE "TCOLLQ COLLECTIONS WORKLIST".
008600 01  TCQ-RW-FILENAME  PIC X(40)     VALUE "TCollQRpt.txt".
008700 01  TCQ-RW-LINE      PIC X(80)     VALUE SPACES.
008800 01  TCQ-RPT-HEAD-LINE.
008900     05  FILLER           PIC X(11) VALUE "RUN DATE = ".
009000     05  TCQ-RPT-RUN-DATE PIC 9(8).
009100     05  FILLER           PIC X(13) VALUE "  GENERATION ".
009200     05  TCQ-RPT-GEN-NAME PIC X(40).
009300     05  FILLER           PIC X(8)  VALUE SPACES.
009400 01  TCQ-RPT-SUM-LINE.
009500     05  TCQ-RPT-SUM-LABEL PIC X(30).
009600     05  TCQ-RPT-SUM-COUNT PIC ZZZZZZ9.
009700     05  FILLER           PIC X(2)  VALUE SPACES.
009800     05  TCQ-RPT-SUM-AMOUNT PIC -Z,ZZZ,ZZZ,ZZ9.99.
009900     05  FILLER           PIC X(24) VALUE SPACES.
010000 PROCEDURE DIVISION.
010100 0000-MAINLINE.
010200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010300     IF NOT TCQ-ABORT-RUN
010400         PERFORM 2000-QUEUE-DETAIL THRU 2000-EXIT
010500             UNTIL TCQ-OUT-EOF
010600         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
010700     END-IF.
010800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010900     GOBACK.
011000
011100 1000-INITIALIZE.
011200     ACCEPT TCQ-START-TIME FROM TIME.
011300     CALL "TRUNDATE" USING TCQ-RD-FUNCTION, TCQ-ERRLOG-PROGRAM-ID,
011400         TCQ-RUN-DATE.
011500     STRING "TFileOut.dat." TCQ-RUN-DATE DELIMITED BY SIZE
011600         INTO TCQ-OUT-FILENAME.
011700     OPEN INPUT MYMASTER.
011800     IF NOT TCQ-MST-OK
011900         DISPLAY "tcollq: unable to open TAcctMaster.dat,",
012000             " status = ", TCQ-MST-STATUS
012100         CALL "TERRLOG" USING TCQ-ERRLOG-PROGRAM-ID,
012200             TCQ-ERRLOG-PARAGRAPH, TCQ-ERRLOG-SEVERITY
012300         SET TCQ-ABORT-RUN TO TRUE
012400         GO TO 1000-EXIT
012500     END-IF.
012600     OPEN OUTPUT MYQUEUEFILE.
012620     IF TCQ-QUE-OK
012640         CLOSE MYQUEUEFILE
012660         OPEN I-O MYQUEUEFILE
012680     END-IF.
012700     IF NOT TCQ-QUE-OK
012800         DISPLAY "tcollq: unable to open TCollQueue.dat,",
012900             " status = ", TCQ-QUE-STATUS
013000         CALL "TERRLOG" USING TCQ-ERRLOG-PROGRAM-ID,
013100             TCQ-ERRLOG-PARAGRAPH, TCQ-ERRLOG-SEVERITY
013200         CLOSE MYMASTER
013300         SET TCQ-ABORT-RUN TO TRUE
013400         GO TO 1000-EXIT
013500     END-IF.
013600     OPEN INPUT MYOUTGEN.
013700     IF NOT TCQ-OUT-OK
013800         DISPLAY "tcollq: ", TCQ-OUT-FILENAME, " not found, ",
013900             "queue left empty"
014000         SET TCQ-NO-GENERATION TO TRUE
014100         SET TCQ-OUT-EOF TO TRUE
014200     END-IF.
014300     MOVE "O" TO TCQ-RW-FUNCTION.
014400     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
014500     MOVE TCQ-RUN-DATE     TO TCQ-RPT-RUN-DATE.
014600     MOVE TCQ-OUT-FILENAME TO TCQ-RPT-GEN-NAME.
014700     MOVE TCQ-RPT-HEAD-LINE TO TCQ-RW-LINE.
014800     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
014900     IF TCQ-NO-GENERATION
015000         MOVE "NO GENERATION FOR THE RUN DATE, QUEUE IS EMPTY"
015100             TO TCQ-RW-LINE
015200         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
015300     END-IF.
015400 1000-EXIT.
015500     EXIT.
015600
015700 2000-QUEUE-DETAIL.
015800     READ MYOUTGEN
015900         AT END
016000             SET TCQ-OUT-EOF TO TRUE
016100             GO TO 2000-EXIT
016200     END-READ.
016300     IF TR-IS-TRAILER
016400         GO TO 2000-EXIT
016500     END-IF.
016600     ADD 1 TO TCQ-DETAIL-COUNT.
016700     IF OUT-AGE-DAYS NOT > 60
016800         GO TO 2000-EXIT
016900     END-IF.
016905     MOVE OUT-KEY TO CQ-ACCT-NUMBER.
016910     IF OUT-AGE-DAYS > 90
016915         SET CQ-BAND-61-90 TO TRUE
016920         PERFORM 2100-DROP-61-90 THRU 2100-EXIT
016925     ELSE
016930         SET CQ-BAND-OVER-90 TO TRUE
016935         READ MYQUEUEFILE
016940             INVALID KEY
016945                 CONTINUE
016950             NOT INVALID KEY
016955                 ADD 1 TO TCQ-DUP-COUNT
016960                 GO TO 2000-EXIT
016965         END-READ
016970     END-IF.
017000     MOVE SPACES TO COLL-QUEUE-RECORD.
017100     IF OUT-AGE-DAYS > 90
017200         SET CQ-BAND-OVER-90 TO TRUE
017300     ELSE
017400         SET CQ-BAND-61-90 TO TRUE
017500     END-IF.
017600     MOVE OUT-KEY        TO CQ-ACCT-NUMBER.
017700     MOVE TCQ-RUN-DATE   TO CQ-QUEUE-DATE.
017800     MOVE OUT-AGE-DAYS   TO CQ-AGE-DAYS.
017900     MOVE OUT-AMOUNT     TO CQ-AMOUNT.
018000     MOVE OUT-TRANS-TYPE TO CQ-TRANS-TYPE.
018100     MOVE ZERO           TO CQ-ACCT-BALANCE.
018200     MOVE "N"            TO CQ-ON-MASTER-SW.
018300     MOVE OUT-KEY        TO ACCT-NUMBER.
018400     READ MYMASTER
018500         INVALID KEY
018600             CONTINUE
018700         NOT INVALID KEY
018800             SET CQ-ON-MASTER    TO TRUE
018900             MOVE ACCT-NAME      TO CQ-ACCT-NAME
019000             MOVE ACCT-BALANCE   TO CQ-ACCT-BALANCE
019100             MOVE ACCT-STATUS    TO CQ-ACCT-STATUS
019200     END-READ.
019300     WRITE COLL-QUEUE-RECORD
019400         INVALID KEY
019500             ADD 1 TO TCQ-DUP-COUNT
019600             GO TO 2000-EXIT
019700     END-WRITE.
019800     ADD 1 TO TCQ-QUEUED-COUNT.
019900     ADD CQ-ACCT-BALANCE TO TCQ-QUEUED-BAL.
020000     IF CQ-BAND-OVER-90
020100         ADD 1 TO TCQ-OVER-90-COUNT
020200     ELSE
020300         ADD 1 TO TCQ-61-90-COUNT
020400     END-IF.
020420     IF NOT CQ-ON-MASTER
020440         ADD 1 TO TCQ-NO-MST-COUNT
020460     END-IF.
020500 2000-EXIT.
020600     EXIT.
020602
020604*----------------------------------------------------------*
020606* 2100-DROP-61-90 TAKES AN ACCOUNT'S 61-90 ENTRY BACK OUT OF
020608* THE QUEUE, AND OUT OF THE COUNTS, WHEN AN OVER-90 DETAIL
020610* FOR IT TURNS UP, SO THE ACCOUNT IS QUEUED ONCE, IN ITS
020612* WORST BAND. THE 61-90 DETAIL COUNTS AS THE DUPLICATE.
020614*----------------------------------------------------------*
020616 2100-DROP-61-90.
020618     READ MYQUEUEFILE
020620         INVALID KEY
020622             GO TO 2100-EXIT
020624     END-READ.
020626     DELETE MYQUEUEFILE RECORD
020628         INVALID KEY
020630             GO TO 2100-EXIT
020632     END-DELETE.
020634     ADD 1 TO TCQ-DUP-COUNT.
020636     SUBTRACT 1 FROM TCQ-QUEUED-COUNT.
020638     SUBTRACT 1 FROM TCQ-61-90-COUNT.
020640     SUBTRACT CQ-ACCT-BALANCE FROM TCQ-QUEUED-BAL.
020642     IF NOT CQ-ON-MASTER
020644         SUBTRACT 1 FROM TCQ-NO-MST-COUNT
020646     END-IF.
020648 2100-EXIT.
020650     EXIT.
020700
020800 7000-PRINT-TOTALS.
020900     MOVE SPACES TO TCQ-RW-LINE.
021000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
021100     MOVE ZERO TO TCQ-RPT-SUM-AMOUNT.
021200     MOVE "DETAILS READ                = " TO TCQ-RPT-SUM-LABEL.
021300     MOVE TCQ-DETAIL-COUNT TO TCQ-RPT-SUM-COUNT.
021400     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021500     MOVE "QUEUED (BALANCE OWED)       = " TO TCQ-RPT-SUM-LABEL.
021600     MOVE TCQ-QUEUED-COUNT TO TCQ-RPT-SUM-COUNT.
021700     MOVE TCQ-QUEUED-BAL   TO TCQ-RPT-SUM-AMOUNT.
021800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
021900     MOVE ZERO TO TCQ-RPT-SUM-AMOUNT.
022000     MOVE "  OVER 90 DAYS              = " TO TCQ-RPT-SUM-LABEL.
022100     MOVE TCQ-OVER-90-COUNT TO TCQ-RPT-SUM-COUNT.
022200     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022300     MOVE "  61 - 90 DAYS              = " TO TCQ-RPT-SUM-LABEL.
022400     MOVE TCQ-61-90-COUNT TO TCQ-RPT-SUM-COUNT.
022500     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022600     MOVE "QUEUED, NOT ON MASTER       = " TO TCQ-RPT-SUM-LABEL.
022700     MOVE TCQ-NO-MST-COUNT TO TCQ-RPT-SUM-COUNT.
022800     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
022900     MOVE "DUPLICATE ACCOUNT, DROPPED  = " TO TCQ-RPT-SUM-LABEL.
023000     MOVE TCQ-DUP-COUNT TO TCQ-RPT-SUM-COUNT.
023100     PERFORM 7100-PRINT-SUM-LINE THRU 7100-EXIT.
023200 7000-EXIT.
023300     EXIT.
023400
023500 7100-PRINT-SUM-LINE.
023600     MOVE TCQ-RPT-SUM-LINE TO TCQ-RW-LINE.
023700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
023800 7100-EXIT.
023900     EXIT.
024000
024100 8500-CALL-REPORT-WRITER.
024200     CALL "TRPTWRT" USING TCQ-RW-FUNCTION, TCQ-RW-TITLE,
024300         TCQ-ERRLOG-PROGRAM-ID, TCQ-RW-FILENAME, TCQ-RW-LINE.
024400 8500-EXIT.
024500     EXIT.
024600
024700 8600-PRINT-LINE.
024800     MOVE "W" TO TCQ-RW-FUNCTION.
024900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
025000 8600-EXIT.
025100     EXIT.
025200
025300 9000-TERMINATE.
025400     IF NOT TCQ-ABORT-RUN
025500         MOVE "C" TO TCQ-RW-FUNCTION
025600         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
025700         IF NOT TCQ-NO-GENERATION
025800             CLOSE MYOUTGEN
025900         END-IF
026000         CLOSE MYMASTER
026100         CLOSE MYQUEUEFILE
026200         DISPLAY "tcollq: queued = ", TCQ-QUEUED-COUNT,
026300             ", over 90 = ", TCQ-OVER-90-COUNT,
026400             ", 61-90 = ", TCQ-61-90-COUNT
026500         ACCEPT TCQ-END-TIME FROM TIME
026600         MOVE TCQ-QUEUED-COUNT TO TCQ-RUNHIST-COUNT
026700         CALL "TRUNHIST" USING TCQ-ERRLOG-PROGRAM-ID,
026800             TCQ-START-TIME, TCQ-END-TIME, TCQ-RUNHIST-COUNT
026900     END-IF.
027000*----------------------------------------------------------*
027100* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
027200* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
027300* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
027400*----------------------------------------------------------*
027500     IF TCQ-ABORT-RUN
027600         MOVE 8 TO RETURN-CODE
027700     ELSE
027800         IF TCQ-NO-GENERATION
027900             MOVE 4 TO RETURN-CODE
028000         ELSE
028100             MOVE ZERO TO RETURN-CODE
028200         END-IF
028300     END-IF.
028400 9000-EXIT.
028500     EXIT.
028600
028700* Input:
028800*    file "TFileOut.dat.CCYYMMDD" (tonight's archived
028900*         generation, DL110 details and DL115 trailer)
029000*    file "TAcctMaster.dat" (DL140 master, read only)
029100* Output:
029200*    file "TCollQueue.dat" (DL310, indexed) -- rebuilt: one
029300*         entry per account over 60 days, over-90 band first
029400*    file "TCollQRpt.txt" -- counts of the queue as built
029500*    RETURN-CODE 0 = clean, 4 = no generation for the run
029600*         date (empty queue), 8 = master or queue trouble
