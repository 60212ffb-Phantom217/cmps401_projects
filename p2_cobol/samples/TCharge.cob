002300*                      TPOST LIKE ANY OTHER ACTIVITY. A CHARGE
002400*                      REGISTER WITH TOTALS BY BRANCH GOES TO
002500*                      TCHARGERPT.TXT.
002502*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002504*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002506*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002508*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002510*                      THIS STEP'S WORK BY THE BUSINESS DAY
002512*                      BEING PROCESSED.
002514*    2026-10-15 DL     BALANCE BANDS AND BRANCH TOTALS
002516*                      WIDENED FOR THE S9(9)V99 DL140 BALANCE.
002518*                      A CHARGE TOO LARGE FOR ONE DL100
002520*                      AMOUNT IS NOW SKIPPED AND LISTED
002522*                      INSTEAD OF BEING TRUNCATED.
002524*    2026-10-15 DL     A CLOSED OR FROZEN ACCOUNT (DL140
002526*                      ACCT-STATUS) IS NO LONGER CHARGED.
002528*    2026-10-15 DL     NOW RUNS AS A MONTH-END STEP UNDER
002530*                      TDRIVE: AN INTERLOCK HELD BY TDRIVE IS
002532*                      THE CHAIN'S OWN, TAKEN ON THIS STEP'S
002534*                      BEHALF, AND NO LONGER STOPS THE CYCLE.
002536*    2026-10-15 DL     CHARGES ARE NOW RELEASED TO A SORT AS THE
002538*                      MASTER IS RATED AND WRITTEN FROM THE
002540*                      SORTED CHARGE WORK FILE, TCHARGE.TMP, IN
002542*                      ONE FORWARD MERGE AGAINST TFILEIN.DAT --
002544*                      A PENDING KEY IS FOUND BY THE MERGE
002546*                      RATHER THAN BY A RANDOM WRITE FAILING.
002548*    2026-10-15 DL     THE SORTED-CHARGES WORK FILE IS NOW
002550*                      CLOSED AND DELETED WHEN IT CANNOT BE
002552*                      OPENED, AS ON A NORMAL END.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* THE BALANCES ARE NOT TOUCHED HERE ON PURPOSE: THE CHARGE  *
004900         ACCESS MODE IS DYNAMIC
005000         RECORD KEY IS IN-KEY
005100         FILE STATUS IS TCH-IN-STATUS.
005120     SELECT MYCHGSORT ASSIGN TO "TChargeSort.wrk".
005140     SELECT MYCHGWORK ASSIGN TO "TCharge.tmp"
005160         ORGANIZATION IS LINE SEQUENTIAL
005180         FILE STATUS IS TCH-CWK-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MYCHGTABLE.
005700     COPY DL140.
005800 FD  MYMAINTFILE.
005900     COPY DL100.
005905*----------------------------------------------------------*
005910* ONE LINE PER CHARGE RATED, SORTED BY ACCOUNT SO THE
005915* CHARGES MEET TFILEIN.DAT IN ONE FORWARD PASS.
005920*----------------------------------------------------------*
005925 SD  MYCHGSORT.
005930 01  CHARGE-SORT-RECORD.
005935     05  CSR-KEY          PIC X(8).
005940     05  CSR-BRANCH       PIC X(4).
005945     05  CSR-AMOUNT       PIC S9(5)V99.
005950 FD  MYCHGWORK.
005955 01  CHARGE-WORK-RECORD.
005960     05  CWK-KEY          PIC X(8).
005965     05  CWK-BRANCH       PIC X(4).
005970     05  CWK-AMOUNT       PIC S9(5)V99.
006000 WORKING-STORAGE SECTION.
006100 01  TCH-TBL-STATUS   PIC XX        VALUE "00".
006200     88  TCH-TBL-OK                 VALUE "00".
006500     88  TCH-MST-OK                 VALUE "00".
006600 01  TCH-IN-STATUS    PIC XX        VALUE "00".
006700     88  TCH-IN-OK                  VALUE "00".
006710 01  TCH-CWK-STATUS   PIC XX        VALUE "00".
006720     88  TCH-CWK-OK                 VALUE "00".
006730 01  TCH-CWK-EOF-SW   PIC X         VALUE "N".
006740     88  TCH-CWK-EOF                VALUE "Y".
006750 01  TCH-PEND-KEY     PIC X(8)      VALUE SPACES.
006760 01  TCH-WORK-NAME    PIC X(20)     VALUE "TCharge.tmp".
006800 01  TCH-TBL-EOF-SW   PIC X         VALUE "N".
006900     88  TCH-TBL-EOF                VALUE "Y".
007000 01  TCH-MST-EOF-SW   PIC X         VALUE "N".
007800     88  TCH-BAND-FOUND             VALUE "Y".
007900 01  TCH-BAND-TABLE.
008000     05  TCH-BAND-ENTRY OCCURS 10 TIMES.
008100         10  TCH-B-LOW    PIC 9(9)V99 COMP-3.
008200         10  TCH-B-HIGH   PIC 9(9)V99 COMP-3.
008300         10  TCH-B-RATE   PIC 99V99   COMP-3.
008400 01  TCH-PENALTY      PIC 9(3)V99 COMP-3 VALUE ZERO.
008500 01  TCH-CHARGE       PIC S9(5)V99  VALUE ZERO.
008520 01  TCH-TOO-LARGE-SW PIC X         VALUE "N".
008550     88  TCH-TOO-LARGE              VALUE "Y".
008600 01  TCH-RUN-DATE     PIC 9(8)      VALUE ZERO.
008700 01  TCH-RUN-YYMMDD   PIC 9(6)      VALUE ZERO.
008800 01  TCH-CHARGED-COUNT PIC 9(5) COMP VALUE ZERO.
010200 01  TCH-BR-TABLE.
010300     05  TCH-BR-ENTRY OCCURS 20 TIMES.
010400         10  TCH-BR-ID    PIC X(4).
010500         10  TCH-BR-TOTAL PIC S9(9)V99 COMP-3.
010600 01  TCH-LOCK-FUNCTION PIC X        VALUE SPACE.
010700 01  TCH-LOCK-CALLER  PIC X(8)      VALUE "TCHARGE".
010800 01  TCH-LOCK-RESULT  PIC X         VALUE SPACE.
011000 01  TCH-LOCK-HOLDER  PIC X(8)      VALUE SPACES.
011100 01  TCH-LOCK-DATE    PIC 9(8)      VALUE ZERO.
011200 01  TCH-LOCK-TIME    PIC 9(8)      VALUE ZERO.
011250 01  TCH-RD-FUNCTION  PIC X         VALUE "G".
011300 01  TCH-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TCHARGE".
011400 01  TCH-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
011500 01  TCH-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
013100     05  FILLER           PIC X(9)  VALUE "BRANCH = ".
013200     05  TCH-RPT-BR-ID    PIC X(4).
013300     05  FILLER           PIC X(10) VALUE "  TOTAL = ".
013400     05  TCH-RPT-BR-TOTAL PIC -ZZZ,ZZZ,ZZ9.99.
013500     05  FILLER           PIC X(42) VALUE SPACES.
013600 01  TCH-RPT-TOTAL-LINE.
013700     05  FILLER           PIC X(10) VALUE "CHARGED = ".
013800     05  TCH-RPT-CHARGED  PIC ZZZZ9.
014800         PERFORM 1000-INITIALIZE THRU 1000-EXIT
014900     END-IF.
015000     IF NOT TCH-ABORT-RUN
015020         SORT MYCHGSORT
015040             ON ASCENDING KEY CSR-KEY
015060             INPUT PROCEDURE IS 1900-RATE-ACCOUNTS
015080                 THRU 1900-EXIT
015100             GIVING MYCHGWORK
015120         PERFORM 3500-START-MERGE THRU 3500-EXIT
015140     END-IF.
015160     IF NOT TCH-ABORT-RUN
015180         PERFORM 3600-MERGE-ONE-CHARGE THRU 3600-EXIT
015200             UNTIL TCH-CWK-EOF
015300         PERFORM 6000-PRINT-BRANCH-TOTALS THRU 6000-EXIT
015400     END-IF.
015500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     CALL "TLOCK" USING TCH-LOCK-FUNCTION, TCH-LOCK-CALLER,
016100         TCH-LOCK-RESULT, TCH-LOCK-HOLDER, TCH-LOCK-DATE,
016200         TCH-LOCK-TIME.
016300     IF TCH-LOCK-IS-HELD AND TCH-LOCK-HOLDER NOT = "TDRIVE"
016400         DISPLAY "tcharge: TFileIn.dat locked by ",
016500             TCH-LOCK-HOLDER, " since ", TCH-LOCK-DATE, " ",
016600             TCH-LOCK-TIME, ", charge cycle not run"
017100
017200 1000-INITIALIZE.
017300     ACCEPT TCH-START-TIME FROM TIME.
017350     CALL "TRUNDATE" USING TCH-RD-FUNCTION, TCH-ERRLOG-PROGRAM-ID,
017400         TCH-RUN-DATE.
017500     COMPUTE TCH-RUN-YYMMDD = TCH-RUN-DATE - 20000000.
017600     PERFORM 1200-LOAD-CHARGE-TABLE THRU 1200-EXIT.
017700     IF NOT TCH-ABORT-RUN
019400             ELSE
019500                 MOVE "O" TO TCH-RW-FUNCTION
019600                 PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
019800             END-IF
019900         END-IF
020000     END-IF.
024800     EXIT.
024900
025000*----------------------------------------------------------*
025005* 1900-RATE-ACCOUNTS IS THE SORT'S INPUT PROCEDURE: ONE PASS
025010* OF THE MASTER, RELEASING EVERY CHARGE TO BE WRITTEN.
025015*----------------------------------------------------------*
025020 1900-RATE-ACCOUNTS.
025025     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
025030     PERFORM 2000-CHARGE-ONE-ACCOUNT THRU 2000-EXIT
025035         UNTIL TCH-MST-EOF.
025040 1900-EXIT.
025045     EXIT.
025050
025055*----------------------------------------------------------*
025100* 2000-CHARGE-ONE-ACCOUNT RATES ONE MASTER RECORD: THE
025200* BALANCE'S BAND RATE PLUS THE OVER-LIMIT PENALTY WHERE THE
025300* BALANCE EXCEEDS ACCT-LIMIT. A ZERO CHARGE WRITES NOTHING.
025310* A CLOSED OR FROZEN ACCOUNT IS NOT CHARGED -- TFILE WOULD
025320* ONLY REJECT THE TRANSACTION.
025400*----------------------------------------------------------*
025500 2000-CHARGE-ONE-ACCOUNT.
025510     IF ACCT-IS-CLOSED OR ACCT-IS-FROZEN
025520         PERFORM 2100-READ-MASTER THRU 2100-EXIT
025530         GO TO 2000-EXIT
025540     END-IF.
025600     MOVE ZERO TO TCH-CHARGE.
025650     MOVE "N"  TO TCH-TOO-LARGE-SW.
025700     PERFORM 3000-FIND-BAND THRU 3000-EXIT.
025800     IF TCH-BAND-FOUND
025900         COMPUTE TCH-CHARGE ROUNDED =
026000             ACCT-BALANCE * TCH-B-RATE (TCH-BAND-SUB) / 100
026020             ON SIZE ERROR
026040                 SET TCH-TOO-LARGE TO TRUE
026060         END-COMPUTE
026100     END-IF.
026200     IF ACCT-BALANCE > ACCT-LIMIT AND NOT TCH-TOO-LARGE
026300         ADD TCH-PENALTY TO TCH-CHARGE
026320             ON SIZE ERROR
026340                 SET TCH-TOO-LARGE TO TRUE
026360         END-ADD
026400     END-IF.
026440     IF TCH-TOO-LARGE
026480         PERFORM 4500-LIST-TOO-LARGE THRU 4500-EXIT
026520     ELSE
026560         IF TCH-CHARGE > ZERO
026570             MOVE ACCT-NUMBER TO CSR-KEY
026580             MOVE ACCT-BRANCH TO CSR-BRANCH
026590             MOVE TCH-CHARGE  TO CSR-AMOUNT
026600             RELEASE CHARGE-SORT-RECORD
026640         END-IF
026700     END-IF.
026800     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
026900 2000-EXIT.
029800     EXIT.
029900
030000*----------------------------------------------------------*
030001* 3500-START-MERGE OPENS THE SORTED CHARGES AND POSITIONS
030002* TFILEIN.DAT AT THE FIRST CHARGE'S KEY. THE PENDING FILE IS
030003* THEN ONLY READ FORWARD; A KEY AT END OF EITHER FILE IS
030004* HIGH-VALUES.
030005*----------------------------------------------------------*
030006 3500-START-MERGE.
030007     OPEN INPUT MYCHGWORK.
030008     IF NOT TCH-CWK-OK
030009         DISPLAY "tcharge: sort of the charges failed,",
030010             " status = ", TCH-CWK-STATUS
030011         MOVE "3500-START-MERGE" TO TCH-ERRLOG-PARAGRAPH
030012         CALL "TERRLOG" USING TCH-ERRLOG-PROGRAM-ID,
030013             TCH-ERRLOG-PARAGRAPH, TCH-ERRLOG-SEVERITY
030014         MOVE "C" TO TCH-RW-FUNCTION
030015         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
030016         PERFORM 8700-CLOSE-FILES THRU 8700-EXIT
030018         SET TCH-ABORT-RUN TO TRUE
030019         GO TO 3500-EXIT
030020     END-IF.
030021     PERFORM 3700-READ-CHARGE THRU 3700-EXIT.
030022     MOVE HIGH-VALUES TO TCH-PEND-KEY.
030023     IF NOT TCH-CWK-EOF
030024         MOVE CWK-KEY TO IN-KEY
030025         START MYMAINTFILE KEY IS NOT LESS THAN IN-KEY
030026             INVALID KEY
030027                 MOVE HIGH-VALUES TO TCH-PEND-KEY
030028             NOT INVALID KEY
030029                 PERFORM 3800-READ-PENDING THRU 3800-EXIT
030030         END-START
030031     END-IF.
030032 3500-EXIT.
030033     EXIT.
030034
030035*----------------------------------------------------------*
030036* 3600-MERGE-ONE-CHARGE PASSES BY PENDING KEYS BELOW THE
030037* CHARGE; A PENDING KEY EQUAL TO IT MEANS THE ACCOUNT ALREADY
030038* HAS A TRANSACTION WAITING AND THE CHARGE IS SKIPPED.
030039*----------------------------------------------------------*
030040 3600-MERGE-ONE-CHARGE.
030041     IF CWK-KEY > TCH-PEND-KEY
030042         PERFORM 3800-READ-PENDING THRU 3800-EXIT
030043         GO TO 3600-EXIT
030044     END-IF.
030045     IF CWK-KEY = TCH-PEND-KEY
030046         PERFORM 4200-LIST-PENDING THRU 4200-EXIT
030047     ELSE
030048         PERFORM 4000-WRITE-CHARGE-TXN THRU 4000-EXIT
030049     END-IF.
030050     PERFORM 3700-READ-CHARGE THRU 3700-EXIT.
030051 3600-EXIT.
030052     EXIT.
030053
030054 3700-READ-CHARGE.
030055     READ MYCHGWORK
030056         AT END
030057             SET TCH-CWK-EOF TO TRUE
030058     END-READ.
030059 3700-EXIT.
030060     EXIT.
030061
030062 3800-READ-PENDING.
030063     READ MYMAINTFILE NEXT RECORD
030064         AT END
030065             MOVE HIGH-VALUES TO TCH-PEND-KEY
030066         NOT AT END
030067             MOVE IN-KEY TO TCH-PEND-KEY
030068     END-READ.
030069 3800-EXIT.
030070     EXIT.
030071
030072*----------------------------------------------------------*
030100* 4000-WRITE-CHARGE-TXN PUTS THE CHARGE INTO TFILEIN.DAT AS
030200* AN ORDINARY DL100 TRANSACTION -- KEYED ON THE ACCOUNT,
030300* FLAG C (ON THE DL175 DOMAIN TABLE), TYPE N, DATED TODAY --
030400* SO IT EDITS, AUDITS, REGISTERS, FEEDS, AND POSTS LIKE ANY
030500* BRANCH ACTIVITY. A KEY WITH A TRANSACTION ALREADY PENDING
030550* IS SKIPPED AND LISTED, NEVER OVERWRITTEN -- THE MERGE
030600* FINDS IT, AND THE INVALID KEY STILL CATCHES ANYTHING THE
030650* MERGE DID NOT.
030700*----------------------------------------------------------*
030800 4000-WRITE-CHARGE-TXN.
030900     MOVE SPACES          TO INRECORD.
031000     MOVE CWK-KEY         TO IN-KEY.
031100     MOVE ZERO            TO O.
031200     MOVE ZERO            TO P.
031300     MOVE "C"             TO Q.
031400     MOVE TCH-RUN-YYMMDD  TO IN-TRANS-DATE.
031500     MOVE SPACE           TO IN-ORIGIN-BRANCH.
031600     MOVE CWK-AMOUNT      TO IN-AMOUNT.
031700     MOVE "N"             TO IN-TRANS-TYPE.
031800     WRITE INRECORD
031900         INVALID KEY
032000             PERFORM 4200-LIST-PENDING THRU 4200-EXIT
032700         NOT INVALID KEY
032800             ADD 1 TO TCH-CHARGED-COUNT
032900             ADD CWK-AMOUNT TO TCH-CHARGE-TOTAL
033000             PERFORM 5000-TALLY-BRANCH THRU 5000-EXIT
033100             MOVE CWK-KEY    TO TCH-RPT-ACCT
033200             MOVE CWK-BRANCH TO TCH-RPT-BRANCH
033300             MOVE "CHARGED           " TO TCH-RPT-TEXT
033400             MOVE CWK-AMOUNT TO TCH-RPT-AMOUNT
033500             MOVE TCH-RPT-DETAIL TO TCH-RW-LINE
033600             PERFORM 8600-PRINT-LINE THRU 8600-EXIT
033700     END-WRITE.
033800 4000-EXIT.
033805     EXIT.
033810
033815 4200-LIST-PENDING.
033820     ADD 1 TO TCH-SKIPPED-COUNT.
033825     MOVE CWK-KEY    TO TCH-RPT-ACCT.
033830     MOVE CWK-BRANCH TO TCH-RPT-BRANCH.
033835     MOVE "PENDING, SKIPPED  " TO TCH-RPT-TEXT.
033840     MOVE CWK-AMOUNT TO TCH-RPT-AMOUNT.
033845     MOVE TCH-RPT-DETAIL TO TCH-RW-LINE.
033850     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
033855 4200-EXIT.
033900     EXIT.
033905
033910*----------------------------------------------------------*
033915* 4500-LIST-TOO-LARGE SKIPS AN ACCOUNT WHOSE CHARGE WILL NOT
033920* FIT ONE DL100 TRANSACTION AMOUNT -- THE WIDER MASTER
033925* BALANCE CAN RATE HIGHER THAN ONE ENTRY CAN CARRY. IT IS
033930* LISTED AND COUNTED AS SKIPPED SO THE RUN ENDS ON RC 4.
033935*----------------------------------------------------------*
033940 4500-LIST-TOO-LARGE.
033945     ADD 1 TO TCH-SKIPPED-COUNT.
033950     MOVE ACCT-NUMBER TO TCH-RPT-ACCT.
033955     MOVE ACCT-BRANCH TO TCH-RPT-BRANCH.
033960     MOVE "TOO LARGE, SKIPPED" TO TCH-RPT-TEXT.
033965     MOVE ZERO TO TCH-RPT-AMOUNT.
033970     MOVE TCH-RPT-DETAIL TO TCH-RW-LINE.
033975     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
033980 4500-EXIT.
033985     EXIT.
034000
034100 5000-TALLY-BRANCH.
034200     MOVE "N" TO TCH-BR-FOUND-SW.
034500         UNTIL TCH-BR-SUB > TCH-BR-TALLY OR TCH-BR-FOUND.
034600     IF TCH-BR-FOUND
034700         SUBTRACT 1 FROM TCH-BR-SUB
034800         ADD CWK-AMOUNT TO TCH-BR-TOTAL (TCH-BR-SUB)
034900     ELSE
035000         IF TCH-BR-TALLY < TCH-BR-LIMIT
035100             ADD 1 TO TCH-BR-TALLY
035200             MOVE TCH-BR-TALLY TO TCH-BR-SUB
035300             MOVE CWK-BRANCH TO TCH-BR-ID (TCH-BR-SUB)
035400             MOVE CWK-AMOUNT TO TCH-BR-TOTAL (TCH-BR-SUB)
035500         END-IF
035600     END-IF.
035700 5000-EXIT.
035800     EXIT.
035900
036000 5100-MATCH-BRANCH.
036100     IF TCH-BR-ID (TCH-BR-SUB) = CWK-BRANCH
036200         SET TCH-BR-FOUND TO TRUE
036300     END-IF.
036400 5100-EXIT.
039100 8600-EXIT.
039200     EXIT.
039300
039310 8700-CLOSE-FILES.
039320     CLOSE MYMASTER.
039330     CLOSE MYMAINTFILE.
039340     CLOSE MYCHGWORK.
039350     CALL "CBL_DELETE_FILE" USING TCH-WORK-NAME.
039360 8700-EXIT.
039370     EXIT.
039380
039400 9000-TERMINATE.
039500     IF NOT TCH-ABORT-RUN
039600         MOVE TCH-CHARGED-COUNT TO TCH-RPT-CHARGED
040000         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
040100         MOVE "C" TO TCH-RW-FUNCTION
040200         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
040300         PERFORM 8700-CLOSE-FILES THRU 8700-EXIT
040500         DISPLAY "tcharge: charged = ", TCH-CHARGED-COUNT,
040600             ", skipped = ", TCH-SKIPPED-COUNT
040700         ACCEPT TCH-END-TIME FROM TIME
042800
042900* Input:
043000*    file "TChargeTbl.dat" (DL220 rate table), e.g.
043100*            B0000000000000000010000050000000BAND TO 100.00
043200*            P0000000000000000000000000000250OVER-LIMIT PENALTY
043300*    file "TAcctMaster.dat" (DL140 master, read only)
043400* Output:
043500*    file "TFileIn.dat" -- one DL100 charge transaction per
043600*         charged account (flag C, type N, dated today), to
043700*         flow through the ordinary TFILE/TPOST/TFEED pipeline
043710*    file "TCharge.tmp" -- the charges sorted by account for
043740*         the merge, deleted at the end of the run
043800*    file "TChargeRpt.txt" -- the charge register with totals
043900*         by branch and a grand total
044000*    RETURN-CODE 0 = clean, 4 = an account was skipped,
