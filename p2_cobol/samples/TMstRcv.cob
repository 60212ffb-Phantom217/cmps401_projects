000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMSTRCV.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. POINT-IN-TIME FORWARD
001200*                      RECOVERY OF THE DL140 ACCOUNT MASTER.
001300*                      THE OPERATOR GIVES THE DATE AND TIME TO
001400*                      RECOVER TO; THE LATEST GOOD TMSTIMG
001500*                      IMAGE TAKEN BY THEN IS RESTORED INTO
001600*                      TACCTMASTER.DAT, AND EVERYTHING THAT
001700*                      CHANGED THE MASTER SINCE THE IMAGE --
001800*                      TPOST'S POSTINGS FROM TPOSTJRNL.DAT,
001900*                      THE DL215 MAINTENANCE TRAIL ON
002000*                      TACCTAUDIT.DAT, AND THE TACCTXREF.DAT
002100*                      MERGES -- IS ROLLED FORWARD IN CLOCK
002200*                      ORDER UP TO THAT POINT. THE REBUILT
002300*                      MASTER IS THEN PROVED, BRANCH BY BRANCH
002400*                      AND IN TOTAL, AGAINST THAT NIGHT'S
002500*                      TTRIALSNAP.DAT TOTALS.
002520*    2026-10-15 DL     A RESTORED MASTER THAT WILL NOT REOPEN
002540*                      FOR THE ROLL-FORWARD NOW STOPS THE RUN
002560*                      ON 8 INSTEAD OF RUNNING ON.
002570*    2026-10-15 DL     DL215 W LINES (TWLREV FREEZE AND
002580*                      RELEASE) ROLL FORWARD AS REWRITES.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* AN IMAGE IS GOOD ONLY WHEN ITS HEADER, DETAIL COUNT,      *
002900* BALANCE TOTAL AND TRAILER ALL AGREE WITH ITS CATALOG      *
003000* LINE; A BAD ONE IS PASSED OVER FOR THE NEXT OLDER. THE    *
003100* CHANGES ARE GATHERED AND COUNTED BEFORE THE MASTER IS     *
003200* TOUCHED, AND THE OPERATOR CONFIRMS THE REBUILD. POSTINGS  *
003300* ARE ADDED TO THE BALANCE; A DL215 LINE SETS THE ACCOUNT   *
003400* TO ITS AFTER IMAGE (OR DELETES IT). A MERGE CARRIES ONLY  *
003500* ITS DATE, SO IT IS REPLAYED AT THE END OF ITS DAY AND     *
003600* ONLY WHEN THAT WHOLE DAY IS INSIDE THE RECOVERY POINT --  *
003700* AND FOLDS THE RETIRED ACCOUNT INTO THE SURVIVOR ONLY IF   *
003800* THE MAINTENANCE TRAIL HAS NOT ALREADY RETIRED IT. THE     *
003900* SNAPSHOT IS TAKEN BY TTRIAL AFTER TPOST, SO THE PROOF     *
004000* HOLDS FOR A RECOVERY POINT AT OR AFTER THAT NIGHT'S       *
004100* TTRIAL WITH NO MAINTENANCE BETWEEN. THE BATCH LOCK IS     *
004200* HELD THROUGHOUT SO THE CHAIN CANNOT START ON A HALF-BUILT *
004300* MASTER.                                                   *
004400*----------------------------------------------------------*
004500 ENVIRONMENT DIVISION.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT MYCATALOG ASSIGN TO "TAcctImgCat.dat"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS TMR-CAT-STATUS.
005100     SELECT MYIMAGE ASSIGN TO TMR-IMG-FILENAME
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS TMR-IMG-STATUS.
005400     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS DYNAMIC
005700         RECORD KEY IS ACCT-NUMBER
005800         FILE STATUS IS TMR-MST-STATUS.
005900     SELECT MYJOURNAL ASSIGN TO "TPostJrnl.dat"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS TMR-JRN-STATUS.
006200     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS TMR-AUD-STATUS.
006500     SELECT MYXREF ASSIGN TO "TAcctXref.dat"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS TMR-XRF-STATUS.
006800     SELECT MYSNAPFILE ASSIGN TO "TTrialSnap.dat"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS TMR-SNP-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  MYCATALOG.
007400 01  CATALOG-LINE         PIC X(47).
007500 FD  MYIMAGE.
007600     COPY DL355.
007700 FD  MYMASTER.
007800     COPY DL140.
007900 FD  MYJOURNAL.
008000 01  JOURNAL-LINE         PIC X(45).
008100 FD  MYACCTAUD.
008200 01  AUDIT-LINE           PIC X(103).
008300 FD  MYXREF.
008400 01  XREF-RECORD.
008500     05  XRF-RETIRED      PIC X(8).
008600     05  XRF-SURVIVOR     PIC X(8).
008700     05  XRF-DATE         PIC 9(8).
008800 FD  MYSNAPFILE.
008900     COPY DL235.
009000 WORKING-STORAGE SECTION.
009100*----------------------------------------------------------*
009200* THE CONTROL, JOURNAL AND AUDIT LAYOUTS LIVE HERE, NOT UNDER
009300* THEIR FDS: A CONTROL LINE IS READ FROM BOTH THE CATALOG
009400* AND THE IMAGE, AND EACH TRAIL LINE IS HELD IN THE CHANGE
009500* TABLE UNTIL ITS TURN COMES, LONG AFTER ITS FILE IS CLOSED.
009600*----------------------------------------------------------*
009700     COPY DL360.
009800     COPY DL240.
009900     COPY DL215.
010000 01  TMR-XREF-VIEW.
010100     05  TMR-XV-RETIRED   PIC X(8).
010200     05  TMR-XV-SURVIVOR  PIC X(8).
010300     05  TMR-XV-DATE      PIC 9(8).
010400 01  TMR-CAT-STATUS   PIC XX        VALUE "00".
010500     88  TMR-CAT-OK                 VALUE "00".
010600     88  TMR-CAT-NOT-FOUND          VALUE "35".
010700 01  TMR-IMG-STATUS   PIC XX        VALUE "00".
010800     88  TMR-IMG-OK                 VALUE "00".
010900 01  TMR-MST-STATUS   PIC XX        VALUE "00".
011000     88  TMR-MST-OK                 VALUE "00".
011100 01  TMR-JRN-STATUS   PIC XX        VALUE "00".
011200     88  TMR-JRN-OK                 VALUE "00".
011300     88  TMR-JRN-NOT-FOUND          VALUE "35".
011400 01  TMR-AUD-STATUS   PIC XX        VALUE "00".
011500     88  TMR-AUD-OK                 VALUE "00".
011600     88  TMR-AUD-NOT-FOUND          VALUE "35".
011700 01  TMR-XRF-STATUS   PIC XX        VALUE "00".
011800     88  TMR-XRF-OK                 VALUE "00".
011900     88  TMR-XRF-NOT-FOUND          VALUE "35".
012000 01  TMR-SNP-STATUS   PIC XX        VALUE "00".
012100     88  TMR-SNP-OK                 VALUE "00".
012200     88  TMR-SNP-NOT-FOUND          VALUE "35".
012300 01  TMR-EOF-SW       PIC X         VALUE "N".
012400     88  TMR-EOF                    VALUE "Y".
012500 01  TMR-ABORT-SW     PIC X         VALUE "N".
012600     88  TMR-ABORT-RUN              VALUE "Y".
012700 01  TMR-RPT-OPEN-SW  PIC X         VALUE "N".
012800     88  TMR-RPT-OPEN               VALUE "Y".
012900 01  TMR-LOCK-SW      PIC X         VALUE "N".
013000     88  TMR-LOCK-TAKEN             VALUE "Y".
013100 01  TMR-GOOD-SW      PIC X         VALUE "N".
013200     88  TMR-IMAGE-GOOD             VALUE "Y".
013300 01  TMR-SNAP-SW      PIC X         VALUE "N".
013400     88  TMR-SNAP-FOUND             VALUE "Y".
013500 01  TMR-BALANCED-SW  PIC X         VALUE "Y".
013600     88  TMR-IN-BALANCE             VALUE "Y".
013700     88  TMR-OUT-OF-BALANCE         VALUE "N".
013800 01  TMR-RUN-DATE     PIC 9(8)      VALUE ZERO.
013900 01  TMR-TODAY        PIC 9(8)      VALUE ZERO.
014000 01  TMR-DATE-TEXT    PIC X(8)      VALUE SPACES.
014100 01  TMR-TIME-TEXT    PIC X(8)      VALUE SPACES.
014200 01  TMR-SNAP-TEXT    PIC X(8)      VALUE SPACES.
014300 01  TMR-CONFIRM      PIC X         VALUE SPACE.
014400 01  TMR-SNAP-DATE    PIC 9(8)      VALUE ZERO.
014500 01  TMR-END-OF-DAY   PIC 9(8)      VALUE 23595999.
014600 01  TMR-CUTOFF.
014700     05  TMR-CUT-DATE     PIC 9(8)  VALUE ZERO.
014800     05  TMR-CUT-TIME     PIC 9(8)  VALUE ZERO.
014900     05  FILLER REDEFINES TMR-CUT-TIME.
015000         10  TMR-CUT-HH   PIC 99.
015100         10  TMR-CUT-MI   PIC 99.
015200         10  TMR-CUT-SS   PIC 99.
015300         10  TMR-CUT-HS   PIC 99.
015400 01  TMR-CHECK-DATE   PIC 9(8)      VALUE ZERO.
015500 01  FILLER REDEFINES TMR-CHECK-DATE.
015600     05  TMR-CHECK-CCYY   PIC 9(4).
015700     05  TMR-CHECK-MM     PIC 99.
015800     05  TMR-CHECK-DD     PIC 99.
015900*----------------------------------------------------------*
016000* THE CATALOG TABLE HOLDS EVERY IMAGE TAKEN AT OR BEFORE THE
016100* RECOVERY POINT. A REJECTED ENTRY IS PASSED OVER WHEN THE
016200* NEXT OLDER IMAGE IS TRIED.
016300*----------------------------------------------------------*
016400 01  TMR-CT-TALLY     PIC 9(3) COMP VALUE ZERO.
016500 01  TMR-CT-SUB       PIC 9(3) COMP VALUE ZERO.
016600 01  TMR-CT-PICK      PIC 9(3) COMP VALUE ZERO.
016700 01  TMR-CT-LIMIT     PIC 9(3) COMP VALUE 100.
016800 01  TMR-CATALOG-TABLE.
016900     05  TMR-CT-ENTRY OCCURS 100 TIMES.
017000         10  TMR-CT-RUN-DATE  PIC 9(8).
017100         10  TMR-CT-STAMP.
017200             15  TMR-CT-TAKEN-DATE PIC 9(8).
017300             15  TMR-CT-TAKEN-TIME PIC 9(8).
017400         10  TMR-CT-COUNT     PIC 9(7).
017500         10  TMR-CT-TOTAL     PIC S9(13)V99.
017600         10  TMR-CT-REJECT-SW PIC X.
017700             88  TMR-CT-REJECTED    VALUE "Y".
017800 01  TMR-REJECT-COUNT PIC 9(3) COMP VALUE ZERO.
017900 01  TMR-REJECT-TEXT  PIC X(30)     VALUE SPACES.
018000 01  TMR-IMG-FILENAME PIC X(40)     VALUE SPACES.
018100 01  TMR-IMG-STAMP.
018200     05  TMR-IMG-DATE     PIC 9(8)  VALUE ZERO.
018300     05  TMR-IMG-TIME     PIC 9(8)  VALUE ZERO.
018400 01  TMR-IMG-HEADER-SW PIC X        VALUE "N".
018500     88  TMR-IMG-HEADER-OK          VALUE "Y".
018600 01  TMR-IMG-TRAILER-SW PIC X       VALUE "N".
018700     88  TMR-IMG-TRAILER-OK         VALUE "Y".
018800 01  TMR-IMG-COUNT    PIC 9(7) COMP VALUE ZERO.
018900 01  TMR-IMG-TOTAL    PIC S9(13)V99 COMP VALUE ZERO.
019000 01  TMR-TRL-COUNT    PIC 9(7)      VALUE ZERO.
019100 01  TMR-TRL-TOTAL    PIC S9(13)V99 VALUE ZERO.
019200 01  TMR-RESTORED     PIC 9(7) COMP VALUE ZERO.
019300*----------------------------------------------------------*
019400* THE CHANGE TABLE HOLDS EVERY CHANGE TO ROLL FORWARD IN
019500* CLOCK ORDER. TMR-T-SOURCE SAYS WHICH TRAIL THE LINE CAME
019600* FROM; TMR-T-DATA IS THE LINE ITSELF.
019700*----------------------------------------------------------*
019800 01  TMR-EV-TALLY     PIC 9(4) COMP VALUE ZERO.
019900 01  TMR-EV-SUB       PIC 9(4) COMP VALUE ZERO.
020000 01  TMR-EV-POS       PIC 9(4) COMP VALUE ZERO.
020100 01  TMR-EV-LIMIT     PIC 9(4) COMP VALUE 3000.
020200 01  TMR-EV-DROPPED   PIC 9(5) COMP VALUE ZERO.
020300 01  TMR-EV-STAMP.
020400     05  TMR-EV-DATE      PIC 9(8).
020500     05  TMR-EV-TIME      PIC 9(8).
020600 01  TMR-EV-SOURCE    PIC X         VALUE SPACE.
020700 01  TMR-EV-DATA      PIC X(103)    VALUE SPACES.
020800 01  TMR-EVENT-TABLE.
020900     05  TMR-EVENT-ENTRY OCCURS 3000 TIMES.
021000         10  TMR-T-STAMP      PIC X(16).
021100         10  TMR-T-SOURCE     PIC X.
021200             88  TMR-T-POSTING      VALUE "J".
021300             88  TMR-T-MAINT        VALUE "A".
021400             88  TMR-T-MERGE        VALUE "X".
021500         10  TMR-T-DATA       PIC X(103).
021600 01  TMR-JRN-GATHERED PIC 9(5) COMP VALUE ZERO.
021700 01  TMR-JRN-UNSTAMPED PIC 9(5) COMP VALUE ZERO.
021800 01  TMR-AUD-GATHERED PIC 9(5) COMP VALUE ZERO.
021900 01  TMR-XRF-GATHERED PIC 9(5) COMP VALUE ZERO.
022000 01  TMR-JRN-APPLIED  PIC 9(5) COMP VALUE ZERO.
022100 01  TMR-AUD-APPLIED  PIC 9(5) COMP VALUE ZERO.
022200 01  TMR-XRF-FOLDED   PIC 9(5) COMP VALUE ZERO.
022300 01  TMR-XRF-ALREADY  PIC 9(5) COMP VALUE ZERO.
022400 01  TMR-UNAPPLIED    PIC 9(5) COMP VALUE ZERO.
022500 01  TMR-RETIRED-BAL  PIC S9(9)V99 COMP-3 VALUE ZERO.
022600 01  TMR-FAIL-TEXT    PIC X(30)     VALUE SPACES.
022700 01  TMR-BR-TALLY     PIC 9(2) COMP VALUE ZERO.
022800 01  TMR-BR-SUB       PIC 9(2) COMP VALUE ZERO.
022900 01  TMR-BR-LIMIT     PIC 9(2) COMP VALUE 20.
023000 01  TMR-BR-FOUND-SW  PIC X         VALUE "N".
023100     88  TMR-BR-FOUND               VALUE "Y".
023200 01  TMR-MATCH-ID     PIC X(4)      VALUE SPACES.
023300 01  TMR-BR-TABLE.
023400     05  TMR-BR-ENTRY OCCURS 20 TIMES.
023500         10  TMR-BR-ID    PIC X(4).
023600         10  TMR-BR-TOTAL PIC S9(11)V99 COMP-3.
023700         10  TMR-BR-SNAP  PIC S9(11)V99 COMP-3.
023800 01  TMR-GRAND-TOTAL  PIC S9(13)V99 COMP VALUE ZERO.
023900 01  TMR-SNAP-TOTAL   PIC S9(13)V99 COMP VALUE ZERO.
024000 01  TMR-ACCT-COUNT   PIC 9(7) COMP VALUE ZERO.
024100 01  TMR-START-TIME   PIC 9(8)      VALUE ZERO.
024200 01  TMR-END-TIME     PIC 9(8)      VALUE ZERO.
024300 01  TMR-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
024400 01  TMR-RD-FUNCTION  PIC X         VALUE "G".
024500 01  TMR-LOCK-FUNCTION PIC X         VALUE SPACE.
024600 01  TMR-LOCK-CALLER  PIC X(8)       VALUE "TMSTRCV".
024700 01  TMR-LOCK-RESULT  PIC X          VALUE SPACE.
024800     88  TMR-LOCK-GRANTED            VALUE "G".
024900 01  TMR-LOCK-HOLDER  PIC X(8)       VALUE SPACES.
025000 01  TMR-LOCK-DATE    PIC 9(8)       VALUE ZERO.
025100 01  TMR-LOCK-TIME    PIC 9(8)       VALUE ZERO.
025200 01  TMR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TMSTRCV".
025300 01  TMR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
025400 01  TMR-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
025500 01  TMR-RW-FUNCTION  PIC X         VALUE SPACE.
025600 01  TMR-RW-TITLE     PIC X(30)
025700     VALUE "TMSTRCV MASTER RECOVERY".
025800 01  TMR-RW-FILENAME  PIC X(40)     VALUE "TMstRcvRpt.txt".
025900 01  TMR-RW-LINE      PIC X(80)     VALUE SPACES.
026000 01  TMR-RPT-IMAGE-LINE.
026100     05  FILLER           PIC X(14) VALUE "IMAGE USED =  ".
026200     05  TMR-RPT-IMG-NAME PIC X(24).
026300     05  FILLER           PIC X(8)  VALUE " TAKEN  ".
026400     05  TMR-RPT-IMG-DATE PIC 9(8).
026500     05  FILLER           PIC X     VALUE SPACE.
026600     05  TMR-RPT-IMG-TIME PIC 9(8).
026700     05  FILLER           PIC X(17) VALUE SPACES.
026800 01  TMR-RPT-POINT-LINE.
026900     05  FILLER           PIC X(14) VALUE "RECOVERED TO  ".
027000     05  TMR-RPT-CUT-DATE PIC 9(8).
027100     05  FILLER           PIC X     VALUE SPACE.
027200     05  TMR-RPT-CUT-TIME PIC 9(8).
027300     05  FILLER           PIC X(17) VALUE "   PROVED AGAINST".
027400     05  FILLER           PIC X(12) VALUE " SNAPSHOT = ".
027500     05  TMR-RPT-SNAP-DATE PIC 9(8).
027600     05  FILLER           PIC X(12) VALUE SPACES.
027700 01  TMR-RPT-COUNT-LINE.
027800     05  TMR-RPT-CNT-LABEL PIC X(40).
027900     05  FILLER           PIC X(2)  VALUE "= ".
028000     05  TMR-RPT-CNT      PIC Z(6)9.
028100     05  FILLER           PIC X(31) VALUE SPACES.
028200 01  TMR-RPT-BR-LINE.
028300     05  FILLER           PIC X(7)  VALUE "BRANCH ".
028400     05  TMR-RPT-BR-ID    PIC X(4).
028500     05  FILLER           PIC X(5)  VALUE " NOW ".
028600     05  TMR-RPT-BR-NOW   PIC -ZZZZZZZZZZ9.99.
028700     05  FILLER           PIC X(6)  VALUE " SNAP ".
028800     05  TMR-RPT-BR-SNAP  PIC -ZZZZZZZZZZ9.99.
028900     05  FILLER           PIC X(6)  VALUE " DIFF ".
029000     05  TMR-RPT-BR-DIFF  PIC -ZZZZZZZZZZ9.99.
029100     05  FILLER           PIC X(7)  VALUE SPACES.
029200 01  TMR-RPT-AMT-LINE.
029300     05  TMR-RPT-AMT-LABEL PIC X(22).
029400     05  FILLER           PIC X(2)  VALUE "= ".
029500     05  TMR-RPT-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
029600     05  FILLER           PIC X(35) VALUE SPACES.
029700 01  TMR-RPT-FAIL-LINE.
029800     05  FILLER           PIC X(12) VALUE "NOT APPLIED ".
029900     05  TMR-RPT-FAIL-KEY PIC X(8).
030000     05  FILLER           PIC X     VALUE SPACE.
030100     05  TMR-RPT-FAIL-SRC PIC X(11).
030200     05  FILLER           PIC X     VALUE SPACE.
030300     05  TMR-RPT-FAIL-STAMP PIC X(16).
030400     05  FILLER           PIC X     VALUE SPACE.
030500     05  TMR-RPT-FAIL-TEXT PIC X(30).
030600 01  TMR-RPT-PROOF-LINE.
030700     05  TMR-RPT-PROOF-TEXT PIC X(34).
030800     05  FILLER           PIC X(2)  VALUE SPACES.
030900     05  TMR-RPT-PROOF-RESULT PIC X(14).
031000     05  FILLER           PIC X(30) VALUE SPACES.
031100 PROCEDURE DIVISION.
031200 0000-MAINLINE.
031300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
031400     IF NOT TMR-ABORT-RUN
031500         PERFORM 2000-SELECT-IMAGE THRU 2000-EXIT
031600     END-IF.
031700     IF NOT TMR-ABORT-RUN
031800         PERFORM 3000-GATHER-POSTINGS THRU 3000-EXIT
031900         PERFORM 3200-GATHER-AUDIT THRU 3200-EXIT
032000         PERFORM 3400-GATHER-MERGES THRU 3400-EXIT
032100         PERFORM 3900-CONFIRM-REBUILD THRU 3900-EXIT
032200     END-IF.
032300     IF NOT TMR-ABORT-RUN
032400         PERFORM 4000-RESTORE-IMAGE THRU 4000-EXIT
032500     END-IF.
032600     IF NOT TMR-ABORT-RUN
032700         PERFORM 5000-ROLL-FORWARD THRU 5000-EXIT
032800         PERFORM 6000-PROVE-MASTER THRU 6000-EXIT
032900     END-IF.
033000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033100     GOBACK.
033200
033300*----------------------------------------------------------*
033400* 1000-INITIALIZE TAKES THE BATCH LOCK -- A REBUILD MUST
033500* NEVER RUN UNDER THE CHAIN OR THE CHAIN UNDER A REBUILD --
033600* THEN THE RECOVERY POINT FROM THE CONSOLE.
033700*----------------------------------------------------------*
033800 1000-INITIALIZE.
033900     ACCEPT TMR-START-TIME FROM TIME.
034000     CALL "TRUNDATE" USING TMR-RD-FUNCTION, TMR-ERRLOG-PROGRAM-ID,
034100         TMR-RUN-DATE.
034200     ACCEPT TMR-TODAY FROM DATE YYYYMMDD.
034300     MOVE "L" TO TMR-LOCK-FUNCTION.
034400     CALL "TLOCK" USING TMR-LOCK-FUNCTION, TMR-LOCK-CALLER,
034500         TMR-LOCK-RESULT, TMR-LOCK-HOLDER, TMR-LOCK-DATE,
034600         TMR-LOCK-TIME.
034700     IF NOT TMR-LOCK-GRANTED
034800         DISPLAY "TAcctMaster.dat CANNOT BE REBUILT WHILE ",
034900             TMR-LOCK-HOLDER, " HOLDS THE BATCH LOCK (SINCE ",
035000             TMR-LOCK-DATE, " ", TMR-LOCK-TIME, ")"
035100         DISPLAY "RECOVERY NOT STARTED"
035200         SET TMR-ABORT-RUN TO TRUE
035300         GO TO 1000-EXIT
035400     END-IF.
035500     SET TMR-LOCK-TAKEN TO TRUE.
035600     PERFORM 1100-ACCEPT-POINT THRU 1100-EXIT.
035700 1000-EXIT.
035800     EXIT.
035900
036000*----------------------------------------------------------*
036100* 1100-ACCEPT-POINT TAKES THE DATE AND TIME TO RECOVER TO
036200* AND THE SNAPSHOT DATE TO PROVE AGAINST. A BLANK DATE IS
036300* TODAY, A BLANK TIME THE END OF THE DAY, A BLANK SNAPSHOT
036400* DATE THE RECOVERY DATE.
036500*----------------------------------------------------------*
036600 1100-ACCEPT-POINT.
036700     DISPLAY "RECOVER TO DATE (CCYYMMDD, BLANK = TODAY): ".
036800     ACCEPT TMR-DATE-TEXT.
036900     IF TMR-DATE-TEXT = SPACES
037000         MOVE TMR-TODAY TO TMR-CUT-DATE
037100     ELSE
037200         IF TMR-DATE-TEXT IS NOT NUMERIC
037300             DISPLAY "RECOVERY DATE MUST BE CCYYMMDD"
037400             SET TMR-ABORT-RUN TO TRUE
037500             GO TO 1100-EXIT
037600         END-IF
037700         MOVE TMR-DATE-TEXT TO TMR-CUT-DATE
037800     END-IF.
037900     MOVE TMR-CUT-DATE TO TMR-CHECK-DATE.
038000     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
038100     IF TMR-ABORT-RUN
038200         GO TO 1100-EXIT
038300     END-IF.
038400     DISPLAY "RECOVER TO TIME (HHMMSSHH, BLANK = END OF DAY): ".
038500     ACCEPT TMR-TIME-TEXT.
038600     IF TMR-TIME-TEXT = SPACES
038700         MOVE TMR-END-OF-DAY TO TMR-CUT-TIME
038800     ELSE
038900         IF TMR-TIME-TEXT IS NOT NUMERIC
039000             DISPLAY "RECOVERY TIME MUST BE HHMMSSHH"
039100             SET TMR-ABORT-RUN TO TRUE
039200             GO TO 1100-EXIT
039300         END-IF
039400         MOVE TMR-TIME-TEXT TO TMR-CUT-TIME
039500     END-IF.
039600     IF TMR-CUT-HH > 23 OR TMR-CUT-MI > 59 OR TMR-CUT-SS > 59
039700         DISPLAY "TIME ", TMR-CUT-TIME, " IS NOT A REAL TIME"
039800         SET TMR-ABORT-RUN TO TRUE
039900         GO TO 1100-EXIT
040000     END-IF.
040100     DISPLAY "PROVE AGAINST SNAPSHOT OF (CCYYMMDD, BLANK = ",
040200         "RECOVERY DATE): ".
040300     ACCEPT TMR-SNAP-TEXT.
040400     IF TMR-SNAP-TEXT = SPACES
040500         MOVE TMR-CUT-DATE TO TMR-SNAP-DATE
040600     ELSE
040700         IF TMR-SNAP-TEXT IS NOT NUMERIC
040800             DISPLAY "SNAPSHOT DATE MUST BE CCYYMMDD"
040900             SET TMR-ABORT-RUN TO TRUE
041000             GO TO 1100-EXIT
041100         END-IF
041200         MOVE TMR-SNAP-TEXT TO TMR-SNAP-DATE
041300     END-IF.
041400     MOVE TMR-SNAP-DATE TO TMR-CHECK-DATE.
041500     PERFORM 1200-CHECK-DATE THRU 1200-EXIT.
041600 1100-EXIT.
041700     EXIT.
041800
041900 1200-CHECK-DATE.
042000     IF TMR-CHECK-MM < 1 OR TMR-CHECK-MM > 12
042100         OR TMR-CHECK-DD < 1 OR TMR-CHECK-DD > 31
042200         DISPLAY "DATE ", TMR-CHECK-DATE, " IS NOT A REAL DATE"
042300         SET TMR-ABORT-RUN TO TRUE
042400     END-IF.
042500 1200-EXIT.
042600     EXIT.
042700
042800*----------------------------------------------------------*
042900* 2000-SELECT-IMAGE LOADS THE CATALOG LINES TAKEN AT OR
043000* BEFORE THE RECOVERY POINT AND TRIES THEM NEWEST FIRST
043100* UNTIL ONE PROVES GOOD.
043200*----------------------------------------------------------*
043300 2000-SELECT-IMAGE.
043400     MOVE "2000-SELECT-IMAGE" TO TMR-ERRLOG-PARAGRAPH.
043500     MOVE "N" TO TMR-EOF-SW.
043600     OPEN INPUT MYCATALOG.
043700     IF NOT TMR-CAT-OK
043800         DISPLAY "tmstrcv: no TAcctImgCat.dat, no image to ",
043900             "recover from"
044000         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
044100             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
044200         SET TMR-ABORT-RUN TO TRUE
044300         GO TO 2000-EXIT
044400     END-IF.
044500     PERFORM 2100-LOAD-CATALOG-LINE THRU 2100-EXIT
044600         UNTIL TMR-EOF.
044700     CLOSE MYCATALOG.
044800     PERFORM 2200-TRY-LATEST THRU 2200-EXIT
044900         UNTIL TMR-IMAGE-GOOD OR TMR-ABORT-RUN.
045000 2000-EXIT.
045100     EXIT.
045200
045300 2100-LOAD-CATALOG-LINE.
045400     READ MYCATALOG INTO IMAGE-CONTROL-RECORD
045500         AT END
045600             SET TMR-EOF TO TRUE
045700         NOT AT END
045800             IF IMC-IS-CATALOG
045900                 AND (IMC-TAKEN-DATE < TMR-CUT-DATE
046000                 OR (IMC-TAKEN-DATE = TMR-CUT-DATE
046100                 AND IMC-TAKEN-TIME <= TMR-CUT-TIME))
046200                 AND TMR-CT-TALLY < TMR-CT-LIMIT
046300                 ADD 1 TO TMR-CT-TALLY
046400                 MOVE IMC-RUN-DATE
046500                     TO TMR-CT-RUN-DATE (TMR-CT-TALLY)
046600                 MOVE IMC-TAKEN-DATE
046700                     TO TMR-CT-TAKEN-DATE (TMR-CT-TALLY)
046800                 MOVE IMC-TAKEN-TIME
046900                     TO TMR-CT-TAKEN-TIME (TMR-CT-TALLY)
047000                 MOVE IMC-COUNT TO TMR-CT-COUNT (TMR-CT-TALLY)
047100                 MOVE IMC-TOTAL TO TMR-CT-TOTAL (TMR-CT-TALLY)
047200                 MOVE "N" TO TMR-CT-REJECT-SW (TMR-CT-TALLY)
047300             END-IF
047400     END-READ.
047500 2100-EXIT.
047600     EXIT.
047700
047800 2200-TRY-LATEST.
047900     MOVE ZERO TO TMR-CT-PICK.
048000     PERFORM 2210-COMPARE-ENTRY THRU 2210-EXIT
048100         VARYING TMR-CT-SUB FROM 1 BY 1
048200         UNTIL TMR-CT-SUB > TMR-CT-TALLY.
048300     IF TMR-CT-PICK = ZERO
048400         DISPLAY "tmstrcv: no good image taken on or before ",
048500             TMR-CUT-DATE, " ", TMR-CUT-TIME
048600         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
048700             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
048800         SET TMR-ABORT-RUN TO TRUE
048900         GO TO 2200-EXIT
049000     END-IF.
049100     MOVE SPACES TO TMR-IMG-FILENAME.
049200     STRING "TAcctImage.dat." TMR-CT-RUN-DATE (TMR-CT-PICK)
049300         DELIMITED BY SIZE INTO TMR-IMG-FILENAME.
049400     PERFORM 2300-VERIFY-IMAGE THRU 2300-EXIT.
049500     IF TMR-IMAGE-GOOD
049600         MOVE TMR-CT-STAMP (TMR-CT-PICK) TO TMR-IMG-STAMP
049700     ELSE
049800         DISPLAY "tmstrcv: ", TMR-IMG-FILENAME, " passed over, ",
049900             TMR-REJECT-TEXT
050000         SET TMR-CT-REJECTED (TMR-CT-PICK) TO TRUE
050100         ADD 1 TO TMR-REJECT-COUNT
050200     END-IF.
050300 2200-EXIT.
050400     EXIT.
050500
050600 2210-COMPARE-ENTRY.
050700     IF NOT TMR-CT-REJECTED (TMR-CT-SUB)
050800         IF TMR-CT-PICK = ZERO
050900             MOVE TMR-CT-SUB TO TMR-CT-PICK
051000         ELSE
051100             IF TMR-CT-STAMP (TMR-CT-SUB)
051200                 > TMR-CT-STAMP (TMR-CT-PICK)
051300                 MOVE TMR-CT-SUB TO TMR-CT-PICK
051400             END-IF
051500         END-IF
051600     END-IF.
051700 2210-EXIT.
051800     EXIT.
051900
052000*----------------------------------------------------------*
052100* 2300-VERIFY-IMAGE READS THE WHOLE IMAGE: THE HEADER MUST
052200* CARRY THE CATALOGED STAMP, AND THE DETAILS MUST COUNT AND
052300* FOOT TO THE TRAILER AND THE CATALOG LINE.
052400*----------------------------------------------------------*
052500 2300-VERIFY-IMAGE.
052600     MOVE "N" TO TMR-IMG-HEADER-SW.
052700     MOVE "N" TO TMR-IMG-TRAILER-SW.
052800     MOVE ZERO TO TMR-IMG-COUNT.
052900     MOVE ZERO TO TMR-IMG-TOTAL.
053000     MOVE "N" TO TMR-EOF-SW.
053100     OPEN INPUT MYIMAGE.
053200     IF NOT TMR-IMG-OK
053300         MOVE "IMAGE FILE NOT FOUND" TO TMR-REJECT-TEXT
053400         GO TO 2300-EXIT
053500     END-IF.
053600     PERFORM 2310-READ-IMAGE-LINE THRU 2310-EXIT
053700         UNTIL TMR-EOF.
053800     CLOSE MYIMAGE.
053900     EVALUATE TRUE
054000         WHEN NOT TMR-IMG-HEADER-OK
054100             MOVE "HEADER MISSING OR WRONG" TO TMR-REJECT-TEXT
054200         WHEN NOT TMR-IMG-TRAILER-OK
054300             MOVE "TRAILER MISSING, IMAGE CUT SHORT"
054400                 TO TMR-REJECT-TEXT
054500         WHEN TMR-IMG-COUNT NOT = TMR-CT-COUNT (TMR-CT-PICK)
054600             OR TMR-IMG-COUNT NOT = TMR-TRL-COUNT
054700             MOVE "ACCOUNT COUNT DOES NOT AGREE"
054800                 TO TMR-REJECT-TEXT
054900         WHEN TMR-IMG-TOTAL NOT = TMR-CT-TOTAL (TMR-CT-PICK)
055000             OR TMR-IMG-TOTAL NOT = TMR-TRL-TOTAL
055100             MOVE "BALANCE TOTAL DOES NOT AGREE"
055200                 TO TMR-REJECT-TEXT
055300         WHEN OTHER
055400             SET TMR-IMAGE-GOOD TO TRUE
055500     END-EVALUATE.
055600 2300-EXIT.
055700     EXIT.
055800
055900 2310-READ-IMAGE-LINE.
056000     READ MYIMAGE
056100         AT END
056200             SET TMR-EOF TO TRUE
056300         NOT AT END
056400             MOVE ACCT-IMAGE-RECORD TO IMAGE-CONTROL-RECORD
056500             EVALUATE TRUE
056600                 WHEN IMG-IS-DETAIL
056700                     ADD 1 TO TMR-IMG-COUNT
056800                     ADD IMG-BALANCE TO TMR-IMG-TOTAL
056900                 WHEN IMC-IS-HEADER
057000                     IF IMC-TAKEN-DATE
057100                         = TMR-CT-TAKEN-DATE (TMR-CT-PICK)
057200                         AND IMC-TAKEN-TIME
057300                         = TMR-CT-TAKEN-TIME (TMR-CT-PICK)
057400                         SET TMR-IMG-HEADER-OK TO TRUE
057500                     END-IF
057600                 WHEN IMC-IS-TRAILER
057700                     SET TMR-IMG-TRAILER-OK TO TRUE
057800                     MOVE IMC-COUNT TO TMR-TRL-COUNT
057900                     MOVE IMC-TOTAL TO TMR-TRL-TOTAL
058000                     SET TMR-EOF TO TRUE
058100             END-EVALUATE
058200     END-READ.
058300 2310-EXIT.
058400     EXIT.
058500
058600*----------------------------------------------------------*
058700* 3000-GATHER-POSTINGS TAKES EVERY JOURNAL LINE STAMPED
058800* AFTER THE IMAGE AND AT OR BEFORE THE RECOVERY POINT. A
058900* LINE WITH NO CLOCK STAMP WAS WRITTEN BEFORE TPOST STAMPED
059000* ITS JOURNAL, SO BEFORE ANY IMAGE; IT IS COUNTED, NOT USED.
059100*----------------------------------------------------------*
059200 3000-GATHER-POSTINGS.
059300     MOVE "N" TO TMR-EOF-SW.
059400     OPEN INPUT MYJOURNAL.
059500     IF TMR-JRN-NOT-FOUND
059600         DISPLAY "tmstrcv: no TPostJrnl.dat, no postings to ",
059700             "roll forward"
059800     ELSE
059900         PERFORM 3100-READ-POSTING THRU 3100-EXIT
060000             UNTIL TMR-EOF
060100         CLOSE MYJOURNAL
060200     END-IF.
060300 3000-EXIT.
060400     EXIT.
060500
060600 3100-READ-POSTING.
060700     READ MYJOURNAL INTO JRNL-RECORD
060800         AT END
060900             SET TMR-EOF TO TRUE
061000         NOT AT END
061100             IF JRNL-POST-DATE IS NOT NUMERIC
061200                 OR JRNL-POST-TIME IS NOT NUMERIC
061300                 ADD 1 TO TMR-JRN-UNSTAMPED
061400             ELSE
061500                 MOVE JRNL-POST-DATE TO TMR-EV-DATE
061600                 MOVE JRNL-POST-TIME TO TMR-EV-TIME
061700                 IF TMR-EV-STAMP > TMR-IMG-STAMP
061800                     AND TMR-EV-STAMP NOT > TMR-CUTOFF
061900                     MOVE "J" TO TMR-EV-SOURCE
062000                     MOVE JRNL-RECORD TO TMR-EV-DATA
062100                     PERFORM 3800-ADD-EVENT THRU 3800-EXIT
062200                     ADD 1 TO TMR-JRN-GATHERED
062300                 END-IF
062400             END-IF
062500     END-READ.
062600 3100-EXIT.
062700     EXIT.
062800
062900*----------------------------------------------------------*
063000* 3200-GATHER-AUDIT TAKES EVERY DL215 LINE -- TACCTM,
063100* TAPPROVE, TDORMANT AND TWLREV ALL WRITE ONE FOR EACH
063200* MASTER CHANGE -- STAMPED INSIDE THE SAME WINDOW.
063300*----------------------------------------------------------*
063400 3200-GATHER-AUDIT.
063500     MOVE "N" TO TMR-EOF-SW.
063600     OPEN INPUT MYACCTAUD.
063700     IF TMR-AUD-NOT-FOUND
063800         DISPLAY "tmstrcv: no TAcctAudit.dat, no maintenance ",
063900             "to roll forward"
064000     ELSE
064100         PERFORM 3300-READ-AUDIT THRU 3300-EXIT
064200             UNTIL TMR-EOF
064300         CLOSE MYACCTAUD
064400     END-IF.
064500 3200-EXIT.
064600     EXIT.
064700
064800 3300-READ-AUDIT.
064900     READ MYACCTAUD INTO ACCT-AUDIT-RECORD
065000         AT END
065100             SET TMR-EOF TO TRUE
065200         NOT AT END
065300             MOVE AAU-DATE TO TMR-EV-DATE
065400             MOVE AAU-TIME TO TMR-EV-TIME
065500             IF TMR-EV-STAMP > TMR-IMG-STAMP
065600                 AND TMR-EV-STAMP NOT > TMR-CUTOFF
065700                 MOVE "A" TO TMR-EV-SOURCE
065800                 MOVE ACCT-AUDIT-RECORD TO TMR-EV-DATA
065900                 PERFORM 3800-ADD-EVENT THRU 3800-EXIT
066000                 ADD 1 TO TMR-AUD-GATHERED
066100             END-IF
066200     END-READ.
066300 3300-EXIT.
066400     EXIT.
066500
066600*----------------------------------------------------------*
066700* 3400-GATHER-MERGES TAKES EVERY CROSS-REFERENCE LINE DATED
066800* FROM THE IMAGE'S DAY ON, WHOSE WHOLE DAY IS INSIDE THE
066900* RECOVERY POINT. WITH NO TIME OF ITS OWN, A MERGE IS
067000* QUEUED AT THE END OF ITS DAY.
067100*----------------------------------------------------------*
067200 3400-GATHER-MERGES.
067300     MOVE "N" TO TMR-EOF-SW.
067400     OPEN INPUT MYXREF.
067500     IF NOT TMR-XRF-NOT-FOUND
067600         PERFORM 3500-READ-MERGE THRU 3500-EXIT
067700             UNTIL TMR-EOF
067800         CLOSE MYXREF
067900     END-IF.
068000 3400-EXIT.
068100     EXIT.
068200
068300 3500-READ-MERGE.
068400     READ MYXREF INTO TMR-XREF-VIEW
068500         AT END
068600             SET TMR-EOF TO TRUE
068700         NOT AT END
068800             IF TMR-XV-DATE >= TMR-IMG-DATE
068900                 AND (TMR-XV-DATE < TMR-CUT-DATE
069000                 OR (TMR-XV-DATE = TMR-CUT-DATE
069100                 AND TMR-CUT-TIME = TMR-END-OF-DAY))
069200                 MOVE TMR-XV-DATE TO TMR-EV-DATE
069300                 MOVE 99999999 TO TMR-EV-TIME
069400                 MOVE "X" TO TMR-EV-SOURCE
069500                 MOVE TMR-XREF-VIEW TO TMR-EV-DATA
069600                 PERFORM 3800-ADD-EVENT THRU 3800-EXIT
069700                 ADD 1 TO TMR-XRF-GATHERED
069800             END-IF
069900     END-READ.
070000 3500-EXIT.
070100     EXIT.
070200
070300*----------------------------------------------------------*
070400* 3800-ADD-EVENT INSERTS THE CHANGE IN CLOCK ORDER -- THE
070500* SLOT IS FOUND BY A FORWARD SCAN AND THE ENTRIES ABOVE IT
070600* SHIFTED UP ONE. A CHANGE ON THE SAME STAMP AS ONE ALREADY
070700* HELD GOES AFTER IT.
070800*----------------------------------------------------------*
070900 3800-ADD-EVENT.
071000     IF TMR-EV-TALLY >= TMR-EV-LIMIT
071100         ADD 1 TO TMR-EV-DROPPED
071200     ELSE
071300         MOVE 1 TO TMR-EV-POS
071400         PERFORM 3810-FIND-SLOT THRU 3810-EXIT
071500             UNTIL TMR-EV-POS > TMR-EV-TALLY
071600             OR TMR-T-STAMP (TMR-EV-POS) > TMR-EV-STAMP
071700         PERFORM 3820-SHIFT-UP THRU 3820-EXIT
071800             VARYING TMR-EV-SUB FROM TMR-EV-TALLY BY -1
071900             UNTIL TMR-EV-SUB < TMR-EV-POS
072000         MOVE TMR-EV-STAMP  TO TMR-T-STAMP (TMR-EV-POS)
072100         MOVE TMR-EV-SOURCE TO TMR-T-SOURCE (TMR-EV-POS)
072200         MOVE TMR-EV-DATA   TO TMR-T-DATA (TMR-EV-POS)
072300         ADD 1 TO TMR-EV-TALLY
072400     END-IF.
072500 3800-EXIT.
072600     EXIT.
072700
072800 3810-FIND-SLOT.
072900     ADD 1 TO TMR-EV-POS.
073000 3810-EXIT.
073100     EXIT.
073200
073300 3820-SHIFT-UP.
073400     MOVE TMR-EVENT-ENTRY (TMR-EV-SUB)
073500         TO TMR-EVENT-ENTRY (TMR-EV-SUB + 1).
073600 3820-EXIT.
073700     EXIT.
073800
073900*----------------------------------------------------------*
074000* 3900-CONFIRM-REBUILD REFUSES A WINDOW TOO LARGE FOR THE
074100* CHANGE TABLE -- A PARTIAL ROLL FORWARD IS WORSE THAN NONE
074200* -- AND OTHERWISE ASKS THE OPERATOR BEFORE THE MASTER IS
074300* REPLACED.
074400*----------------------------------------------------------*
074500 3900-CONFIRM-REBUILD.
074600     IF TMR-EV-DROPPED > ZERO
074700         DISPLAY "tmstrcv: more than ", TMR-EV-LIMIT,
074800             " changes since the image, recovery not started"
074900         MOVE "3900-CONFIRM-REBUILD" TO TMR-ERRLOG-PARAGRAPH
075000         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
075100             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
075200         SET TMR-ABORT-RUN TO TRUE
075300         GO TO 3900-EXIT
075400     END-IF.
075500     DISPLAY "CONFIRM REBUILD OF TAcctMaster.dat FROM ",
075600         TMR-IMG-FILENAME.
075700     DISPLAY "    (", TMR-EV-TALLY, " CHANGES TO ROLL FORWARD, ",
075800         "Y/N): ".
075900     ACCEPT TMR-CONFIRM.
076000     IF TMR-CONFIRM NOT = "Y"
076100         DISPLAY "REBUILD NOT CONFIRMED, NOTHING DONE"
076200         SET TMR-ABORT-RUN TO TRUE
076300     END-IF.
076400 3900-EXIT.
076500     EXIT.
076600
076700*----------------------------------------------------------*
076800* 4000-RESTORE-IMAGE REPLACES TACCTMASTER.DAT WITH THE
076900* IMAGE. THE IMAGE IS IN KEY ORDER, SO EACH WRITE GOES ON
077000* THE END OF THE NEW FILE.
077100*----------------------------------------------------------*
077200 4000-RESTORE-IMAGE.
077300     MOVE "4000-RESTORE-IMAGE" TO TMR-ERRLOG-PARAGRAPH.
077400     MOVE "O" TO TMR-RW-FUNCTION.
077500     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
077600     SET TMR-RPT-OPEN TO TRUE.
077700     OPEN OUTPUT MYMASTER.
077800     IF NOT TMR-MST-OK
077900         DISPLAY "tmstrcv: unable to create TAcctMaster.dat, ",
078000             "status = ", TMR-MST-STATUS
078100         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
078200             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
078300         SET TMR-ABORT-RUN TO TRUE
078400         GO TO 4000-EXIT
078500     END-IF.
078600     MOVE "N" TO TMR-EOF-SW.
078700     OPEN INPUT MYIMAGE.
078800     PERFORM 4100-RESTORE-ONE THRU 4100-EXIT
078900         UNTIL TMR-EOF OR TMR-ABORT-RUN.
079000     CLOSE MYIMAGE.
079100     CLOSE MYMASTER.
079200     IF TMR-ABORT-RUN
079300         DISPLAY "tmstrcv: TAcctMaster.dat IS INCOMPLETE, ",
079400             "RERUN THE RECOVERY"
079500         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
079600             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
079700         GO TO 4000-EXIT
079800     END-IF.
079900     OPEN I-O MYMASTER.
079910     IF NOT TMR-MST-OK
079920         DISPLAY "tmstrcv: unable to reopen TAcctMaster.dat, ",
079930             "status = ", TMR-MST-STATUS
079940         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
079950             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
079960         SET TMR-ABORT-RUN TO TRUE
079970         GO TO 4000-EXIT
079980     END-IF.
080000     MOVE TMR-IMG-FILENAME (1:24) TO TMR-RPT-IMG-NAME.
080100     MOVE TMR-IMG-DATE TO TMR-RPT-IMG-DATE.
080200     MOVE TMR-IMG-TIME TO TMR-RPT-IMG-TIME.
080300     MOVE TMR-RPT-IMAGE-LINE TO TMR-RW-LINE.
080400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
080500     MOVE TMR-CUT-DATE TO TMR-RPT-CUT-DATE.
080600     MOVE TMR-CUT-TIME TO TMR-RPT-CUT-TIME.
080700     MOVE TMR-SNAP-DATE TO TMR-RPT-SNAP-DATE.
080800     MOVE TMR-RPT-POINT-LINE TO TMR-RW-LINE.
080900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
081000     MOVE "NEWER IMAGES PASSED OVER" TO TMR-RPT-CNT-LABEL.
081100     MOVE TMR-REJECT-COUNT TO TMR-RPT-CNT.
081200     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
081300     MOVE "ACCOUNTS RESTORED FROM THE IMAGE" TO TMR-RPT-CNT-LABEL.
081400     MOVE TMR-RESTORED TO TMR-RPT-CNT.
081500     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
081600 4000-EXIT.
081700     EXIT.
081800
081900 4100-RESTORE-ONE.
082000     READ MYIMAGE
082100         AT END
082200             SET TMR-EOF TO TRUE
082300         NOT AT END
082400             IF IMG-IS-DETAIL
082500                 MOVE SPACES          TO ACCOUNT-MASTER-RECORD
082600                 MOVE IMG-NUMBER      TO ACCT-NUMBER
082700                 MOVE IMG-BRANCH      TO ACCT-BRANCH
082800                 MOVE IMG-NAME        TO ACCT-NAME
082900                 MOVE IMG-BALANCE     TO ACCT-BALANCE
083000                 MOVE IMG-LIMIT       TO ACCT-LIMIT
083100                 MOVE IMG-STATUS      TO ACCT-STATUS
083200                 MOVE IMG-STATUS-DATE TO ACCT-STATUS-DATE
083300                 WRITE ACCOUNT-MASTER-RECORD
083400                     INVALID KEY
083500                         DISPLAY "tmstrcv: could not restore ",
083600                             "account ", IMG-NUMBER
083700                         SET TMR-ABORT-RUN TO TRUE
083800                     NOT INVALID KEY
083900                         ADD 1 TO TMR-RESTORED
084000                 END-WRITE
084100             END-IF
084200     END-READ.
084300 4100-EXIT.
084400     EXIT.
084500
084600*----------------------------------------------------------*
084700* 5000-ROLL-FORWARD APPLIES THE CHANGE TABLE IN ORDER. A
084800* CHANGE WHOSE ACCOUNT IS NOT WHERE THE TRAIL SAYS IT WAS
084900* IS LISTED AND LEFT OUT; THE PROOF THEN SHOWS WHAT IT COST.
085000*----------------------------------------------------------*
085100 5000-ROLL-FORWARD.
085200     PERFORM 5100-APPLY-ONE THRU 5100-EXIT
085300         VARYING TMR-EV-SUB FROM 1 BY 1
085400         UNTIL TMR-EV-SUB > TMR-EV-TALLY.
085500     CLOSE MYMASTER.
085600     MOVE "POSTINGS ROLLED FORWARD" TO TMR-RPT-CNT-LABEL.
085700     MOVE TMR-JRN-APPLIED TO TMR-RPT-CNT.
085800     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
085900     MOVE "MAINTENANCE CHANGES ROLLED FORWARD"
086000         TO TMR-RPT-CNT-LABEL.
086100     MOVE TMR-AUD-APPLIED TO TMR-RPT-CNT.
086200     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
086300     MOVE "MERGES FOLDED FROM THE CROSS-REFERENCE"
086400         TO TMR-RPT-CNT-LABEL.
086500     MOVE TMR-XRF-FOLDED TO TMR-RPT-CNT.
086600     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
086700     MOVE "MERGES ALREADY ON THE MAINTENANCE TRAIL"
086800         TO TMR-RPT-CNT-LABEL.
086900     MOVE TMR-XRF-ALREADY TO TMR-RPT-CNT.
087000     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
087100     MOVE "CHANGES THAT COULD NOT BE APPLIED"
087200         TO TMR-RPT-CNT-LABEL.
087300     MOVE TMR-UNAPPLIED TO TMR-RPT-CNT.
087400     PERFORM 7600-PRINT-COUNT THRU 7600-EXIT.
087500     IF TMR-JRN-UNSTAMPED > ZERO
087600         MOVE "UNSTAMPED JOURNAL LINES NOT USED"
087700             TO TMR-RPT-CNT-LABEL
087800         MOVE TMR-JRN-UNSTAMPED TO TMR-RPT-CNT
087900         PERFORM 7600-PRINT-COUNT THRU 7600-EXIT
088000     END-IF.
088100 5000-EXIT.
088200     EXIT.
088300
088400 5100-APPLY-ONE.
088500     MOVE SPACES TO TMR-FAIL-TEXT.
088600     EVALUATE TRUE
088700         WHEN TMR-T-POSTING (TMR-EV-SUB)
088800             MOVE TMR-T-DATA (TMR-EV-SUB) TO JRNL-RECORD
088900             PERFORM 5200-APPLY-POSTING THRU 5200-EXIT
089000         WHEN TMR-T-MAINT (TMR-EV-SUB)
089100             MOVE TMR-T-DATA (TMR-EV-SUB) TO ACCT-AUDIT-RECORD
089200             PERFORM 5300-APPLY-MAINTENANCE THRU 5300-EXIT
089300         WHEN TMR-T-MERGE (TMR-EV-SUB)
089400             MOVE TMR-T-DATA (TMR-EV-SUB) TO TMR-XREF-VIEW
089500             PERFORM 5400-APPLY-MERGE THRU 5400-EXIT
089600     END-EVALUATE.
089700     IF TMR-FAIL-TEXT NOT = SPACES
089800         ADD 1 TO TMR-UNAPPLIED
089900         MOVE ACCT-NUMBER TO TMR-RPT-FAIL-KEY
090000         MOVE TMR-T-STAMP (TMR-EV-SUB) TO TMR-RPT-FAIL-STAMP
090100         MOVE TMR-FAIL-TEXT TO TMR-RPT-FAIL-TEXT
090200         MOVE TMR-RPT-FAIL-LINE TO TMR-RW-LINE
090300         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
090400     END-IF.
090500 5100-EXIT.
090600     EXIT.
090700
090800 5200-APPLY-POSTING.
090900     MOVE "POSTING" TO TMR-RPT-FAIL-SRC.
091000     MOVE JRNL-KEY TO ACCT-NUMBER.
091100     READ MYMASTER
091200         INVALID KEY
091300             MOVE "ACCOUNT NOT ON MASTER" TO TMR-FAIL-TEXT
091400             GO TO 5200-EXIT
091500     END-READ.
091600     ADD JRNL-AMOUNT TO ACCT-BALANCE.
091700     REWRITE ACCOUNT-MASTER-RECORD
091800         INVALID KEY
091900             MOVE "ACCOUNT COULD NOT BE REWRITTEN"
092000                 TO TMR-FAIL-TEXT
092100             GO TO 5200-EXIT
092200     END-REWRITE.
092300     ADD 1 TO TMR-JRN-APPLIED.
092400 5200-EXIT.
092500     EXIT.
092600
092700*----------------------------------------------------------*
092800* 5300-APPLY-MAINTENANCE SETS THE ACCOUNT TO THE DL215 AFTER
092900* IMAGE. AN ADD OR LOAD WRITES IT; A DELETE, OR THE RETIRING
093000* HALF OF A MERGE (NO AFTER BRANCH), REMOVES IT; EVERYTHING
093100* ELSE -- CHANGES, S AND W STATUS MOVES, APPROVED LIMITS AND
093200* RE-HOMES -- REWRITES IT. THE STATUS DATE IS THE DAY OF THE
093250* LINE THAT MOVED THE STATUS.
093300*----------------------------------------------------------*
093400 5300-APPLY-MAINTENANCE.
093500     MOVE "MAINTENANCE" TO TMR-RPT-FAIL-SRC.
093600     MOVE AAU-ACCT-NUMBER TO ACCT-NUMBER.
093700     EVALUATE TRUE
093800         WHEN AAU-FN-ADD OR AAU-FN-LOAD
093900             MOVE SPACES TO ACCOUNT-MASTER-RECORD
094000             MOVE AAU-ACCT-NUMBER TO ACCT-NUMBER
094100             MOVE AAU-DATE TO ACCT-STATUS-DATE
094200             PERFORM 5310-SET-AFTER-IMAGE THRU 5310-EXIT
094300             WRITE ACCOUNT-MASTER-RECORD
094400                 INVALID KEY
094500                     REWRITE ACCOUNT-MASTER-RECORD
094600                         INVALID KEY
094700                             MOVE "ACCOUNT COULD NOT BE ADDED"
094800                                 TO TMR-FAIL-TEXT
094900                             GO TO 5300-EXIT
095000                     END-REWRITE
095100             END-WRITE
095200         WHEN AAU-FN-DELETE
095300             OR (AAU-FN-MERGE AND AAU-NEW-BRANCH = SPACES)
095400             DELETE MYMASTER RECORD
095500                 INVALID KEY
095600                     MOVE "ACCOUNT NOT ON MASTER" TO TMR-FAIL-TEXT
095700                     GO TO 5300-EXIT
095800             END-DELETE
095900         WHEN OTHER
096000             READ MYMASTER
096100                 INVALID KEY
096200                     MOVE "ACCOUNT NOT ON MASTER" TO TMR-FAIL-TEXT
096300                     GO TO 5300-EXIT
096400             END-READ
096500             IF AAU-NEW-STATUS NOT = AAU-OLD-STATUS
096600                 MOVE AAU-DATE TO ACCT-STATUS-DATE
096700             END-IF
096800             PERFORM 5310-SET-AFTER-IMAGE THRU 5310-EXIT
096900             REWRITE ACCOUNT-MASTER-RECORD
097000                 INVALID KEY
097100                     MOVE "ACCOUNT COULD NOT BE REWRITTEN"
097200                         TO TMR-FAIL-TEXT
097300                     GO TO 5300-EXIT
097400             END-REWRITE
097500     END-EVALUATE.
097600     ADD 1 TO TMR-AUD-APPLIED.
097700 5300-EXIT.
097800     EXIT.
097900
098000 5310-SET-AFTER-IMAGE.
098100     MOVE AAU-NEW-BRANCH  TO ACCT-BRANCH.
098200     MOVE AAU-NEW-NAME    TO ACCT-NAME.
098300     MOVE AAU-NEW-BALANCE TO ACCT-BALANCE.
098400     MOVE AAU-NEW-LIMIT   TO ACCT-LIMIT.
098500     MOVE AAU-NEW-STATUS  TO ACCT-STATUS.
098600 5310-EXIT.
098700     EXIT.
098800
098900*----------------------------------------------------------*
099000* 5400-APPLY-MERGE FOLDS A RETIRED ACCOUNT INTO ITS SURVIVOR
099100* ONLY WHEN THE RETIRED ACCOUNT IS STILL ON THE REBUILT
099200* MASTER -- ORDINARILY TACCTM'S M LINES HAVE ALREADY DONE
099300* IT, AND THE MERGE IS COUNTED AS ALREADY APPLIED. THE
099400* SURVIVOR IS CHECKED FIRST SO A FOLD IS ALL OR NOTHING.
099500*----------------------------------------------------------*
099600 5400-APPLY-MERGE.
099700     MOVE "MERGE" TO TMR-RPT-FAIL-SRC.
099800     MOVE TMR-XV-RETIRED TO ACCT-NUMBER.
099900     READ MYMASTER
100000         INVALID KEY
100100             ADD 1 TO TMR-XRF-ALREADY
100200             GO TO 5400-EXIT
100300     END-READ.
100400     MOVE ACCT-BALANCE TO TMR-RETIRED-BAL.
100500     MOVE TMR-XV-SURVIVOR TO ACCT-NUMBER.
100600     READ MYMASTER
100700         INVALID KEY
100800             MOVE "SURVIVOR NOT ON MASTER" TO TMR-FAIL-TEXT
100900             GO TO 5400-EXIT
101000     END-READ.
101100     ADD TMR-RETIRED-BAL TO ACCT-BALANCE.
101200     REWRITE ACCOUNT-MASTER-RECORD
101300         INVALID KEY
101400             MOVE "SURVIVOR COULD NOT BE REWRITTEN"
101500                 TO TMR-FAIL-TEXT
101600             GO TO 5400-EXIT
101700     END-REWRITE.
101800     MOVE TMR-XV-RETIRED TO ACCT-NUMBER.
101900     DELETE MYMASTER RECORD
102000         INVALID KEY
102100             MOVE "RETIRED COULD NOT BE DELETED" TO TMR-FAIL-TEXT
102200             GO TO 5400-EXIT
102300     END-DELETE.
102400     ADD 1 TO TMR-XRF-FOLDED.
102500 5400-EXIT.
102600     EXIT.
102700
102800*----------------------------------------------------------*
102900* 6000-PROVE-MASTER TOTALS THE REBUILT MASTER BY BRANCH AND
103000* IN TOTAL THE WAY TTRIAL DOES, LOADS THE SNAPSHOT DATE'S
103100* TTRIALSNAP.DAT LINES, AND PROVES EVERY BRANCH AND THE
103200* GRAND TOTAL.
103300*----------------------------------------------------------*
103400 6000-PROVE-MASTER.
103500     MOVE "6000-PROVE-MASTER" TO TMR-ERRLOG-PARAGRAPH.
103600     MOVE "N" TO TMR-EOF-SW.
103700     OPEN INPUT MYMASTER.
103800     IF NOT TMR-MST-OK
103900         DISPLAY "tmstrcv: unable to reopen TAcctMaster.dat, ",
104000             "status = ", TMR-MST-STATUS
104100         CALL "TERRLOG" USING TMR-ERRLOG-PROGRAM-ID,
104200             TMR-ERRLOG-PARAGRAPH, TMR-ERRLOG-SEVERITY
104300         SET TMR-ABORT-RUN TO TRUE
104400         GO TO 6000-EXIT
104500     END-IF.
104600     PERFORM 6100-TOTAL-ONE-ACCOUNT THRU 6100-EXIT
104700         UNTIL TMR-EOF.
104800     CLOSE MYMASTER.
104900     MOVE "N" TO TMR-EOF-SW.
105000     OPEN INPUT MYSNAPFILE.
105100     IF NOT TMR-SNP-NOT-FOUND
105200         PERFORM 6400-LOAD-SNAP-ROW THRU 6400-EXIT
105300             UNTIL TMR-EOF
105400         CLOSE MYSNAPFILE
105500     END-IF.
105600     PERFORM 6500-PRINT-ONE-BRANCH THRU 6500-EXIT
105700         VARYING TMR-BR-SUB FROM 1 BY 1
105800         UNTIL TMR-BR-SUB > TMR-BR-TALLY.
105900     MOVE "REBUILT GRAND TOTAL" TO TMR-RPT-AMT-LABEL.
106000     MOVE TMR-GRAND-TOTAL TO TMR-RPT-AMT.
106100     MOVE TMR-RPT-AMT-LINE TO TMR-RW-LINE.
106200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
106300     MOVE "SNAPSHOT GRAND TOTAL" TO TMR-RPT-AMT-LABEL.
106400     MOVE TMR-SNAP-TOTAL TO TMR-RPT-AMT.
106500     MOVE TMR-RPT-AMT-LINE TO TMR-RW-LINE.
106600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
106700     MOVE "REBUILT = SNAPSHOT" TO TMR-RPT-PROOF-TEXT.
106800     IF NOT TMR-SNAP-FOUND
106900         MOVE "NO SNAPSHOT" TO TMR-RPT-PROOF-RESULT
107000     ELSE
107100         IF TMR-GRAND-TOTAL NOT = TMR-SNAP-TOTAL
107200             SET TMR-OUT-OF-BALANCE TO TRUE
107300         END-IF
107400         IF TMR-IN-BALANCE
107500             MOVE "PROVED" TO TMR-RPT-PROOF-RESULT
107600         ELSE
107700             MOVE "OUT OF BALANCE" TO TMR-RPT-PROOF-RESULT
107800         END-IF
107900     END-IF.
108000     MOVE TMR-RPT-PROOF-LINE TO TMR-RW-LINE.
108100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
108200 6000-EXIT.
108300     EXIT.
108400
108500 6100-TOTAL-ONE-ACCOUNT.
108600     READ MYMASTER NEXT RECORD
108700         AT END
108800             SET TMR-EOF TO TRUE
108900         NOT AT END
109000             ADD 1 TO TMR-ACCT-COUNT
109100             ADD ACCT-BALANCE TO TMR-GRAND-TOTAL
109200             MOVE ACCT-BRANCH TO TMR-MATCH-ID
109300             PERFORM 6200-FIND-BRANCH-ROW THRU 6200-EXIT
109400             IF TMR-BR-FOUND
109500                 ADD ACCT-BALANCE
109600                     TO TMR-BR-TOTAL (TMR-BR-SUB)
109700             END-IF
109800     END-READ.
109900 6100-EXIT.
110000     EXIT.
110100
110200 6200-FIND-BRANCH-ROW.
110300     MOVE "N" TO TMR-BR-FOUND-SW.
110400     PERFORM 6300-MATCH-BRANCH-ROW THRU 6300-EXIT
110500         VARYING TMR-BR-SUB FROM 1 BY 1
110600         UNTIL TMR-BR-SUB > TMR-BR-TALLY OR TMR-BR-FOUND.
110700     IF TMR-BR-FOUND
110800         SUBTRACT 1 FROM TMR-BR-SUB
110900     ELSE
111000         IF TMR-BR-TALLY < TMR-BR-LIMIT
111100             ADD 1 TO TMR-BR-TALLY
111200             MOVE TMR-BR-TALLY TO TMR-BR-SUB
111300             MOVE TMR-MATCH-ID TO TMR-BR-ID (TMR-BR-SUB)
111400             MOVE ZERO TO TMR-BR-TOTAL (TMR-BR-SUB)
111500             MOVE ZERO TO TMR-BR-SNAP (TMR-BR-SUB)
111600             SET TMR-BR-FOUND TO TRUE
111700         END-IF
111800     END-IF.
111900 6200-EXIT.
112000     EXIT.
112100
112200 6300-MATCH-BRANCH-ROW.
112300     IF TMR-BR-ID (TMR-BR-SUB) = TMR-MATCH-ID
112400         SET TMR-BR-FOUND TO TRUE
112500     END-IF.
112600 6300-EXIT.
112700     EXIT.
112800
112900 6400-LOAD-SNAP-ROW.
113000     READ MYSNAPFILE
113100         AT END
113200             SET TMR-EOF TO TRUE
113300         NOT AT END
113400             IF SNP-DATE = TMR-SNAP-DATE
113500                 SET TMR-SNAP-FOUND TO TRUE
113600                 IF SNP-BRANCH = "*ALL"
113700                     MOVE SNP-TOTAL TO TMR-SNAP-TOTAL
113800                 ELSE
113900                     MOVE SNP-BRANCH TO TMR-MATCH-ID
114000                     PERFORM 6200-FIND-BRANCH-ROW THRU 6200-EXIT
114100                     IF TMR-BR-FOUND
114200                         MOVE SNP-TOTAL
114300                             TO TMR-BR-SNAP (TMR-BR-SUB)
114400                     END-IF
114500                 END-IF
114600             END-IF
114700     END-READ.
114800 6400-EXIT.
114900     EXIT.
115000
115100 6500-PRINT-ONE-BRANCH.
115200     MOVE TMR-BR-ID (TMR-BR-SUB)    TO TMR-RPT-BR-ID.
115300     MOVE TMR-BR-TOTAL (TMR-BR-SUB) TO TMR-RPT-BR-NOW.
115400     MOVE TMR-BR-SNAP (TMR-BR-SUB)  TO TMR-RPT-BR-SNAP.
115500     COMPUTE TMR-RPT-BR-DIFF = TMR-BR-TOTAL (TMR-BR-SUB)
115600         - TMR-BR-SNAP (TMR-BR-SUB).
115700     IF TMR-SNAP-FOUND
115800         AND TMR-BR-TOTAL (TMR-BR-SUB)
115900         NOT = TMR-BR-SNAP (TMR-BR-SUB)
116000         SET TMR-OUT-OF-BALANCE TO TRUE
116100     END-IF.
116200     MOVE TMR-RPT-BR-LINE TO TMR-RW-LINE.
116300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
116400 6500-EXIT.
116500     EXIT.
116600
116700 7600-PRINT-COUNT.
116800     MOVE TMR-RPT-COUNT-LINE TO TMR-RW-LINE.
116900     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
117000 7600-EXIT.
117100     EXIT.
117200
117300 8500-CALL-REPORT-WRITER.
117400     CALL "TRPTWRT" USING TMR-RW-FUNCTION, TMR-RW-TITLE,
117500         TMR-ERRLOG-PROGRAM-ID, TMR-RW-FILENAME, TMR-RW-LINE.
117600 8500-EXIT.
117700     EXIT.
117800
117900 8600-PRINT-LINE.
118000     MOVE "W" TO TMR-RW-FUNCTION.
118100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
118200 8600-EXIT.
118300     EXIT.
118400
118500 9000-TERMINATE.
118600     IF TMR-RPT-OPEN
118700         IF TMR-ABORT-RUN
118800             MOVE "MASTER RECOVERY DID NOT COMPLETE"
118900                 TO TMR-RPT-PROOF-TEXT
119000         ELSE
119100             IF TMR-OUT-OF-BALANCE
119200                 MOVE "REBUILT MASTER IS OUT OF BALANCE"
119300                     TO TMR-RPT-PROOF-TEXT
119400             ELSE
119500                 IF TMR-SNAP-FOUND
119600                     MOVE "REBUILT MASTER IS PROVED"
119700                         TO TMR-RPT-PROOF-TEXT
119800                 ELSE
119900                     MOVE "REBUILT MASTER IS NOT PROVED"
120000                         TO TMR-RPT-PROOF-TEXT
120100                 END-IF
120200             END-IF
120300         END-IF
120400         MOVE SPACES TO TMR-RPT-PROOF-RESULT
120500         MOVE TMR-RPT-PROOF-LINE TO TMR-RW-LINE
120600         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
120700         MOVE "C" TO TMR-RW-FUNCTION
120800         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
120900         DISPLAY "tmstrcv: ", TMR-RPT-PROOF-TEXT
121000     END-IF.
121100     IF TMR-LOCK-TAKEN
121200         MOVE "U" TO TMR-LOCK-FUNCTION
121300         CALL "TLOCK" USING TMR-LOCK-FUNCTION, TMR-LOCK-CALLER,
121400             TMR-LOCK-RESULT, TMR-LOCK-HOLDER, TMR-LOCK-DATE,
121500             TMR-LOCK-TIME
121600     END-IF.
121700     IF NOT TMR-ABORT-RUN
121800         ACCEPT TMR-END-TIME FROM TIME
121900         MOVE TMR-ACCT-COUNT TO TMR-RUNHIST-COUNT
122000         CALL "TRUNHIST" USING TMR-ERRLOG-PROGRAM-ID,
122100             TMR-START-TIME, TMR-END-TIME, TMR-RUNHIST-COUNT
122200     END-IF.
122300*----------------------------------------------------------*
122400* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
122500* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
122600* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
122700*----------------------------------------------------------*
122800     EVALUATE TRUE
122900         WHEN TMR-ABORT-RUN OR TMR-OUT-OF-BALANCE
123000             MOVE 8 TO RETURN-CODE
123100         WHEN NOT TMR-SNAP-FOUND OR TMR-UNAPPLIED > ZERO
123200             MOVE 4 TO RETURN-CODE
123300         WHEN OTHER
123400             MOVE ZERO TO RETURN-CODE
123500     END-EVALUATE.
123600 9000-EXIT.
123700     EXIT.
123800
123900* Input:
124000*    console: the date and time to recover to, the snapshot
124100*         date to prove against, and the rebuild confirmation
124200*    file "TAcctImgCat.dat" (images TMSTIMG has taken)
124300*    file "TAcctImage.dat.CCYYMMDD" (the image restored)
124400*    file "TPostJrnl.dat" (TPOST's stamped postings)
124500*    file "TAcctAudit.dat" (DL215 master maintenance trail)
124600*    file "TAcctXref.dat" (TACCTM account merges)
124700*    file "TTrialSnap.dat" (TTRIAL's nightly totals)
124800* Output:
124900*    file "TAcctMaster.dat" -- rebuilt from the image and
125000*         rolled forward to the recovery point
125100*    file "TMstRcvRpt.txt" -- the image used, what was rolled
125200*         forward, each change that could not be applied, and
125300*         the branch and grand total proof
125400*    RETURN-CODE 0 = rebuilt and proved, 4 = rebuilt but not
125500*         proved (no snapshot) or changes left out, 8 = not
125600*         rebuilt, or rebuilt out of balance
