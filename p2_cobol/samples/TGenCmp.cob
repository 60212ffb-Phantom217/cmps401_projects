000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TGENCMP.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. MATCHES TWO DATED
001200*                      GENERATIONS OF TFILEOUT.DAT (OR OF
001300*                      TFILEIN.DAT) BY KEY, SO A RERUN AFTER
001400*                      TBACKOUT, OR A BRANCH QUERY ABOUT WHAT
001500*                      CHANGED SINCE YESTERDAY, IS ANSWERED
001600*                      FROM A REPORT INSTEAD OF BY EYE. LISTS
001700*                      KEYS ONLY IN THE FIRST, KEYS ONLY IN THE
001800*                      SECOND, AND KEYS IN BOTH WHOSE T/U/V,
001900*                      OUT-AGE-DAYS, OUT-AMOUNT OR TRANS TYPE
002000*                      CHANGED (O/P/Q, TRANS DATE, AMOUNT OR
002100*                      TYPE FOR TFILEIN), THEN THE COUNTS AND
002200*                      THE NET AMOUNT DIFFERENCE. THE TWO
002300*                      GENERATIONS COME FROM THE DL365 CARD ON
002400*                      TGENCMPPARM.DAT SO THE STEP CAN RUN
002500*                      UNDER TDRIVE WITH NO CONSOLE.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* A KEY CAN APPEAR MORE THAN ONCE IN A GENERATION; THE NTH  *
002900* OCCURRENCE IN THE SECOND IS MATCHED TO THE NTH IN THE     *
003000* FIRST. THE DL115 TRAILER ON A TFILEOUT GENERATION IS      *
003100* SKIPPED. AMOUNTS ARE NETTED AS TPOST APPLIES THEM, A      *
003200* REVERSAL NEGATIVE. RETURN-CODE 0 ONLY WHEN THE TWO        *
003300* GENERATIONS MATCH RECORD FOR RECORD, 8 WHEN THEY DO NOT   *
003400* OR COULD NOT BE COMPARED -- SO TDRIVE STOPS A CHAIN WHOSE *
003500* RERUN DID NOT REPRODUCE THE GENERATION IT WAS CERTIFYING. *
003600*----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MYPARMFILE ASSIGN TO "TGenCmpParm.dat"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TGC-PARM-STATUS.
004300     SELECT MYFIRSTGEN ASSIGN TO TGC-FIRST-FILENAME
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS TGC-FST-STATUS.
004600     SELECT MYSECONDGEN ASSIGN TO TGC-SECOND-FILENAME
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS TGC-SND-STATUS.
004805*    A TFILEIN GENERATION IS THE NIGHT'S KEYED TFILEIN.DAT,
004810*    RENAMED BY TFILE -- READ IN KEY ORDER.
004815     SELECT MYFIRSTIN ASSIGN TO TGC-FIRST-FILENAME
004820         ORGANIZATION IS INDEXED
004825         ACCESS MODE IS SEQUENTIAL
004830         RECORD KEY IS FIRST-IN-KEY
004835         FILE STATUS IS TGC-FST-STATUS.
004840     SELECT MYSECONDIN ASSIGN TO TGC-SECOND-FILENAME
004845         ORGANIZATION IS INDEXED
004850         ACCESS MODE IS SEQUENTIAL
004855         RECORD KEY IS SECOND-IN-KEY
004860         FILE STATUS IS TGC-SND-STATUS.
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  MYPARMFILE.
005200     COPY DL365.
005300 FD  MYFIRSTGEN.
005400 01  FIRST-GEN-LINE       PIC X(40).
005500 FD  MYSECONDGEN.
005600 01  SECOND-GEN-LINE      PIC X(40).
005610 FD  MYFIRSTIN.
005620 01  FIRST-IN-RECORD.
005630     05  FIRST-IN-KEY     PIC X(8).
005640     05  FILLER           PIC X(20).
005650 FD  MYSECONDIN.
005660 01  SECOND-IN-RECORD.
005670     05  SECOND-IN-KEY    PIC X(8).
005680     05  FILLER           PIC X(20).
005700 WORKING-STORAGE SECTION.
005800*----------------------------------------------------------*
005900* BOTH GENERATIONS ARE READ INTO THE SAME DL100 OR DL110
006000* LAYOUT, SO THE GENERATION RECORDS LIVE HERE, NOT UNDER
006100* THE FDS.
006200*----------------------------------------------------------*
006300     COPY DL100.
006400     COPY DL110.
006500     COPY DL115.
006600 01  TGC-PARM-STATUS  PIC XX        VALUE "00".
006700     88  TGC-PARM-OK                VALUE "00".
006800     88  TGC-PARM-NOT-FOUND         VALUE "35".
006900 01  TGC-FST-STATUS   PIC XX        VALUE "00".
007000     88  TGC-FST-OK                 VALUE "00".
007100 01  TGC-SND-STATUS   PIC XX        VALUE "00".
007200     88  TGC-SND-OK                 VALUE "00".
007300 01  TGC-EOF-SW       PIC X         VALUE "N".
007400     88  TGC-EOF                    VALUE "Y".
007500 01  TGC-ABORT-SW     PIC X         VALUE "N".
007600     88  TGC-ABORT-RUN              VALUE "Y".
007700 01  TGC-RPT-OPEN-SW  PIC X         VALUE "N".
007800     88  TGC-RPT-OPEN               VALUE "Y".
007900 01  TGC-FOUND-SW     PIC X         VALUE "N".
008000     88  TGC-KEY-FOUND              VALUE "Y".
008100 01  TGC-TRAILER-SW   PIC X         VALUE "N".
008200     88  TGC-IS-TRAILER             VALUE "Y".
008300 01  TGC-FILE-KIND    PIC X         VALUE "O".
008400     88  TGC-KIND-OUTPUT            VALUE "O".
008500     88  TGC-KIND-INPUT             VALUE "I".
008600 01  TGC-RUN-DATE     PIC 9(8)      VALUE ZERO.
008700 01  TGC-PRIOR-DATE   PIC 9(8)      VALUE ZERO.
008800 01  TGC-DAY-NUMBER   PIC 9(7) COMP VALUE ZERO.
008900 01  TGC-FIRST-GEN    PIC X(12)     VALUE SPACES.
009000 01  TGC-SECOND-GEN   PIC X(12)     VALUE SPACES.
009100 01  TGC-BASE-NAME    PIC X(13)     VALUE SPACES.
009200 01  TGC-FIRST-FILENAME  PIC X(40)  VALUE SPACES.
009300 01  TGC-SECOND-FILENAME PIC X(40)  VALUE SPACES.
009400*----------------------------------------------------------*
009500* TGC-CUR IS THE RECORD JUST READ, IN ONE SHAPE FOR EITHER
009600* KIND OF GENERATION: T/U/V AND THE AGE FOR TFILEOUT, O/P/Q
009700* AND THE TRANS DATE FOR TFILEIN.
009800*----------------------------------------------------------*
009900 01  TGC-CUR.
010000     05  TGC-CUR-KEY      PIC X(8).
010100     05  TGC-CUR-A        PIC X(2).
010200     05  TGC-CUR-B        PIC X(2).
010300     05  TGC-CUR-C        PIC X.
010400     05  TGC-CUR-AGE      PIC X(6).
010500     05  TGC-CUR-AMOUNT   PIC S9(5)V99.
010600     05  TGC-CUR-TYPE     PIC X.
010700 01  TGC-LINE         PIC X(40)     VALUE SPACES.
010800 01  TGC-SAVE-CUR     PIC X(27)     VALUE SPACES.
010900 01  TGC-CUR-SIGNED   PIC S9(5)V99  VALUE ZERO.
011000 01  TGC-FG-TALLY     PIC 9(4) COMP VALUE ZERO.
011100 01  TGC-FG-SUB       PIC 9(4) COMP VALUE ZERO.
011200 01  TGC-FG-LIMIT     PIC 9(4) COMP VALUE 3000.
011300 01  TGC-FIRST-TABLE.
011400     05  TGC-FG-ENTRY OCCURS 3000 TIMES.
011500         10  TGC-FG-IMAGE     PIC X(27).
011600         10  TGC-FG-MATCH-SW  PIC X.
011700             88  TGC-FG-MATCHED     VALUE "Y".
011800 01  TGC-FIRST-READ   PIC 9(7) COMP VALUE ZERO.
011900 01  TGC-SECOND-READ  PIC 9(7) COMP VALUE ZERO.
012000 01  TGC-SAME-COUNT   PIC 9(7) COMP VALUE ZERO.
012100 01  TGC-CHANGED-COUNT PIC 9(7) COMP VALUE ZERO.
012200 01  TGC-ONLY-FIRST   PIC 9(7) COMP VALUE ZERO.
012300 01  TGC-ONLY-SECOND  PIC 9(7) COMP VALUE ZERO.
012400 01  TGC-FIRST-AMOUNT PIC S9(11)V99 COMP VALUE ZERO.
012500 01  TGC-SECOND-AMOUNT PIC S9(11)V99 COMP VALUE ZERO.
012600 01  TGC-NET-AMOUNT   PIC S9(11)V99 COMP VALUE ZERO.
012700 01  TGC-START-TIME   PIC 9(8)      VALUE ZERO.
012800 01  TGC-END-TIME     PIC 9(8)      VALUE ZERO.
012900 01  TGC-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
013000 01  TGC-RD-FUNCTION  PIC X         VALUE "G".
013100 01  TGC-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TGENCMP".
013200 01  TGC-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
013300 01  TGC-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
013400 01  TGC-RW-FUNCTION  PIC X         VALUE SPACE.
013500 01  TGC-RW-TITLE     PIC X(30)
013600     VALUE "TGENCMP GENERATION COMPARE".
013700 01  TGC-RW-FILENAME  PIC X(40)     VALUE "TGenCmpRpt.txt".
013800 01  TGC-RW-LINE      PIC X(80)     VALUE SPACES.
013900 01  TGC-RPT-GEN-LINE.
014000     05  TGC-RPT-GEN-LABEL PIC X(9).
014100     05  TGC-RPT-GEN-NAME PIC X(40).
014200     05  FILLER           PIC X(31) VALUE SPACES.
014300 01  TGC-RPT-DETAIL-LINE.
014400     05  TGC-RPT-DET-LABEL PIC X(15).
014500     05  TGC-RPT-DET-KEY  PIC X(8).
014600     05  FILLER           PIC X(2)  VALUE SPACES.
014700     05  TGC-RPT-IMAGE.
014800         10  TGC-IM-A-LBL PIC X(2).
014900         10  TGC-IM-A     PIC X(2).
015000         10  FILLER       PIC X     VALUE SPACE.
015100         10  TGC-IM-B-LBL PIC X(2).
015200         10  TGC-IM-B     PIC X(2).
015300         10  FILLER       PIC X     VALUE SPACE.
015400         10  TGC-IM-C-LBL PIC X(2).
015500         10  TGC-IM-C     PIC X.
015600         10  FILLER       PIC X     VALUE SPACE.
015700         10  TGC-IM-AGE-LBL PIC X(5).
015800         10  TGC-IM-AGE   PIC X(6).
015900         10  FILLER       PIC X     VALUE SPACE.
016000         10  FILLER       PIC X(4)  VALUE "AMT=".
016100         10  TGC-IM-AMT   PIC -ZZZZ9.99.
016200         10  FILLER       PIC X     VALUE SPACE.
016300         10  FILLER       PIC X(5)  VALUE "TYPE=".
016400         10  TGC-IM-TYPE  PIC X.
016500     05  FILLER           PIC X(9)  VALUE SPACES.
016600 01  TGC-RPT-COUNT-LINE.
016700     05  TGC-RPT-CNT-LABEL PIC X(30).
016800     05  FILLER           PIC X(2)  VALUE "= ".
016900     05  TGC-RPT-CNT      PIC Z(6)9.
017000     05  FILLER           PIC X(41) VALUE SPACES.
017100 01  TGC-RPT-AMT-LINE.
017200     05  TGC-RPT-AMT-LABEL PIC X(30).
017300     05  FILLER           PIC X(2)  VALUE "= ".
017400     05  TGC-RPT-AMT      PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
017500     05  FILLER           PIC X(30) VALUE SPACES.
017600 01  TGC-RPT-VERDICT-LINE.
017700     05  TGC-RPT-VERDICT  PIC X(50).
017800     05  FILLER           PIC X(30) VALUE SPACES.
017900 PROCEDURE DIVISION.
018000 0000-MAINLINE.
018100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
018200     IF NOT TGC-ABORT-RUN
018300         PERFORM 2000-LOAD-FIRST THRU 2000-EXIT
018400     END-IF.
018500     IF NOT TGC-ABORT-RUN
018600         PERFORM 3000-MATCH-SECOND THRU 3000-EXIT
018700         PERFORM 4000-LIST-ONLY-FIRST THRU 4000-EXIT
018800         PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT
018900     END-IF.
019000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
019100     GOBACK.
019200
019300*----------------------------------------------------------*
019400* 1000-INITIALIZE READS THE CARD AND NAMES THE TWO
019500* GENERATIONS. NO CARD MEANS TFILEOUT, YESTERDAY AGAINST
019600* TONIGHT.
019700*----------------------------------------------------------*
019800 1000-INITIALIZE.
019900     ACCEPT TGC-START-TIME FROM TIME.
020000     CALL "TRUNDATE" USING TGC-RD-FUNCTION, TGC-ERRLOG-PROGRAM-ID,
020100         TGC-RUN-DATE.
020200     COMPUTE TGC-DAY-NUMBER =
020300         FUNCTION INTEGER-OF-DATE (TGC-RUN-DATE) - 1.
020400     COMPUTE TGC-PRIOR-DATE =
020500         FUNCTION DATE-OF-INTEGER (TGC-DAY-NUMBER).
020600     OPEN INPUT MYPARMFILE.
020700     IF TGC-PARM-NOT-FOUND
020800         DISPLAY "tgencmp: no TGenCmpParm.dat, comparing ",
020900             "yesterday's TFileOut.dat with tonight's"
021000     ELSE
021100         READ MYPARMFILE
021200             AT END
021300                 DISPLAY "tgencmp: parameter card is empty, ",
021400                     "comparing yesterday's TFileOut.dat with ",
021500                     "tonight's"
021600             NOT AT END
021700                 MOVE GCP-FILE-KIND  TO TGC-FILE-KIND
021800                 MOVE GCP-FIRST-GEN  TO TGC-FIRST-GEN
021900                 MOVE GCP-SECOND-GEN TO TGC-SECOND-GEN
022000         END-READ
022100         CLOSE MYPARMFILE
022200     END-IF.
022300     IF NOT TGC-KIND-OUTPUT AND NOT TGC-KIND-INPUT
022400         DISPLAY "tgencmp: file kind on the card must be O ",
022500             "(TFileOut) or I (TFileIn) -- not run"
022600         CALL "TERRLOG" USING TGC-ERRLOG-PROGRAM-ID,
022700             TGC-ERRLOG-PARAGRAPH, TGC-ERRLOG-SEVERITY
022800         SET TGC-ABORT-RUN TO TRUE
022900         GO TO 1000-EXIT
023000     END-IF.
023100     IF TGC-FIRST-GEN = SPACES
023200         MOVE TGC-PRIOR-DATE TO TGC-FIRST-GEN
023300     END-IF.
023400     IF TGC-SECOND-GEN = SPACES
023500         MOVE TGC-RUN-DATE TO TGC-SECOND-GEN
023600     END-IF.
023700     IF TGC-KIND-OUTPUT
023800         MOVE "TFileOut.dat." TO TGC-BASE-NAME
023900         MOVE "T=" TO TGC-IM-A-LBL
024000         MOVE "U=" TO TGC-IM-B-LBL
024100         MOVE "V=" TO TGC-IM-C-LBL
024200         MOVE "AGE= " TO TGC-IM-AGE-LBL
024300     ELSE
024400         MOVE "TFileIn.dat." TO TGC-BASE-NAME
024500         MOVE "O=" TO TGC-IM-A-LBL
024600         MOVE "P=" TO TGC-IM-B-LBL
024700         MOVE "Q=" TO TGC-IM-C-LBL
024800         MOVE "DATE=" TO TGC-IM-AGE-LBL
024900     END-IF.
025000     STRING TGC-BASE-NAME DELIMITED BY SPACE
025100         TGC-FIRST-GEN DELIMITED BY SPACE
025200         INTO TGC-FIRST-FILENAME.
025300     STRING TGC-BASE-NAME DELIMITED BY SPACE
025400         TGC-SECOND-GEN DELIMITED BY SPACE
025500         INTO TGC-SECOND-FILENAME.
025600     MOVE "O" TO TGC-RW-FUNCTION.
025700     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
025800     SET TGC-RPT-OPEN TO TRUE.
025900     MOVE "FIRST  = " TO TGC-RPT-GEN-LABEL.
026000     MOVE TGC-FIRST-FILENAME TO TGC-RPT-GEN-NAME.
026100     MOVE TGC-RPT-GEN-LINE TO TGC-RW-LINE.
026200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
026300     MOVE "SECOND = " TO TGC-RPT-GEN-LABEL.
026400     MOVE TGC-SECOND-FILENAME TO TGC-RPT-GEN-NAME.
026500     MOVE TGC-RPT-GEN-LINE TO TGC-RW-LINE.
026600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
026700 1000-EXIT.
026800     EXIT.
026900
027000*----------------------------------------------------------*
027100* 2000-LOAD-FIRST HOLDS THE FIRST GENERATION IN THE TABLE.
027200* A GENERATION TOO BIG FOR THE TABLE CANNOT BE COMPARED
027300* HONESTLY, SO THE RUN STOPS.
027400*----------------------------------------------------------*
027500 2000-LOAD-FIRST.
027600     MOVE "2000-LOAD-FIRST" TO TGC-ERRLOG-PARAGRAPH.
027630     IF TGC-KIND-OUTPUT
027660         OPEN INPUT MYFIRSTGEN
027690     ELSE
027720         OPEN INPUT MYFIRSTIN
027750     END-IF.
027800     IF NOT TGC-FST-OK
027900         DISPLAY "tgencmp: ", TGC-FIRST-FILENAME, " not found"
028000         CALL "TERRLOG" USING TGC-ERRLOG-PROGRAM-ID,
028100             TGC-ERRLOG-PARAGRAPH, TGC-ERRLOG-SEVERITY
028200         SET TGC-ABORT-RUN TO TRUE
028300         GO TO 2000-EXIT
028400     END-IF.
028500     MOVE "N" TO TGC-EOF-SW.
028600     PERFORM 2100-LOAD-ONE THRU 2100-EXIT
028700         UNTIL TGC-EOF OR TGC-ABORT-RUN.
028710     IF TGC-KIND-OUTPUT
028740         CLOSE MYFIRSTGEN
028770     ELSE
028800         CLOSE MYFIRSTIN
028830     END-IF.
028900 2000-EXIT.
029000     EXIT.
029100
029200 2100-LOAD-ONE.
029240     IF TGC-KIND-OUTPUT
029280         READ MYFIRSTGEN INTO TGC-LINE
029320             AT END
029360                 SET TGC-EOF TO TRUE
029400         END-READ
029440     ELSE
029480         READ MYFIRSTIN INTO TGC-LINE
029520             AT END
029560                 SET TGC-EOF TO TRUE
029600         END-READ
029640     END-IF.
029680     IF TGC-EOF
029720         GO TO 2100-EXIT
029760     END-IF.
029800     PERFORM 5000-SHAPE-RECORD THRU 5000-EXIT.
029900     IF TGC-IS-TRAILER
030000         GO TO 2100-EXIT
030100     END-IF.
030200     IF TGC-FG-TALLY >= TGC-FG-LIMIT
030300         DISPLAY "tgencmp: ", TGC-FIRST-FILENAME, " has more ",
030400             "than ", TGC-FG-LIMIT, " records, not compared"
030500         CALL "TERRLOG" USING TGC-ERRLOG-PROGRAM-ID,
030600             TGC-ERRLOG-PARAGRAPH, TGC-ERRLOG-SEVERITY
030700         SET TGC-ABORT-RUN TO TRUE
030800         GO TO 2100-EXIT
030900     END-IF.
031000     ADD 1 TO TGC-FG-TALLY.
031100     MOVE TGC-CUR TO TGC-FG-IMAGE (TGC-FG-TALLY).
031200     MOVE "N" TO TGC-FG-MATCH-SW (TGC-FG-TALLY).
031300     ADD 1 TO TGC-FIRST-READ.
031400     ADD TGC-CUR-SIGNED TO TGC-FIRST-AMOUNT.
031500 2100-EXIT.
031600     EXIT.
031700
031800*----------------------------------------------------------*
031900* 3000-MATCH-SECOND READS THE SECOND GENERATION AGAINST THE
032000* TABLE: THE FIRST UNMATCHED ENTRY ON THE SAME KEY IS ITS
032100* PARTNER; NO PARTNER MEANS THE KEY IS ONLY IN THE SECOND.
032200*----------------------------------------------------------*
032300 3000-MATCH-SECOND.
032400     MOVE "3000-MATCH-SECOND" TO TGC-ERRLOG-PARAGRAPH.
032430     IF TGC-KIND-OUTPUT
032460         OPEN INPUT MYSECONDGEN
032490     ELSE
032520         OPEN INPUT MYSECONDIN
032550     END-IF.
032600     IF NOT TGC-SND-OK
032700         DISPLAY "tgencmp: ", TGC-SECOND-FILENAME, " not found"
032800         CALL "TERRLOG" USING TGC-ERRLOG-PROGRAM-ID,
032900             TGC-ERRLOG-PARAGRAPH, TGC-ERRLOG-SEVERITY
033000         SET TGC-ABORT-RUN TO TRUE
033100         GO TO 3000-EXIT
033200     END-IF.
033300     MOVE "N" TO TGC-EOF-SW.
033400     PERFORM 3100-MATCH-ONE THRU 3100-EXIT
033500         UNTIL TGC-EOF.
033510     IF TGC-KIND-OUTPUT
033540         CLOSE MYSECONDGEN
033570     ELSE
033600         CLOSE MYSECONDIN
033630     END-IF.
033700 3000-EXIT.
033800     EXIT.
033900
034000 3100-MATCH-ONE.
034040     IF TGC-KIND-OUTPUT
034080         READ MYSECONDGEN INTO TGC-LINE
034120             AT END
034160                 SET TGC-EOF TO TRUE
034200         END-READ
034240     ELSE
034280         READ MYSECONDIN INTO TGC-LINE
034320             AT END
034360                 SET TGC-EOF TO TRUE
034400         END-READ
034440     END-IF.
034480     IF TGC-EOF
034520         GO TO 3100-EXIT
034560     END-IF.
034600     PERFORM 5000-SHAPE-RECORD THRU 5000-EXIT.
034700     IF TGC-IS-TRAILER
034800         GO TO 3100-EXIT
034900     END-IF.
035000     ADD 1 TO TGC-SECOND-READ.
035100     ADD TGC-CUR-SIGNED TO TGC-SECOND-AMOUNT.
035200     MOVE "N" TO TGC-FOUND-SW.
035300     PERFORM 3200-FIND-PARTNER THRU 3200-EXIT
035400         VARYING TGC-FG-SUB FROM 1 BY 1
035500         UNTIL TGC-FG-SUB > TGC-FG-TALLY OR TGC-KEY-FOUND.
035600     IF NOT TGC-KEY-FOUND
035700         ADD 1 TO TGC-ONLY-SECOND
035800         MOVE "ONLY IN SECOND " TO TGC-RPT-DET-LABEL
035900         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
036000         GO TO 3100-EXIT
036100     END-IF.
036200     SUBTRACT 1 FROM TGC-FG-SUB.
036300     SET TGC-FG-MATCHED (TGC-FG-SUB) TO TRUE.
036400     IF TGC-FG-IMAGE (TGC-FG-SUB) = TGC-CUR
036500         ADD 1 TO TGC-SAME-COUNT
036600     ELSE
036700         ADD 1 TO TGC-CHANGED-COUNT
036800         MOVE "CHANGED, WAS   " TO TGC-RPT-DET-LABEL
036900         MOVE TGC-CUR TO TGC-SAVE-CUR
037000         MOVE TGC-FG-IMAGE (TGC-FG-SUB) TO TGC-CUR
037100         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
037200         MOVE TGC-SAVE-CUR TO TGC-CUR
037300         MOVE "           NOW " TO TGC-RPT-DET-LABEL
037400         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
037500     END-IF.
037600 3100-EXIT.
037700     EXIT.
037800
037900 3200-FIND-PARTNER.
038000     IF NOT TGC-FG-MATCHED (TGC-FG-SUB)
038100         AND TGC-FG-IMAGE (TGC-FG-SUB) (1:8) = TGC-CUR-KEY
038200         SET TGC-KEY-FOUND TO TRUE
038300     END-IF.
038400 3200-EXIT.
038500     EXIT.
038600
038700*----------------------------------------------------------*
038800* 4000-LIST-ONLY-FIRST LISTS EVERY FIRST-GENERATION RECORD
038900* THE SECOND NEVER MATCHED.
039000*----------------------------------------------------------*
039100 4000-LIST-ONLY-FIRST.
039200     PERFORM 4100-LIST-ONE THRU 4100-EXIT
039300         VARYING TGC-FG-SUB FROM 1 BY 1
039400         UNTIL TGC-FG-SUB > TGC-FG-TALLY.
039500 4000-EXIT.
039600     EXIT.
039700
039800 4100-LIST-ONE.
039900     IF NOT TGC-FG-MATCHED (TGC-FG-SUB)
040000         ADD 1 TO TGC-ONLY-FIRST
040100         MOVE TGC-FG-IMAGE (TGC-FG-SUB) TO TGC-CUR
040200         MOVE "ONLY IN FIRST  " TO TGC-RPT-DET-LABEL
040300         PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT
040400     END-IF.
040500 4100-EXIT.
040600     EXIT.
040700
040800*----------------------------------------------------------*
040900* 5000-SHAPE-RECORD PUTS THE LINE IN TGC-LINE INTO
041000* TGC-CUR THROUGH THE DL100 OR DL110 LAYOUT, AND FLAGS A
041100* DL115 TRAILER. THE SIGNED AMOUNT IS THE AMOUNT AS TPOST
041200* WOULD APPLY IT.
041300*----------------------------------------------------------*
041400 5000-SHAPE-RECORD.
041500     MOVE "N" TO TGC-TRAILER-SW.
041600     MOVE SPACES TO TGC-CUR.
041700     IF TGC-KIND-OUTPUT
041800         MOVE TGC-LINE TO TRAILER-RECORD
041900         IF TR-IS-TRAILER
042000             SET TGC-IS-TRAILER TO TRUE
042100             GO TO 5000-EXIT
042200         END-IF
042300         MOVE TGC-LINE TO OUTRECORD
042400         MOVE OUT-KEY        TO TGC-CUR-KEY
042500         MOVE T              TO TGC-CUR-A
042600         MOVE U              TO TGC-CUR-B
042700         MOVE V              TO TGC-CUR-C
042800         MOVE OUT-AGE-DAYS   TO TGC-CUR-AGE
042900         MOVE OUT-AMOUNT     TO TGC-CUR-AMOUNT
043000         MOVE OUT-TRANS-TYPE TO TGC-CUR-TYPE
043100     ELSE
043200         MOVE TGC-LINE TO INRECORD
043300         MOVE IN-KEY         TO TGC-CUR-KEY
043400         MOVE O              TO TGC-CUR-A
043500         MOVE P              TO TGC-CUR-B
043600         MOVE Q              TO TGC-CUR-C
043700         MOVE IN-TRANS-DATE  TO TGC-CUR-AGE
043800         MOVE IN-AMOUNT      TO TGC-CUR-AMOUNT
043900         MOVE IN-TRANS-TYPE  TO TGC-CUR-TYPE
044000     END-IF.
044100     IF TGC-CUR-AMOUNT IS NOT NUMERIC
044200         MOVE ZERO TO TGC-CUR-SIGNED
044300     ELSE
044400         IF TGC-CUR-TYPE = "R"
044500             COMPUTE TGC-CUR-SIGNED = ZERO - TGC-CUR-AMOUNT
044600         ELSE
044700             MOVE TGC-CUR-AMOUNT TO TGC-CUR-SIGNED
044800         END-IF
044900     END-IF.
045000 5000-EXIT.
045100     EXIT.
045200
045300 6000-PRINT-DETAIL.
045400     MOVE TGC-CUR-KEY  TO TGC-RPT-DET-KEY.
045500     MOVE TGC-CUR-A    TO TGC-IM-A.
045600     MOVE TGC-CUR-B    TO TGC-IM-B.
045700     MOVE TGC-CUR-C    TO TGC-IM-C.
045800     MOVE TGC-CUR-AGE  TO TGC-IM-AGE.
045900     IF TGC-CUR-AMOUNT IS NUMERIC
046000         MOVE TGC-CUR-AMOUNT TO TGC-IM-AMT
046100     ELSE
046200         MOVE ZERO TO TGC-IM-AMT
046300     END-IF.
046400     MOVE TGC-CUR-TYPE TO TGC-IM-TYPE.
046500     MOVE TGC-RPT-DETAIL-LINE TO TGC-RW-LINE.
046600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
046700 6000-EXIT.
046800     EXIT.
046900
047000 7000-PRINT-TOTALS.
047100     MOVE "RECORDS IN FIRST" TO TGC-RPT-CNT-LABEL.
047200     MOVE TGC-FIRST-READ TO TGC-RPT-CNT.
047300     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
047400     MOVE "RECORDS IN SECOND" TO TGC-RPT-CNT-LABEL.
047500     MOVE TGC-SECOND-READ TO TGC-RPT-CNT.
047600     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
047700     MOVE "MATCHED, SAME" TO TGC-RPT-CNT-LABEL.
047800     MOVE TGC-SAME-COUNT TO TGC-RPT-CNT.
047900     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
048000     MOVE "MATCHED, CHANGED" TO TGC-RPT-CNT-LABEL.
048100     MOVE TGC-CHANGED-COUNT TO TGC-RPT-CNT.
048200     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
048300     MOVE "ONLY IN FIRST" TO TGC-RPT-CNT-LABEL.
048400     MOVE TGC-ONLY-FIRST TO TGC-RPT-CNT.
048500     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
048600     MOVE "ONLY IN SECOND" TO TGC-RPT-CNT-LABEL.
048700     MOVE TGC-ONLY-SECOND TO TGC-RPT-CNT.
048800     PERFORM 7100-PRINT-COUNT THRU 7100-EXIT.
048900     MOVE "NET AMOUNT, FIRST" TO TGC-RPT-AMT-LABEL.
049000     MOVE TGC-FIRST-AMOUNT TO TGC-RPT-AMT.
049100     PERFORM 7200-PRINT-AMOUNT THRU 7200-EXIT.
049200     MOVE "NET AMOUNT, SECOND" TO TGC-RPT-AMT-LABEL.
049300     MOVE TGC-SECOND-AMOUNT TO TGC-RPT-AMT.
049400     PERFORM 7200-PRINT-AMOUNT THRU 7200-EXIT.
049500     COMPUTE TGC-NET-AMOUNT =
049600         TGC-SECOND-AMOUNT - TGC-FIRST-AMOUNT.
049700     MOVE "NET DIFFERENCE (SECOND-FIRST)" TO TGC-RPT-AMT-LABEL.
049800     MOVE TGC-NET-AMOUNT TO TGC-RPT-AMT.
049900     PERFORM 7200-PRINT-AMOUNT THRU 7200-EXIT.
050000 7000-EXIT.
050100     EXIT.
050200
050300 7100-PRINT-COUNT.
050400     MOVE TGC-RPT-COUNT-LINE TO TGC-RW-LINE.
050500     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
050600 7100-EXIT.
050700     EXIT.
050800
050900 7200-PRINT-AMOUNT.
051000     MOVE TGC-RPT-AMT-LINE TO TGC-RW-LINE.
051100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
051200 7200-EXIT.
051300     EXIT.
051400
051500 8500-CALL-REPORT-WRITER.
051600     CALL "TRPTWRT" USING TGC-RW-FUNCTION, TGC-RW-TITLE,
051700         TGC-ERRLOG-PROGRAM-ID, TGC-RW-FILENAME, TGC-RW-LINE.
051800 8500-EXIT.
051900     EXIT.
052000
052100 8600-PRINT-LINE.
052200     MOVE "W" TO TGC-RW-FUNCTION.
052300     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
052400 8600-EXIT.
052500     EXIT.
052600
052700 9000-TERMINATE.
052800     IF TGC-ABORT-RUN
052900         MOVE "GENERATIONS COULD NOT BE COMPARED"
053000             TO TGC-RPT-VERDICT
053100     ELSE
053200         IF TGC-CHANGED-COUNT = ZERO AND TGC-ONLY-FIRST = ZERO
053300             AND TGC-ONLY-SECOND = ZERO
053400             MOVE "GENERATIONS MATCH" TO TGC-RPT-VERDICT
053500         ELSE
053600             MOVE "GENERATIONS DO NOT MATCH" TO TGC-RPT-VERDICT
053700         END-IF
053800     END-IF.
053900     IF TGC-RPT-OPEN
054000         MOVE TGC-RPT-VERDICT-LINE TO TGC-RW-LINE
054100         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
054200         MOVE "C" TO TGC-RW-FUNCTION
054300         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
054400     END-IF.
054500     DISPLAY "tgencmp: ", TGC-RPT-VERDICT.
054600     IF NOT TGC-ABORT-RUN
054700         ACCEPT TGC-END-TIME FROM TIME
054800         COMPUTE TGC-RUNHIST-COUNT =
054900             TGC-FIRST-READ + TGC-SECOND-READ
055000         CALL "TRUNHIST" USING TGC-ERRLOG-PROGRAM-ID,
055100             TGC-START-TIME, TGC-END-TIME, TGC-RUNHIST-COUNT
055200     END-IF.
055300*----------------------------------------------------------*
055400* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
055500* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
055600* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
055700*----------------------------------------------------------*
055800     IF TGC-RPT-VERDICT = "GENERATIONS MATCH"
055900         MOVE ZERO TO RETURN-CODE
056000     ELSE
056100         MOVE 8 TO RETURN-CODE
056200     END-IF.
056300 9000-EXIT.
056400     EXIT.
056500
056600* Input:
056700*    file "TGenCmpParm.dat" (DL365 card: O or I, and the two
056800*         generation suffixes; blank = yesterday and tonight)
056850*    files "TFileOut.dat.<suffix>" (line sequential) or
056900*         "TFileIn.dat.<suffix>" (keyed) -- the two dated
056950*         generations
057100* Output:
057200*    file "TGenCmpRpt.txt" -- keys only in the first, only in
057300*         the second, changed (was and now), the counts, the
057400*         net amounts and their difference, and the verdict
057500*    RETURN-CODE 0 = the generations match, 8 = they do not,
057600*         or could not be compared
