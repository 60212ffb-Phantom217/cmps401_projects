000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMASK.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. MASKED TEST-COPY
001200*                      EXTRACT. TESTING A NEW EXTRACT OR RULE
001300*                      MEANT COPYING THE LIVE FILES, REAL
001400*                      CUSTOMER NAMES AND REAL OPERATOR
001500*                      PASSWORDS INCLUDED, INTO THE TEST
001600*                      DIRECTORY BY HAND. TMASK BUILDS THE
001700*                      COPY ITSELF IN THE DIRECTORY NAMED ON
001800*                      THE DL375 CARD: ACCT-NAME BECOMES A
001900*                      MADE-UP NAME, EVERY OPR-PASSWORD
002000*                      BECOMES THE CARD'S TEST PASSWORD, AND
002100*                      EVERY M/N ACCOUNT KEY IS SWAPPED FOR A
002200*                      DIFFERENT ONE THE SAME WAY IN EVERY
002300*                      FILE, SO THE COPIES STILL LINK UP.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* THE KEY SWAP IS A FIXED SUBSTITUTION, ONE TABLE PER KEY   *
002700* POSITION: EACH DIGIT GOES TO A DIFFERENT DIGIT AND EACH   *
002800* LETTER TO A DIFFERENT LETTER, SO EVERY KEY CHANGES, NO    *
002900* TWO KEYS MEET, AND THE SAME ACCOUNT COMES OUT THE SAME IN *
003000* ANY FILE ON ANY RUN. AMOUNTS, DATES, FLAGS, AND EVERY     *
003100* OTHER FIELD ARE COPIED AS THEY STAND, SO TEST RUNS BEHAVE *
003200* LIKE PRODUCTION. THE PRODUCTION FILES ARE ONLY READ. A    *
003300* FILE NOT ON THE SYSTEM IS ANNOUNCED AND SKIPPED.          *
003400* RETURN-CODE 0 = EVERY FILE COPIED, 4 = A FILE WAS NOT ON  *
003500* THE SYSTEM, 8 = NO CARD, TARGET REFUSED, OR FILE TROUBLE. *
003600*----------------------------------------------------------*
003700 ENVIRONMENT DIVISION.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT MYPARMFILE ASSIGN TO "TMaskParm.dat"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS TMK-PARM-STATUS.
004300     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS ACCT-NUMBER
004700         FILE STATUS IS TMK-IN-STATUS.
004800     SELECT MYPENDING ASSIGN TO "TFileIn.dat"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS IN-KEY
005200         FILE STATUS IS TMK-IN-STATUS.
005300     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS HIST-KEY
005700         FILE STATUS IS TMK-IN-STATUS.
005800     SELECT MYOUTIDX ASSIGN TO "TFileOutIdx.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS OUTIDX-KEY
006200         FILE STATUS IS TMK-IN-STATUS.
006300     SELECT MYPROCREG ASSIGN TO "TProcReg.dat"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS PRG-KEY
006700         FILE STATUS IS TMK-IN-STATUS.
006800     SELECT MYREJECTFILE ASSIGN TO "TFileReject.dat"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS TMK-IN-STATUS.
007100     SELECT MYXREF ASSIGN TO "TAcctXref.dat"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS TMK-IN-STATUS.
007400     SELECT MYOPERFILE ASSIGN TO "TOperMast.dat"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS TMK-IN-STATUS.
007700     SELECT MYMASTOUT ASSIGN TO TMK-OUT-NAME
007800         ORGANIZATION IS INDEXED
007900         ACCESS MODE IS RANDOM
008000         RECORD KEY IS MSO-KEY
008100         FILE STATUS IS TMK-OUT-STATUS.
008200     SELECT MYPENDOUT ASSIGN TO TMK-OUT-NAME
008300         ORGANIZATION IS INDEXED
008400         ACCESS MODE IS RANDOM
008500         RECORD KEY IS PDO-KEY
008600         FILE STATUS IS TMK-OUT-STATUS.
008700     SELECT MYHISTOUT ASSIGN TO TMK-OUT-NAME
008800         ORGANIZATION IS INDEXED
008900         ACCESS MODE IS RANDOM
009000         RECORD KEY IS HSO-KEY
009100         FILE STATUS IS TMK-OUT-STATUS.
009200     SELECT MYIDXOUT ASSIGN TO TMK-OUT-NAME
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS RANDOM
009500         RECORD KEY IS IXO-KEY
009600         FILE STATUS IS TMK-OUT-STATUS.
009700     SELECT MYREGOUT ASSIGN TO TMK-OUT-NAME
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS RANDOM
010000         RECORD KEY IS PRO-KEY
010100         FILE STATUS IS TMK-OUT-STATUS.
010200     SELECT MYFLATOUT ASSIGN TO TMK-OUT-NAME
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS TMK-OUT-STATUS.
010500 DATA DIVISION.
010600 FILE SECTION.
010700 FD  MYPARMFILE.
010800     COPY DL375.
010900 FD  MYMASTER.
011000     COPY DL140.
011100 FD  MYPENDING.
011200     COPY DL100.
011300 FD  MYHISTMST.
011400     COPY DL170.
011500 FD  MYOUTIDX.
011600     COPY DL110 REPLACING ==OUTRECORD==    BY ==OUTIDX-RECORD==
011700                          ==OUT-REC-TYPE== BY ==IDX-REC-TYPE==
011800                          ==OUT-KEY==      BY ==OUTIDX-KEY==
011900                          ==OUT-AGE-DAYS== BY ==IDX-AGE-DAYS==
012000                          ==OUT-AMOUNT==   BY ==IDX-AMOUNT==
012100                          ==OUT-TRANS-TYPE== BY ==IDX-TRANS-TYPE==
012200                          ==OUT-TYPE-REVERSAL==
012300                              BY ==IDX-TYPE-REVERSAL==
012400                          ==R==            BY ==IDX-R==
012500                          ==S==            BY ==IDX-S==
012600                          ==T==            BY ==IDX-T==
012700                          ==U==            BY ==IDX-U==
012800                          ==V==            BY ==IDX-V==.
012900 FD  MYPROCREG.
013000 01  PROC-REG-RECORD.
013100     05  PRG-KEY.
013200         10  PRG-TRAN-KEY   PIC X(8).
013300         10  PRG-TRANS-DATE PIC X(6).
013400     05  PRG-RUN-DATE     PIC 9(8).
013500 FD  MYREJECTFILE.
013600     COPY DL112.
013700 FD  MYXREF.
013800 01  XREF-RECORD.
013900     05  XRF-RETIRED      PIC X(8).
014000     05  XRF-SURVIVOR     PIC X(8).
014100     05  XRF-DATE         PIC 9(8).
014200 FD  MYOPERFILE.
014300     COPY DL210.
014400*----------------------------------------------------------*
014500* THE TEST-COPY RECORDS ARE THE PRODUCTION LAYOUTS WRITTEN
014600* FROM THE MASKED INPUT RECORD; ONLY THE KEY IS NAMED, AT
014700* ITS PLACE IN THE LAYOUT, FOR THE KEYED FILES.
014800*----------------------------------------------------------*
014900 FD  MYMASTOUT.
015000 01  MASTER-OUT-RECORD.
015100     05  MSO-KEY          PIC X(8).
015200     05  FILLER           PIC X(33).
015300 FD  MYPENDOUT.
015400 01  PENDING-OUT-RECORD.
015500     05  PDO-KEY          PIC X(8).
015600     05  FILLER           PIC X(20).
015700 FD  MYHISTOUT.
015800 01  HIST-OUT-RECORD.
015900     05  HSO-KEY          PIC X(16).
016000     05  FILLER           PIC X(18).
016100 FD  MYIDXOUT.
016200 01  IDX-OUT-RECORD.
016300     05  FILLER           PIC X.
016400     05  IXO-KEY          PIC X(8).
016500     05  FILLER           PIC X(18).
016600 FD  MYREGOUT.
016700 01  REG-OUT-RECORD.
016800     05  PRO-KEY          PIC X(14).
016900     05  FILLER           PIC X(8).
017000 FD  MYFLATOUT.
017100 01  FLAT-OUT-RECORD      PIC X(68).
017200 WORKING-STORAGE SECTION.
017300 01  TMK-PARM-STATUS  PIC XX        VALUE "00".
017400     88  TMK-PARM-OK                VALUE "00".
017500     88  TMK-PARM-NOT-FOUND         VALUE "35".
017600 01  TMK-IN-STATUS    PIC XX        VALUE "00".
017700     88  TMK-IN-OK                  VALUE "00".
017800     88  TMK-IN-NOT-FOUND           VALUE "35".
017900 01  TMK-OUT-STATUS   PIC XX        VALUE "00".
018000     88  TMK-OUT-OK                 VALUE "00".
018100 01  TMK-EOF-SW       PIC X         VALUE "N".
018200     88  TMK-EOF                    VALUE "Y".
018300 01  TMK-ABORT-SW     PIC X         VALUE "N".
018400     88  TMK-ABORT-RUN              VALUE "Y".
018500 01  TMK-TROUBLE-SW   PIC X         VALUE "N".
018600     88  TMK-FILE-TROUBLE           VALUE "Y".
018700 01  TMK-MISSING-SW   PIC X         VALUE "N".
018800     88  TMK-FILE-MISSING           VALUE "Y".
018900 01  TMK-SKIP-SW      PIC X         VALUE "N".
019000     88  TMK-SKIP-FILE              VALUE "Y".
019100 01  TMK-TARGET-DIR   PIC X(40)     VALUE SPACES.
019200 01  TMK-TEST-PASSWORD PIC X(8)     VALUE SPACES.
019300 01  TMK-BASE-NAME    PIC X(20)     VALUE SPACES.
019400 01  TMK-OUT-NAME     PIC X(64)     VALUE SPACES.
019500 01  TMK-KEY          PIC X(8)      VALUE SPACES.
019600 01  TMK-POS          PIC 9(2) COMP VALUE ZERO.
019700 01  TMK-NAME-SEQ     PIC 9(7) COMP VALUE ZERO.
019800 01  TMK-NAME-QUOT    PIC 9(7) COMP VALUE ZERO.
019900 01  TMK-FIRST-SUB    PIC 9(2) COMP VALUE ZERO.
020000 01  TMK-LAST-SUB     PIC 9(2) COMP VALUE ZERO.
020100*----------------------------------------------------------*
020200* ONE SUBSTITUTION PER KEY POSITION, M FIRST, THEN N. EACH
020300* ROW MOVES EVERY DIGIT AND EVERY LETTER OF TMK-PLAIN TO A
020400* DIFFERENT ONE. A ROW MAY BE CHANGED FREELY SO LONG AS IT
020500* STAYS A REARRANGEMENT OF TMK-PLAIN WITH NO CHARACTER LEFT
020600* IN ITS OWN PLACE -- BUT A CHANGE MAKES A NEW TEST COPY
020700* THAT DOES NOT LINK UP WITH AN OLD ONE.
020800*----------------------------------------------------------*
020900 01  TMK-PLAIN        PIC X(36)
021000     VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
021100 01  TMK-CODES.
021200     05  FILLER           PIC X(36)
021300         VALUE "1879345026NLKHQVFMSDEJYITUAPZWOBRGCX".
021400     05  FILLER           PIC X(36)
021500         VALUE "6871295034NVTFAOXELZPRSHKJCUWYBMDQGI".
021600     05  FILLER           PIC X(36)
021700         VALUE "1852639047VGKRXOJMNLFCIUZYTEWQHSABPD".
021800     05  FILLER           PIC X(36)
021900         VALUE "8619340527PWOCTEVGYKJIZHSXFBURQMDNLA".
022000     05  FILLER           PIC X(36)
022100         VALUE "3948127065CGLZQAOUDTRBYPIEXFNVKSJMWH".
022200     05  FILLER           PIC X(36)
022300         VALUE "1659743820ERJWGSCDNLVKYZBXMTIQPHOFUA".
022400     05  FILLER           PIC X(36)
022500         VALUE "5438127690HUTXKQDSALJRPEMCNZGOWIYBFV".
022600     05  FILLER           PIC X(36)
022700         VALUE "9035621847IZMOHRLXJPCVUQENFBTSDGAKWY".
022800 01  TMK-CODES-R REDEFINES TMK-CODES.
022900     05  TMK-CODE         PIC X(36) OCCURS 8 TIMES.
023000*----------------------------------------------------------*
023100* MADE-UP NAMES: A FIRST AND A LAST FROM THESE LISTS, TAKEN
023200* IN TURN, SO A HUNDRED ACCOUNTS RUN BEFORE A NAME REPEATS.
023300*----------------------------------------------------------*
023400 01  TMK-FIRST-NAMES.
023500     05  FILLER           PIC X(40)
023600         VALUE "ANNABILLCARLDORAEVANFERNGREGHOPEIVANJUNE".
023700 01  TMK-FIRST-NAMES-R REDEFINES TMK-FIRST-NAMES.
023800     05  TMK-FIRST-NAME   PIC A(4)  OCCURS 10 TIMES.
023900 01  TMK-LAST-NAMES.
024000     05  FILLER           PIC X(40)
024100         VALUE "AMESBELLCOLEDUNNEBANFORDGRAYHALEIVESKERR".
024200 01  TMK-LAST-NAMES-R REDEFINES TMK-LAST-NAMES.
024300     05  TMK-LAST-NAME    PIC A(4)  OCCURS 10 TIMES.
024400*----------------------------------------------------------*
024500* ONE ROW PER FILE COPIED, IN COPY ORDER, FOR THE REPORT.
024600*----------------------------------------------------------*
024700 01  TMK-FILE-SUB     PIC 9(2) COMP VALUE ZERO.
024800 01  TMK-FILE-LIMIT   PIC 9(2) COMP VALUE 8.
024900 01  TMK-FILE-TABLE.
025000     05  TMK-FILE-ENTRY OCCURS 8 TIMES.
025100         10  TMK-F-NAME     PIC X(16).
025200         10  TMK-F-STATE    PIC X(14).
025300         10  TMK-F-COPIED   PIC 9(7) COMP.
025400 01  TMK-COPIED-COUNT PIC 9(7) COMP VALUE ZERO.
025500 01  TMK-START-TIME   PIC 9(8)      VALUE ZERO.
025600 01  TMK-END-TIME     PIC 9(8)      VALUE ZERO.
025700 01  TMK-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
025800 01  TMK-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TMASK".
025900 01  TMK-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
026000 01  TMK-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
026100 01  TMK-RW-FUNCTION  PIC X         VALUE SPACE.
026200 01  TMK-RW-TITLE     PIC X(30)
026300     VALUE "TMASK MASKED TEST COPY".
026400 01  TMK-RW-FILENAME  PIC X(40)     VALUE "TMaskRpt.txt".
026500 01  TMK-RW-LINE      PIC X(80)     VALUE SPACES.
026600 01  TMK-RPT-TARGET-LINE.
026700     05  FILLER           PIC X(9)  VALUE "TARGET = ".
026800     05  TMK-RPT-TARGET   PIC X(40).
026900     05  FILLER           PIC X(31) VALUE SPACES.
027000 01  TMK-RPT-FILE-LINE.
027100     05  TMK-RPT-FILE     PIC X(16).
027200     05  FILLER           PIC X(2)  VALUE SPACES.
027300     05  TMK-RPT-STATE    PIC X(14).
027400     05  FILLER           PIC X(9)  VALUE "COPIED = ".
027500     05  TMK-RPT-COPIED   PIC ZZZZZZ9.
027600     05  FILLER           PIC X(32) VALUE SPACES.
027700 01  TMK-RPT-TOTAL-LINE.
027800     05  FILLER           PIC X(15) VALUE "TOTAL COPIED = ".
027900     05  TMK-RPT-TOTAL    PIC ZZZZZZ9.
028000     05  FILLER           PIC X(58) VALUE SPACES.
028100 PROCEDURE DIVISION.
028200 0000-MAINLINE.
028300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028400     IF NOT TMK-ABORT-RUN
028500         PERFORM 2000-COPY-MASTER THRU 2000-EXIT
028600         PERFORM 2100-COPY-PENDING THRU 2100-EXIT
028700         PERFORM 2200-COPY-HISTORY THRU 2200-EXIT
028800         PERFORM 2300-COPY-OUT-INDEX THRU 2300-EXIT
028900         PERFORM 2400-COPY-PROC-REG THRU 2400-EXIT
029000         PERFORM 2500-COPY-REJECTS THRU 2500-EXIT
029100         PERFORM 2600-COPY-XREF THRU 2600-EXIT
029200         PERFORM 2700-COPY-OPERATORS THRU 2700-EXIT
029300         PERFORM 6000-PRINT-FILES THRU 6000-EXIT
029400     END-IF.
029500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
029600     GOBACK.
029700
029800*----------------------------------------------------------*
029900* 1000-INITIALIZE TAKES THE CARD AND REFUSES A TARGET THAT
030000* COULD BE THE PRODUCTION DIRECTORY. THE TARGET IS CREATED
030100* IF IT IS NOT THERE; IF IT STILL CANNOT BE WRITTEN THE
030200* FIRST OPEN SAYS SO.
030300*----------------------------------------------------------*
030400 1000-INITIALIZE.
030500     ACCEPT TMK-START-TIME FROM TIME.
030600     OPEN INPUT MYPARMFILE.
030700     IF TMK-PARM-NOT-FOUND
030800         DISPLAY "tmask: TMaskParm.dat not found, no target ",
030900             "directory -- not run"
031000         CALL "TERRLOG" USING TMK-ERRLOG-PROGRAM-ID,
031100             TMK-ERRLOG-PARAGRAPH, TMK-ERRLOG-SEVERITY
031200         SET TMK-ABORT-RUN TO TRUE
031300         GO TO 1000-EXIT
031400     END-IF.
031500     READ MYPARMFILE
031600         AT END
031700             MOVE SPACES TO MASK-PARM-RECORD
031800     END-READ.
031900     CLOSE MYPARMFILE.
032000     MOVE MSK-TARGET-DIR    TO TMK-TARGET-DIR.
032100     MOVE MSK-TEST-PASSWORD TO TMK-TEST-PASSWORD.
032200     IF TMK-TARGET-DIR = SPACES OR "." OR "./"
032300         DISPLAY "tmask: target directory '", TMK-TARGET-DIR,
032400             "' could be production -- not run"
032500         CALL "TERRLOG" USING TMK-ERRLOG-PROGRAM-ID,
032600             TMK-ERRLOG-PARAGRAPH, TMK-ERRLOG-SEVERITY
032700         SET TMK-ABORT-RUN TO TRUE
032800         GO TO 1000-EXIT
032900     END-IF.
033000     IF TMK-TEST-PASSWORD = SPACES
033100         DISPLAY "tmask: no test password on TMaskParm.dat",
033200             " -- not run"
033300         CALL "TERRLOG" USING TMK-ERRLOG-PROGRAM-ID,
033400             TMK-ERRLOG-PARAGRAPH, TMK-ERRLOG-SEVERITY
033500         SET TMK-ABORT-RUN TO TRUE
033600         GO TO 1000-EXIT
033700     END-IF.
033800     CALL "CBL_CREATE_DIR" USING TMK-TARGET-DIR.
033900     MOVE "O" TO TMK-RW-FUNCTION.
034000     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
034100     MOVE TMK-TARGET-DIR TO TMK-RPT-TARGET.
034200     MOVE TMK-RPT-TARGET-LINE TO TMK-RW-LINE.
034300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
034400 1000-EXIT.
034500     EXIT.
034600
034700*----------------------------------------------------------*
034800* 2000-COPY-MASTER THROUGH 2700-COPY-OPERATORS EACH COPY ONE
034900* FILE: OPEN THE PRODUCTION FILE, OPEN ITS NAMESAKE IN THE
035000* TARGET, AND WRITE EVERY RECORD ACROSS WITH ITS ACCOUNT
035100* KEYS SWAPPED (AND, ON THE MASTER AND OPERATOR FILE, THE
035200* NAME OR PASSWORD REPLACED).
035300*----------------------------------------------------------*
035400 2000-COPY-MASTER.
035500     MOVE 1 TO TMK-FILE-SUB.
035600     MOVE "TAcctMaster.dat" TO TMK-BASE-NAME.
035700     OPEN INPUT MYMASTER.
035800     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
035900     IF TMK-SKIP-FILE
036000         GO TO 2000-EXIT
036100     END-IF.
036200     OPEN OUTPUT MYMASTOUT.
036300     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
036400     IF TMK-SKIP-FILE
036500         CLOSE MYMASTER
036600         GO TO 2000-EXIT
036700     END-IF.
036800     PERFORM 2050-COPY-ONE-ACCOUNT THRU 2050-EXIT
036900         UNTIL TMK-EOF.
037000     CLOSE MYMASTER.
037100     CLOSE MYMASTOUT.
037200 2000-EXIT.
037300     EXIT.
037400
037500 2050-COPY-ONE-ACCOUNT.
037600     READ MYMASTER NEXT RECORD
037700         AT END
037800             SET TMK-EOF TO TRUE
037900         NOT AT END
038000             MOVE ACCT-NUMBER TO TMK-KEY
038100             PERFORM 3000-MASK-KEY THRU 3000-EXIT
038200             MOVE TMK-KEY TO ACCT-NUMBER
038300             PERFORM 3100-MAKE-NAME THRU 3100-EXIT
038400             WRITE MASTER-OUT-RECORD FROM ACCOUNT-MASTER-RECORD
038500                 INVALID KEY
038600                     PERFORM 5200-WRITE-FAILED THRU 5200-EXIT
038700                 NOT INVALID KEY
038800                     PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
038900             END-WRITE
039000     END-READ.
039100 2050-EXIT.
039200     EXIT.
039300
039400 2100-COPY-PENDING.
039500     MOVE 2 TO TMK-FILE-SUB.
039600     MOVE "TFileIn.dat" TO TMK-BASE-NAME.
039700     OPEN INPUT MYPENDING.
039800     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
039900     IF TMK-SKIP-FILE
040000         GO TO 2100-EXIT
040100     END-IF.
040200     OPEN OUTPUT MYPENDOUT.
040300     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
040400     IF TMK-SKIP-FILE
040500         CLOSE MYPENDING
040600         GO TO 2100-EXIT
040700     END-IF.
040800     PERFORM 2150-COPY-ONE-PENDING THRU 2150-EXIT
040900         UNTIL TMK-EOF.
041000     CLOSE MYPENDING.
041100     CLOSE MYPENDOUT.
041200 2100-EXIT.
041300     EXIT.
041400
041500 2150-COPY-ONE-PENDING.
041600     READ MYPENDING NEXT RECORD
041700         AT END
041800             SET TMK-EOF TO TRUE
041900         NOT AT END
042000             MOVE IN-KEY TO TMK-KEY
042100             PERFORM 3000-MASK-KEY THRU 3000-EXIT
042200             MOVE TMK-KEY TO IN-KEY
042300             WRITE PENDING-OUT-RECORD FROM INRECORD
042400                 INVALID KEY
042500                     PERFORM 5200-WRITE-FAILED THRU 5200-EXIT
042600                 NOT INVALID KEY
042700                     PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
042800             END-WRITE
042900     END-READ.
043000 2150-EXIT.
043100     EXIT.
043200
043300 2200-COPY-HISTORY.
043400     MOVE 3 TO TMK-FILE-SUB.
043500     MOVE "THistMaster.dat" TO TMK-BASE-NAME.
043600     OPEN INPUT MYHISTMST.
043700     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
043800     IF TMK-SKIP-FILE
043900         GO TO 2200-EXIT
044000     END-IF.
044100     OPEN OUTPUT MYHISTOUT.
044200     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
044300     IF TMK-SKIP-FILE
044400         CLOSE MYHISTMST
044500         GO TO 2200-EXIT
044600     END-IF.
044700     PERFORM 2250-COPY-ONE-HISTORY THRU 2250-EXIT
044800         UNTIL TMK-EOF.
044900     CLOSE MYHISTMST.
045000     CLOSE MYHISTOUT.
045100 2200-EXIT.
045200     EXIT.
045300
045400 2250-COPY-ONE-HISTORY.
045500     READ MYHISTMST NEXT RECORD
045600         AT END
045700             SET TMK-EOF TO TRUE
045800         NOT AT END
045900             MOVE HIST-R TO TMK-KEY (1:4)
046000             MOVE HIST-S TO TMK-KEY (5:4)
046100             PERFORM 3000-MASK-KEY THRU 3000-EXIT
046200             MOVE TMK-KEY (1:4) TO HIST-R
046300             MOVE TMK-KEY (5:4) TO HIST-S
046400             WRITE HIST-OUT-RECORD FROM HIST-RECORD
046500                 INVALID KEY
046600                     PERFORM 5200-WRITE-FAILED THRU 5200-EXIT
046700                 NOT INVALID KEY
046800                     PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
046900             END-WRITE
047000     END-READ.
047100 2250-EXIT.
047200     EXIT.
047300
047400 2300-COPY-OUT-INDEX.
047500     MOVE 4 TO TMK-FILE-SUB.
047600     MOVE "TFileOutIdx.dat" TO TMK-BASE-NAME.
047700     OPEN INPUT MYOUTIDX.
047800     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
047900     IF TMK-SKIP-FILE
048000         GO TO 2300-EXIT
048100     END-IF.
048200     OPEN OUTPUT MYIDXOUT.
048300     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
048400     IF TMK-SKIP-FILE
048500         CLOSE MYOUTIDX
048600         GO TO 2300-EXIT
048700     END-IF.
048800     PERFORM 2350-COPY-ONE-OUT-INDEX THRU 2350-EXIT
048900         UNTIL TMK-EOF.
049000     CLOSE MYOUTIDX.
049100     CLOSE MYIDXOUT.
049200 2300-EXIT.
049300     EXIT.
049400
049500 2350-COPY-ONE-OUT-INDEX.
049600     READ MYOUTIDX NEXT RECORD
049700         AT END
049800             SET TMK-EOF TO TRUE
049900         NOT AT END
050000             MOVE OUTIDX-KEY TO TMK-KEY
050100             PERFORM 3000-MASK-KEY THRU 3000-EXIT
050200             MOVE TMK-KEY TO OUTIDX-KEY
050300             WRITE IDX-OUT-RECORD FROM OUTIDX-RECORD
050400                 INVALID KEY
050500                     PERFORM 5200-WRITE-FAILED THRU 5200-EXIT
050600                 NOT INVALID KEY
050700                     PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
050800             END-WRITE
050900     END-READ.
051000 2350-EXIT.
051100     EXIT.
051200
051300 2400-COPY-PROC-REG.
051400     MOVE 5 TO TMK-FILE-SUB.
051500     MOVE "TProcReg.dat" TO TMK-BASE-NAME.
051600     OPEN INPUT MYPROCREG.
051700     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
051800     IF TMK-SKIP-FILE
051900         GO TO 2400-EXIT
052000     END-IF.
052100     OPEN OUTPUT MYREGOUT.
052200     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
052300     IF TMK-SKIP-FILE
052400         CLOSE MYPROCREG
052500         GO TO 2400-EXIT
052600     END-IF.
052700     PERFORM 2450-COPY-ONE-PROC-REG THRU 2450-EXIT
052800         UNTIL TMK-EOF.
052900     CLOSE MYPROCREG.
053000     CLOSE MYREGOUT.
053100 2400-EXIT.
053200     EXIT.
053300
053400 2450-COPY-ONE-PROC-REG.
053500     READ MYPROCREG NEXT RECORD
053600         AT END
053700             SET TMK-EOF TO TRUE
053800         NOT AT END
053900             MOVE PRG-TRAN-KEY TO TMK-KEY
054000             PERFORM 3000-MASK-KEY THRU 3000-EXIT
054100             MOVE TMK-KEY TO PRG-TRAN-KEY
054200             WRITE REG-OUT-RECORD FROM PROC-REG-RECORD
054300                 INVALID KEY
054400                     PERFORM 5200-WRITE-FAILED THRU 5200-EXIT
054500                 NOT INVALID KEY
054600                     PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
054700             END-WRITE
054800     END-READ.
054900 2450-EXIT.
055000     EXIT.
055100
055200 2500-COPY-REJECTS.
055300     MOVE 6 TO TMK-FILE-SUB.
055400     MOVE "TFileReject.dat" TO TMK-BASE-NAME.
055500     OPEN INPUT MYREJECTFILE.
055600     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
055700     IF TMK-SKIP-FILE
055800         GO TO 2500-EXIT
055900     END-IF.
056000     OPEN OUTPUT MYFLATOUT.
056100     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
056200     IF TMK-SKIP-FILE
056300         CLOSE MYREJECTFILE
056400         GO TO 2500-EXIT
056500     END-IF.
056600     PERFORM 2550-COPY-ONE-REJECT THRU 2550-EXIT
056700         UNTIL TMK-EOF.
056800     CLOSE MYREJECTFILE.
056900     CLOSE MYFLATOUT.
057000 2500-EXIT.
057100     EXIT.
057200
057300 2550-COPY-ONE-REJECT.
057400     READ MYREJECTFILE
057500         AT END
057600             SET TMK-EOF TO TRUE
057700         NOT AT END
057800             MOVE REJ-M TO TMK-KEY (1:4)
057900             MOVE REJ-N TO TMK-KEY (5:4)
058000             PERFORM 3000-MASK-KEY THRU 3000-EXIT
058100             MOVE TMK-KEY (1:4) TO REJ-M
058200             MOVE TMK-KEY (5:4) TO REJ-N
058300             WRITE FLAT-OUT-RECORD FROM REJECT-RECORD
058400             PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
058500     END-READ.
058600 2550-EXIT.
058700     EXIT.
058800
058900 2600-COPY-XREF.
059000     MOVE 7 TO TMK-FILE-SUB.
059100     MOVE "TAcctXref.dat" TO TMK-BASE-NAME.
059200     OPEN INPUT MYXREF.
059300     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
059400     IF TMK-SKIP-FILE
059500         GO TO 2600-EXIT
059600     END-IF.
059700     OPEN OUTPUT MYFLATOUT.
059800     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
059900     IF TMK-SKIP-FILE
060000         CLOSE MYXREF
060100         GO TO 2600-EXIT
060200     END-IF.
060300     PERFORM 2650-COPY-ONE-XREF THRU 2650-EXIT
060400         UNTIL TMK-EOF.
060500     CLOSE MYXREF.
060600     CLOSE MYFLATOUT.
060700 2600-EXIT.
060800     EXIT.
060900
061000 2650-COPY-ONE-XREF.
061100     READ MYXREF
061200         AT END
061300             SET TMK-EOF TO TRUE
061400         NOT AT END
061500             MOVE XRF-RETIRED TO TMK-KEY
061600             PERFORM 3000-MASK-KEY THRU 3000-EXIT
061700             MOVE TMK-KEY TO XRF-RETIRED
061800             MOVE XRF-SURVIVOR TO TMK-KEY
061900             PERFORM 3000-MASK-KEY THRU 3000-EXIT
062000             MOVE TMK-KEY TO XRF-SURVIVOR
062100             MOVE SPACES TO FLAT-OUT-RECORD
062200             MOVE XREF-RECORD TO FLAT-OUT-RECORD
062300             WRITE FLAT-OUT-RECORD
062400             PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
062500     END-READ.
062600 2650-EXIT.
062700     EXIT.
062800
062900 2700-COPY-OPERATORS.
063000     MOVE 8 TO TMK-FILE-SUB.
063100     MOVE "TOperMast.dat" TO TMK-BASE-NAME.
063200     OPEN INPUT MYOPERFILE.
063300     PERFORM 5000-CHECK-IN-OPEN THRU 5000-EXIT.
063400     IF TMK-SKIP-FILE
063500         GO TO 2700-EXIT
063600     END-IF.
063700     OPEN OUTPUT MYFLATOUT.
063800     PERFORM 5100-CHECK-OUT-OPEN THRU 5100-EXIT.
063900     IF TMK-SKIP-FILE
064000         CLOSE MYOPERFILE
064100         GO TO 2700-EXIT
064200     END-IF.
064300     PERFORM 2750-COPY-ONE-OPERATOR THRU 2750-EXIT
064400         UNTIL TMK-EOF.
064500     CLOSE MYOPERFILE.
064600     CLOSE MYFLATOUT.
064700 2700-EXIT.
064800     EXIT.
064900
065000 2750-COPY-ONE-OPERATOR.
065100     READ MYOPERFILE
065200         AT END
065300             SET TMK-EOF TO TRUE
065400         NOT AT END
065500             MOVE TMK-TEST-PASSWORD TO OPR-PASSWORD
065600             MOVE SPACES TO FLAT-OUT-RECORD
065700             MOVE OPERATOR-RECORD TO FLAT-OUT-RECORD
065800             WRITE FLAT-OUT-RECORD
065900             PERFORM 5300-COUNT-COPIED THRU 5300-EXIT
066000     END-READ.
066100 2750-EXIT.
066200     EXIT.
066300
066400*----------------------------------------------------------*
066500* 3000-MASK-KEY SWAPS TMK-KEY IN PLACE, ONE POSITION AT A
066600* TIME THROUGH THAT POSITION'S ROW OF TMK-CODE. A SPACE OR
066700* ANY CHARACTER NOT IN TMK-PLAIN IS LEFT AS IT IS.
066800*----------------------------------------------------------*
066900 3000-MASK-KEY.
067000     PERFORM 3050-MASK-ONE-POSITION THRU 3050-EXIT
067100         VARYING TMK-POS FROM 1 BY 1
067200         UNTIL TMK-POS > 8.
067300 3000-EXIT.
067400     EXIT.
067500
067600 3050-MASK-ONE-POSITION.
067700     INSPECT TMK-KEY (TMK-POS:1)
067800         CONVERTING TMK-PLAIN TO TMK-CODE (TMK-POS).
067900 3050-EXIT.
068000     EXIT.
068100
068200 3100-MAKE-NAME.
068300     ADD 1 TO TMK-NAME-SEQ.
068400     DIVIDE TMK-NAME-SEQ BY 10 GIVING TMK-NAME-QUOT
068500         REMAINDER TMK-FIRST-SUB.
068600     DIVIDE TMK-NAME-QUOT BY 10 GIVING TMK-NAME-QUOT
068700         REMAINDER TMK-LAST-SUB.
068800     ADD 1 TO TMK-FIRST-SUB.
068900     ADD 1 TO TMK-LAST-SUB.
069000     MOVE TMK-FIRST-NAME (TMK-FIRST-SUB) TO ACCT-NAME-FIRST.
069100     MOVE TMK-LAST-NAME (TMK-LAST-SUB)   TO ACCT-NAME-LAST.
069200 3100-EXIT.
069300     EXIT.
069400
069500*----------------------------------------------------------*
069600* 5000-CHECK-IN-OPEN JUDGES THE OPEN OF THE PRODUCTION FILE:
069700* NOT ON THE SYSTEM IS SKIPPED (RC 4), ANY OTHER FAILURE IS
069800* TROUBLE (RC 8). 5100-CHECK-OUT-OPEN BUILDS NOTHING IF THE
069900* TEST COPY WILL NOT OPEN.
070000*----------------------------------------------------------*
070100 5000-CHECK-IN-OPEN.
070200     MOVE TMK-BASE-NAME TO TMK-F-NAME (TMK-FILE-SUB).
070300     MOVE "COPIED" TO TMK-F-STATE (TMK-FILE-SUB).
070400     MOVE ZERO TO TMK-F-COPIED (TMK-FILE-SUB).
070500     MOVE "N" TO TMK-EOF-SW.
070600     MOVE "N" TO TMK-SKIP-SW.
070700     IF TMK-IN-NOT-FOUND
070800         DISPLAY "tmask: (", TMK-BASE-NAME,
070900             " not on system, skipped)"
071000         MOVE "NOT ON SYSTEM" TO TMK-F-STATE (TMK-FILE-SUB)
071100         SET TMK-FILE-MISSING TO TRUE
071200         SET TMK-SKIP-FILE TO TRUE
071300     ELSE
071400         IF NOT TMK-IN-OK
071500             DISPLAY "tmask: unable to open ", TMK-BASE-NAME,
071600                 ", status = ", TMK-IN-STATUS
071700             MOVE "5000-CHECK-IN-OPEN" TO TMK-ERRLOG-PARAGRAPH
071800             CALL "TERRLOG" USING TMK-ERRLOG-PROGRAM-ID,
071900                 TMK-ERRLOG-PARAGRAPH, TMK-ERRLOG-SEVERITY
072000             MOVE "OPEN FAILED" TO TMK-F-STATE (TMK-FILE-SUB)
072100             SET TMK-FILE-TROUBLE TO TRUE
072200             SET TMK-SKIP-FILE TO TRUE
072300         END-IF
072400     END-IF.
072500     MOVE SPACES TO TMK-OUT-NAME.
072600     STRING TMK-TARGET-DIR DELIMITED BY SPACE
072700         "/" DELIMITED BY SIZE
072800         TMK-BASE-NAME DELIMITED BY SPACE
072900         INTO TMK-OUT-NAME.
073000 5000-EXIT.
073100     EXIT.
073200
073300 5100-CHECK-OUT-OPEN.
073400     IF NOT TMK-OUT-OK
073500         DISPLAY "tmask: unable to open ", TMK-OUT-NAME,
073600             ", status = ", TMK-OUT-STATUS
073700         MOVE "5100-CHECK-OUT-OPEN" TO TMK-ERRLOG-PARAGRAPH
073800         CALL "TERRLOG" USING TMK-ERRLOG-PROGRAM-ID,
073900             TMK-ERRLOG-PARAGRAPH, TMK-ERRLOG-SEVERITY
074000         MOVE "TARGET FAILED" TO TMK-F-STATE (TMK-FILE-SUB)
074100         SET TMK-FILE-TROUBLE TO TRUE
074200         SET TMK-SKIP-FILE TO TRUE
074300     END-IF.
074400 5100-EXIT.
074500     EXIT.
074600
074700 5200-WRITE-FAILED.
074800     DISPLAY "tmask: ", TMK-BASE-NAME, " key ", TMK-KEY,
074900         " not written, status = ", TMK-OUT-STATUS.
075000     MOVE "INCOMPLETE" TO TMK-F-STATE (TMK-FILE-SUB).
075100     SET TMK-FILE-TROUBLE TO TRUE.
075200 5200-EXIT.
075300     EXIT.
075400
075500 5300-COUNT-COPIED.
075600     ADD 1 TO TMK-F-COPIED (TMK-FILE-SUB).
075700     ADD 1 TO TMK-COPIED-COUNT.
075800 5300-EXIT.
075900     EXIT.
076000
076100 6000-PRINT-FILES.
076200     PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
076300         VARYING TMK-FILE-SUB FROM 1 BY 1
076400         UNTIL TMK-FILE-SUB > TMK-FILE-LIMIT.
076500 6000-EXIT.
076600     EXIT.
076700
076800 6100-PRINT-ONE-FILE.
076900     MOVE TMK-F-NAME (TMK-FILE-SUB)   TO TMK-RPT-FILE.
077000     MOVE TMK-F-STATE (TMK-FILE-SUB)  TO TMK-RPT-STATE.
077100     MOVE TMK-F-COPIED (TMK-FILE-SUB) TO TMK-RPT-COPIED.
077200     MOVE TMK-RPT-FILE-LINE TO TMK-RW-LINE.
077300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
077400 6100-EXIT.
077500     EXIT.
077600
077700 8500-CALL-REPORT-WRITER.
077800     CALL "TRPTWRT" USING TMK-RW-FUNCTION, TMK-RW-TITLE,
077900         TMK-ERRLOG-PROGRAM-ID, TMK-RW-FILENAME, TMK-RW-LINE.
078000 8500-EXIT.
078100     EXIT.
078200
078300 8600-PRINT-LINE.
078400     MOVE "W" TO TMK-RW-FUNCTION.
078500     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
078600 8600-EXIT.
078700     EXIT.
078800
078900 9000-TERMINATE.
079000     IF NOT TMK-ABORT-RUN
079100         MOVE TMK-COPIED-COUNT TO TMK-RPT-TOTAL
079200         MOVE TMK-RPT-TOTAL-LINE TO TMK-RW-LINE
079300         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
079400         MOVE "C" TO TMK-RW-FUNCTION
079500         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
079600         DISPLAY "tmask: copied = ", TMK-COPIED-COUNT,
079700             " records into ", TMK-TARGET-DIR
079800         ACCEPT TMK-END-TIME FROM TIME
079900         MOVE TMK-COPIED-COUNT TO TMK-RUNHIST-COUNT
080000         CALL "TRUNHIST" USING TMK-ERRLOG-PROGRAM-ID,
080100             TMK-START-TIME, TMK-END-TIME, TMK-RUNHIST-COUNT
080200     END-IF.
080300*----------------------------------------------------------*
080400* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
080500* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
080600* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
080700*----------------------------------------------------------*
080800     IF TMK-ABORT-RUN OR TMK-FILE-TROUBLE
080900         MOVE 8 TO RETURN-CODE
081000     ELSE
081100         IF TMK-FILE-MISSING
081200             MOVE 4 TO RETURN-CODE
081300         ELSE
081400             MOVE ZERO TO RETURN-CODE
081500         END-IF
081600     END-IF.
081700 9000-EXIT.
081800     EXIT.
081900
082000* Input:
082100*    file "TMaskParm.dat" (one DL375 card: target directory,
082200*         test password), e.g.
082300*            testcopy                                TESTPASS
082400*    production files, read only, each skipped when not on
082500*         the system: "TAcctMaster.dat" (DL140),
082600*         "TFileIn.dat" (DL100), "THistMaster.dat" (DL170),
082700*         "TFileOutIdx.dat" (DL110), "TProcReg.dat",
082800*         "TFileReject.dat" (DL112), "TAcctXref.dat",
082900*         "TOperMast.dat" (DL210)
083000* Output:
083100*    the same files under the target directory, account keys
083200*         swapped alike in all of them, ACCT-NAME made up,
083300*         OPR-PASSWORD set to the test password
083400*    file "TMaskRpt.txt" -- one line per file (copied, not on
083500*         system, or failed) and a total
083600*    RETURN-CODE 0 = all copied, 4 = a file not on the system,
083700*         8 = no card / target refused / file trouble
