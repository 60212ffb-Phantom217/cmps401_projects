000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TREFCHK.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. WEEKLY ACCOUNT-KEY
001200*                      SWEEP. A TACCTM DELETE OR MERGE LEAVES
001300*                      RECORDS ELSEWHERE POINTING AT AN
001400*                      ACCOUNT THAT IS NO LONGER ON THE
001500*                      MASTER, AND UNTIL NOW NOBODY HEARD OF
001600*                      THEM BEFORE A POSTING EXCEPTED. EVERY
001700*                      FILE KEYED ON THE ACCOUNT -- PENDING
001800*                      TFILEIN.DAT, TFILEOUTIDX.DAT,
001900*                      THISTMASTER.DAT, TPROCREG.DAT, OPEN
002000*                      TFILEREJECT.DAT AND TACKSUSP.DAT ITEMS,
002100*                      AND TPOSTJRNL.DAT -- IS READ THROUGH
002200*                      AND EACH ACCOUNT CHECKED AGAINST
002300*                      TACCTMASTER.DAT, FOLLOWING THE
002400*                      TACCTXREF.DAT MERGE CROSS-REFERENCE TO
002500*                      THE SURVIVOR THE WAY TACCTVW DOES.
002600*                      ORPHANS ARE LISTED BY FILE AND KEY ON
002700*                      TREFCHKRPT.TXT.
002800*----------------------------------------------------------*
002900*----------------------------------------------------------*
003000* A RECORD IS AN ORPHAN WHEN NEITHER ITS ACCOUNT NOR THE    *
003100* SURVIVOR IT WAS MERGED INTO IS ON THE MASTER. A SURVIVOR  *
003200* MERGED AGAIN IS FOLLOWED IN TURN, UP TO TEN HOPS. A       *
003300* RECORD REACHED THROUGH A MERGE IS ONLY COUNTED. A FILE    *
003400* NOT ON THE SYSTEM IS ANNOUNCED AND SKIPPED, NOT FATAL --  *
003500* THE TACCTVW TREATMENT. A REJECT ITEM IS OPEN WHILE IT IS  *
003600* ON TFILEREJECT.DAT; AN ACK SUSPENSE ITEM IS OPEN UNTIL IT *
003700* IS CLEARED OR WRITTEN OFF. NOTHING IS CHANGED HERE: THE   *
003800* LIST IS FOR THE FILE'S OWN REPAIR TOOL OR THE OPERATOR.   *
003900* RETURN-CODE 0 = NO ORPHANS, 4 = ORPHANS LISTED, 8 = NO    *
004000* MASTER, CROSS-REFERENCE TOO BIG, OR A FILE WOULD NOT OPEN.*
004100*----------------------------------------------------------*
004200 ENVIRONMENT DIVISION.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS ACCT-NUMBER
004900         FILE STATUS IS TRC-MST-STATUS.
005000     SELECT MYXREF ASSIGN TO "TAcctXref.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS TRC-XRF-STATUS.
005300     SELECT MYPENDING ASSIGN TO "TFileIn.dat"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS IN-KEY
005700         FILE STATUS IS TRC-FILE-STATUS.
005800     SELECT MYOUTIDX ASSIGN TO "TFileOutIdx.dat"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS SEQUENTIAL
006100         RECORD KEY IS OUTIDX-KEY
006200         FILE STATUS IS TRC-FILE-STATUS.
006300     SELECT MYHISTMST ASSIGN TO "THistMaster.dat"
006400         ORGANIZATION IS INDEXED
006500         ACCESS MODE IS SEQUENTIAL
006600         RECORD KEY IS HIST-KEY
006700         FILE STATUS IS TRC-FILE-STATUS.
006800     SELECT MYPROCREG ASSIGN TO "TProcReg.dat"
006900         ORGANIZATION IS INDEXED
007000         ACCESS MODE IS SEQUENTIAL
007100         RECORD KEY IS PRG-KEY
007200         FILE STATUS IS TRC-FILE-STATUS.
007300     SELECT MYREJECTFILE ASSIGN TO "TFileReject.dat"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS TRC-FILE-STATUS.
007600     SELECT MYSUSPFILE ASSIGN TO "TAckSusp.dat"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS TRC-FILE-STATUS.
007900     SELECT MYJOURNAL ASSIGN TO "TPostJrnl.dat"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS TRC-FILE-STATUS.
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  MYMASTER.
008500     COPY DL140.
008600 FD  MYXREF.
008700 01  XREF-RECORD.
008800     05  XRF-RETIRED      PIC X(8).
008900     05  XRF-SURVIVOR     PIC X(8).
009000     05  XRF-DATE         PIC 9(8).
009100 FD  MYPENDING.
009200     COPY DL100.
009300 FD  MYOUTIDX.
009400     COPY DL110 REPLACING ==OUTRECORD==    BY ==OUTIDX-RECORD==
009500                          ==OUT-REC-TYPE== BY ==IDX-REC-TYPE==
009600                          ==OUT-KEY==      BY ==OUTIDX-KEY==
009700                          ==OUT-AGE-DAYS== BY ==IDX-AGE-DAYS==
009800                          ==OUT-AMOUNT==   BY ==IDX-AMOUNT==
009900                          ==OUT-TRANS-TYPE== BY ==IDX-TRANS-TYPE==
010000                          ==OUT-TYPE-REVERSAL==
010100                              BY ==IDX-TYPE-REVERSAL==
010200                          ==R==            BY ==IDX-R==
010300                          ==S==            BY ==IDX-S==
010400                          ==T==            BY ==IDX-T==
010500                          ==U==            BY ==IDX-U==
010600                          ==V==            BY ==IDX-V==.
010700 FD  MYHISTMST.
010800     COPY DL170.
010900 FD  MYPROCREG.
011000 01  PROC-REG-RECORD.
011100     05  PRG-KEY.
011200         10  PRG-TRAN-KEY   PIC X(8).
011300         10  PRG-TRANS-DATE PIC X(6).
011400     05  PRG-RUN-DATE     PIC 9(8).
011500 FD  MYREJECTFILE.
011600     COPY DL112.
011700 FD  MYSUSPFILE.
011800     COPY DL190.
011900 FD  MYJOURNAL.
012000     COPY DL240.
012100 WORKING-STORAGE SECTION.
012200 01  TRC-MST-STATUS   PIC XX        VALUE "00".
012300     88  TRC-MST-OK                 VALUE "00".
012400 01  TRC-XRF-STATUS   PIC XX        VALUE "00".
012500     88  TRC-XRF-OK                 VALUE "00".
012600     88  TRC-XRF-NOT-FOUND          VALUE "35".
012700 01  TRC-FILE-STATUS  PIC XX        VALUE "00".
012800     88  TRC-FILE-OK                VALUE "00".
012900     88  TRC-FILE-NOT-FOUND         VALUE "35".
013000 01  TRC-EOF-SW       PIC X         VALUE "N".
013100     88  TRC-EOF                    VALUE "Y".
013200 01  TRC-ABORT-SW     PIC X         VALUE "N".
013300     88  TRC-ABORT-RUN              VALUE "Y".
013400 01  TRC-TROUBLE-SW   PIC X         VALUE "N".
013500     88  TRC-FILE-TROUBLE           VALUE "Y".
013600 01  TRC-SKIP-SW      PIC X         VALUE "N".
013700     88  TRC-SKIP-FILE              VALUE "Y".
013800 01  TRC-ON-MASTER-SW PIC X         VALUE "N".
013900     88  TRC-ON-MASTER              VALUE "Y".
014000 01  TRC-XREF-HIT-SW  PIC X         VALUE "N".
014100     88  TRC-XREF-HIT               VALUE "Y".
014200 01  TRC-CHECK-KEY    PIC X(8)      VALUE SPACES.
014300 01  TRC-RESOLVED-KEY PIC X(8)      VALUE SPACES.
014400 01  TRC-HOP-COUNT    PIC 9(2) COMP VALUE ZERO.
014500 01  TRC-HOP-LIMIT    PIC 9(2) COMP VALUE 10.
014600 01  TRC-SHOW-KEY.
014700     05  TRC-SHOW-ACCT    PIC X(8).
014800     05  FILLER           PIC X     VALUE SPACE.
014900     05  TRC-SHOW-QUAL    PIC X(13).
015000*----------------------------------------------------------*
015100* THE MERGE CROSS-REFERENCE, HELD WHOLE FOR THE SWEEP. A
015200* FILE TOO BIG FOR THE TABLE STOPS THE RUN -- AN ORPHAN
015300* LIST BUILT ON HALF THE MERGES WOULD NAME GOOD RECORDS.
015400*----------------------------------------------------------*
015500 01  TRC-XRF-TALLY    PIC 9(4) COMP VALUE ZERO.
015600 01  TRC-XRF-SUB      PIC 9(4) COMP VALUE ZERO.
015700 01  TRC-XRF-LIMIT    PIC 9(4) COMP VALUE 500.
015800 01  TRC-XRF-TABLE.
015900     05  TRC-XRF-ENTRY OCCURS 500 TIMES.
016000         10  TRC-X-RETIRED  PIC X(8).
016100         10  TRC-X-SURVIVOR PIC X(8).
016200*----------------------------------------------------------*
016300* ONE ROW PER FILE SWEPT, IN SWEEP ORDER, FOR THE SUMMARY.
016400*----------------------------------------------------------*
016500 01  TRC-FILE-SUB     PIC 9(2) COMP VALUE ZERO.
016600 01  TRC-FILE-LIMIT   PIC 9(2) COMP VALUE 7.
016700 01  TRC-FILE-TABLE.
016800     05  TRC-FILE-ENTRY OCCURS 7 TIMES.
016900         10  TRC-F-NAME     PIC X(16).
017000         10  TRC-F-STATE    PIC X(14).
017100         10  TRC-F-READ     PIC 9(7) COMP.
017200         10  TRC-F-MERGED   PIC 9(5) COMP.
017300         10  TRC-F-ORPHANS  PIC 9(5) COMP.
017400 01  TRC-CHECKED-COUNT PIC 9(7) COMP VALUE ZERO.
017500 01  TRC-MERGED-COUNT PIC 9(5) COMP VALUE ZERO.
017600 01  TRC-ORPHAN-COUNT PIC 9(5) COMP VALUE ZERO.
017700 01  TRC-START-TIME   PIC 9(8)      VALUE ZERO.
017800 01  TRC-END-TIME     PIC 9(8)      VALUE ZERO.
017900 01  TRC-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
018000 01  TRC-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TREFCHK".
018100 01  TRC-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
018200 01  TRC-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
018300 01  TRC-RW-FUNCTION  PIC X         VALUE SPACE.
018400 01  TRC-RW-TITLE     PIC X(30)
018500     VALUE "TREFCHK ACCOUNT KEY SWEEP".
018600 01  TRC-RW-FILENAME  PIC X(40)     VALUE "TRefChkRpt.txt".
018700 01  TRC-RW-LINE      PIC X(80)     VALUE SPACES.
018800 01  TRC-RPT-DETAIL.
018900     05  TRC-RPT-FILE     PIC X(16).
019000     05  FILLER           PIC X(2)  VALUE SPACES.
019100     05  TRC-RPT-KEY      PIC X(22).
019200     05  FILLER           PIC X(2)  VALUE SPACES.
019300     05  TRC-RPT-TEXT     PIC X(38).
019400 01  TRC-RPT-SUM-LINE.
019500     05  TRC-RPT-S-FILE   PIC X(16).
019600     05  FILLER           PIC X(2)  VALUE SPACES.
019700     05  TRC-RPT-S-STATE  PIC X(14).
019800     05  FILLER           PIC X(7)  VALUE "READ = ".
019900     05  TRC-RPT-S-READ   PIC ZZZZZZ9.
020000     05  FILLER           PIC X(11) VALUE "  MERGED = ".
020100     05  TRC-RPT-S-MERGED PIC ZZZZ9.
020200     05  FILLER           PIC X(12) VALUE "  ORPHANS = ".
020300     05  TRC-RPT-S-ORPHAN PIC ZZZZ9.
020400     05  FILLER           PIC X(1)  VALUE SPACES.
020500 01  TRC-RPT-TOTAL-LINE.
020600     05  FILLER           PIC X(10) VALUE "CHECKED = ".
020700     05  TRC-RPT-CHECKED  PIC ZZZZZZ9.
020800     05  FILLER           PIC X(11) VALUE "  MERGED = ".
020900     05  TRC-RPT-MERGED   PIC ZZZZ9.
021000     05  FILLER           PIC X(12) VALUE "  ORPHANS = ".
021100     05  TRC-RPT-ORPHANS  PIC ZZZZ9.
021200     05  FILLER           PIC X(30) VALUE SPACES.
021300 PROCEDURE DIVISION.
021400 0000-MAINLINE.
021500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021600     IF NOT TRC-ABORT-RUN
021700         PERFORM 2000-SWEEP-PENDING THRU 2000-EXIT
021800         PERFORM 2100-SWEEP-OUT-INDEX THRU 2100-EXIT
021900         PERFORM 2200-SWEEP-HISTORY THRU 2200-EXIT
022000         PERFORM 2300-SWEEP-PROC-REG THRU 2300-EXIT
022100         PERFORM 2400-SWEEP-REJECTS THRU 2400-EXIT
022200         PERFORM 2500-SWEEP-ACK-SUSP THRU 2500-EXIT
022300         PERFORM 2600-SWEEP-JOURNAL THRU 2600-EXIT
022400         PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT
022500     END-IF.
022600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
022700     GOBACK.
022800
022900 1000-INITIALIZE.
023000     ACCEPT TRC-START-TIME FROM TIME.
023100     OPEN INPUT MYMASTER.
023200     IF NOT TRC-MST-OK
023300         DISPLAY "trefchk: unable to open TAcctMaster.dat,",
023400             " status = ", TRC-MST-STATUS, ", nothing to check"
023500         CALL "TERRLOG" USING TRC-ERRLOG-PROGRAM-ID,
023600             TRC-ERRLOG-PARAGRAPH, TRC-ERRLOG-SEVERITY
023700         SET TRC-ABORT-RUN TO TRUE
023800         GO TO 1000-EXIT
023900     END-IF.
024000     PERFORM 1200-LOAD-XREF THRU 1200-EXIT.
024100     IF TRC-ABORT-RUN
024200         CLOSE MYMASTER
024300         GO TO 1000-EXIT
024400     END-IF.
024500     MOVE "O" TO TRC-RW-FUNCTION.
024600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
024700 1000-EXIT.
024800     EXIT.
024900
025000 1200-LOAD-XREF.
025100     MOVE "N" TO TRC-EOF-SW.
025200     OPEN INPUT MYXREF.
025300     IF TRC-XRF-NOT-FOUND
025400         DISPLAY "trefchk: (TAcctXref.dat not on system, ",
025500             "no merges to follow)"
025600     ELSE
025700         PERFORM 1300-LOAD-ONE-XREF THRU 1300-EXIT
025800             UNTIL TRC-EOF
025900         CLOSE MYXREF
026000     END-IF.
026100 1200-EXIT.
026200     EXIT.
026300
026400 1300-LOAD-ONE-XREF.
026500     READ MYXREF
026600         AT END
026700             SET TRC-EOF TO TRUE
026800         NOT AT END
026900             IF TRC-XRF-TALLY < TRC-XRF-LIMIT
027000                 ADD 1 TO TRC-XRF-TALLY
027100                 MOVE XRF-RETIRED
027200                     TO TRC-X-RETIRED (TRC-XRF-TALLY)
027300                 MOVE XRF-SURVIVOR
027400                     TO TRC-X-SURVIVOR (TRC-XRF-TALLY)
027500             ELSE
027600                 DISPLAY "trefchk: TAcctXref.dat has more than ",
027700                     TRC-XRF-LIMIT, " merges, not run"
027800                 MOVE "1300-LOAD-ONE-XREF"
027900                     TO TRC-ERRLOG-PARAGRAPH
028000                 CALL "TERRLOG" USING TRC-ERRLOG-PROGRAM-ID,
028100                     TRC-ERRLOG-PARAGRAPH, TRC-ERRLOG-SEVERITY
028200                 SET TRC-ABORT-RUN TO TRUE
028300                 SET TRC-EOF TO TRUE
028400             END-IF
028500     END-READ.
028600 1300-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------*
029000* 2000-SWEEP-PENDING THROUGH 2600-SWEEP-JOURNAL EACH READ
029100* ONE FILE THROUGH, PUT THE RECORD'S ACCOUNT IN
029200* TRC-SHOW-ACCT WITH A QUALIFIER THAT MAKES THE LISTED KEY
029300* FINDABLE ON THAT FILE, AND HAND IT TO 3000-CHECK-ACCOUNT.
029400*----------------------------------------------------------*
029500 2000-SWEEP-PENDING.
029600     MOVE 1 TO TRC-FILE-SUB.
029700     MOVE "TFileIn.dat" TO TRC-F-NAME (TRC-FILE-SUB).
029800     OPEN INPUT MYPENDING.
029900     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
030000     IF TRC-SKIP-FILE
030100         GO TO 2000-EXIT
030200     END-IF.
030300     PERFORM 2050-CHECK-PENDING THRU 2050-EXIT
030400         UNTIL TRC-EOF.
030500     CLOSE MYPENDING.
030600 2000-EXIT.
030700     EXIT.
030800
030900 2050-CHECK-PENDING.
031000     READ MYPENDING NEXT RECORD
031100         AT END
031200             SET TRC-EOF TO TRUE
031300         NOT AT END
031400             MOVE IN-KEY TO TRC-SHOW-ACCT
031500             MOVE SPACES TO TRC-SHOW-QUAL
031600             PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
031700     END-READ.
031800 2050-EXIT.
031900     EXIT.
032000
032100 2100-SWEEP-OUT-INDEX.
032200     MOVE 2 TO TRC-FILE-SUB.
032300     MOVE "TFileOutIdx.dat" TO TRC-F-NAME (TRC-FILE-SUB).
032400     OPEN INPUT MYOUTIDX.
032500     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
032600     IF TRC-SKIP-FILE
032700         GO TO 2100-EXIT
032800     END-IF.
032900     PERFORM 2150-CHECK-OUT-INDEX THRU 2150-EXIT
033000         UNTIL TRC-EOF.
033100     CLOSE MYOUTIDX.
033200 2100-EXIT.
033300     EXIT.
033400
033500 2150-CHECK-OUT-INDEX.
033600     READ MYOUTIDX NEXT RECORD
033700         AT END
033800             SET TRC-EOF TO TRUE
033900         NOT AT END
034000             MOVE OUTIDX-KEY TO TRC-SHOW-ACCT
034100             MOVE SPACES TO TRC-SHOW-QUAL
034200             PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
034300     END-READ.
034400 2150-EXIT.
034500     EXIT.
034600
034700 2200-SWEEP-HISTORY.
034800     MOVE 3 TO TRC-FILE-SUB.
034900     MOVE "THistMaster.dat" TO TRC-F-NAME (TRC-FILE-SUB).
035000     OPEN INPUT MYHISTMST.
035100     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
035200     IF TRC-SKIP-FILE
035300         GO TO 2200-EXIT
035400     END-IF.
035500     PERFORM 2250-CHECK-HISTORY THRU 2250-EXIT
035600         UNTIL TRC-EOF.
035700     CLOSE MYHISTMST.
035800 2200-EXIT.
035900     EXIT.
036000
036100 2250-CHECK-HISTORY.
036200     READ MYHISTMST NEXT RECORD
036300         AT END
036400             SET TRC-EOF TO TRUE
036500         NOT AT END
036600             MOVE HIST-R TO TRC-SHOW-ACCT (1:4)
036700             MOVE HIST-S TO TRC-SHOW-ACCT (5:4)
036800             MOVE SPACES TO TRC-SHOW-QUAL
036900             STRING "RUN " HIST-RUN-DATE DELIMITED BY SIZE
037000                 INTO TRC-SHOW-QUAL
037100             PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
037200     END-READ.
037300 2250-EXIT.
037400     EXIT.
037500
037600 2300-SWEEP-PROC-REG.
037700     MOVE 4 TO TRC-FILE-SUB.
037800     MOVE "TProcReg.dat" TO TRC-F-NAME (TRC-FILE-SUB).
037900     OPEN INPUT MYPROCREG.
038000     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
038100     IF TRC-SKIP-FILE
038200         GO TO 2300-EXIT
038300     END-IF.
038400     PERFORM 2350-CHECK-PROC-REG THRU 2350-EXIT
038500         UNTIL TRC-EOF.
038600     CLOSE MYPROCREG.
038700 2300-EXIT.
038800     EXIT.
038900
039000 2350-CHECK-PROC-REG.
039100     READ MYPROCREG NEXT RECORD
039200         AT END
039300             SET TRC-EOF TO TRUE
039400         NOT AT END
039500             MOVE PRG-TRAN-KEY TO TRC-SHOW-ACCT
039600             MOVE SPACES TO TRC-SHOW-QUAL
039700             STRING "TRANS " PRG-TRANS-DATE DELIMITED BY SIZE
039800                 INTO TRC-SHOW-QUAL
039900             PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
040000     END-READ.
040100 2350-EXIT.
040200     EXIT.
040300
040400 2400-SWEEP-REJECTS.
040500     MOVE 5 TO TRC-FILE-SUB.
040600     MOVE "TFileReject.dat" TO TRC-F-NAME (TRC-FILE-SUB).
040700     OPEN INPUT MYREJECTFILE.
040800     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
040900     IF TRC-SKIP-FILE
041000         GO TO 2400-EXIT
041100     END-IF.
041200     PERFORM 2450-CHECK-REJECT THRU 2450-EXIT
041300         UNTIL TRC-EOF.
041400     CLOSE MYREJECTFILE.
041500 2400-EXIT.
041600     EXIT.
041700
041800 2450-CHECK-REJECT.
041900     READ MYREJECTFILE
042000         AT END
042100             SET TRC-EOF TO TRUE
042200         NOT AT END
042300             MOVE REJ-M TO TRC-SHOW-ACCT (1:4)
042400             MOVE REJ-N TO TRC-SHOW-ACCT (5:4)
042500             MOVE SPACES TO TRC-SHOW-QUAL
042600             STRING "RUN " REJ-RUN-DATE DELIMITED BY SIZE
042700                 INTO TRC-SHOW-QUAL
042800             PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
042900     END-READ.
043000 2450-EXIT.
043100     EXIT.
043200
043300 2500-SWEEP-ACK-SUSP.
043400     MOVE 6 TO TRC-FILE-SUB.
043500     MOVE "TAckSusp.dat" TO TRC-F-NAME (TRC-FILE-SUB).
043600     OPEN INPUT MYSUSPFILE.
043700     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
043800     IF TRC-SKIP-FILE
043900         GO TO 2500-EXIT
044000     END-IF.
044100     PERFORM 2550-CHECK-ACK-SUSP THRU 2550-EXIT
044200         UNTIL TRC-EOF.
044300     CLOSE MYSUSPFILE.
044400 2500-EXIT.
044500     EXIT.
044600
044700 2550-CHECK-ACK-SUSP.
044800     READ MYSUSPFILE
044900         AT END
045000             SET TRC-EOF TO TRUE
045100         NOT AT END
045200             IF NOT ACS-DISP-CLEARED
045300                 AND NOT ACS-DISP-WRITEOFF
045400                 MOVE ACS-KEY TO TRC-SHOW-ACCT
045500                 MOVE SPACES TO TRC-SHOW-QUAL
045600                 STRING "FEED " ACS-FEED-DATE DELIMITED BY SIZE
045700                     INTO TRC-SHOW-QUAL
045800                 PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
045900             END-IF
046000     END-READ.
046100 2550-EXIT.
046200     EXIT.
046300
046400 2600-SWEEP-JOURNAL.
046500     MOVE 7 TO TRC-FILE-SUB.
046600     MOVE "TPostJrnl.dat" TO TRC-F-NAME (TRC-FILE-SUB).
046700     OPEN INPUT MYJOURNAL.
046800     PERFORM 5000-CHECK-OPEN THRU 5000-EXIT.
046900     IF TRC-SKIP-FILE
047000         GO TO 2600-EXIT
047100     END-IF.
047200     PERFORM 2650-CHECK-JOURNAL THRU 2650-EXIT
047300         UNTIL TRC-EOF.
047400     CLOSE MYJOURNAL.
047500 2600-EXIT.
047600     EXIT.
047700
047800 2650-CHECK-JOURNAL.
047900     READ MYJOURNAL
048000         AT END
048100             SET TRC-EOF TO TRUE
048200         NOT AT END
048300             MOVE JRNL-KEY TO TRC-SHOW-ACCT
048400             MOVE SPACES TO TRC-SHOW-QUAL
048500             STRING "RUN " JRNL-RUN-DATE DELIMITED BY SIZE
048600                 INTO TRC-SHOW-QUAL
048700             PERFORM 3000-CHECK-ACCOUNT THRU 3000-EXIT
048800     END-READ.
048900 2650-EXIT.
049000     EXIT.
049100
049200*----------------------------------------------------------*
049300* 3000-CHECK-ACCOUNT LOOKS THE ACCOUNT UP ON THE MASTER AND,
049400* FAILING THAT, FOLLOWS THE MERGE CROSS-REFERENCE. A RECORD
049500* THAT REACHES A LIVE SURVIVOR IS COUNTED AS MERGED; ONE
049600* THAT REACHES NOTHING IS AN ORPHAN.
049700*----------------------------------------------------------*
049800 3000-CHECK-ACCOUNT.
049900     ADD 1 TO TRC-F-READ (TRC-FILE-SUB).
050000     ADD 1 TO TRC-CHECKED-COUNT.
050100     MOVE TRC-SHOW-ACCT TO TRC-CHECK-KEY.
050200     MOVE TRC-CHECK-KEY TO TRC-RESOLVED-KEY.
050300     MOVE ZERO TO TRC-HOP-COUNT.
050400     PERFORM 3200-READ-MASTER THRU 3200-EXIT.
050500     IF TRC-ON-MASTER
050600         GO TO 3000-EXIT
050700     END-IF.
050800     SET TRC-XREF-HIT TO TRUE.
050900     PERFORM 3100-FOLLOW-MERGE THRU 3100-EXIT
051000         UNTIL TRC-ON-MASTER
051100         OR NOT TRC-XREF-HIT
051200         OR TRC-HOP-COUNT NOT < TRC-HOP-LIMIT.
051300     IF TRC-ON-MASTER
051400         ADD 1 TO TRC-F-MERGED (TRC-FILE-SUB)
051500         ADD 1 TO TRC-MERGED-COUNT
051600     ELSE
051700         PERFORM 4000-REPORT-ORPHAN THRU 4000-EXIT
051800     END-IF.
051900 3000-EXIT.
052000     EXIT.
052100
052200 3100-FOLLOW-MERGE.
052300     MOVE "N" TO TRC-XREF-HIT-SW.
052400     PERFORM 3300-MATCH-XREF THRU 3300-EXIT
052500         VARYING TRC-XRF-SUB FROM 1 BY 1
052600         UNTIL TRC-XRF-SUB > TRC-XRF-TALLY
052700         OR TRC-XREF-HIT.
052800     IF TRC-XREF-HIT
052900         SUBTRACT 1 FROM TRC-XRF-SUB
053000         ADD 1 TO TRC-HOP-COUNT
053100         MOVE TRC-X-SURVIVOR (TRC-XRF-SUB) TO TRC-RESOLVED-KEY
053200         PERFORM 3200-READ-MASTER THRU 3200-EXIT
053300     END-IF.
053400 3100-EXIT.
053500     EXIT.
053600
053700 3200-READ-MASTER.
053800     MOVE "N" TO TRC-ON-MASTER-SW.
053900     MOVE TRC-RESOLVED-KEY TO ACCT-NUMBER.
054000     READ MYMASTER
054100         INVALID KEY
054200             CONTINUE
054300         NOT INVALID KEY
054400             SET TRC-ON-MASTER TO TRUE
054500     END-READ.
054600 3200-EXIT.
054700     EXIT.
054800
054900 3300-MATCH-XREF.
055000     IF TRC-X-RETIRED (TRC-XRF-SUB) = TRC-RESOLVED-KEY
055100         SET TRC-XREF-HIT TO TRUE
055200     END-IF.
055300 3300-EXIT.
055400     EXIT.
055500
055600 4000-REPORT-ORPHAN.
055700     ADD 1 TO TRC-F-ORPHANS (TRC-FILE-SUB).
055800     ADD 1 TO TRC-ORPHAN-COUNT.
055900     MOVE TRC-F-NAME (TRC-FILE-SUB) TO TRC-RPT-FILE.
056000     MOVE TRC-SHOW-KEY TO TRC-RPT-KEY.
056100     MOVE SPACES TO TRC-RPT-TEXT.
056200     IF TRC-HOP-COUNT = ZERO
056300         MOVE "NOT ON MASTER" TO TRC-RPT-TEXT
056400     ELSE
056500         IF TRC-HOP-COUNT NOT < TRC-HOP-LIMIT
056600             MOVE "MERGE CHAIN DOES NOT END" TO TRC-RPT-TEXT
056700         ELSE
056800             STRING "MERGED INTO " TRC-RESOLVED-KEY
056900                 ", NOT ON MASTER" DELIMITED BY SIZE
057000                 INTO TRC-RPT-TEXT
057100         END-IF
057200     END-IF.
057300     MOVE TRC-RPT-DETAIL TO TRC-RW-LINE.
057400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
057500 4000-EXIT.
057600     EXIT.
057700
057800*----------------------------------------------------------*
057900* 5000-CHECK-OPEN JUDGES THE OPEN JUST ISSUED ON THE SHARED
058000* FILE STATUS: NOT ON THE SYSTEM IS SKIPPED QUIETLY, ANY
058100* OTHER FAILURE IS SKIPPED AS TROUBLE AND ENDS THE RUN ON 8.
058200*----------------------------------------------------------*
058300 5000-CHECK-OPEN.
058400     MOVE "N" TO TRC-EOF-SW.
058500     MOVE "N" TO TRC-SKIP-SW.
058600     MOVE ZERO TO TRC-F-READ (TRC-FILE-SUB).
058700     MOVE ZERO TO TRC-F-MERGED (TRC-FILE-SUB).
058800     MOVE ZERO TO TRC-F-ORPHANS (TRC-FILE-SUB).
058900     MOVE "CHECKED" TO TRC-F-STATE (TRC-FILE-SUB).
059000     IF TRC-FILE-NOT-FOUND
059100         DISPLAY "trefchk: (", TRC-F-NAME (TRC-FILE-SUB),
059200             " not on system, skipped)"
059300         MOVE "NOT ON SYSTEM" TO TRC-F-STATE (TRC-FILE-SUB)
059400         SET TRC-SKIP-FILE TO TRUE
059500     ELSE
059600         IF NOT TRC-FILE-OK
059700             DISPLAY "trefchk: unable to open ",
059800                 TRC-F-NAME (TRC-FILE-SUB), ", status = ",
059900                 TRC-FILE-STATUS
060000             MOVE "5000-CHECK-OPEN" TO TRC-ERRLOG-PARAGRAPH
060100             CALL "TERRLOG" USING TRC-ERRLOG-PROGRAM-ID,
060200                 TRC-ERRLOG-PARAGRAPH, TRC-ERRLOG-SEVERITY
060300             MOVE "OPEN FAILED" TO TRC-F-STATE (TRC-FILE-SUB)
060400             SET TRC-FILE-TROUBLE TO TRUE
060500             SET TRC-SKIP-FILE TO TRUE
060600         END-IF
060700     END-IF.
060800 5000-EXIT.
060900     EXIT.
061000
061100 6000-PRINT-SUMMARY.
061200     MOVE SPACES TO TRC-RW-LINE.
061300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
061400     PERFORM 6100-PRINT-ONE-FILE THRU 6100-EXIT
061500         VARYING TRC-FILE-SUB FROM 1 BY 1
061600         UNTIL TRC-FILE-SUB > TRC-FILE-LIMIT.
061700 6000-EXIT.
061800     EXIT.
061900
062000 6100-PRINT-ONE-FILE.
062100     MOVE TRC-F-NAME (TRC-FILE-SUB)    TO TRC-RPT-S-FILE.
062200     MOVE TRC-F-STATE (TRC-FILE-SUB)   TO TRC-RPT-S-STATE.
062300     MOVE TRC-F-READ (TRC-FILE-SUB)    TO TRC-RPT-S-READ.
062400     MOVE TRC-F-MERGED (TRC-FILE-SUB)  TO TRC-RPT-S-MERGED.
062500     MOVE TRC-F-ORPHANS (TRC-FILE-SUB) TO TRC-RPT-S-ORPHAN.
062600     MOVE TRC-RPT-SUM-LINE TO TRC-RW-LINE.
062700     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
062800 6100-EXIT.
062900     EXIT.
063000
063100 8500-CALL-REPORT-WRITER.
063200     CALL "TRPTWRT" USING TRC-RW-FUNCTION, TRC-RW-TITLE,
063300         TRC-ERRLOG-PROGRAM-ID, TRC-RW-FILENAME, TRC-RW-LINE.
063400 8500-EXIT.
063500     EXIT.
063600
063700 8600-PRINT-LINE.
063800     MOVE "W" TO TRC-RW-FUNCTION.
063900     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
064000 8600-EXIT.
064100     EXIT.
064200
064300 9000-TERMINATE.
064400     IF NOT TRC-ABORT-RUN
064500         MOVE TRC-CHECKED-COUNT TO TRC-RPT-CHECKED
064600         MOVE TRC-MERGED-COUNT  TO TRC-RPT-MERGED
064700         MOVE TRC-ORPHAN-COUNT  TO TRC-RPT-ORPHANS
064800         MOVE TRC-RPT-TOTAL-LINE TO TRC-RW-LINE
064900         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
065000         MOVE "C" TO TRC-RW-FUNCTION
065100         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
065200         CLOSE MYMASTER
065300         DISPLAY "trefchk: checked = ", TRC-CHECKED-COUNT,
065400             ", merged = ", TRC-MERGED-COUNT,
065500             ", orphans = ", TRC-ORPHAN-COUNT
065600         ACCEPT TRC-END-TIME FROM TIME
065700         MOVE TRC-CHECKED-COUNT TO TRC-RUNHIST-COUNT
065800         CALL "TRUNHIST" USING TRC-ERRLOG-PROGRAM-ID,
065900             TRC-START-TIME, TRC-END-TIME, TRC-RUNHIST-COUNT
066000     END-IF.
066100*----------------------------------------------------------*
066200* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
066300* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
066400* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
066500*----------------------------------------------------------*
066600     IF TRC-ABORT-RUN OR TRC-FILE-TROUBLE
066700         MOVE 8 TO RETURN-CODE
066800     ELSE
066900         IF TRC-ORPHAN-COUNT > ZERO
067000             MOVE 4 TO RETURN-CODE
067100         ELSE
067200             MOVE ZERO TO RETURN-CODE
067300         END-IF
067400     END-IF.
067500 9000-EXIT.
067600     EXIT.
067700
067800* Input:
067900*    file "TAcctMaster.dat" (DL140 master, read only)
068000*    file "TAcctXref.dat" (merge cross-reference, retired
068100*         number, survivor, date)
068200*    files swept, each skipped when not on the system:
068300*         "TFileIn.dat" (DL100 pending), "TFileOutIdx.dat"
068400*         (DL110), "THistMaster.dat" (DL170), "TProcReg.dat"
068500*         (registrations), "TFileReject.dat" (DL112 open
068600*         suspense), "TAckSusp.dat" (DL190, open items only),
068700*         "TPostJrnl.dat" (DL240)
068800* Output:
068900*    file "TRefChkRpt.txt" -- each orphan by file and key,
069000*         then one line per file (read, merged, orphans) and
069100*         a grand total
069200*    RETURN-CODE 0 = no orphans, 4 = orphans listed,
069300*         8 = no master / cross-reference too big / a file
069400*         would not open
