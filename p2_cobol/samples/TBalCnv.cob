000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TBALCNV.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. ONE-TIME AMOUNT-WIDENING
001200*                      CONVERSION: ACCT-BALANCE AND ACCT-LIMIT
001300*                      ON DL140 GREW FROM S9(3)V99 TO S9(9)V99
001400*                      COMP-3, AND THE FILES THAT CARRY THOSE
001500*                      AMOUNTS -- TACCTMASTER.DAT, THE DL215
001600*                      TRAIL ON TACCTAUDIT.DAT, THE TTRIAL
001700*                      SNAPSHOTS ON TTRIALSNAP.DAT, AND THE
001800*                      DL220 BANDS ON TCHARGETBL.DAT -- MUST
001900*                      BE REBUILT UNDER THE WIDER LAYOUTS. THE
002000*                      SAME PATTERN AS TKEYCNV: EACH FILE IS
002100*                      RENAMED ASIDE TO A .old COPY (KEPT AS
002200*                      THE EVIDENCE), READ UNDER THE OLD
002300*                      LAYOUT, AND REWRITTEN UNDER THE NEW
002400*                      ONE. RUN ONCE, WITH THE BATCH CHAIN
002500*                      DOWN AND THE TLOCK INTERLOCK TESTED
002600*                      FIRST.
002610*    2026-10-15 DL     THE REBUILT MASTER ALSO CARRIES THE NEW
002620*                      DL140 ACCOUNT STATUS: EVERY CONVERTED
002630*                      ACCOUNT STARTS OPEN, DATED THE DAY OF
002640*                      THE CONVERSION. CONVERTED DL215 LINES
002650*                      CARRY BLANK BEFORE/AFTER STATUS.
002700*----------------------------------------------------------*
002800*----------------------------------------------------------*
002900* EVERY FILE IS PROVED: THE OLD FILE'S RECORD COUNT AND     *
003000* AMOUNT TOTALS ARE TAKEN AS IT IS READ, THE NEW FILE IS    *
003100* READ BACK AFTER IT IS CLOSED, AND THE TWO SETS MUST AGREE *
003200* TO THE CENT. THE PROOF IS PRINTED ON TBALCNVRPT.TXT AS    *
003300* THE CONVERSION RECORD; A FILE THAT DOES NOT PROVE IS      *
003400* LOGGED AND ENDS THE RUN ON RC 8. A FILE NOT ON THE SYSTEM *
003500* IS SKIPPED AND SAID. A CHARGE BAND WHOSE OLD HIGH END WAS *
003600* THE 999.99 CEILING IS OPENED TO THE NEW CEILING SO THE    *
003700* TOP BAND STILL CATCHES EVERY BALANCE ABOVE IT; THE BAND   *
003800* PROOF IS THEREFORE ON COUNT, RATE, AND PENALTY TOTALS.    *
003900*----------------------------------------------------------*
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT OLDMASTER ASSIGN TO "TAcctMaster.dat.old"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS OMS-NUMBER
004700         FILE STATUS IS TBC-OLD-STATUS.
004800     SELECT NEWMASTER ASSIGN TO "TAcctMaster.dat"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS DYNAMIC
005100         RECORD KEY IS ACCT-NUMBER
005200         FILE STATUS IS TBC-NEW-STATUS.
005300     SELECT OLDAUDIT ASSIGN TO "TAcctAudit.dat.old"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS TBC-OLD-STATUS.
005600     SELECT NEWAUDIT ASSIGN TO "TAcctAudit.dat"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS TBC-NEW-STATUS.
005900     SELECT OLDSNAP ASSIGN TO "TTrialSnap.dat.old"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS TBC-OLD-STATUS.
006200     SELECT NEWSNAP ASSIGN TO "TTrialSnap.dat"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS TBC-NEW-STATUS.
006500     SELECT OLDCHGTBL ASSIGN TO "TChargeTbl.dat.old"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS TBC-OLD-STATUS.
006800     SELECT NEWCHGTBL ASSIGN TO "TChargeTbl.dat"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS TBC-NEW-STATUS.
007100 DATA DIVISION.
007200 FILE SECTION.
007300*----------------------------------------------------------*
007400* THE OLD LAYOUTS ARE HAND-TYPED HERE ON PURPOSE -- THE     *
007500* COPYBOOKS NOW DESCRIBE THE WIDE-AMOUNT SHAPE AND THIS IS  *
007600* THE ONLY PROGRAM THAT WILL EVER READ THE NARROW ONE AGAIN.*
007700*----------------------------------------------------------*
007800 FD  OLDMASTER.
007900 01  OLD-MASTER-RECORD.
008000     05  OMS-NUMBER       PIC X(8).
008100     05  OMS-BRANCH       PIC X(4).
008200     05  OMS-NAME         PIC X(8).
008300     05  OMS-BALANCE      PIC S9(3)V99 COMP-3.
008400     05  OMS-LIMIT        PIC S9(3)V99 COMP-3.
008500 FD  NEWMASTER.
008600     COPY DL140.
008700 FD  OLDAUDIT.
008800 01  OLD-AUDIT-RECORD.
008900     05  OAU-ACCT-NUMBER  PIC X(8).
009000     05  OAU-FUNCTION     PIC X.
009100     05  OAU-OPERATOR     PIC X(8).
009200     05  OAU-DATE         PIC 9(8).
009300     05  OAU-TIME         PIC 9(8).
009400     05  OAU-OLD-BALANCE  PIC S9(3)V99.
009500     05  OAU-NEW-BALANCE  PIC S9(3)V99.
009600     05  OAU-OLD-LIMIT    PIC S9(3)V99.
009700     05  OAU-NEW-LIMIT    PIC S9(3)V99.
009800     05  OAU-OLD-NAME     PIC X(8).
009900     05  OAU-NEW-NAME     PIC X(8).
010000     05  OAU-OLD-BRANCH   PIC X(4).
010100     05  OAU-NEW-BRANCH   PIC X(4).
010200 FD  NEWAUDIT.
010300     COPY DL215.
010400 FD  OLDSNAP.
010500 01  OLD-SNAP-RECORD.
010600     05  OSN-DATE         PIC 9(8).
010700     05  FILLER           PIC X.
010800     05  OSN-BRANCH       PIC X(4).
010900     05  FILLER           PIC X.
011000     05  OSN-TOTAL        PIC S9(9)V99.
011100 FD  NEWSNAP.
011200     COPY DL235.
011300 FD  OLDCHGTBL.
011400 01  OLD-CHARGE-RECORD.
011500     05  OCG-ROW-TYPE     PIC X.
011600     05  OCG-BAND-LOW     PIC 9(3)V99.
011700     05  OCG-BAND-HIGH    PIC 9(3)V99.
011800     05  OCG-RATE-PCT     PIC 99V99.
011900     05  OCG-PENALTY      PIC 9(3)V99.
012000     05  OCG-LABEL        PIC X(20).
012100 FD  NEWCHGTBL.
012200     COPY DL220.
012300 WORKING-STORAGE SECTION.
012400 01  TBC-OLD-STATUS   PIC XX        VALUE "00".
012500     88  TBC-OLD-OK                 VALUE "00".
012600 01  TBC-NEW-STATUS   PIC XX        VALUE "00".
012700     88  TBC-NEW-OK                 VALUE "00".
012800 01  TBC-EOF-SW       PIC X         VALUE "N".
012900     88  TBC-EOF                    VALUE "Y".
013000 01  TBC-CONFIRM      PIC X         VALUE SPACE.
013100 01  TBC-ABORT-SW     PIC X         VALUE "N".
013200     88  TBC-ABORT-RUN              VALUE "Y".
013300 01  TBC-RENAME-RC    PIC S9(4) COMP VALUE ZERO.
013400 01  TBC-TOTAL-COUNT  PIC 9(7) COMP VALUE ZERO.
013500 01  TBC-ERROR-COUNT  PIC 9(5) COMP VALUE ZERO.
013600 01  TBC-PROOF-FAIL-COUNT PIC 9(3) COMP VALUE ZERO.
013700 01  TBC-OLD-NAME     PIC X(24)     VALUE SPACES.
013800 01  TBC-NEW-NAME     PIC X(24)     VALUE SPACES.
013850 01  TBC-CNV-DATE     PIC 9(8)      VALUE ZERO.
013900*----------------------------------------------------------*
014000* PROOF FIGURES FOR THE FILE IN HAND -- A RECORD COUNT AND  *
014100* UP TO TWO AMOUNT TOTALS, BEFORE (OLD FILE) AND AFTER (NEW *
014200* FILE READ BACK). A BLANK AMOUNT LABEL MEANS NOT USED.     *
014300*----------------------------------------------------------*
014400 01  TBC-OLD-COUNT    PIC 9(7) COMP VALUE ZERO.
014500 01  TBC-NEW-COUNT    PIC 9(7) COMP VALUE ZERO.
014600 01  TBC-OLD-AMT-1    PIC S9(13)V99 COMP VALUE ZERO.
014700 01  TBC-NEW-AMT-1    PIC S9(13)V99 COMP VALUE ZERO.
014800 01  TBC-OLD-AMT-2    PIC S9(13)V99 COMP VALUE ZERO.
014900 01  TBC-NEW-AMT-2    PIC S9(13)V99 COMP VALUE ZERO.
015000 01  TBC-AMT-1-LABEL  PIC X(13)     VALUE SPACES.
015100 01  TBC-AMT-2-LABEL  PIC X(13)     VALUE SPACES.
015200 01  TBC-PROVED-SW    PIC X         VALUE "Y".
015300     88  TBC-PROVED                 VALUE "Y".
015400     88  TBC-NOT-PROVED             VALUE "N".
015500 01  TBC-LOCK-FUNCTION PIC X        VALUE SPACE.
015600 01  TBC-LOCK-CALLER  PIC X(8)      VALUE "TBALCNV".
015700 01  TBC-LOCK-RESULT  PIC X         VALUE SPACE.
015800     88  TBC-LOCK-IS-HELD           VALUE "H".
015900 01  TBC-LOCK-HOLDER  PIC X(8)      VALUE SPACES.
016000 01  TBC-LOCK-DATE    PIC 9(8)      VALUE ZERO.
016100 01  TBC-LOCK-TIME    PIC 9(8)      VALUE ZERO.
016200 01  TBC-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBALCNV".
016300 01  TBC-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
016400 01  TBC-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
016500 01  TBC-RW-FUNCTION  PIC X         VALUE SPACE.
016600 01  TBC-RW-TITLE     PIC X(30)
016700     VALUE "TBALCNV CONVERSION PROOF".
016800 01  TBC-RW-FILENAME  PIC X(40)     VALUE "TBalCnvRpt.txt".
016900 01  TBC-RW-LINE      PIC X(80)     VALUE SPACES.
017000 01  TBC-RPT-COUNT-LINE.
017100     05  TBC-RPT-C-FILE   PIC X(15).
017200     05  FILLER           PIC X(1)  VALUE SPACE.
017300     05  FILLER           PIC X(13) VALUE "RECORDS".
017400     05  FILLER           PIC X(8)  VALUE " BEFORE ".
017500     05  TBC-RPT-C-BEFORE PIC Z(16)9.
017600     05  FILLER           PIC X(7)  VALUE " AFTER ".
017700     05  TBC-RPT-C-AFTER  PIC Z(16)9.
017800     05  FILLER           PIC X(2)  VALUE SPACES.
017900 01  TBC-RPT-AMT-LINE.
018000     05  TBC-RPT-A-FILE   PIC X(15).
018100     05  FILLER           PIC X(1)  VALUE SPACE.
018200     05  TBC-RPT-A-LABEL  PIC X(13).
018300     05  FILLER           PIC X(8)  VALUE " BEFORE ".
018400     05  TBC-RPT-A-BEFORE PIC -Z(12)9.99.
018500     05  FILLER           PIC X(7)  VALUE " AFTER ".
018600     05  TBC-RPT-A-AFTER  PIC -Z(12)9.99.
018700     05  FILLER           PIC X(2)  VALUE SPACES.
018800 01  TBC-RPT-RESULT-LINE.
018900     05  TBC-RPT-R-FILE   PIC X(15).
019000     05  FILLER           PIC X(1)  VALUE SPACE.
019100     05  TBC-RPT-R-TEXT   PIC X(20).
019200     05  FILLER           PIC X(44) VALUE SPACES.
019300 PROCEDURE DIVISION.
019400 0000-MAINLINE.
019500     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT.
019600     IF TBC-LOCK-IS-HELD
019700         SET TBC-ABORT-RUN TO TRUE
019800     END-IF.
019900     IF NOT TBC-ABORT-RUN
020000         PERFORM 1000-INITIALIZE THRU 1000-EXIT
020100     END-IF.
020200     IF NOT TBC-ABORT-RUN
020300         MOVE "O" TO TBC-RW-FUNCTION
020400         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
020500         PERFORM 2000-CONVERT-MASTER THRU 2000-EXIT
020600         PERFORM 3000-CONVERT-AUDIT THRU 3000-EXIT
020700         PERFORM 4000-CONVERT-SNAPSHOT THRU 4000-EXIT
020800         PERFORM 5000-CONVERT-CHARGE-TABLE THRU 5000-EXIT
020900     END-IF.
021000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
021100     GOBACK.
021200
021300 0500-CHECK-LOCK.
021400     MOVE "T" TO TBC-LOCK-FUNCTION.
021500     CALL "TLOCK" USING TBC-LOCK-FUNCTION, TBC-LOCK-CALLER,
021600         TBC-LOCK-RESULT, TBC-LOCK-HOLDER, TBC-LOCK-DATE,
021700         TBC-LOCK-TIME.
021800     IF TBC-LOCK-IS-HELD
021900         DISPLAY "TFileIn.dat IS LOCKED BY ", TBC-LOCK-HOLDER,
022000             " SINCE ", TBC-LOCK-DATE, " ", TBC-LOCK-TIME,
022100             ", CONVERSION NOT STARTED"
022200     END-IF.
022300 0500-EXIT.
022400     EXIT.
022500
022600 1000-INITIALIZE.
022700     DISPLAY "CONFIRM ONE-TIME AMOUNT WIDENING REBUILD OF ",
022800         "TAcctMaster.dat, TAcctAudit.dat,".
022900     DISPLAY "TTrialSnap.dat, AND TChargeTbl.dat (Y/N): ".
023000     ACCEPT TBC-CONFIRM.
023100     IF TBC-CONFIRM NOT = "Y"
023200         DISPLAY "CONVERSION NOT CONFIRMED, NOTHING DONE"
023300         SET TBC-ABORT-RUN TO TRUE
023400     END-IF.
023450     ACCEPT TBC-CNV-DATE FROM DATE YYYYMMDD.
023500 1000-EXIT.
023600     EXIT.
023700
023800*----------------------------------------------------------*
023900* 1500-RENAME-ASIDE MOVES THE LIVE FILE TO ITS .old NAME.   *
024000* A FILE THAT IS NOT THERE IS SKIPPED AND SAID -- NOT EVERY *
024100* SHOP FILE EXISTS ON EVERY SYSTEM.                         *
024200*----------------------------------------------------------*
024300 1500-RENAME-ASIDE.
024400     CALL "CBL_RENAME_FILE" USING TBC-NEW-NAME, TBC-OLD-NAME.
024500     MOVE RETURN-CODE TO TBC-RENAME-RC.
024600     IF TBC-RENAME-RC NOT = ZERO
024700         DISPLAY "tbalcnv: ", TBC-NEW-NAME,
024800             " not on system, skipped"
024900     END-IF.
025000 1500-EXIT.
025100     EXIT.
025200
025300 1600-CLEAR-PROOF.
025400     MOVE ZERO   TO TBC-OLD-COUNT.
025500     MOVE ZERO   TO TBC-NEW-COUNT.
025600     MOVE ZERO   TO TBC-OLD-AMT-1.
025700     MOVE ZERO   TO TBC-NEW-AMT-1.
025800     MOVE ZERO   TO TBC-OLD-AMT-2.
025900     MOVE ZERO   TO TBC-NEW-AMT-2.
026000     MOVE SPACES TO TBC-AMT-1-LABEL.
026100     MOVE SPACES TO TBC-AMT-2-LABEL.
026200     MOVE "N"    TO TBC-EOF-SW.
026300 1600-EXIT.
026400     EXIT.
026500
026600*----------------------------------------------------------*
026700* 2000-CONVERT-MASTER REBUILDS THE INDEXED MASTER. THE KEY  *
026800* DOES NOT CHANGE, SO A DUPLICATE ON WRITE IS A REAL ERROR. *
026900* PROVED ON COUNT, BALANCE TOTAL, AND LIMIT TOTAL.          *
027000*----------------------------------------------------------*
027100 2000-CONVERT-MASTER.
027200     MOVE "TAcctMaster.dat"     TO TBC-NEW-NAME.
027300     MOVE "TAcctMaster.dat.old" TO TBC-OLD-NAME.
027400     PERFORM 1500-RENAME-ASIDE THRU 1500-EXIT.
027500     IF TBC-RENAME-RC = ZERO
027600         PERFORM 1600-CLEAR-PROOF THRU 1600-EXIT
027700         MOVE "BALANCE TOTAL" TO TBC-AMT-1-LABEL
027800         MOVE "LIMIT TOTAL"   TO TBC-AMT-2-LABEL
027900         OPEN INPUT  OLDMASTER
028000         OPEN OUTPUT NEWMASTER
028100         PERFORM 2100-CONVERT-MST-RECORD THRU 2100-EXIT
028200             UNTIL TBC-EOF
028300         CLOSE OLDMASTER
028400         CLOSE NEWMASTER
028500         MOVE "N" TO TBC-EOF-SW
028600         OPEN INPUT NEWMASTER
028700         PERFORM 2200-PROVE-MST-RECORD THRU 2200-EXIT
028800             UNTIL TBC-EOF
028900         CLOSE NEWMASTER
029000         PERFORM 7000-PRINT-PROOF THRU 7000-EXIT
029100     END-IF.
029200 2000-EXIT.
029300     EXIT.
029400
029500 2100-CONVERT-MST-RECORD.
029600     READ OLDMASTER NEXT RECORD
029700         AT END
029800             SET TBC-EOF TO TRUE
029900         NOT AT END
030000             ADD 1 TO TBC-OLD-COUNT
030100             ADD OMS-BALANCE TO TBC-OLD-AMT-1
030200             ADD OMS-LIMIT   TO TBC-OLD-AMT-2
030300             MOVE SPACES      TO ACCOUNT-MASTER-RECORD
030400             MOVE OMS-NUMBER  TO ACCT-NUMBER
030500             MOVE OMS-BRANCH  TO ACCT-BRANCH
030600             MOVE OMS-NAME    TO ACCT-NAME
030700             MOVE OMS-BALANCE TO ACCT-BALANCE
030800             MOVE OMS-LIMIT   TO ACCT-LIMIT
030850             SET ACCT-IS-OPEN TO TRUE
030870             MOVE TBC-CNV-DATE TO ACCT-STATUS-DATE
030900             WRITE ACCOUNT-MASTER-RECORD
031000                 INVALID KEY
031100                     PERFORM 8000-REPORT-COLLISION THRU 8000-EXIT
031200             END-WRITE
031300     END-READ.
031400 2100-EXIT.
031500     EXIT.
031600
031700 2200-PROVE-MST-RECORD.
031800     READ NEWMASTER NEXT RECORD
031900         AT END
032000             SET TBC-EOF TO TRUE
032100         NOT AT END
032200             ADD 1 TO TBC-NEW-COUNT
032300             ADD ACCT-BALANCE TO TBC-NEW-AMT-1
032400             ADD ACCT-LIMIT   TO TBC-NEW-AMT-2
032500     END-READ.
032600 2200-EXIT.
032700     EXIT.
032800
032900*----------------------------------------------------------*
033000* 3000-CONVERT-AUDIT REBUILDS THE DL215 TRAIL IN ITS OWN    *
033100* ORDER. PROVED ON COUNT AND THE TOTALS OF THE AFTER-IMAGE  *
033200* BALANCE AND LIMIT.                                        *
033300*----------------------------------------------------------*
033400 3000-CONVERT-AUDIT.
033500     MOVE "TAcctAudit.dat"     TO TBC-NEW-NAME.
033600     MOVE "TAcctAudit.dat.old" TO TBC-OLD-NAME.
033700     PERFORM 1500-RENAME-ASIDE THRU 1500-EXIT.
033800     IF TBC-RENAME-RC = ZERO
033900         PERFORM 1600-CLEAR-PROOF THRU 1600-EXIT
034000         MOVE "NEW BALANCES" TO TBC-AMT-1-LABEL
034100         MOVE "NEW LIMITS"   TO TBC-AMT-2-LABEL
034200         OPEN INPUT  OLDAUDIT
034300         OPEN OUTPUT NEWAUDIT
034400         PERFORM 3100-CONVERT-AUD-RECORD THRU 3100-EXIT
034500             UNTIL TBC-EOF
034600         CLOSE OLDAUDIT
034700         CLOSE NEWAUDIT
034800         MOVE "N" TO TBC-EOF-SW
034900         OPEN INPUT NEWAUDIT
035000         PERFORM 3200-PROVE-AUD-RECORD THRU 3200-EXIT
035100             UNTIL TBC-EOF
035200         CLOSE NEWAUDIT
035300         PERFORM 7000-PRINT-PROOF THRU 7000-EXIT
035400     END-IF.
035500 3000-EXIT.
035600     EXIT.
035700
035800 3100-CONVERT-AUD-RECORD.
035900     READ OLDAUDIT
036000         AT END
036100             SET TBC-EOF TO TRUE
036200         NOT AT END
036300             ADD 1 TO TBC-OLD-COUNT
036400             ADD OAU-NEW-BALANCE TO TBC-OLD-AMT-1
036500             ADD OAU-NEW-LIMIT   TO TBC-OLD-AMT-2
036600             MOVE SPACES          TO ACCT-AUDIT-RECORD
036700             MOVE OAU-ACCT-NUMBER TO AAU-ACCT-NUMBER
036800             MOVE OAU-FUNCTION    TO AAU-FUNCTION
036900             MOVE OAU-OPERATOR    TO AAU-OPERATOR
037000             MOVE OAU-DATE        TO AAU-DATE
037100             MOVE OAU-TIME        TO AAU-TIME
037200             MOVE OAU-OLD-BALANCE TO AAU-OLD-BALANCE
037300             MOVE OAU-NEW-BALANCE TO AAU-NEW-BALANCE
037400             MOVE OAU-OLD-LIMIT   TO AAU-OLD-LIMIT
037500             MOVE OAU-NEW-LIMIT   TO AAU-NEW-LIMIT
037600             MOVE OAU-OLD-NAME    TO AAU-OLD-NAME
037700             MOVE OAU-NEW-NAME    TO AAU-NEW-NAME
037800             MOVE OAU-OLD-BRANCH  TO AAU-OLD-BRANCH
037900             MOVE OAU-NEW-BRANCH  TO AAU-NEW-BRANCH
038000             WRITE ACCT-AUDIT-RECORD
038100     END-READ.
038200 3100-EXIT.
038300     EXIT.
038400
038500 3200-PROVE-AUD-RECORD.
038600     READ NEWAUDIT
038700         AT END
038800             SET TBC-EOF TO TRUE
038900         NOT AT END
039000             ADD 1 TO TBC-NEW-COUNT
039100             ADD AAU-NEW-BALANCE TO TBC-NEW-AMT-1
039200             ADD AAU-NEW-LIMIT   TO TBC-NEW-AMT-2
039300     END-READ.
039400 3200-EXIT.
039500     EXIT.
039600
039700*----------------------------------------------------------*
039800* 4000-CONVERT-SNAPSHOT REBUILDS TTRIAL'S SNAPSHOT HISTORY  *
039900* SO THE FIRST NIGHT AFTER CONVERSION STILL HAS ITS PRIOR.  *
040000* PROVED ON COUNT AND THE TOTAL OF ALL SNAPSHOT LINES.      *
040100*----------------------------------------------------------*
040200 4000-CONVERT-SNAPSHOT.
040300     MOVE "TTrialSnap.dat"     TO TBC-NEW-NAME.
040400     MOVE "TTrialSnap.dat.old" TO TBC-OLD-NAME.
040500     PERFORM 1500-RENAME-ASIDE THRU 1500-EXIT.
040600     IF TBC-RENAME-RC = ZERO
040700         PERFORM 1600-CLEAR-PROOF THRU 1600-EXIT
040800         MOVE "SNAP TOTALS" TO TBC-AMT-1-LABEL
040900         OPEN INPUT  OLDSNAP
041000         OPEN OUTPUT NEWSNAP
041100         PERFORM 4100-CONVERT-SNP-RECORD THRU 4100-EXIT
041200             UNTIL TBC-EOF
041300         CLOSE OLDSNAP
041400         CLOSE NEWSNAP
041500         MOVE "N" TO TBC-EOF-SW
041600         OPEN INPUT NEWSNAP
041700         PERFORM 4200-PROVE-SNP-RECORD THRU 4200-EXIT
041800             UNTIL TBC-EOF
041900         CLOSE NEWSNAP
042000         PERFORM 7000-PRINT-PROOF THRU 7000-EXIT
042100     END-IF.
042200 4000-EXIT.
042300     EXIT.
042400
042500 4100-CONVERT-SNP-RECORD.
042600     READ OLDSNAP
042700         AT END
042800             SET TBC-EOF TO TRUE
042900         NOT AT END
043000             ADD 1 TO TBC-OLD-COUNT
043100             ADD OSN-TOTAL TO TBC-OLD-AMT-1
043200             MOVE SPACES     TO SNAP-RECORD
043300             MOVE OSN-DATE   TO SNP-DATE
043400             MOVE OSN-BRANCH TO SNP-BRANCH
043500             MOVE OSN-TOTAL  TO SNP-TOTAL
043600             WRITE SNAP-RECORD
043700     END-READ.
043800 4100-EXIT.
043900     EXIT.
044000
044100 4200-PROVE-SNP-RECORD.
044200     READ NEWSNAP
044300         AT END
044400             SET TBC-EOF TO TRUE
044500         NOT AT END
044600             ADD 1 TO TBC-NEW-COUNT
044700             ADD SNP-TOTAL TO TBC-NEW-AMT-1
044800     END-READ.
044900 4200-EXIT.
045000     EXIT.
045100
045200*----------------------------------------------------------*
045300* 5000-CONVERT-CHARGE-TABLE REBUILDS THE DL220 TABLE WITH   *
045400* THE WIDER BANDS. AN OLD HIGH END OF 999.99 WAS THE TOP OF *
045500* THE OLD RANGE AND IS OPENED TO THE NEW TOP.               *
045600*----------------------------------------------------------*
045700 5000-CONVERT-CHARGE-TABLE.
045800     MOVE "TChargeTbl.dat"     TO TBC-NEW-NAME.
045900     MOVE "TChargeTbl.dat.old" TO TBC-OLD-NAME.
046000     PERFORM 1500-RENAME-ASIDE THRU 1500-EXIT.
046100     IF TBC-RENAME-RC = ZERO
046200         PERFORM 1600-CLEAR-PROOF THRU 1600-EXIT
046300         MOVE "RATE TOTAL"    TO TBC-AMT-1-LABEL
046400         MOVE "PENALTY TOTAL" TO TBC-AMT-2-LABEL
046500         OPEN INPUT  OLDCHGTBL
046600         OPEN OUTPUT NEWCHGTBL
046700         PERFORM 5100-CONVERT-CHG-RECORD THRU 5100-EXIT
046800             UNTIL TBC-EOF
046900         CLOSE OLDCHGTBL
047000         CLOSE NEWCHGTBL
047100         MOVE "N" TO TBC-EOF-SW
047200         OPEN INPUT NEWCHGTBL
047300         PERFORM 5200-PROVE-CHG-RECORD THRU 5200-EXIT
047400             UNTIL TBC-EOF
047500         CLOSE NEWCHGTBL
047600         PERFORM 7000-PRINT-PROOF THRU 7000-EXIT
047700     END-IF.
047800 5000-EXIT.
047900     EXIT.
048000
048100 5100-CONVERT-CHG-RECORD.
048200     READ OLDCHGTBL
048300         AT END
048400             SET TBC-EOF TO TRUE
048500         NOT AT END
048600             ADD 1 TO TBC-OLD-COUNT
048700             ADD OCG-RATE-PCT TO TBC-OLD-AMT-1
048800             ADD OCG-PENALTY  TO TBC-OLD-AMT-2
048900             MOVE SPACES        TO CHARGE-RULE-RECORD
049000             MOVE OCG-ROW-TYPE  TO CHG-ROW-TYPE
049100             MOVE OCG-BAND-LOW  TO CHG-BAND-LOW
049200             MOVE OCG-BAND-HIGH TO CHG-BAND-HIGH
049300             IF OCG-BAND-HIGH = 999.99
049400                 MOVE 999999999.99 TO CHG-BAND-HIGH
049500             END-IF
049600             MOVE OCG-RATE-PCT  TO CHG-RATE-PCT
049700             MOVE OCG-PENALTY   TO CHG-PENALTY
049800             MOVE OCG-LABEL     TO CHG-LABEL
049900             WRITE CHARGE-RULE-RECORD
050000     END-READ.
050100 5100-EXIT.
050200     EXIT.
050300
050400 5200-PROVE-CHG-RECORD.
050500     READ NEWCHGTBL
050600         AT END
050700             SET TBC-EOF TO TRUE
050800         NOT AT END
050900             ADD 1 TO TBC-NEW-COUNT
051000             ADD CHG-RATE-PCT TO TBC-NEW-AMT-1
051100             ADD CHG-PENALTY  TO TBC-NEW-AMT-2
051200     END-READ.
051300 5200-EXIT.
051400     EXIT.
051500
051600*----------------------------------------------------------*
051700* 7000-PRINT-PROOF PRINTS THE BEFORE/AFTER FIGURES FOR THE  *
051800* FILE JUST CONVERTED AND PASSES OR FAILS IT. A FAILURE IS  *
051900* LOGGED; THE .old COPY STAYS FOR THE INVESTIGATION.        *
052000*----------------------------------------------------------*
052100 7000-PRINT-PROOF.
052200     SET TBC-PROVED TO TRUE.
052300     IF TBC-OLD-COUNT NOT = TBC-NEW-COUNT
052400         OR TBC-OLD-AMT-1 NOT = TBC-NEW-AMT-1
052500         OR TBC-OLD-AMT-2 NOT = TBC-NEW-AMT-2
052600         SET TBC-NOT-PROVED TO TRUE
052700     END-IF.
052800     MOVE TBC-NEW-NAME  TO TBC-RPT-C-FILE.
052900     MOVE TBC-OLD-COUNT TO TBC-RPT-C-BEFORE.
053000     MOVE TBC-NEW-COUNT TO TBC-RPT-C-AFTER.
053100     MOVE TBC-RPT-COUNT-LINE TO TBC-RW-LINE.
053200     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
053300     IF TBC-AMT-1-LABEL NOT = SPACES
053400         MOVE TBC-NEW-NAME    TO TBC-RPT-A-FILE
053500         MOVE TBC-AMT-1-LABEL TO TBC-RPT-A-LABEL
053600         MOVE TBC-OLD-AMT-1   TO TBC-RPT-A-BEFORE
053700         MOVE TBC-NEW-AMT-1   TO TBC-RPT-A-AFTER
053800         MOVE TBC-RPT-AMT-LINE TO TBC-RW-LINE
053900         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
054000     END-IF.
054100     IF TBC-AMT-2-LABEL NOT = SPACES
054200         MOVE TBC-NEW-NAME    TO TBC-RPT-A-FILE
054300         MOVE TBC-AMT-2-LABEL TO TBC-RPT-A-LABEL
054400         MOVE TBC-OLD-AMT-2   TO TBC-RPT-A-BEFORE
054500         MOVE TBC-NEW-AMT-2   TO TBC-RPT-A-AFTER
054600         MOVE TBC-RPT-AMT-LINE TO TBC-RW-LINE
054700         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
054800     END-IF.
054900     MOVE TBC-NEW-NAME TO TBC-RPT-R-FILE.
055000     IF TBC-PROVED
055100         MOVE "PROVED" TO TBC-RPT-R-TEXT
055200     ELSE
055300         MOVE "NOT PROVED" TO TBC-RPT-R-TEXT
055400         ADD 1 TO TBC-PROOF-FAIL-COUNT
055500         MOVE "7000-PRINT-PROOF" TO TBC-ERRLOG-PARAGRAPH
055600         CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
055700             TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY
055800     END-IF.
055900     MOVE TBC-RPT-RESULT-LINE TO TBC-RW-LINE.
056000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
056100     DISPLAY "tbalcnv: ", TBC-NEW-NAME, " records = ",
056200         TBC-NEW-COUNT, ", ", TBC-RPT-R-TEXT.
056300     ADD TBC-NEW-COUNT TO TBC-TOTAL-COUNT.
056400 7000-EXIT.
056500     EXIT.
056600
056700 8000-REPORT-COLLISION.
056800     ADD 1 TO TBC-ERROR-COUNT.
056900     DISPLAY "tbalcnv: duplicate key writing ", TBC-NEW-NAME,
057000         ", record not converted".
057100     MOVE "8000-REPORT-COLLISION" TO TBC-ERRLOG-PARAGRAPH.
057200     CALL "TERRLOG" USING TBC-ERRLOG-PROGRAM-ID,
057300         TBC-ERRLOG-PARAGRAPH, TBC-ERRLOG-SEVERITY.
057400 8000-EXIT.
057500     EXIT.
057600
057700 8500-CALL-REPORT-WRITER.
057800     CALL "TRPTWRT" USING TBC-RW-FUNCTION, TBC-RW-TITLE,
057900         TBC-ERRLOG-PROGRAM-ID, TBC-RW-FILENAME, TBC-RW-LINE.
058000 8500-EXIT.
058100     EXIT.
058200
058300 8600-PRINT-LINE.
058400     MOVE "W" TO TBC-RW-FUNCTION.
058500     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
058600 8600-EXIT.
058700     EXIT.
058800
058900 9000-TERMINATE.
059000     IF NOT TBC-ABORT-RUN
059100         MOVE "C" TO TBC-RW-FUNCTION
059200         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
059300     END-IF.
059400     DISPLAY "tbalcnv: total records converted = ",
059500         TBC-TOTAL-COUNT, ", errors = ", TBC-ERROR-COUNT,
059600         ", files not proved = ", TBC-PROOF-FAIL-COUNT.
059700*----------------------------------------------------------*
059800* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
059900* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
060000* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
060100*----------------------------------------------------------*
060200     IF TBC-ABORT-RUN OR TBC-PROOF-FAIL-COUNT > ZERO
060300         MOVE 8 TO RETURN-CODE
060400     ELSE
060500         IF TBC-ERROR-COUNT > ZERO
060600             MOVE 4 TO RETURN-CODE
060700         ELSE
060800             MOVE ZERO TO RETURN-CODE
060900         END-IF
061000     END-IF.
061100 9000-EXIT.
061200     EXIT.
061300
061400* Input:
061500*    console Y confirmation; "TAcctMaster.dat",
061600*    "TAcctAudit.dat", "TTrialSnap.dat", and "TChargeTbl.dat"
061700*    in their pre-widening S9(3)V99 / 9(3)V99 layouts
061800* Output:
061900*    the same four files rebuilt under the wider DL140, DL215,
062000*    DL235, and DL220 layouts; the originals kept as .old
062100*    copies
062200*    file "TBalCnvRpt.txt" -- before/after counts and totals
062300*         and a PROVED / NOT PROVED line per file
062400*    RETURN-CODE 0 = clean, 4 = a record could not convert,
062500*         8 = not confirmed, interlock held, or a file did not
062600*         prove
