002000*                      WITH THE PRIOR MONTH AND THE MOVEMENT,
002100*                      PLUS THE MONTH'S OPEN REJECTS BY REASON
002200*                      CODE FROM THE SUSPENSE FILE.
002220*    2026-10-15 DL     A BRANCH TBRCLOSE MARKS INACTIVE KEEPS ITS
002240*                      SECTION WHILE IT WAS STILL IN SERVICE ON
002260*                      SOME DAY OF THE CARD'S MONTH OR THE
002280*                      PRIOR MONTH.
002282*    2026-10-15 DL     THE MONTH NOW COMES FROM THE TRUNDATE
002284*                      RUN DATE, SO THE UNATTENDED AND
002286*                      CATCH-UP MONTH-END STREAMS SCORE THE
002288*                      RIGHT MONTH. TSCOREPARM.DAT IS NOW ONLY
002290*                      AN OVERRIDE AND MAY BE ABSENT.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* THE MONTH IS THE RUN DATE'S, OR A DL150 OVERRIDE CARD'S   *
002600* IN TSCOREPARM.DAT (TCLOSE'S LAYOUT); THE PRIOR MONTH IS   *
002700* COMPUTED FROM IT. THE REASON-CODE LINES COVER WHAT IS     *
002800* STILL OPEN ON TFILEREJECT.DAT FOR THE MONTH -- ITEMS      *
002900* ALREADY CLEARED THROUGH TREJFIX HAVE LEFT THE SUSPENSE    *
008000 01  TBS-WORK-YEAR    PIC 9(4)      VALUE ZERO.
008100 01  TBS-WORK-MM      PIC 9(2)      VALUE ZERO.
008200 01  TBS-REC-MONTH    PIC 9(6)      VALUE ZERO.
008250 01  TBS-PRI-FIRST-DAY PIC 9(8)     VALUE ZERO.
008260 01  TBS-RUN-DATE     PIC 9(8)      VALUE ZERO.
008270 01  TBS-RD-FUNCTION  PIC X         VALUE "G".
008280 01  TBS-CARD-SW      PIC X         VALUE "N".
008290     88  TBS-CARD-USED              VALUE "Y".
008300 01  TBS-SUB          PIC 9    COMP VALUE ZERO.
008400 01  TBS-MOVE-WORK    PIC S9(7) COMP VALUE ZERO.
008500*----------------------------------------------------------*
016800     GOBACK.
016900
017000 1000-INITIALIZE.
017100     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
018600     IF NOT TBS-ABORT-RUN
018700         MOVE MONTH-PARM-CCYYMM TO TBS-CUR-MONTH
018800         PERFORM 1200-PRIOR-MONTH THRU 1200-EXIT
018850         COMPUTE TBS-PRI-FIRST-DAY = TBS-PRI-MONTH * 100 + 1
018900         PERFORM 1400-LOAD-BRANCH-DIR THRU 1400-EXIT
019000         MOVE "O" TO TBS-RW-FUNCTION
019100         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
019800 1000-EXIT.
019900     EXIT.
020000
020002*----------------------------------------------------------*
020004* 1100-SET-MONTH TAKES THE MONTH OF THE RUN DATE, SO AN
020006* UNATTENDED OR CATCH-UP MONTH-END SCORES THE RIGHT MONTH.
020008* A CARD ON TSCOREPARM.DAT WITH A NUMERIC CCYYMM OVERRIDES
020010* IT; ONE THAT IS NOT A REAL MONTH STOPS THE RUN.
020012*----------------------------------------------------------*
020014 1100-SET-MONTH.
020016     CALL "TRUNDATE" USING TBS-RD-FUNCTION, TBS-ERRLOG-PROGRAM-ID,
020018         TBS-RUN-DATE.
020020     OPEN INPUT MYPARMFILE.
020022     IF TBS-PARM-OK
020024         READ MYPARMFILE
020026             AT END
020028                 CONTINUE
020030             NOT AT END
020032                 IF MONTH-PARM-CCYYMM IS NUMERIC
020034                     SET TBS-CARD-USED TO TRUE
020036                 END-IF
020038         END-READ
020040         CLOSE MYPARMFILE
020042     END-IF.
020044     IF NOT TBS-CARD-USED
020046         MOVE TBS-RUN-DATE (1:6) TO MONTH-PARM-CCYYMM
020048         MOVE "RUN-DATE MONTH" TO MONTH-PARM-LABEL
020050         GO TO 1100-EXIT
020052     END-IF.
020054     COMPUTE TBS-WORK-YEAR = MONTH-PARM-CCYYMM / 100.
020056     COMPUTE TBS-WORK-MM =
020058         MONTH-PARM-CCYYMM - TBS-WORK-YEAR * 100.
020060     IF TBS-WORK-MM < 1 OR TBS-WORK-MM > 12
020062         DISPLAY "tbrscore: TScoreParm.dat month ",
020064             MONTH-PARM-CCYYMM, " is not a real month"
020066         MOVE "1100-SET-MONTH" TO TBS-ERRLOG-PARAGRAPH
020068         CALL "TERRLOG" USING TBS-ERRLOG-PROGRAM-ID,
020070             TBS-ERRLOG-PARAGRAPH, TBS-ERRLOG-SEVERITY
020072         SET TBS-ABORT-RUN TO TRUE
020074         GO TO 1100-EXIT
020076     END-IF.
020078     DISPLAY "tbrscore: TScoreParm.dat overrides the run date".
020080 1100-EXIT.
020082     EXIT.
020084
020100 1200-PRIOR-MONTH.
020200     COMPUTE TBS-WORK-YEAR = TBS-CUR-MONTH / 100.
020300     COMPUTE TBS-WORK-MM =
023500         AT END
023600             SET TBS-DIR-EOF TO TRUE
023700         NOT AT END
023750             IF (NOT BRD-IS-INACTIVE
023800                 OR BRD-INACTIVE-FROM > TBS-PRI-FIRST-DAY)
023850                 AND TBS-BRD-TALLY < 9
023900                 ADD 1 TO TBS-BRD-TALLY
024000                 MOVE BRD-BRANCH-NUMBER
024100                     TO TBS-BRD-NUMBER (TBS-BRD-TALLY)
045100     EXIT.
045200
045300* Input:
045350*    the run date, through TRUNDATE -- the month scored
045400*    file "TScoreParm.dat" (optional DL150 override card), e.g.
045500*            2026090130SEPTEMBER SCORECARD
045600*    file "TBrStats.dat" (DL205 nightly merge stats from TFile)
045700*    file "TFileReject.dat" (open DL112 items for the reason
046100*         month's submitted/merged/dups/rejects/gate-fail
046200*         figures next to the prior month and the movement,
046300*         plus open rejects by reason code
046400*    RETURN-CODE 0 = printed, 8 = override card not a real month
