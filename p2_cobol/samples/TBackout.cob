002307*                      AND THE DL210 OPERATOR MASTER --
002308*                      REQUIRED AUTHORITY LEVEL 4, AND THE
002309*                      SIGNED-ON ID IS STAMPED ON THE REPORT.
002310*    2026-10-15 DL     A BACKOUT NOW NEEDS A SECOND OPERATOR.
002320*                      THE FIRST RUN FOR A DATE QUEUES IT ON
002330*                      THE DL320 PENDING-CHANGE FILE AND ENDS
002340*                      WITH RETURN CODE 4; ONCE APPROVED ON
002350*                      TAPPROVE, A RERUN THE SAME DAY GOES
002360*                      AHEAD AND NAMES BOTH OPERATORS ON THE
002370*                      REPORT.
002375*    2026-10-15 DL     EACH AUDITED RECORD RESTORED IS NOW PUT
002380*                      ON THE SHARED TMAINTACT.DAT MAINTENANCE
002385*                      TRAIL THROUGH TMNTLOG UNDER THE
002390*                      SIGNED-ON OPERATOR.
002392*    2026-10-15 DL     AN APPROVAL THAT CANNOT BE MARKED USED
002394*                      NOW STOPS THE BACKOUT ON 8 BEFORE
002396*                      ANYTHING IS RESTORED.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* THE ARCHIVED TFILEIN.DAT.CCYYMMDD IS THE PRE-RUN INPUT,   *
003900* MASTER WHILE THE BATCH CHAIN IS MID-PASS IS EXACTLY THE    *
004000* HAZARD THE INTERLOCK EXISTS TO PREVENT; THE SAME STALE-    *
004100* LOCK OVERRIDE TMAINT AND TREJFIX OFFER APPLIES.            *
004120* A BACKOUT ALSO NEEDS A SECOND OPERATOR: THE FIRST RUN FOR  *
004140* A DATE ONLY QUEUES IT ON TPENDCHG.DAT, AND IT GOES AHEAD   *
004160* ON A RERUN THE SAME DAY ONCE TAPPROVE HAS APPROVED IT.     *
004200*----------------------------------------------------------*
004300 ENVIRONMENT DIVISION.
004400 INPUT-OUTPUT SECTION.
006100         ACCESS MODE IS DYNAMIC
006200         RECORD KEY IS PRG-KEY
006300         FILE STATUS IS TBK-REG-STATUS.
006310     SELECT MYPENDCHG ASSIGN TO "TPendChg.dat"
006320         ORGANIZATION IS INDEXED
006330         ACCESS MODE IS DYNAMIC
006340         RECORD KEY IS PC-KEY
006350         FILE STATUS IS TBK-PND-STATUS.
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  MYAUDITFILE.
008900         10  PRG-TRAN-KEY   PIC X(8).
009000         10  PRG-TRANS-DATE PIC X(6).
009100     05  PRG-RUN-DATE     PIC 9(8).
009120 FD  MYPENDCHG.
009150     COPY DL320.
009200 WORKING-STORAGE SECTION.
009300 01  TBK-AUD-STATUS   PIC XX        VALUE "00".
009400     88  TBK-AUD-OK                 VALUE "00".
010200     88  TBK-REG-NOT-FOUND          VALUE "35".
010300 01  TBK-REG-EOF-SW   PIC X         VALUE "N".
010400     88  TBK-REG-EOF                VALUE "Y".
010405 01  TBK-PND-STATUS   PIC XX        VALUE "00".
010410     88  TBK-PND-OK                 VALUE "00".
010415     88  TBK-PND-NOT-FOUND          VALUE "35".
010420 01  TBK-PND-EOF-SW   PIC X         VALUE "N".
010425     88  TBK-PND-EOF                VALUE "Y".
010430 01  TBK-APPR-STATE   PIC X         VALUE SPACE.
010435     88  TBK-APPR-NONE              VALUE SPACE.
010440     88  TBK-APPR-GRANTED           VALUE "A".
010445     88  TBK-APPR-WAITING           VALUE "P".
010450 01  TBK-QUEUED-SW    PIC X         VALUE "N".
010455     88  TBK-QUEUED                 VALUE "Y".
010460 01  TBK-TODAY        PIC 9(8)      VALUE ZERO.
010465 01  TBK-PND-MAKER    PIC X(8)      VALUE SPACES.
010500 01  TBK-AUD-EOF-SW   PIC X         VALUE "N".
010600     88  TBK-AUD-EOF                VALUE "Y".
010700 01  TBK-GEN-EOF-SW   PIC X         VALUE "N".
013520 01  TBK-SG-RESULT    PIC X          VALUE SPACE.
013530     88  TBK-SG-GRANTED              VALUE "G".
013540 01  TBK-OPERATOR-ID  PIC X(8)       VALUE SPACES.
013541 01  TBK-ML-PROGRAM   PIC X(8)       VALUE "TBACKOUT".
013542 01  TBK-ML-FUNCTION  PIC X          VALUE "B".
013543 01  TBK-ML-KEY       PIC X(16)      VALUE SPACES.
013544 01  TBK-ML-BEFORE    PIC X(30)      VALUE SPACES.
013545 01  TBK-ML-AFTER     PIC X(30)      VALUE SPACES.
013550 01  TBK-RPT-OPER-LINE.
013560     05  FILLER           PIC X(11) VALUE "OPERATOR = ".
013570     05  TBK-RPT-OPER     PIC X(8).
013580     05  FILLER           PIC X(61) VALUE SPACES.
013582 01  TBK-RPT-APPR-LINE.
013584     05  FILLER           PIC X(14) VALUE "APPROVED BY = ".
013586     05  TBK-RPT-CHECKER  PIC X(8).
013588     05  FILLER           PIC X(11) VALUE "  RAISED BY".
013590     05  FILLER           PIC X(3)  VALUE " = ".
013592     05  TBK-RPT-MAKER    PIC X(8).
013594     05  FILLER           PIC X(36) VALUE SPACES.
013600 01  TBK-AUD-TABLE.
013700     05  TBK-AUD-ENTRY OCCURS 500 TIMES.
013800         10  TBK-A-KEY        PIC X(8).
024400             END-IF
024500         END-IF
024600     END-IF.
024620     IF NOT TBK-ABORT-RUN
024640         PERFORM 1500-CHECK-APPROVAL THRU 1500-EXIT
024660     END-IF.
024700     IF NOT TBK-ABORT-RUN
024800         MOVE "O" TO TBK-RW-FUNCTION
024900         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
025100         MOVE TBK-RUN-DATE TO TBK-RPT-DATE
025200         MOVE TBK-RPT-DATE-LINE TO TBK-RW-LINE
025300         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
025320         MOVE TBK-RPT-APPR-LINE TO TBK-RW-LINE
025350         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
025400     END-IF.
025500 1000-EXIT.
025600     EXIT.
025601
025602*----------------------------------------------------------*
025603* 1500-CHECK-APPROVAL LOOKS FOR TODAY'S DL320 BACKOUT ITEM  *
025604* FOR THIS RUN DATE. ONE APPROVED TODAY ON TAPPROVE IS USED *
025605* UP (MARKED EXECUTED) AND THE BACKOUT GOES AHEAD; ONE      *
025606* STILL PENDING STOPS THE RUN; WITH NEITHER, THE BACKOUT IS *
025607* QUEUED FOR A SECOND OPERATOR AND THE RUN STOPS. ITEMS     *
025608* FROM AN EARLIER DAY ARE NEVER LOOKED AT -- THEY EXPIRED.  *
025609*----------------------------------------------------------*
025610 1500-CHECK-APPROVAL.
025611     ACCEPT TBK-TODAY FROM DATE YYYYMMDD.
025612     OPEN I-O MYPENDCHG.
025613     IF TBK-PND-NOT-FOUND
025614         OPEN OUTPUT MYPENDCHG
025615         CLOSE MYPENDCHG
025616         OPEN I-O MYPENDCHG
025617     END-IF.
025618     IF NOT TBK-PND-OK
025619         DISPLAY "tbackout: unable to open TPendChg.dat, ",
025620             "status = ", TBK-PND-STATUS
025621         MOVE "1500-CHECK-APPROVAL" TO TBK-ERRLOG-PARAGRAPH
025622         CALL "TERRLOG" USING TBK-ERRLOG-PROGRAM-ID,
025623             TBK-ERRLOG-PARAGRAPH, TBK-ERRLOG-SEVERITY
025624         SET TBK-ABORT-RUN TO TRUE
025625         GO TO 1500-EXIT
025626     END-IF.
025627     MOVE TBK-TODAY TO PC-RAISED-DATE.
025628     MOVE ZERO      TO PC-RAISED-TIME.
025629     START MYPENDCHG KEY IS NOT LESS THAN PC-KEY
025630         INVALID KEY
025631             SET TBK-PND-EOF TO TRUE
025632     END-START.
025633     PERFORM 1600-SCAN-PENDING THRU 1600-EXIT
025634         UNTIL TBK-PND-EOF OR TBK-APPR-GRANTED.
025635     EVALUATE TRUE
025636         WHEN TBK-APPR-GRANTED
025637             PERFORM 1800-USE-APPROVAL THRU 1800-EXIT
025643         WHEN TBK-APPR-WAITING
025644             DISPLAY "BACKOUT OF RUN ", TBK-RUN-DATE,
025645                 " ALREADY AWAITS APPROVAL (RAISED BY ",
025646                 TBK-PND-MAKER, "), NOTHING DONE"
025647             SET TBK-QUEUED TO TRUE
025648             SET TBK-ABORT-RUN TO TRUE
025649         WHEN OTHER
025650             PERFORM 1700-QUEUE-BACKOUT THRU 1700-EXIT
025651             SET TBK-ABORT-RUN TO TRUE
025652     END-EVALUATE.
025653     CLOSE MYPENDCHG.
025654 1500-EXIT.
025655     EXIT.
025656
025657 1600-SCAN-PENDING.
025658     READ MYPENDCHG NEXT RECORD
025659         AT END
025660             SET TBK-PND-EOF TO TRUE
025661             GO TO 1600-EXIT
025662     END-READ.
025663     IF PC-RAISED-DATE NOT = TBK-TODAY
025664         SET TBK-PND-EOF TO TRUE
025665         GO TO 1600-EXIT
025666     END-IF.
025667     IF NOT PC-TYPE-BACKOUT OR PC-BACKOUT-DATE NOT = TBK-RUN-DATE
025668         GO TO 1600-EXIT
025669     END-IF.
025670     IF PC-IS-APPROVED AND PC-DECIDED-DATE = TBK-TODAY
025671         SET TBK-APPR-GRANTED TO TRUE
025672     ELSE
025673         IF PC-IS-PENDING
025674             SET TBK-APPR-WAITING TO TRUE
025675             MOVE PC-MAKER TO TBK-PND-MAKER
025676         END-IF
025677     END-IF.
025678 1600-EXIT.
025679     EXIT.
025680
025681 1700-QUEUE-BACKOUT.
025682     INITIALIZE PENDING-CHANGE-RECORD.
025683     MOVE TBK-TODAY       TO PC-RAISED-DATE.
025684     ACCEPT PC-RAISED-TIME FROM TIME.
025685     SET PC-TYPE-BACKOUT  TO TRUE.
025686     SET PC-IS-PENDING    TO TRUE.
025687     MOVE TBK-OPERATOR-ID TO PC-MAKER.
025688     MOVE TBK-ERRLOG-PROGRAM-ID TO PC-MAKER-PROGRAM.
025689     MOVE TBK-DATE-TEXT   TO PC-TARGET.
025690     MOVE TBK-RUN-DATE    TO PC-BACKOUT-DATE.
025691     MOVE TBK-AUD-TALLY   TO PC-BACKOUT-COUNT.
025692     WRITE PENDING-CHANGE-RECORD
025693         INVALID KEY
025694             ADD 1 TO PC-RAISED-TIME
025695             WRITE PENDING-CHANGE-RECORD
025696                 INVALID KEY
025697                     CONTINUE
025698             END-WRITE
025699     END-WRITE.
025700     IF TBK-PND-OK
025701         SET TBK-QUEUED TO TRUE
025702         DISPLAY "BACKOUT OF RUN ", TBK-RUN-DATE, " QUEUED FOR ",
025703             "APPROVAL BY A SECOND OPERATOR ON TAPPROVE -- ",
025704             "RERUN TODAY ONCE APPROVED"
025705     ELSE
025706         DISPLAY "tbackout: backout could not be queued, ",
025707             "status = ", TBK-PND-STATUS
025708         MOVE "1700-QUEUE-BACKOUT" TO TBK-ERRLOG-PARAGRAPH
025709         CALL "TERRLOG" USING TBK-ERRLOG-PROGRAM-ID,
025710             TBK-ERRLOG-PARAGRAPH, TBK-ERRLOG-SEVERITY
025711     END-IF.
025712 1700-EXIT.
025713     EXIT.
025714
025716 1800-USE-APPROVAL.
025720     SET PC-IS-EXECUTED TO TRUE.
025724     REWRITE PENDING-CHANGE-RECORD
025728         INVALID KEY
025732             DISPLAY "tbackout: approval could not be marked ",
025736                 "used, status = ", TBK-PND-STATUS
025740             MOVE "1800-USE-APPROVAL" TO TBK-ERRLOG-PARAGRAPH
025744             CALL "TERRLOG" USING TBK-ERRLOG-PROGRAM-ID,
025748                 TBK-ERRLOG-PARAGRAPH, TBK-ERRLOG-SEVERITY
025752             SET TBK-ABORT-RUN TO TRUE
025756             GO TO 1800-EXIT
025760     END-REWRITE.
025764     MOVE PC-CHECKER TO TBK-RPT-CHECKER.
025768     MOVE PC-MAKER   TO TBK-RPT-MAKER.
025772     DISPLAY "BACKOUT OF RUN ", TBK-RUN-DATE,
025776         " APPROVED BY ", PC-CHECKER.
025780 1800-EXIT.
025784     EXIT.
025788
025800 2000-LOAD-AUDIT.
025900     OPEN INPUT MYAUDITFILE.
026000     IF TBK-AUD-NOT-FOUND
037700                 TBK-ERRLOG-PARAGRAPH, TBK-ERRLOG-SEVERITY
037800         NOT INVALID KEY
037900             ADD 1 TO TBK-COPIED-COUNT
037920             IF TBK-AUD-FOUND
037940                 PERFORM 5500-LOG-ACTIVITY THRU 5500-EXIT
037960             END-IF
038000     END-WRITE.
038100 5200-EXIT.
038200     EXIT.
041000     END-IF.
041100 5400-EXIT.
041200     EXIT.
041205
041210*----------------------------------------------------------*
041215* 5500-LOG-ACTIVITY PUTS EACH RECORD THE BACKED-OUT RUN HAD
041220* TOUCHED ON THE SHARED MAINTENANCE TRAIL UNDER THE SIGNED-
041225* ON OPERATOR, WITH THE RECORD AS IT WAS RESTORED.
041230*----------------------------------------------------------*
041235 5500-LOG-ACTIVITY.
041240     MOVE IN-KEY   TO TBK-ML-KEY.
041245     MOVE SPACES   TO TBK-ML-BEFORE.
041250     STRING "AS POSTED BY RUN " TBK-RUN-DATE
041255         DELIMITED BY SIZE INTO TBK-ML-BEFORE.
041260     MOVE INRECORD TO TBK-ML-AFTER.
041265     CALL "TMNTLOG" USING TBK-OPERATOR-ID, TBK-ML-PROGRAM,
041270         TBK-ML-FUNCTION, TBK-ML-KEY, TBK-ML-BEFORE,
041275         TBK-ML-AFTER.
041280 5500-EXIT.
041285     EXIT.
041300
041400*----------------------------------------------------------*
041500* 6000-CLEAR-REGISTRY DELETES THE BACKED-OUT RUN'S ENTRIES
052200     DISPLAY "tbackout: records regenerated = ",
052300         TBK-COPIED-COUNT, ", restored from audit = ",
052400         TBK-FIXED-COUNT.
052450     EVALUATE TRUE
052500         WHEN TBK-QUEUED
052550             MOVE 4 TO RETURN-CODE
052600         WHEN TBK-ABORT-RUN
052650             MOVE 8 TO RETURN-CODE
052700         WHEN OTHER
052750             MOVE ZERO TO RETURN-CODE
052800     END-EVALUATE.
053000 9000-EXIT.
053100     EXIT.
053200
053300* Input:
053400*    console entry of the run date and a Y confirmation
053500*    file "TFileAudit.dat" (DL113 trail across runs)
053520*    file "TPendChg.dat" (DL320 pending changes -- today's
053550*         approval for this run date, from TAPPROVE)
053600*    file "TFileIn.dat.CCYYMMDD" (the archived pre-run input)
053700* Output:
053800*    file "TFileIn.dat" regenerated from the archived input,
054100*         downstream program can pick it up
054200*    file "TBackoutRpt.txt" -- the reversal listing, newest
054300*         audit entry first
054330*    file "TPendChg.dat" -- the backout queued for approval
054360*         on a first run, marked executed on an approved one
054370*    file "TMaintAct.dat" -- a line appended through TMNTLOG
054380*         for each audited record restored
054400*    RETURN-CODE 0 = backed out, 4 = queued or awaiting
054500*         approval, nothing done yet, 8 = nothing done
