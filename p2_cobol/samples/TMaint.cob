004006*                      THROUGH THE SHARED TSIGNON FACILITY
004007*                      AND THE DL210 OPERATOR MASTER --
004008*                      REQUIRED AUTHORITY LEVEL 2.
004010*    2026-10-15 DL     EACH SAVED ADD OR CHANGE IS NOW PUT ON
004020*                      THE SHARED TMAINTACT.DAT MAINTENANCE
004030*                      TRAIL THROUGH TMNTLOG, WITH THE SIGNED-ON
004040*                      OPERATOR AND THE BEFORE/AFTER IMAGES.
004100*----------------------------------------------------------*
004200*----------------------------------------------------------*
004300* TMAINT MAINTAINS TFILEIN.DAT (THE SAME INDEXED FILE TFILE'S  *
009220 01  TM-SG-RESULT     PIC X          VALUE SPACE.
009230     88  TM-SG-GRANTED               VALUE "G".
009240 01  TM-OPERATOR-ID   PIC X(8)       VALUE SPACES.
009250 01  TM-ML-PROGRAM    PIC X(8)       VALUE "TMAINT".
009260 01  TM-ML-KEY        PIC X(16)      VALUE SPACES.
009270 01  TM-ML-BEFORE     PIC X(30)      VALUE SPACES.
009280 01  TM-ML-AFTER      PIC X(30)      VALUE SPACES.
009300 SCREEN SECTION.
009400 01  TM-MAINT-SCREEN.
009500     05  BLANK SCREEN.
017500     ELSE
017600         MOVE SPACES TO INRECORD
017700     END-IF.
017720     MOVE SPACES TO TM-ML-BEFORE.
017740     IF TM-FUNCTION-CHANGE AND TM-KEY-FOUND
017760         MOVE INRECORD TO TM-ML-BEFORE
017780     END-IF.
017800     IF TM-KEY-FOUND
017900         DISPLAY TM-MAINT-SCREEN
018000         ACCEPT TM-MAINT-SCREEN
023100             DISPLAY "RECORD ", IN-KEY, " ALREADY ON FILE"
023200         NOT INVALID KEY
023300             DISPLAY "RECORD ", IN-KEY, " ADDED"
023350             PERFORM 6000-LOG-ACTIVITY THRU 6000-EXIT
023400     END-WRITE.
023500 4000-EXIT.
023600     EXIT.
024100             DISPLAY "RECORD ", IN-KEY, " NOT ON FILE"
024200         NOT INVALID KEY
024300             DISPLAY "RECORD ", IN-KEY, " CHANGED"
024350             PERFORM 6000-LOG-ACTIVITY THRU 6000-EXIT
024400     END-REWRITE.
024500 5000-EXIT.
024600     EXIT.
024605
024610*----------------------------------------------------------*
024615* 6000-LOG-ACTIVITY PUTS EACH SAVED ADD OR CHANGE ON THE
024620* SHARED MAINTENANCE TRAIL UNDER THE SIGNED-ON OPERATOR,
024625* WITH THE RECORD AS IT WAS READ AND AS IT WAS SAVED.
024630*----------------------------------------------------------*
024635 6000-LOG-ACTIVITY.
024640     MOVE IN-KEY   TO TM-ML-KEY.
024645     MOVE INRECORD TO TM-ML-AFTER.
024650     CALL "TMNTLOG" USING TM-OPERATOR-ID, TM-ML-PROGRAM,
024655         TM-FUNCTION, TM-ML-KEY, TM-ML-BEFORE, TM-ML-AFTER.
024660 6000-EXIT.
024665     EXIT.
024700
024800* Input: none (interactive)
024900* Output: TFileIn.dat maintained a record at a time; console
025000*         DISPLAY confirms each add/change or reports the reason
025100*         a record was rejected; TMaintAct.dat has a line
025200*         appended through TMNTLOG for each add/change saved.
