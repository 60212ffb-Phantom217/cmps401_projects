002805*                      AND THE DL210 OPERATOR MASTER --
002806*                      REQUIRED AUTHORITY LEVEL 2, AND THE
002807*                      SIGNED-ON ID IS STAMPED ON THE REPORT.
002810*    2026-10-15 DL     EACH REINJECTION AND ESCALATION IS NOW
002820*                      PUT ON THE SHARED TMAINTACT.DAT
002830*                      MAINTENANCE TRAIL THROUGH TMNTLOG, WITH
002840*                      THE SIGNED-ON OPERATOR AND THE REJECT
002850*                      BEFORE AND THE RECORD AFTER THE FIX.
002860*----------------------------------------------------------*
002900*----------------------------------------------------------*
003000* TREJFIX READS THE DL112 SUSPENSE RECORDS, AND FOR EACH ONE  *
003100* THE OPERATOR PICKS F=FIX, S=SKIP (LEAVE IN SUSPENSE), OR    *
012130     VALUE "TREJFIX SUSPENSE WORKBENCH".
012140 01  TRJ-RW-FILENAME  PIC X(40)     VALUE "TRejFixRpt.txt".
012150 01  TRJ-RW-LINE      PIC X(80)     VALUE SPACES.
012160 01  TRJ-ML-PROGRAM   PIC X(8)       VALUE "TREJFIX".
012180 01  TRJ-ML-FUNCTION  PIC X          VALUE SPACE.
012200 01  TRJ-ML-KEY       PIC X(16)      VALUE SPACES.
012220 01  TRJ-ML-BEFORE.
012240     05  TRJ-MB-M         PIC X(4).
012260     05  TRJ-MB-N         PIC X(4).
012280     05  TRJ-MB-O         PIC X(2).
012300     05  TRJ-MB-P         PIC X(2).
012320     05  TRJ-MB-Q         PIC X.
012340     05  TRJ-MB-TRANS-DATE PIC X(6).
012360     05  TRJ-MB-ORIGIN-BRANCH PIC X.
012380     05  TRJ-MB-AMOUNT    PIC X(7).
012400     05  TRJ-MB-TRANS-TYPE PIC X.
012420     05  FILLER           PIC X(2).
012440 01  TRJ-ML-AFTER     PIC X(30)      VALUE SPACES.
012500 01  TRJ-RPT-DETAIL.
012600     05  TRJ-RPT-KEY.
012610         10  TRJ-RPT-KEY-M PIC X(4).
025100
025200 3000-FIX-RECORD.
025250     MOVE REJECT-RECORD TO TRJ-SAVE-RECORD.
025260     PERFORM 3050-SAVE-BEFORE THRU 3050-EXIT.
025300     DISPLAY TRJ-FIX-SCREEN.
025400     ACCEPT TRJ-FIX-SCREEN.
025500     PERFORM 3100-EDIT-CORRECTION THRU 3100-EXIT.
026600     END-IF.
026700 3000-EXIT.
026800     EXIT.
026804
026808*----------------------------------------------------------*
026812* 3050-SAVE-BEFORE KEEPS THE REJECT AS IT CAME OFF SUSPENSE,
026816* LAID OUT THE WAY DL100 LAYS OUT THE MASTER RECORD, SO THE
026820* MAINTENANCE TRAIL SHOWS THE FIX AS A BEFORE AND AN AFTER
026824* IN THE SAME SHAPE.
026828*----------------------------------------------------------*
026832 3050-SAVE-BEFORE.
026836     MOVE SPACES            TO TRJ-ML-BEFORE.
026840     MOVE REJ-M             TO TRJ-MB-M.
026844     MOVE REJ-N             TO TRJ-MB-N.
026848     MOVE REJ-O             TO TRJ-MB-O.
026852     MOVE REJ-P             TO TRJ-MB-P.
026856     MOVE REJ-Q             TO TRJ-MB-Q.
026860     MOVE REJ-TRANS-DATE    TO TRJ-MB-TRANS-DATE.
026864     MOVE REJ-ORIGIN-BRANCH TO TRJ-MB-ORIGIN-BRANCH.
026868     MOVE REJ-AMOUNT        TO TRJ-MB-AMOUNT.
026872     MOVE REJ-TRANS-TYPE    TO TRJ-MB-TRANS-TYPE.
026876 3050-EXIT.
026880     EXIT.
026900
027000*----------------------------------------------------------*
027100* 3100-EDIT-CORRECTION GIVES THE CORRECTED FIELDS THE SAME   *
032900     ADD 1 TO TRJ-CLEARED-COUNT.
033000     DISPLAY "reinjected: key = ", RCY-KEY, ", cycle = ",
033100         TRJ-RECYCLE-COUNT.
033120     MOVE "F"      TO TRJ-ML-FUNCTION.
033140     MOVE INRECORD TO TRJ-ML-AFTER.
033160     PERFORM 6500-LOG-ACTIVITY THRU 6500-EXIT.
033200 5000-EXIT.
033300     EXIT.
033400
035900         " has bounced ", TRJ-RECYCLE-COUNT, " times".
036000     CALL "TERRLOG" USING TRJ-ERRLOG-PROGRAM-ID,
036100         TRJ-ERRLOG-PARAGRAPH, TRJ-ERRLOG-SEVERITY.
036120     MOVE "E"    TO TRJ-ML-FUNCTION.
036140     MOVE "ESCALATED, NOT REINJECTED" TO TRJ-ML-AFTER.
036160     PERFORM 6500-LOG-ACTIVITY THRU 6500-EXIT.
036200 6000-EXIT.
036300     EXIT.
036305
036310*----------------------------------------------------------*
036315* 6500-LOG-ACTIVITY PUTS EACH REINJECTION AND ESCALATION ON
036320* THE SHARED MAINTENANCE TRAIL UNDER THE SIGNED-ON OPERATOR.
036325*----------------------------------------------------------*
036330 6500-LOG-ACTIVITY.
036335     MOVE SPACES TO TRJ-ML-KEY.
036340     MOVE REJ-M  TO TRJ-ML-KEY (1:4).
036345     MOVE REJ-N  TO TRJ-ML-KEY (5:4).
036350     CALL "TMNTLOG" USING TRJ-OPERATOR-ID, TRJ-ML-PROGRAM,
036355         TRJ-ML-FUNCTION, TRJ-ML-KEY, TRJ-ML-BEFORE,
036360         TRJ-ML-AFTER.
036365 6500-EXIT.
036370     EXIT.
036400
036500 7000-READ-REJECT.
036600     READ MYREJECTFILE
042100*         three times, escalated out of the recycle loop
042200*    file "TRejFixRpt.txt" -- one line per suspense item with
042300*         its disposition (REINJECTED/ESCALATED/RETAINED)
042400*    file "TMaintAct.dat" -- a line appended through TMNTLOG
042500*         for each item reinjected or escalated
