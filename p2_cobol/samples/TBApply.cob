003962*                      SCREENS, AND REPORT LINES WIDENED TO
003963*                      THE FOUR-PLUS-FOUR M/N KEY THE DL
003964*                      COPYBOOKS NOW CARRY.
003965*    2026-10-15 DL     EACH APPLIED TRANSACTION IS NOW PUT ON
003970*                      THE SHARED TMAINTACT.DAT MAINTENANCE
003975*                      TRAIL THROUGH TMNTLOG, WITH THE RECORD
003980*                      READ BEFORE A CHANGE OR DELETE AND THE
003985*                      RECORD AS SAVED. THE OPERATOR IS BLANK,
003990*                      THIS BEING A BATCH RUN.
004000*----------------------------------------------------------*
004100*----------------------------------------------------------*
004200* EACH TRANSACTION IS EDITED BEFORE IT TOUCHES THE FILE: ADD *
010500 01  TB-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TBAPPLY".
010600 01  TB-ERRLOG-PARAGRAPH  PIC X(30) VALUE "3500-WRITE-REJECT".
010700 01  TB-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
010720 01  TB-ML-OPERATOR   PIC X(8)       VALUE SPACES.
010740 01  TB-ML-KEY        PIC X(16)      VALUE SPACES.
010760 01  TB-ML-BEFORE     PIC X(30)      VALUE SPACES.
010780 01  TB-ML-AFTER      PIC X(30)      VALUE SPACES.
010800 01  TB-RW-FUNCTION   PIC X         VALUE SPACE.
010900 01  TB-RW-TITLE      PIC X(30)
011000     VALUE "TBAPPLY MAINTENANCE REGISTER".
029300     MOVE TB-REG-DETAIL TO TB-RW-LINE.
029400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
029500     ADD 1 TO TB-APPLIED-COUNT.
029550     PERFORM 3800-LOG-ACTIVITY THRU 3800-EXIT.
029600 3700-EXIT.
029700     EXIT.
029705
029710*----------------------------------------------------------*
029715* 3800-LOG-ACTIVITY PUTS EACH APPLIED TRANSACTION ON THE
029720* SHARED MAINTENANCE TRAIL. TBAPPLY RUNS IN THE BATCH CHAIN
029725* WITH NO SIGN-ON, SO THE OPERATOR IS LEFT BLANK. A DELETE
029730* LEAVES NO AFTER IMAGE.
029735*----------------------------------------------------------*
029740 3800-LOG-ACTIVITY.
029745     MOVE TXN-KEY TO TB-ML-KEY.
029750     IF TXN-FUNCTION-DELETE
029755         MOVE SPACES TO TB-ML-AFTER
029760     ELSE
029765         MOVE INRECORD TO TB-ML-AFTER
029770     END-IF.
029775     CALL "TMNTLOG" USING TB-ML-OPERATOR, TB-ERRLOG-PROGRAM-ID,
029780         TXN-FUNCTION, TB-ML-KEY, TB-ML-BEFORE, TB-ML-AFTER.
029785 3800-EXIT.
029790     EXIT.
029800
029900 4000-ADD-RECORD.
029950     MOVE SPACES TO TB-ML-BEFORE.
030000     PERFORM 4500-MOVE-TXN-FIELDS THRU 4500-EXIT.
030100     WRITE INRECORD
030200         INVALID KEY
031800     MOVE SPACE          TO IN-ORIGIN-BRANCH.
031900 4500-EXIT.
032000     EXIT.
032005
032010*----------------------------------------------------------*
032015* 4700-READ-BEFORE KEEPS THE RECORD AS IT STOOD BEFORE A
032020* CHANGE OR DELETE FOR THE MAINTENANCE TRAIL. A KEY NOT ON
032025* FILE IS LEFT FOR THE REWRITE OR DELETE TO REJECT.
032030*----------------------------------------------------------*
032035 4700-READ-BEFORE.
032040     MOVE SPACES TO TB-ML-BEFORE.
032045     MOVE TXN-M TO M.
032050     MOVE TXN-N TO N.
032055     READ MYMAINTFILE
032060         NOT INVALID KEY
032065             MOVE INRECORD TO TB-ML-BEFORE
032070     END-READ.
032075 4700-EXIT.
032080     EXIT.
032100
032200 5000-CHANGE-RECORD.
032250     PERFORM 4700-READ-BEFORE THRU 4700-EXIT.
032300     PERFORM 4500-MOVE-TXN-FIELDS THRU 4500-EXIT.
032400     REWRITE INRECORD
032500         INVALID KEY
033200     EXIT.
033300
033400 6000-DELETE-RECORD.
033500     PERFORM 4700-READ-BEFORE THRU 4700-EXIT.
033700     DELETE MYMAINTFILE
033800         INVALID KEY
033900             MOVE "KEY NOT ON FILE" TO TB-REASON-TEXT
039600*    file "TFileIn.dat" maintained in bulk
039700*    file "TBApplyRpt.txt" -- one APPLIED/REJECTED line per
039800*         transaction plus an applied/rejected total line
039810*    file "TMaintAct.dat" -- a line appended through TMNTLOG
039840*         for each transaction applied
039900*    RETURN-CODE 0 = all applied, 4 = something was rejected
