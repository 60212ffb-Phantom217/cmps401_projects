004300*                      BATCH PASS IS MID-FILE. ON A RESTART A
004400*                      LOCK LEFT BEHIND BY A CRASHED TDRIVE RUN
004500*                      IS TREATED AS STALE AND RETAKEN.
004505*    2026-10-15 DL     AS-OF RUN DATE. THE OPERATOR MAY NAME
004510*                      THE BUSINESS DATE TO PROCESS, AND TDRIVE
004515*                      HANDS IT TO EVERY STEP THROUGH THE DL230
004520*                      CARD (SHARED SUBPROGRAM TRUNDATE), SO A
004525*                      NIGHT RUN LATE IS NAMED, AGED AND
004530*                      JOURNALED BY ITS OWN DATE, NOT THE
004535*                      CLOCK'S. CATCH-UP MODE (REPLY C) RUNS
004540*                      THE WHOLE CHAIN ONCE FOR EACH TPROCCAL
004545*                      BUSINESS DAY MISSED SINCE THE LAST
004550*                      COMPLETED DAY ON TDRIVELASTRUN.DAT,
004555*                      OLDEST FIRST, AND STOPS AT THE FIRST DAY
004560*                      THAT FAILS.
004562*    2026-10-15 DL     CALENDAR-DRIVEN JOB STREAMS. EACH BUSINESS
004564*                      DATE NOW CHOOSES ITS OWN STEP LIST FROM
004566*                      TPROCCAL: THE DAILY STREAM
004568*                      (TDRIVESTEPS.DAT), THE MONTH-END STREAM
004570*                      (TDRIVESTEPSM.DAT) ON A CAL-IS-MONTHEND
004572*                      DATE, AND THE HOLIDAY STREAM
004574*                      (TDRIVESTEPSH.DAT, LIGHT HOUSEKEEPING, OR
004576*                      NO STREAM AT ALL WITHOUT IT) ON A
004578*                      NON-PROCESSING DAY. THE STREAM AND WHY IT
004580*                      WAS CHOSEN GO ON THE JOB LOG FOR TBOARD.
004582*                      A MONTH-END WITH NO MONTH-END LIST, OR ONE
004584*                      THAT FALLS ON A NON-PROCESSING DAY, STOPS
004586*                      THE CHAIN RATHER THAN RUN SHORT.
004588*    2026-10-15 DL     EACH STEP IS CANCELLED ONCE IT RETURNS,
004590*                      SO THE NEXT BUSINESS DAY OF A CATCH-UP
004592*                      ENTERS IT WITH FRESH WORKING-STORAGE
004594*                      INSTEAD OF THE LAST DAY'S SWITCHES,
004596*                      COUNTERS AND TABLES.
004600*----------------------------------------------------------*
004700*----------------------------------------------------------*
004800* TDRIVE CALLS EACH STEP IN THE LIST, BY NAME. EACH CALLED   *
006000* DRIVER TOGETHER WITH THEM INTO ONE RUN UNIT IS A           *
006100* BUILD-TIME STEP, NOT SOMETHING THIS SOURCE FILE CONTROLS.  *
006200*----------------------------------------------------------*
006205*----------------------------------------------------------*
006210* THE AS-OF PROMPT TAKES A CCYYMMDD BUSINESS DATE, BLANK FOR *
006215* TODAY (OR, ON A RESTART, THE UNFINISHED CHECKPOINT DAY),   *
006220* OR C FOR CATCH-UP. CATCH-UP COVERS THE PROCESSING DAYS     *
006225* AFTER THE LAST COMPLETED BUSINESS DATE UP TO AND INCLUDING *
006230* YESTERDAY; TONIGHT'S OWN RUN IS STILL THE ORDINARY ONE.    *
006235* EACH DAY IS A COMPLETE CHAIN OF ITS OWN: THE AS-OF CARD IS *
006240* SET, THE STEPS RUN, AND ONLY WHEN EVERY STEP PASSES IS THE *
006245* LAST-RUN DATE ADVANCED AND THE CHECKPOINT REMOVED. THE     *
006250* CARD IS LEFT ON FILE WHEN A DAY FAILS, ALONGSIDE THE       *
006255* CHECKPOINT, AND IS REMOVED WHEN THE CHAIN COMPLETES.       *
006260*----------------------------------------------------------*
006262*----------------------------------------------------------*
006264* THE STREAM IS CHOSEN PER BUSINESS DATE, NOT PER RUN, SO A  *
006266* CATCH-UP THAT CROSSES A MONTH-END RUNS THE MONTH-END LIST  *
006268* ON THAT DAY ONLY. EACH STREAM'S LIST IS COMPLETE IN ITSELF *
006270* -- THE MONTH-END CARDS REPEAT THE DAILY STEPS IN THEIR     *
006272* PLACE -- SO THE ORDER IS WHAT THE CARDS SAY. ONLY THE      *
006274* DAILY STREAM FALLS BACK TO THE BUILT-IN THREE STEPS. NO    *
006276* CALENDAR MEANS NO WAY TO SEE A MONTH-END OR A HOLIDAY, SO  *
006278* THE DAILY STREAM RUNS AND THE REASON SAYS SO. THE          *
006280* CHECKPOINT CARRIES ITS STREAM, AND A RESTART IN A          *
006282* DIFFERENT STREAM IS REFUSED.                               *
006284*----------------------------------------------------------*
006300 ENVIRONMENT DIVISION.
006400 INPUT-OUTPUT SECTION.
006500 FILE-CONTROL.
006600     SELECT MYSTEPFILE ASSIGN TO TD-STEP-FILENAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS TD-STEP-STATUS.
006900     SELECT MYCKPTFILE ASSIGN TO "TDriveCkpt.dat"
007200     SELECT MYJOBLOG ASSIGN TO "TDriveJobLog.txt"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS TD-LOG-STATUS.
007420     SELECT MYLASTRUN ASSIGN TO "TDriveLastRun.dat"
007440         ORGANIZATION IS LINE SEQUENTIAL
007460         FILE STATUS IS TD-LAST-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  MYSTEPFILE.
008200     05  CKPT-STEP-NUMBER PIC 9(2).
008300     05  CKPT-STEP-NAME   PIC X(8).
008400     05  CKPT-RUN-DATE    PIC 9(8).
008450     05  CKPT-STREAM      PIC X.
008500 FD  MYJOBLOG
008600     RECORD CONTAINS 80 CHARACTERS.
008700 01  JOBLOG-LINE          PIC X(80).
008710 FD  MYLASTRUN.
008720 01  LAST-RUN-RECORD.
008730     05  LAST-RUN-DATE    PIC 9(8).
008740     05  FILLER           PIC X(1).
008750     05  LAST-RUN-DONE-DATE PIC 9(8).
008760     05  FILLER           PIC X(1).
008770     05  LAST-RUN-DONE-TIME PIC 9(8).
008800 WORKING-STORAGE SECTION.
008900 01  TD-STEP-STATUS   PIC XX        VALUE "00".
009000     88  TD-STEP-FILE-OK            VALUE "00".
009500 01  TD-LOG-STATUS    PIC XX        VALUE "00".
009600     88  TD-LOG-OK                  VALUE "00".
009700     88  TD-LOG-NOT-FOUND           VALUE "35".
009720 01  TD-LAST-STATUS   PIC XX        VALUE "00".
009740     88  TD-LAST-OK                 VALUE "00".
009760     88  TD-LAST-NOT-FOUND          VALUE "35".
009800 01  TD-STEP-EOF-SW   PIC X         VALUE "N".
009900     88  TD-STEP-EOF                VALUE "Y".
010000 01  TD-CKPT-EOF-SW   PIC X         VALUE "N".
010600 01  TD-DEFAULT-TABLE-R REDEFINES TD-DEFAULT-TABLE.
010700     05  TD-DEFAULT-ENTRY PIC X(8)  OCCURS 3 TIMES.
010800 01  TD-STEP-TABLE.
010900     05  TD-STEP-ENTRY    PIC X(8)  OCCURS 20 TIMES
011000         INDEXED BY TD-STEP-IDX.
011100 01  TD-STEP-COUNT    PIC 9(2) COMP VALUE ZERO.
011110 01  TD-STEP-LIMIT    PIC 9(2) COMP VALUE 20.
011120 01  TD-STEP-FILENAME PIC X(20)     VALUE "TDriveSteps.dat".
011130 01  TD-STREAM-CODE   PIC X         VALUE "D".
011140     88  TD-STREAM-DAILY            VALUE "D".
011150     88  TD-STREAM-MONTH-END        VALUE "M".
011160     88  TD-STREAM-HOLIDAY          VALUE "H".
011170 01  TD-STREAM-TEXT   PIC X(16)     VALUE SPACES.
011180 01  TD-STREAM-REASON PIC X(36)     VALUE SPACES.
011190 01  TD-PROC-DAY-SW   PIC X         VALUE "N".
011200     88  TD-PROC-DAY                VALUE "Y".
011210 01  TD-CKPT-STREAM   PIC X         VALUE SPACE.
011300 01  TD-STEP-NUMBER   PIC 9(2) COMP VALUE ZERO.
011400 01  TD-RESUME-STEP   PIC 9(2) COMP VALUE 1.
011500 01  TD-DEFAULT-SUB   PIC 9(1) COMP VALUE ZERO.
012300 01  TD-TFILE-RESTART  PIC X        VALUE "N".
012400 01  TD-RUN-DATE      PIC 9(8)      VALUE ZERO.
012500 01  TD-RUN-TIME      PIC 9(8)      VALUE ZERO.
012502 01  TD-CLOCK-DATE    PIC 9(8)      VALUE ZERO.
012504 01  TD-CKPT-DATE     PIC 9(8)      VALUE ZERO.
012506 01  TD-LAST-RUN-DATE PIC 9(8)      VALUE ZERO.
012508 01  TD-ASOF-REPLY    PIC X(8)      VALUE SPACES.
012510     88  TD-ASOF-TODAY              VALUE SPACES.
012512     88  TD-ASOF-CATCH-UP           VALUE "C" "c".
012514 01  TD-ASOF-REPLY-N REDEFINES TD-ASOF-REPLY PIC 9(8).
012516 01  TD-DAY-TABLE.
012518     05  TD-DAY-DATE      PIC 9(8)  OCCURS 60 TIMES.
012520 01  TD-DAY-COUNT     PIC 9(3) COMP VALUE ZERO.
012522 01  TD-DAY-SUB       PIC 9(3) COMP VALUE ZERO.
012524 01  TD-DAY-LIMIT     PIC 9(3) COMP VALUE 60.
012526 01  TD-WORK-INT      PIC 9(7) COMP VALUE ZERO.
012528 01  TD-END-INT       PIC 9(7) COMP VALUE ZERO.
012530 01  TD-RD-FUNCTION   PIC X         VALUE SPACE.
012532 01  TD-BD-FUNCTION   PIC X         VALUE "D".
012534 01  TD-BD-DATE-1     PIC 9(8)      VALUE ZERO.
012536 01  TD-BD-DATE-2     PIC 9(8)      VALUE ZERO.
012538 01  TD-BD-AVAIL      PIC X         VALUE SPACE.
012540     88  TD-BD-CAL-AVAILABLE        VALUE "Y".
012542 01  TD-BD-RESULT     PIC X         VALUE SPACE.
012544     88  TD-BD-IS-PROCESSING        VALUE "Y".
012545     88  TD-BD-IS-MONTH-END         VALUE "Y".
012546 01  TD-BD-DAYS       PIC S9(5)     VALUE ZERO.
012548 01  TD-DE-DATE       PIC X(6)      VALUE SPACES.
012550 01  TD-DE-VALID-SW   PIC X         VALUE "Y".
012552     88  TD-DE-DATE-VALID           VALUE "Y".
012554 01  TD-DE-REASON-CODE PIC 99       VALUE ZERO.
012556 01  TD-DE-REASON-TEXT PIC X(30)    VALUE SPACES.
012558 01  TD-DE-CCYYMMDD   PIC 9(8)      VALUE ZERO.
012600 01  TD-CKPT-FILENAME PIC X(20)     VALUE "TDriveCkpt.dat".
012700 01  TD-LOCK-FUNCTION PIC X          VALUE SPACE.
012800 01  TD-LOCK-CALLER   PIC X(8)       VALUE "TDRIVE".
014500     05  TD-LOG-D-STEP    PIC X(8).
014600     05  FILLER           PIC X(1)  VALUE SPACE.
014700     05  TD-LOG-D-TEXT    PIC X(16).
014750     05  FILLER           PIC X(1)  VALUE SPACE.
014800     05  TD-LOG-D-NOTE    PIC X(36) VALUE SPACES.
014900 01  TD-LOG-RC-TEXT.
015000     05  FILLER           PIC X(5)  VALUE "RC = ".
015100     05  TD-LOG-RC        PIC ZZZ9.
015300 PROCEDURE DIVISION.
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 3000-RUN-BUSINESS-DAY THRU 3000-EXIT
015700         VARYING TD-DAY-SUB FROM 1 BY 1
015800         UNTIL TD-DAY-SUB > TD-DAY-COUNT OR TD-ABORT-CHAIN.
015900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016000     STOP RUN.
016100
016200 1000-INITIALIZE.
016250     ACCEPT TD-CLOCK-DATE FROM DATE YYYYMMDD.
016300     MOVE TD-CLOCK-DATE TO TD-RUN-DATE.
016400     DISPLAY "TDRIVE: RESTART FROM LAST CHECKPOINT (Y/N): ".
016500     ACCEPT TD-RESTART-SW.
016520     DISPLAY "TDRIVE: AS-OF DATE (CCYYMMDD, BLANK = TODAY, ",
016540         "C = CATCH-UP): ".
016560     ACCEPT TD-ASOF-REPLY.
016600     PERFORM 1400-TAKE-LOCK THRU 1400-EXIT.
017000     IF TD-RESTART-YES AND NOT TD-ABORT-CHAIN
017100         PERFORM 1500-LOAD-CHECKPOINT THRU 1500-EXIT
017200     END-IF.
017220     IF NOT TD-ABORT-CHAIN
017240         PERFORM 1650-LOAD-LAST-RUN THRU 1650-EXIT
017260         PERFORM 1700-BUILD-DAY-LIST THRU 1700-EXIT
017280     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500
017600*----------------------------------------------------------*
017650* 1100-LOAD-STEP-TABLE READS THE CHOSEN STREAM'S STEP       *
017700* CARDS, ONE PROGRAM NAME PER CARD, IN RUN ORDER. A MISSING *
017750* DAILY CARD FILE FALLS BACK TO THE ORIGINAL COMPILED-IN    *
017800* THREE-STEP CHAIN AND IS LOGGED, THE SAME WAY TCTL TREATS  *
017850* ITS MISSING PARAMETER CARD. A MISSING MONTH-END FILE HAS  *
017900* NO FALLBACK -- THE DAILY STEPS ALONE WOULD BE A SHORT     *
017950* MONTH-END -- AND A MISSING OR EMPTY HOLIDAY FILE MEANS NO *
018000* STREAM THAT DAY.                                          *
018200*----------------------------------------------------------*
018300 1100-LOAD-STEP-TABLE.
018320     MOVE ZERO TO TD-STEP-COUNT.
018340     MOVE "N" TO TD-STEP-EOF-SW.
018360     MOVE "1100-LOAD-STEP-TABLE" TO TD-ERRLOG-PARAGRAPH.
018400     OPEN INPUT MYSTEPFILE.
018500     IF TD-STEP-FILE-NOT-FOUND
018510         EVALUATE TRUE
018540             WHEN TD-STREAM-DAILY
018570                 DISPLAY "TDRIVE: ", TD-STEP-FILENAME,
018600                     " NOT FOUND, USING BUILT-IN STEP TABLE"
018630                 CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
018660                     TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY
018690                 PERFORM 1300-DEFAULT-STEPS THRU 1300-EXIT
018720                     VARYING TD-DEFAULT-SUB FROM 1 BY 1
018750                     UNTIL TD-DEFAULT-SUB > 3
018780                 MOVE "NO TDriveSteps.dat, BUILT-IN STEPS"
018810                     TO TD-STREAM-REASON
018840             WHEN TD-STREAM-MONTH-END
018870                 DISPLAY "TDRIVE: ", TD-STEP-FILENAME,
018900                     " NOT FOUND, MONTH-END STREAM CANNOT RUN"
018930                 MOVE "E" TO TD-ERRLOG-SEVERITY
018960                 CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
018990                     TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY
019020                 MOVE "NO TDriveStepsM.dat, NOT RUN"
019050                     TO TD-STREAM-REASON
019080                 SET TD-ABORT-CHAIN TO TRUE
019110             WHEN OTHER
019140                 CONTINUE
019170         END-EVALUATE
019400     ELSE
019500         PERFORM 1200-LOAD-STEP-CARD THRU 1200-EXIT
019600             UNTIL TD-STEP-EOF
019700         CLOSE MYSTEPFILE
019800     END-IF.
019840     IF TD-STEP-COUNT = ZERO AND NOT TD-ABORT-CHAIN
019880         IF TD-STREAM-HOLIDAY
019920             MOVE "NON-PROCESSING DAY, NO STREAM"
019960                 TO TD-STREAM-REASON
020000         ELSE
020040             DISPLAY "TDRIVE: NO STEPS TO RUN"
020080             SET TD-ABORT-CHAIN TO TRUE
020120         END-IF
020200     END-IF.
020300 1100-EXIT.
020400     EXIT.
027500* AND RESUMES AT THE STEP AFTER IT. NO CHECKPOINT ON DISK   *
027600* MEANS THE PRIOR CHAIN FINISHED (OR NEVER STARTED), SO THE *
027700* RESTART ANSWER IS DOWNGRADED AND THE CHAIN RUNS FROM THE  *
027800* TOP. THE RESUME STEP IS CHECKED AGAINST ITS STREAM'S LIST *
027900* ONCE THAT DAY'S STREAM IS LOADED (3070-SET-RESUME-STEP).  *
028000*----------------------------------------------------------*
028100 1500-LOAD-CHECKPOINT.
028200     OPEN INPUT MYCKPTFILE.
028900             UNTIL TD-CKPT-EOF
029000         CLOSE MYCKPTFILE
029100         COMPUTE TD-RESUME-STEP = CKPT-STEP-NUMBER + 1
029150         MOVE CKPT-RUN-DATE TO TD-CKPT-DATE
029500         MOVE CKPT-STREAM   TO TD-CKPT-STREAM
030300     END-IF.
030400 1500-EXIT.
030500     EXIT.
031100     END-READ.
031200 1600-EXIT.
031300     EXIT.
031301
031302*----------------------------------------------------------*
031303* 1650-LOAD-LAST-RUN PICKS UP THE LAST BUSINESS DATE WHOSE  *
031304* WHOLE CHAIN COMPLETED. NO FILE MEANS NO DAY HAS COMPLETED *
031305* SINCE THE AS-OF RUN DATE CAME IN; ONLY CATCH-UP CARES.    *
031306*----------------------------------------------------------*
031307 1650-LOAD-LAST-RUN.
031308     MOVE ZERO TO TD-LAST-RUN-DATE.
031309     OPEN INPUT MYLASTRUN.
031310     IF TD-LAST-OK
031311         READ MYLASTRUN
031312             NOT AT END
031313                 IF LAST-RUN-DATE IS NUMERIC
031314                     MOVE LAST-RUN-DATE TO TD-LAST-RUN-DATE
031315                 END-IF
031316         END-READ
031317         CLOSE MYLASTRUN
031318     END-IF.
031319 1650-EXIT.
031320     EXIT.
031321
031322*----------------------------------------------------------*
031323* 1700-BUILD-DAY-LIST TURNS THE AS-OF REPLY INTO THE LIST   *
031324* OF BUSINESS DATES TO RUN, OLDEST FIRST. A RESTART MAY     *
031325* ONLY RESUME THE DAY ITS CHECKPOINT BELONGS TO -- NAMING A *
031326* DIFFERENT DATE WOULD ORPHAN THAT DAY'S UNFINISHED STEPS,  *
031327* SO IT IS REFUSED.                                         *
031328*----------------------------------------------------------*
031329 1700-BUILD-DAY-LIST.
031330     MOVE ZERO TO TD-DAY-COUNT.
031331     EVALUATE TRUE
031332         WHEN TD-ASOF-CATCH-UP
031333             PERFORM 1800-BUILD-CATCH-UP THRU 1800-EXIT
031334         WHEN TD-ASOF-TODAY
031335             MOVE 1 TO TD-DAY-COUNT
031336             IF TD-RESTART-YES
031337                 MOVE TD-CKPT-DATE  TO TD-DAY-DATE (1)
031338             ELSE
031339                 MOVE TD-CLOCK-DATE TO TD-DAY-DATE (1)
031340             END-IF
031341         WHEN OTHER
031342             PERFORM 1750-EDIT-AS-OF-DATE THRU 1750-EXIT
031343             IF NOT TD-ABORT-CHAIN
031344                 MOVE 1 TO TD-DAY-COUNT
031345                 MOVE TD-ASOF-REPLY-N TO TD-DAY-DATE (1)
031346             END-IF
031347     END-EVALUATE.
031348     IF TD-RESTART-YES AND NOT TD-ABORT-CHAIN
031349         IF TD-DAY-COUNT = ZERO
031350             OR TD-DAY-DATE (1) NOT = TD-CKPT-DATE
031351             DISPLAY "TDRIVE: CHECKPOINT IS FOR BUSINESS DATE ",
031352                 TD-CKPT-DATE, ", RESTART THAT DATE FIRST"
031353             MOVE "1700-BUILD-DAY-LIST" TO TD-ERRLOG-PARAGRAPH
031354             MOVE "E" TO TD-ERRLOG-SEVERITY
031355             CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
031356                 TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY
031357             SET TD-ABORT-CHAIN TO TRUE
031358         END-IF
031359     END-IF.
031360 1700-EXIT.
031361     EXIT.
031362
031363*----------------------------------------------------------*
031364* 1750-EDIT-AS-OF-DATE ACCEPTS A NAMED DATE ONLY WHEN IT IS *
031365* A REAL CALENDAR DATE (TDATEDIT'S OWN EDITS), NOT IN THE   *
031366* FUTURE, AND A PROCESSING DAY ON THE TPROCCAL CALENDAR.    *
031367*----------------------------------------------------------*
031368 1750-EDIT-AS-OF-DATE.
031369     MOVE "N" TO TD-DE-VALID-SW.
031370     IF TD-ASOF-REPLY IS NUMERIC
031371         MOVE TD-ASOF-REPLY (3:6) TO TD-DE-DATE
031372         CALL "TDATEDIT" USING TD-DE-DATE, TD-DE-VALID-SW,
031373             TD-DE-REASON-CODE, TD-DE-REASON-TEXT,
031374             TD-DE-CCYYMMDD
031375         IF TD-DE-DATE-VALID
031376             AND TD-DE-CCYYMMDD NOT = TD-ASOF-REPLY-N
031377             MOVE "N" TO TD-DE-VALID-SW
031378         END-IF
031379     END-IF.
031380     IF NOT TD-DE-DATE-VALID
031381         DISPLAY "TDRIVE: AS-OF DATE ", TD-ASOF-REPLY,
031382             " IS NOT A VALID CCYYMMDD DATE"
031383         GO TO 1750-ERROR
031384     END-IF.
031385     IF TD-ASOF-REPLY-N > TD-CLOCK-DATE
031386         DISPLAY "TDRIVE: AS-OF DATE ", TD-ASOF-REPLY,
031387             " IS IN THE FUTURE"
031388         GO TO 1750-ERROR
031389     END-IF.
031390     MOVE "D" TO TD-BD-FUNCTION.
031391     MOVE TD-ASOF-REPLY-N TO TD-BD-DATE-1.
031392     PERFORM 1900-CALL-BUSDAY THRU 1900-EXIT.
031393     IF TD-BD-CAL-AVAILABLE AND NOT TD-BD-IS-PROCESSING
031394         DISPLAY "TDRIVE: AS-OF DATE ", TD-ASOF-REPLY,
031395             " IS NOT A PROCESSING DAY ON TProcCal.dat"
031396         GO TO 1750-ERROR
031397     END-IF.
031398     GO TO 1750-EXIT.
031399 1750-ERROR.
031400     MOVE "1750-EDIT-AS-OF-DATE" TO TD-ERRLOG-PARAGRAPH.
031401     MOVE "E" TO TD-ERRLOG-SEVERITY.
031402     CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
031403         TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY.
031404     SET TD-ABORT-CHAIN TO TRUE.
031405 1750-EXIT.
031406     EXIT.
031407
031408*----------------------------------------------------------*
031409* 1800-BUILD-CATCH-UP LISTS EVERY PROCESSING DAY AFTER THE  *
031410* LAST COMPLETED BUSINESS DATE THROUGH YESTERDAY. WITHOUT A *
031411* LAST-RUN RECORD OR A CALENDAR THERE IS NO SAFE WAY TO     *
031412* KNOW WHICH DAYS WERE MISSED, SO THE CHAIN IS NOT STARTED. *
031413* MORE MISSED DAYS THAN THE TABLE HOLDS ARE RUN IN SLICES:  *
031414* THE NEXT CATCH-UP PICKS UP WHERE THIS ONE FINISHED.       *
031415*----------------------------------------------------------*
031416 1800-BUILD-CATCH-UP.
031417     IF TD-LAST-RUN-DATE = ZERO
031418         DISPLAY "TDRIVE: NO COMPLETED BUSINESS DATE ON ",
031419             "TDriveLastRun.dat, RUN THE FIRST MISSED DAY ",
031420             "BY ITS AS-OF DATE"
031421         GO TO 1800-ERROR
031422     END-IF.
031423     MOVE "D" TO TD-BD-FUNCTION.
031424     MOVE TD-CLOCK-DATE TO TD-BD-DATE-1.
031425     PERFORM 1900-CALL-BUSDAY THRU 1900-EXIT.
031426     IF NOT TD-BD-CAL-AVAILABLE
031427         DISPLAY "TDRIVE: TProcCal.dat NOT ON SYSTEM, ",
031428             "CANNOT TELL A MISSED DAY FROM A HOLIDAY"
031429         GO TO 1800-ERROR
031430     END-IF.
031431     COMPUTE TD-WORK-INT =
031432         FUNCTION INTEGER-OF-DATE (TD-LAST-RUN-DATE) + 1.
031433     COMPUTE TD-END-INT =
031434         FUNCTION INTEGER-OF-DATE (TD-CLOCK-DATE) - 1.
031435     PERFORM 1850-CHECK-MISSED-DAY THRU 1850-EXIT
031436         UNTIL TD-WORK-INT > TD-END-INT
031437         OR TD-DAY-COUNT NOT < TD-DAY-LIMIT.
031438     IF TD-WORK-INT NOT > TD-END-INT
031439         DISPLAY "TDRIVE: MORE THAN ", TD-DAY-LIMIT,
031440             " MISSED DAYS, RERUN CATCH-UP FOR THE REST"
031441     END-IF.
031442     DISPLAY "TDRIVE: CATCH-UP OF ", TD-DAY-COUNT,
031443         " BUSINESS DAY(S) AFTER ", TD-LAST-RUN-DATE.
031444     GO TO 1800-EXIT.
031445 1800-ERROR.
031446     MOVE "1800-BUILD-CATCH-UP" TO TD-ERRLOG-PARAGRAPH.
031447     MOVE "E" TO TD-ERRLOG-SEVERITY.
031448     CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
031449         TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY.
031450     SET TD-ABORT-CHAIN TO TRUE.
031451 1800-EXIT.
031452     EXIT.
031453
031454 1850-CHECK-MISSED-DAY.
031455     MOVE "D" TO TD-BD-FUNCTION.
031456     COMPUTE TD-BD-DATE-1 =
031457         FUNCTION DATE-OF-INTEGER (TD-WORK-INT).
031458     PERFORM 1900-CALL-BUSDAY THRU 1900-EXIT.
031459     IF TD-BD-IS-PROCESSING
031460         ADD 1 TO TD-DAY-COUNT
031461         MOVE TD-BD-DATE-1 TO TD-DAY-DATE (TD-DAY-COUNT)
031462     ELSE
031463*        A MONTH-END THE CALENDAR PUTS ON A NON-PROCESSING DAY
031464*        IS LISTED ANYWAY, SO ITS DAY FAILS ALOUD INSTEAD OF
031465*        BEING PASSED OVER WITH THE HOLIDAYS.
031466         MOVE "M" TO TD-BD-FUNCTION
031467         PERFORM 1900-CALL-BUSDAY THRU 1900-EXIT
031468         IF TD-BD-IS-MONTH-END
031469             ADD 1 TO TD-DAY-COUNT
031470             MOVE TD-BD-DATE-1 TO TD-DAY-DATE (TD-DAY-COUNT)
031471         END-IF
031472     END-IF.
031473     ADD 1 TO TD-WORK-INT.
031474 1850-EXIT.
031475     EXIT.
031476
031477 1900-CALL-BUSDAY.
031478     CALL "TBUSDAY" USING TD-BD-FUNCTION, TD-BD-DATE-1,
031479         TD-BD-DATE-2, TD-BD-AVAIL, TD-BD-RESULT, TD-BD-DAYS.
031480 1900-EXIT.
031481     EXIT.
031482
031500 2000-RUN-STEP.
031600     SET TD-STEP-IDX TO TD-STEP-NUMBER.
031700     MOVE TD-STEP-ENTRY (TD-STEP-IDX) TO TD-CALL-NAME.
034700             PERFORM 7500-WRITE-CHECKPOINT THRU 7500-EXIT
034800         END-IF
034900     END-IF.
034905*----------------------------------------------------------*
034910* A STEP LEFT LOADED KEEPS ITS WORKING-STORAGE, SO IT IS
034915* CANCELLED HERE AND THE NEXT CALL -- THE NEXT DAY OF A
034920* CATCH-UP -- STARTS IT IN ITS INITIAL STATE. TFILE-BATCH
034925* IS AN ENTRY IN TFILE.
034930*----------------------------------------------------------*
034935     IF TD-CALL-NAME = "TFILE   "
034940         CANCEL "TFILE"
034945     ELSE
034950         CANCEL TD-CALL-NAME
034955     END-IF.
035000 2000-EXIT.
035100     EXIT.
035102
035103*----------------------------------------------------------*
035104* 3000-RUN-BUSINESS-DAY RUNS THE WHOLE CHAIN FOR ONE        *
035105* BUSINESS DATE: IT CHOOSES AND LOGS THE DATE'S STREAM,     *
035106* LOADS THAT STREAM'S STEPS AND RUNS THEM. ONLY THE DAY THE *
035107* CHECKPOINT BELONGS TO RESUMES MID-CHAIN; EVERY OTHER DAY  *
035108* STARTS AT STEP ONE WITH TFILE'S OWN RESTART OFF.          *
035109*----------------------------------------------------------*
035110 3000-RUN-BUSINESS-DAY.
035111     MOVE TD-DAY-DATE (TD-DAY-SUB) TO TD-RUN-DATE.
035112     MOVE "S" TO TD-RD-FUNCTION.
035113     CALL "TRUNDATE" USING TD-RD-FUNCTION, TD-ERRLOG-PROGRAM-ID,
035114         TD-RUN-DATE.
035115     DISPLAY "TDRIVE: PROCESSING BUSINESS DATE ", TD-RUN-DATE.
035116     MOVE "TDRIVE"      TO TD-CALL-NAME.
035117     MOVE "DAY STARTED" TO TD-LOG-D-TEXT.
035118     PERFORM 7000-WRITE-JOB-LOG THRU 7000-EXIT.
035119     PERFORM 3050-CHOOSE-STREAM THRU 3050-EXIT.
035120     IF NOT TD-ABORT-CHAIN
035121         PERFORM 1100-LOAD-STEP-TABLE THRU 1100-EXIT
035122     END-IF.
035123     PERFORM 3060-LOG-STREAM THRU 3060-EXIT.
035124     IF NOT TD-ABORT-CHAIN
035125         PERFORM 3070-SET-RESUME-STEP THRU 3070-EXIT
035126     END-IF.
035127     IF NOT TD-ABORT-CHAIN
035128         PERFORM 2000-RUN-STEP THRU 2000-EXIT
035129             VARYING TD-STEP-NUMBER FROM TD-RESUME-STEP BY 1
035130             UNTIL TD-STEP-NUMBER > TD-STEP-COUNT
035131             OR TD-ABORT-CHAIN
035132     END-IF.
035133     MOVE "TDRIVE" TO TD-CALL-NAME.
035134     IF TD-ABORT-CHAIN
035135         MOVE "DAY FAILED" TO TD-LOG-D-TEXT
035136         PERFORM 7000-WRITE-JOB-LOG THRU 7000-EXIT
035137         IF TD-ASOF-CATCH-UP
035138             DISPLAY "TDRIVE: CATCH-UP STOPPED AT BUSINESS ",
035139                 "DATE ", TD-RUN-DATE
035140         END-IF
035141     ELSE
035142         PERFORM 3100-COMPLETE-DAY THRU 3100-EXIT
035143     END-IF.
035144 3000-EXIT.
035145     EXIT.
035146
035147*----------------------------------------------------------*
035148* 3050-CHOOSE-STREAM ASKS TBUSDAY WHAT KIND OF DAY THE      *
035149* BUSINESS DATE IS. A MONTH-END DATE THAT IS ALSO A         *
035150* NON-PROCESSING DAY IS A CALENDAR MISTAKE -- RUNNING IT AS *
035151* A HOLIDAY WOULD SKIP THE MONTH-END, RUNNING IT AS A       *
035152* MONTH-END WOULD RUN A DAY THE STEPS THEMSELVES SKIP -- SO *
035153* THE CHAIN STOPS UNTIL TPROCCAL IS PUT RIGHT.              *
035154*----------------------------------------------------------*
035155 3050-CHOOSE-STREAM.
035156     MOVE "D" TO TD-BD-FUNCTION.
035157     MOVE TD-RUN-DATE TO TD-BD-DATE-1.
035158     PERFORM 1900-CALL-BUSDAY THRU 1900-EXIT.
035159     IF NOT TD-BD-CAL-AVAILABLE
035160         MOVE "D" TO TD-STREAM-CODE
035161         MOVE "STREAM DAILY" TO TD-STREAM-TEXT
035162         MOVE "NO TProcCal.dat, DAILY ASSUMED"
035163             TO TD-STREAM-REASON
035164         MOVE "TDriveSteps.dat" TO TD-STEP-FILENAME
035165         MOVE "3050-CHOOSE-STREAM" TO TD-ERRLOG-PARAGRAPH
035166         CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
035167             TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY
035168         GO TO 3050-EXIT
035169     END-IF.
035170     MOVE TD-BD-RESULT TO TD-PROC-DAY-SW.
035171     MOVE "M" TO TD-BD-FUNCTION.
035172     PERFORM 1900-CALL-BUSDAY THRU 1900-EXIT.
035173     EVALUATE TRUE
035174         WHEN TD-BD-IS-MONTH-END AND TD-PROC-DAY
035175             MOVE "M" TO TD-STREAM-CODE
035176             MOVE "STREAM MONTH-END" TO TD-STREAM-TEXT
035177             MOVE "MONTH-END DATE ON TProcCal.dat"
035178                 TO TD-STREAM-REASON
035179             MOVE "TDriveStepsM.dat" TO TD-STEP-FILENAME
035180         WHEN TD-BD-IS-MONTH-END
035181             MOVE "M" TO TD-STREAM-CODE
035182             MOVE "STREAM MONTH-END" TO TD-STREAM-TEXT
035183             MOVE "MONTH-END ON A NON-PROCESSING DAY"
035184                 TO TD-STREAM-REASON
035185             MOVE "TDriveStepsM.dat" TO TD-STEP-FILENAME
035186             DISPLAY "TDRIVE: ", TD-RUN-DATE, " IS A MONTH-END ",
035187                 "BUT NOT A PROCESSING DAY ON TProcCal.dat"
035188             MOVE "3050-CHOOSE-STREAM" TO TD-ERRLOG-PARAGRAPH
035189             MOVE "E" TO TD-ERRLOG-SEVERITY
035190             CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
035191                 TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY
035192             SET TD-ABORT-CHAIN TO TRUE
035193         WHEN TD-PROC-DAY
035194             MOVE "D" TO TD-STREAM-CODE
035195             MOVE "STREAM DAILY" TO TD-STREAM-TEXT
035196             MOVE "PROCESSING DAY ON TProcCal.dat"
035197                 TO TD-STREAM-REASON
035198             MOVE "TDriveSteps.dat" TO TD-STEP-FILENAME
035199         WHEN OTHER
035200             MOVE "H" TO TD-STREAM-CODE
035201             MOVE "STREAM HOLIDAY" TO TD-STREAM-TEXT
035202             MOVE "NON-PROCESSING DAY ON TProcCal.dat"
035203                 TO TD-STREAM-REASON
035204             MOVE "TDriveStepsH.dat" TO TD-STEP-FILENAME
035205     END-EVALUATE.
035206 3050-EXIT.
035207     EXIT.
035208
035209 3060-LOG-STREAM.
035210     DISPLAY "TDRIVE: ", TD-STREAM-TEXT, " -- ", TD-STREAM-REASON.
035211     MOVE "TDRIVE"         TO TD-CALL-NAME.
035212     MOVE TD-STREAM-TEXT   TO TD-LOG-D-TEXT.
035213     MOVE TD-STREAM-REASON TO TD-LOG-D-NOTE.
035214     PERFORM 7000-WRITE-JOB-LOG THRU 7000-EXIT.
035215 3060-EXIT.
035216     EXIT.
035217
035218*----------------------------------------------------------*
035219* 3070-SET-RESUME-STEP RESUMES THE CHECKPOINT DAY AT THE    *
035220* STEP AFTER THE LAST COMPLETED ONE, PROVIDED THE DAY IS IN *
035221* THE STREAM THE CHECKPOINT WAS TAKEN IN (A CHECKPOINT FROM *
035222* BEFORE STREAMS HAS NONE AND IS TAKEN AS IT IS). WHEN THAT *
035223* RESUME STEP IS TFILE, TFILE'S OWN RESTART FLAG IS SET SO  *
035224* IT ALSO RESUMES FROM ITS OWN CHECKPOINT.                  *
035225*----------------------------------------------------------*
035226 3070-SET-RESUME-STEP.
035227     IF NOT TD-RESTART-YES OR TD-RUN-DATE NOT = TD-CKPT-DATE
035228         MOVE 1   TO TD-RESUME-STEP
035229         MOVE "N" TO TD-TFILE-RESTART
035230         GO TO 3070-EXIT
035231     END-IF.
035232     IF TD-CKPT-STREAM NOT = SPACE
035233         AND TD-CKPT-STREAM NOT = TD-STREAM-CODE
035234         DISPLAY "TDRIVE: CHECKPOINT WAS TAKEN IN STREAM ",
035235             TD-CKPT-STREAM, ", TProcCal.dat NOW CHOOSES ",
035236             TD-STREAM-CODE, ", RESTART REFUSED"
035237         MOVE "3070-SET-RESUME-STEP" TO TD-ERRLOG-PARAGRAPH
035238         MOVE "E" TO TD-ERRLOG-SEVERITY
035239         CALL "TERRLOG" USING TD-ERRLOG-PROGRAM-ID,
035240             TD-ERRLOG-PARAGRAPH, TD-ERRLOG-SEVERITY
035241         SET TD-ABORT-CHAIN TO TRUE
035242         GO TO 3070-EXIT
035243     END-IF.
035244     IF TD-RESUME-STEP > TD-STEP-COUNT
035245         DISPLAY "TDRIVE: CHECKPOINT SHOWS CHAIN COMPLETE,",
035246             " NOTHING TO RESTART"
035247         SET TD-ABORT-CHAIN TO TRUE
035248     ELSE
035249         DISPLAY "TDRIVE: RESUMING AT STEP ", TD-RESUME-STEP,
035250             " OF BUSINESS DATE ", TD-CKPT-DATE
035251         SET TD-STEP-IDX TO TD-RESUME-STEP
035252         IF TD-STEP-ENTRY (TD-STEP-IDX) = "TFILE   "
035253             MOVE "Y" TO TD-TFILE-RESTART
035254         END-IF
035255     END-IF.
035256 3070-EXIT.
035257     EXIT.
035258
035259*----------------------------------------------------------*
035260* 3100-COMPLETE-DAY ADVANCES THE LAST-RUN DATE (NEVER        *
035261* BACKWARD -- A DELIBERATE RERUN OF AN OLDER DATE DOES NOT  *
035262* REOPEN THE DAYS AFTER IT) AND REMOVES THE CHECKPOINT.     *
035263*----------------------------------------------------------*
035264 3100-COMPLETE-DAY.
035265     IF TD-RUN-DATE > TD-LAST-RUN-DATE
035266         MOVE TD-RUN-DATE TO TD-LAST-RUN-DATE
035267         ACCEPT TD-RUN-TIME FROM TIME
035268         OPEN OUTPUT MYLASTRUN
035269         MOVE SPACES        TO LAST-RUN-RECORD
035270         MOVE TD-RUN-DATE   TO LAST-RUN-DATE
035271         MOVE TD-CLOCK-DATE TO LAST-RUN-DONE-DATE
035272         MOVE TD-RUN-TIME   TO LAST-RUN-DONE-TIME
035273         WRITE LAST-RUN-RECORD
035274         CLOSE MYLASTRUN
035275     END-IF.
035276     CALL "CBL_DELETE_FILE" USING TD-CKPT-FILENAME.
035277     MOVE "DAY COMPLETE" TO TD-LOG-D-TEXT.
035278     PERFORM 7000-WRITE-JOB-LOG THRU 7000-EXIT.
035279 3100-EXIT.
035280     EXIT.
035281
035300*----------------------------------------------------------*
035400* 7000-WRITE-JOB-LOG APPENDS ONE LINE PER STEP ATTEMPTED,   *
035500* OPEN-EXTEND-OR-CREATE THE SAME WAY TERRLOG KEEPS ITS OWN  *
035600* LOG, SO THE STEP RESULTS SURVIVE THE CONSOLE SESSION.     *
035700*----------------------------------------------------------*
035730*    THE LOG LINE CARRIES THE BUSINESS DATE BEING RUN AND THE
035760*    CLOCK TIME THE STEP FINISHED.
035800 7000-WRITE-JOB-LOG.
035900     ACCEPT TD-RUN-TIME FROM TIME.
036000     MOVE TD-RUN-DATE  TO TD-LOG-D-DATE.
036600     END-IF.
036700     WRITE JOBLOG-LINE FROM TD-LOG-DETAIL.
036800     CLOSE MYJOBLOG.
036850     MOVE SPACES TO TD-LOG-D-NOTE.
036900 7000-EXIT.
037000     EXIT.
037100
038000     MOVE TD-STEP-NUMBER TO CKPT-STEP-NUMBER.
038100     MOVE TD-CALL-NAME   TO CKPT-STEP-NAME.
038200     MOVE TD-RUN-DATE    TO CKPT-RUN-DATE.
038250     MOVE TD-STREAM-CODE TO CKPT-STREAM.
038300     WRITE DRIVE-CKPT-RECORD.
038400     CLOSE MYCKPTFILE.
038500 7500-EXIT.
039600         DISPLAY "TDRIVE: CHAIN DID NOT COMPLETE"
039700     ELSE
039800         DISPLAY "TDRIVE: CHAIN COMPLETED"
039850         MOVE "C" TO TD-RD-FUNCTION
039900         CALL "TRUNDATE" USING TD-RD-FUNCTION,
039950             TD-ERRLOG-PROGRAM-ID, TD-RUN-DATE
040000     END-IF.
040100 9000-EXIT.
040200     EXIT.
040300
040400* Input:
040500*    file "TDriveSteps.dat" (the daily stream, one 8-character
040600*         program name per card, in run order), e.g.
040700*            TCTL
040800*            TEDIT
040900*            TFILE
041200*            TCSV
041300*         (missing file falls back to the built-in TCTL/TEDIT/
041400*         TFILE chain)
041420*    file "TDriveStepsM.dat" (the month-end stream, same cards;
041440*         required on a month-end date)
041460*    file "TDriveStepsH.dat" (the holiday stream, same cards;
041480*         optional -- without it a holiday runs no steps)
041500*    file "TDriveCkpt.dat" (driver checkpoint, maintained here)
041600*    console reply to the restart prompt (Y resumes at the
041700*         step after the last completed one)
041720*    console reply to the as-of prompt (CCYYMMDD, blank for
041740*         today, C for catch-up)
041760*    file "TDriveLastRun.dat" (last business date completed)
041780*    file "TProcCal.dat" via TBUSDAY (processing days)
041800* Output: console DISPLAY of each step started, its return
041900*         code, and whether the chain completed; one appended
041950*         line per step on "TDriveJobLog.txt", plus each
042000*         day's stream and the reason it was chosen
042100*    file "TRunDate.dat" via TRUNDATE -- the DL230 as-of card
042200*         every step reads its run date from
042300*    file "TDriveLastRun.dat" -- advanced as each day completes
