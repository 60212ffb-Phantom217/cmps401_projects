002000*                      INTERLOCK OR A TFILECKPT.DAT CHECKPOINT
002100*                      WAS LEFT BEHIND -- WITH A ONE-WORD
002200*                      CLEAN/ATTENTION VERDICT AT THE TOP.
002210*    2026-10-15 DL     STEP LINES ARE NOW PICKED BY THE
002220*                      BUSINESS DATE TDRIVE RAN (THE SHARED
002230*                      TRUNDATE SERVICE), NOT THE CLOCK DATE;
002240*                      TDRIVE'S OWN DAY-STARTED / DAY-COMPLETE
002250*                      LINES ARE NOT LISTED AS STEPS, BUT A
002260*                      DAY FAILED LINE TURNS THE BOARD TO
002270*                      ATTENTION. ELAPSED TIMES AND ERROR-LOG
002280*                      ENTRIES STAY ON THE CLOCK DATE.
002282*    2026-10-15 DL     THE JOB STREAM TDRIVE CHOSE FOR THE
002284*                      BUSINESS DATE (DAILY, MONTH-END OR
002286*                      HOLIDAY) AND WHY NOW LEADS THE STEP
002288*                      LIST. NO STREAM LINE, OR A MONTH-END DATE
002290*                      ON TPROCCAL RUN IN ANY OTHER STREAM,
002292*                      TURNS THE BOARD TO ATTENTION; A HOLIDAY
002294*                      WITH NO STEPS DOES NOT.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* EVERYTHING IS GATHERED FIRST AND THE REPORT IS PRINTED    *
002600* AFTERWARD, SO THE VERDICT CAN LEAD THE PAGE. ATTENTION    *
002700* MEANS: A STEP RETURNED OVER 4 OR COULD NOT BE CALLED, THE *
002800* BALANCE REPORT SAYS OUT OF BALANCE OR IS MISSING, AN E OR *
002850* F ERROR WAS LOGGED TODAY, THE INTERLOCK IS STILL HELD, A  *
002900* CHECKPOINT FILE SURVIVED THE NIGHT, NO STREAM WAS LOGGED, *
002950* OR A MONTH-END DATE DID NOT RUN THE MONTH-END STREAM.     *
003100*----------------------------------------------------------*
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
005900     05  JLG-STEP         PIC X(8).
006000     05  FILLER           PIC X.
006100     05  JLG-TEXT         PIC X(16).
006150     05  FILLER           PIC X.
006200     05  JLG-NOTE         PIC X(36).
006300 FD  MYRUNHIST
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  RUNHIST-ENTRY.
011700 01  TBD-ATTENTION-SW PIC X         VALUE "N".
011800     88  TBD-ATTENTION              VALUE "Y".
011900 01  TBD-TODAY        PIC 9(8)      VALUE ZERO.
011950 01  TBD-BUS-DATE     PIC 9(8)      VALUE ZERO.
012000 01  TBD-BAL-VERDICT  PIC X(24)     VALUE "NO BALANCE REPORT".
012100 01  TBD-BAL-SEEN-SW  PIC X         VALUE "N".
012200     88  TBD-BAL-SEEN               VALUE "Y".
012300 01  TBD-LOCK-LINE    PIC X(40)     VALUE SPACES.
012400 01  TBD-CKPT-LINE    PIC X(40)     VALUE SPACES.
012405 01  TBD-STREAM-TEXT  PIC X(16)     VALUE SPACES.
012410     88  TBD-STREAM-NONE            VALUE SPACES.
012415     88  TBD-STREAM-MONTH-END       VALUE "STREAM MONTH-END".
012420     88  TBD-STREAM-HOLIDAY         VALUE "STREAM HOLIDAY".
012425 01  TBD-STREAM-NOTE  PIC X(36)     VALUE SPACES.
012430 01  TBD-BD-FUNCTION  PIC X         VALUE "M".
012435 01  TBD-BD-DATE-1    PIC 9(8)      VALUE ZERO.
012440 01  TBD-BD-DATE-2    PIC 9(8)      VALUE ZERO.
012445 01  TBD-BD-AVAIL     PIC X         VALUE "N".
012450     88  TBD-BD-CAL-AVAILABLE       VALUE "Y".
012455 01  TBD-BD-RESULT    PIC X         VALUE SPACE.
012460     88  TBD-BD-IS-MONTH-END        VALUE "Y".
012465 01  TBD-BD-DAYS      PIC S9(5)     VALUE ZERO.
012500 01  TBD-RC-VIEW.
012600     05  FILLER           PIC X(5).
012700     05  TBD-RC-DIGITS    PIC X(4).
015400 01  TBD-LOCK-HOLDER  PIC X(8)      VALUE SPACES.
015500 01  TBD-LOCK-DATE    PIC 9(8)      VALUE ZERO.
015600 01  TBD-LOCK-TIME    PIC 9(8)      VALUE ZERO.
015650 01  TBD-RD-FUNCTION  PIC X         VALUE "G".
015700 01  TBD-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBOARD".
015800 01  TBD-RW-FUNCTION  PIC X         VALUE SPACE.
015900 01  TBD-RW-TITLE     PIC X(30)
018900 PROCEDURE DIVISION.
019000 0000-MAINLINE.
019100     ACCEPT TBD-TODAY FROM DATE YYYYMMDD.
019110     CALL "TRUNDATE" USING TBD-RD-FUNCTION,
019140         TBD-ERRLOG-PROGRAM-ID, TBD-BUS-DATE.
019200     PERFORM 1000-GATHER-JOB-LOG THRU 1000-EXIT.
019300     PERFORM 2000-GATHER-ELAPSED THRU 2000-EXIT.
019400     PERFORM 3000-GATHER-BALANCE THRU 3000-EXIT.
020900             UNTIL TBD-LOG-EOF
021000         CLOSE MYJOBLOG
021100     END-IF.
021200     IF TBD-STEP-TALLY = ZERO AND NOT TBD-STREAM-HOLIDAY
021300         SET TBD-ATTENTION TO TRUE
021400     END-IF.
021450     PERFORM 1300-JUDGE-STREAM THRU 1300-EXIT.
021500 1000-EXIT.
021600     EXIT.
021700
022000         AT END
022100             SET TBD-LOG-EOF TO TRUE
022200         NOT AT END
022220             IF JLG-DATE = TBD-BUS-DATE
022240                 AND JLG-STEP = "TDRIVE"
022260                 IF JLG-TEXT = "DAY FAILED"
022280                     SET TBD-ATTENTION TO TRUE
022284                 END-IF
022288                 IF JLG-TEXT (1:7) = "STREAM "
022292                     MOVE JLG-TEXT TO TBD-STREAM-TEXT
022296                     MOVE JLG-NOTE TO TBD-STREAM-NOTE
022300                 END-IF
022320             END-IF
022340             IF JLG-DATE = TBD-BUS-DATE
022360                 AND JLG-STEP NOT = "TDRIVE"
022400                 AND TBD-STEP-TALLY < TBD-STEP-LIMIT
022500                 ADD 1 TO TBD-STEP-TALLY
022600                 MOVE JLG-STEP TO TBD-S-NAME (TBD-STEP-TALLY)
025100         SET TBD-ATTENTION TO TRUE
025200     END-IF.
025300 1200-EXIT.
025302     EXIT.
025304
025306*----------------------------------------------------------*
025308* 1300-JUDGE-STREAM CHECKS THE STREAM TDRIVE LOGGED AGAINST
025310* THE CALENDAR ITSELF: A MONTH-END DATE ON TPROCCAL THAT RAN
025312* ANY OTHER STREAM MEANS THE MONTH-END STEPS DID NOT RUN.
025314* NO STREAM LINE AT ALL MEANS TDRIVE NEVER REACHED THE DATE.
025316*----------------------------------------------------------*
025318 1300-JUDGE-STREAM.
025320     IF TBD-STREAM-NONE
025322         MOVE "STREAM NONE" TO TBD-STREAM-TEXT
025324         MOVE "NO STREAM ON TDriveJobLog.txt" TO TBD-STREAM-NOTE
025326         SET TBD-ATTENTION TO TRUE
025328         GO TO 1300-EXIT
025330     END-IF.
025332     MOVE "M" TO TBD-BD-FUNCTION.
025334     MOVE TBD-BUS-DATE TO TBD-BD-DATE-1.
025336     CALL "TBUSDAY" USING TBD-BD-FUNCTION, TBD-BD-DATE-1,
025338         TBD-BD-DATE-2, TBD-BD-AVAIL, TBD-BD-RESULT, TBD-BD-DAYS.
025340     IF TBD-BD-CAL-AVAILABLE AND TBD-BD-IS-MONTH-END
025342         AND NOT TBD-STREAM-MONTH-END
025344         MOVE "MONTH-END DATE, MONTH-END NOT RUN"
025346             TO TBD-STREAM-NOTE
025348         SET TBD-ATTENTION TO TRUE
025350     END-IF.
025352 1300-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------*
041500     ELSE
041600         MOVE "CLEAN" TO TBD-RPT-VERDICT
041700     END-IF.
041800     MOVE TBD-BUS-DATE TO TBD-RPT-DATE.
041900     MOVE TBD-RPT-VERDICT-LINE TO TBD-RW-LINE.
042000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
042020     MOVE SPACES TO TBD-RW-LINE.
042040     STRING "JOB " TBD-STREAM-TEXT "  -- " TBD-STREAM-NOTE
042060         DELIMITED BY SIZE INTO TBD-RW-LINE.
042080     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
042100     PERFORM 6100-PRINT-ONE-STEP THRU 6100-EXIT
042200         VARYING TBD-STEP-SUB FROM 1 BY 1
042300         UNTIL TBD-STEP-SUB > TBD-STEP-TALLY.
047500* Input:
047600*    files "TDriveJobLog.txt", "TRunHist.dat", "TBalRpt.txt",
047700*    "TErrLog.txt", "TBatchLock.dat" (via TLOCK), and any
047750*    leftover "TFileCkpt.dat"; "TProcCal.dat" via TBUSDAY
047800*    (month-end dates)
047900* Output:
048000*    file "TBoardRpt.txt" -- one page led by the CLEAN /
048050*         ATTENTION verdict: the job stream and why it was
048100*         chosen, each step's return code and
048200*         elapsed seconds, the balance verdict, today's error
048300*         counts by severity, and the interlock and checkpoint
048400*         state
