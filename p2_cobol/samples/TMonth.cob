003100*                      M/N TRANSACTION KEY OF "TR" WOULD HAVE
003200*                      BEEN MISCLASSIFIED AS THE TRAILER AND
003300*                      DROPPED FROM THE MONTH-END TALLIES.
003310*    2026-10-15 DL     THE MONTH NOW COMES FROM THE TRUNDATE
003320*                      RUN DATE, DAYS 1 TO THE MONTH'S LAST
003330*                      DAY, SO THE UNATTENDED AND CATCH-UP
003340*                      MONTH-END STREAMS ROLL UP THE RIGHT
003350*                      MONTH. TMONTHPARM.DAT IS NOW ONLY AN
003360*                      OVERRIDE AND MAY BE ABSENT.
003400*----------------------------------------------------------*
003500*----------------------------------------------------------*
003600* TMONTH TAKES ITS MONTH FROM THE RUN DATE, OR FROM A DL150      *
003700* OVERRIDE CARD, AND FOR EACH DAY IN RANGE OPENS THE             *
003800* DATED GENERATION TFILEOUT.DAT.CCYYMMDD LEFT BEHIND BY THAT     *
003900* DAY'S TFILE RUN. DAYS WITH NO SURVIVING GENERATION ARE SKIPPED *
004000* -- A MISSING FILE IS A NORMAL "TFILE DID NOT RUN THAT DAY"     *
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT MYPARMFILE ASSIGN TO "TMonthParm.dat"
005100         ORGANIZATION IS LINE SEQUENTIAL
005150         FILE STATUS IS TM-PARM-STATUS.
005200     SELECT MYOUTHIST  ASSIGN TO TM-FILENAME
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS TM-HIST-STATUS.
008200 01  TM-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TMONTH".
008300 01  TM-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
008400 01  TM-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
008405 01  TM-PARM-STATUS       PIC XX        VALUE "00".
008410     88  TM-PARM-OK                     VALUE "00".
008415 01  TM-CARD-SW           PIC X         VALUE "N".
008420     88  TM-CARD-USED                   VALUE "Y".
008425 01  TM-RD-FUNCTION       PIC X         VALUE "G".
008430 01  TM-RUN-DATE          PIC 9(8)      VALUE ZERO.
008435 01  TM-MONTH-END         PIC 9(8)      VALUE ZERO.
008440 01  TM-MONTH-END-VIEW REDEFINES TM-MONTH-END.
008445     05  TM-MONTH-END-CCYYMM PIC 9(6).
008450     05  TM-MONTH-END-DD  PIC 99.
008455 01  TM-NEXT-START        PIC 9(8)      VALUE ZERO.
008460 01  TM-NEXT-VIEW REDEFINES TM-NEXT-START.
008465     05  TM-NEXT-CCYY     PIC 9(4).
008470     05  TM-NEXT-MM       PIC 99.
008475     05  TM-NEXT-DD       PIC 99.
008480 01  TM-DAY-NUMBER        PIC 9(7) COMP VALUE ZERO.
008500 01  TM-DOM-STATUS    PIC XX        VALUE "00".
008600     88  TM-DOM-OK                  VALUE "00".
008700     88  TM-DOM-NOT-FOUND           VALUE "35".
013100     GOBACK.
013200
013300 1000-INITIALIZE.
013400     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
014500     MOVE "O" TO TM-RW-FUNCTION.
014600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
014700     MOVE MONTH-PARM-CCYYMM TO TM-SUM-CCYYMM.
015100 1000-EXIT.
015200     EXIT.
015300
015301*----------------------------------------------------------*
015302* 1100-SET-MONTH TAKES THE MONTH OF THE RUN DATE, DAYS 1 TO
015303* ITS LAST DAY, SO AN UNATTENDED OR CATCH-UP MONTH-END ROLLS
015304* UP THE RIGHT MONTH. A CARD ON TMONTHPARM.DAT WITH A REAL
015305* CCYYMM OVERRIDES IT, WITH ITS OWN DAY RANGE AND LABEL.
015306* THE LAST DAY IS THE DAY BEFORE THE FIRST OF THE NEXT
015307* MONTH, AS TSTMT WORKS IT OUT.
015308*----------------------------------------------------------*
015309 1100-SET-MONTH.
015310     CALL "TRUNDATE" USING TM-RD-FUNCTION, TM-ERRLOG-PROGRAM-ID,
015311         TM-RUN-DATE.
015312     OPEN INPUT MYPARMFILE.
015313     IF TM-PARM-OK
015314         READ MYPARMFILE
015315             AT END
015316                 CONTINUE
015317             NOT AT END
015318                 IF MONTH-PARM-CCYYMM IS NUMERIC
015319                     SET TM-CARD-USED TO TRUE
015320                 END-IF
015321         END-READ
015322         CLOSE MYPARMFILE
015323     END-IF.
015324     IF TM-CARD-USED
015325         COMPUTE TM-NEXT-START = MONTH-PARM-CCYYMM * 100 + 1
015326         IF TM-NEXT-MM < 1 OR TM-NEXT-MM > 12
015327             DISPLAY "tmonth: TMonthParm.dat month ",
015328                 MONTH-PARM-CCYYMM, " is not a real month, ",
015329                 "card ignored"
015330             CALL "TERRLOG" USING TM-ERRLOG-PROGRAM-ID,
015331                 TM-ERRLOG-PARAGRAPH, TM-ERRLOG-SEVERITY
015332             MOVE "N" TO TM-CARD-SW
015333         END-IF
015334     END-IF.
015335     IF TM-CARD-USED
015336         DISPLAY "tmonth: TMonthParm.dat overrides the run date"
015337     ELSE
015338         MOVE TM-RUN-DATE (1:6) TO MONTH-PARM-CCYYMM
015339         MOVE "RUN-DATE MONTH" TO MONTH-PARM-LABEL
015340     END-IF.
015341     COMPUTE TM-NEXT-START = MONTH-PARM-CCYYMM * 100 + 1.
015342     IF TM-NEXT-MM = 12
015343         ADD 1 TO TM-NEXT-CCYY
015344         MOVE 1 TO TM-NEXT-MM
015345     ELSE
015346         ADD 1 TO TM-NEXT-MM
015347     END-IF.
015348     COMPUTE TM-DAY-NUMBER =
015349         FUNCTION INTEGER-OF-DATE (TM-NEXT-START) - 1.
015350     COMPUTE TM-MONTH-END =
015351         FUNCTION DATE-OF-INTEGER (TM-DAY-NUMBER).
015352     IF NOT TM-CARD-USED
015353         OR MONTH-PARM-START-DAY IS NOT NUMERIC
015354         OR MONTH-PARM-END-DAY IS NOT NUMERIC
015355         OR MONTH-PARM-START-DAY = ZERO
015356         OR MONTH-PARM-END-DAY > TM-MONTH-END-DD
015357         MOVE 1 TO MONTH-PARM-START-DAY
015358         MOVE TM-MONTH-END-DD TO MONTH-PARM-END-DAY
015359     END-IF.
015360     DISPLAY "tmonth: month ", MONTH-PARM-CCYYMM, ", days ",
015361         MONTH-PARM-START-DAY, " to ", MONTH-PARM-END-DAY.
015362 1100-EXIT.
015363     EXIT.
015364
015400*----------------------------------------------------------*
015500* 1500-LOAD-FLAG-DOMAIN LOADS THE DL175 FLAG TABLE SO THE
015600* SUMMARY'S FLAG LINES CAN CARRY THE BUSINESS DESCRIPTION.
031600     EXIT.
031700
031800* Input:
031830*    the run date, through TRUNDATE -- the month rolled up, days
031860*         01 to the month's last day
031900*    file "TMonthParm.dat" (optional DL150 override card), e.g.
032000*            2026080109AUGUST 2026 SUMMARY
032100*         (CCYYMM = 202608, days 01-09, report label as shown)
032200*    dated files "TFileOut.dat.CCYYMMDD" left behind by each
