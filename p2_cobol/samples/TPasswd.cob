000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TPASSWD.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. LETS ANY SIGNED-ON
001200*                      OPERATOR CHANGE THEIR OWN PASSWORD ON
001300*                      THE DL210 OPERATOR MASTER BEFORE IT
001400*                      EXPIRES. THE OLD PASSWORD IS ASKED FOR
001500*                      AGAIN AND THE NEW ONE TWICE; THE CHANGE
001600*                      GOES ON THE DL340 SECURITY LOG. BEHIND
001700*                      THE TSIGNON CHECK AT AUTHORITY LEVEL 1.
001800*----------------------------------------------------------*
001900*----------------------------------------------------------*
002000* THE NEW PASSWORD MAY NOT BE BLANK, THE OPERATOR ID, OR    *
002100* THE OLD PASSWORD -- THE SAME TEST TSIGNON APPLIES WHEN IT *
002200* FORCES A CHANGE AT EXPIRY. THE MASTER IS READ INTO THE    *
002300* DL345 TABLE AND WRITTEN BACK WHOLE WITH THE NEW PASSWORD  *
002400* AND TODAY'S DATE, WHICH STARTS THE EXPIRY PERIOD AGAIN.   *
002500*----------------------------------------------------------*
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT MYOPERFILE ASSIGN TO "TOperMast.dat"
003000         ORGANIZATION IS LINE SEQUENTIAL
003100         FILE STATUS IS TPW-OPR-STATUS.
003200     SELECT MYSECLOG ASSIGN TO "TSecLog.dat"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS TPW-LOG-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  MYOPERFILE.
003800     COPY DL210.
003900 FD  MYSECLOG.
004000     COPY DL340.
004100 WORKING-STORAGE SECTION.
004200 01  TPW-OPR-STATUS   PIC XX        VALUE "00".
004300     88  TPW-OPR-OK                 VALUE "00".
004400 01  TPW-LOG-STATUS   PIC XX        VALUE "00".
004500     88  TPW-LOG-NOT-FOUND          VALUE "35".
004600 01  TPW-OPR-EOF-SW   PIC X         VALUE "N".
004700     88  TPW-OPR-EOF                VALUE "Y".
004800 01  TPW-FOUND-SW     PIC X         VALUE "N".
004900     88  TPW-OPER-FOUND             VALUE "Y".
005000 01  TPW-OLD-PASSWORD PIC X(8)      VALUE SPACES.
005100 01  TPW-NEW-PASSWORD PIC X(8)      VALUE SPACES.
005200 01  TPW-AGAIN-PASSWORD PIC X(8)    VALUE SPACES.
005300 01  TPW-SUB          PIC 9(3) COMP VALUE ZERO.
005400 01  TPW-TODAY        PIC 9(8)      VALUE ZERO.
005500 01  TPW-SG-LEVEL     PIC 9          VALUE 1.
005600 01  TPW-SG-RESULT    PIC X          VALUE SPACE.
005700     88  TPW-SG-GRANTED              VALUE "G".
005800 01  TPW-OPERATOR-ID  PIC X(8)       VALUE SPACES.
005900 01  TPW-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TPASSWD".
006000 01  TPW-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-LOAD-MASTER".
006100 01  TPW-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
006200     COPY DL345.
006300 PROCEDURE DIVISION.
006400 0000-MAINLINE.
006500     CALL "TSIGNON" USING TPW-SG-LEVEL, TPW-SG-RESULT,
006600         TPW-OPERATOR-ID.
006700     IF NOT TPW-SG-GRANTED
006800         DISPLAY "PASSWORD CHANGE NOT STARTED"
006900         STOP RUN
007000     END-IF.
007100     ACCEPT TPW-TODAY FROM DATE YYYYMMDD.
007200     PERFORM 1000-LOAD-MASTER THRU 1000-EXIT.
007300     IF TPW-OPER-FOUND
007400         PERFORM 2000-CHANGE-PASSWORD THRU 2000-EXIT
007500     END-IF.
007600     STOP RUN.
007700
007800 1000-LOAD-MASTER.
007900     MOVE ZERO TO OT-COUNT.
008000     MOVE "N"  TO OT-OVERFLOW-SW.
008100     OPEN INPUT MYOPERFILE.
008200     IF NOT TPW-OPR-OK
008300         DISPLAY "UNABLE TO OPEN TOperMast.dat, STATUS = ",
008400             TPW-OPR-STATUS
008500         CALL "TERRLOG" USING TPW-ERRLOG-PROGRAM-ID,
008600             TPW-ERRLOG-PARAGRAPH, TPW-ERRLOG-SEVERITY
008700         GO TO 1000-EXIT
008800     END-IF.
008900     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
009000         UNTIL TPW-OPR-EOF.
009100     CLOSE MYOPERFILE.
009200     IF OT-OVERFLOW
009300         DISPLAY "TOperMast.dat HOLDS MORE THAN 100 OPERATORS, ",
009400             "PASSWORD NOT CHANGED"
009500         CALL "TERRLOG" USING TPW-ERRLOG-PROGRAM-ID,
009600             TPW-ERRLOG-PARAGRAPH, TPW-ERRLOG-SEVERITY
009700         GO TO 1000-EXIT
009800     END-IF.
009900     PERFORM 1200-MATCH-ONE THRU 1200-EXIT
010000         VARYING TPW-SUB FROM 1 BY 1
010100         UNTIL TPW-SUB > OT-COUNT OR TPW-OPER-FOUND.
010200     IF TPW-OPER-FOUND
010300         SUBTRACT 1 FROM TPW-SUB
010400     END-IF.
010500 1000-EXIT.
010600     EXIT.
010700
010800 1100-LOAD-ONE.
010900     READ MYOPERFILE
011000         AT END
011100             SET TPW-OPR-EOF TO TRUE
011200         NOT AT END
011300             IF OT-COUNT < 100
011400                 ADD 1 TO OT-COUNT
011500                 MOVE OPERATOR-RECORD TO OT-ENTRY (OT-COUNT)
011600                 IF OT-PWD-DATE (OT-COUNT) NOT NUMERIC
011700                     MOVE ZERO TO OT-PWD-DATE (OT-COUNT)
011800                 END-IF
011900                 IF OT-FAIL-COUNT (OT-COUNT) NOT NUMERIC
012000                     MOVE ZERO TO OT-FAIL-COUNT (OT-COUNT)
012100                 END-IF
012200             ELSE
012300                 SET OT-OVERFLOW TO TRUE
012400             END-IF
012500     END-READ.
012600 1100-EXIT.
012700     EXIT.
012800
012900 1200-MATCH-ONE.
013000     IF OT-ID (TPW-SUB) = TPW-OPERATOR-ID
013100         SET TPW-OPER-FOUND TO TRUE
013200     END-IF.
013300 1200-EXIT.
013400     EXIT.
013500
013600 2000-CHANGE-PASSWORD.
013700     DISPLAY "CURRENT PASSWORD: ".
013800     MOVE SPACES TO TPW-OLD-PASSWORD.
013900     ACCEPT TPW-OLD-PASSWORD.
014000     IF TPW-OLD-PASSWORD NOT = OT-PASSWORD (TPW-SUB)
014100         DISPLAY "CURRENT PASSWORD DOES NOT PROVE, NOT CHANGED"
014200         GO TO 2000-EXIT
014300     END-IF.
014400     DISPLAY "NEW PASSWORD: ".
014500     MOVE SPACES TO TPW-NEW-PASSWORD.
014600     ACCEPT TPW-NEW-PASSWORD.
014700     DISPLAY "NEW PASSWORD AGAIN: ".
014800     MOVE SPACES TO TPW-AGAIN-PASSWORD.
014900     ACCEPT TPW-AGAIN-PASSWORD.
015000     IF TPW-NEW-PASSWORD = SPACES
015100         OR TPW-NEW-PASSWORD = OT-ID (TPW-SUB)
015200         OR TPW-NEW-PASSWORD = OT-PASSWORD (TPW-SUB)
015300         DISPLAY "NEW PASSWORD MAY NOT BE BLANK, THE ID, OR ",
015400             "THE OLD ONE -- NOT CHANGED"
015500         GO TO 2000-EXIT
015600     END-IF.
015700     IF TPW-NEW-PASSWORD NOT = TPW-AGAIN-PASSWORD
015800         DISPLAY "NEW PASSWORDS DO NOT MATCH -- NOT CHANGED"
015900         GO TO 2000-EXIT
016000     END-IF.
016100     MOVE TPW-NEW-PASSWORD TO OT-PASSWORD (TPW-SUB).
016200     MOVE TPW-TODAY        TO OT-PWD-DATE (TPW-SUB).
016300     MOVE "2000-CHANGE-PASSWORD" TO TPW-ERRLOG-PARAGRAPH.
016400     OPEN OUTPUT MYOPERFILE.
016500     IF NOT TPW-OPR-OK
016600         DISPLAY "TOperMast.dat COULD NOT BE WRITTEN, STATUS = ",
016700             TPW-OPR-STATUS, ", NOT CHANGED"
016800         CALL "TERRLOG" USING TPW-ERRLOG-PROGRAM-ID,
016900             TPW-ERRLOG-PARAGRAPH, TPW-ERRLOG-SEVERITY
017000         GO TO 2000-EXIT
017100     END-IF.
017200     PERFORM 2100-WRITE-ONE THRU 2100-EXIT
017300         VARYING TPW-SUB FROM 1 BY 1
017400         UNTIL TPW-SUB > OT-COUNT.
017500     CLOSE MYOPERFILE.
017600     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
017700     DISPLAY "PASSWORD CHANGED".
017800 2000-EXIT.
017900     EXIT.
018000
018100 2100-WRITE-ONE.
018200     MOVE OT-ENTRY (TPW-SUB) TO OPERATOR-RECORD.
018300     WRITE OPERATOR-RECORD.
018400 2100-EXIT.
018500     EXIT.
018600
018700 8000-LOG-EVENT.
018800     OPEN EXTEND MYSECLOG.
018900     IF TPW-LOG-NOT-FOUND
019000         OPEN OUTPUT MYSECLOG
019100     END-IF.
019200     ACCEPT SEV-DATE FROM DATE YYYYMMDD.
019300     ACCEPT SEV-TIME FROM TIME.
019400     SET SEV-PASSWORD-CHANGED TO TRUE.
019500     MOVE TPW-OPERATOR-ID TO SEV-OPERATOR.
019600     MOVE TPW-OPERATOR-ID TO SEV-BY.
019700     MOVE TPW-SG-LEVEL    TO SEV-LEVEL.
019800     MOVE "PASSWORD CHANGED BY THE OPERATOR" TO SEV-TEXT.
019900     WRITE SEC-EVENT-RECORD.
020000     CLOSE MYSECLOG.
020100 8000-EXIT.
020200     EXIT.
020300
020400* Input:
020500*    sign-on through TSIGNON (DL210 operator master, level 1)
020600*    console entry of the current password and the new one,
020700*         twice
020800* Input/Output:
020900*    file "TOperMast.dat" (DL210 operator master) -- written
021000*         back whole with the new password and today's date
021100* Output:
021200*    file "TSecLog.dat" (DL340 security log) -- one P line
021300*         per password changed
