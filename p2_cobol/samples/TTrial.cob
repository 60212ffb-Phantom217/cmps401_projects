002300*                      FROM THE TFILEOUT.DAT GENERATION. ONE
002400*                      PAGE, IN BALANCE OR NOT, FILED NIGHTLY
002500*                      LIKE TBAL'S REPORT.
002505*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002510*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002515*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002520*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002525*                      THIS STEP'S WORK BY THE BUSINESS DAY
002530*                      BEING PROCESSED.
002535*    2026-10-15 DL     BALANCE ACCUMULATORS, REPORT AMOUNTS
002540*                      AND THE SNAPSHOT TOTAL WIDENED FOR THE
002545*                      S9(9)V99 DL140 BALANCE; THE SNAPSHOT
002550*                      LAYOUT NOW COMES FROM DL235.
002560*    2026-10-15 DL     POSTING JOURNAL LAYOUT NOW COMES FROM
002570*                      DL240 INSTEAD OF AN INLINE COPY OF
002580*                      TPOST'S.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* A FIRST NIGHT WITH NO PRIOR SNAPSHOT REPORTS THE POSITION *
005000 FD  MYMASTER.
005100     COPY DL140.
005200 FD  MYSNAPFILE.
005400     COPY DL235.
005900 FD  MYJOURNAL.
006000     COPY DL240.
006600 WORKING-STORAGE SECTION.
006700 01  TTR-MST-STATUS   PIC XX        VALUE "00".
006800     88  TTR-MST-OK                 VALUE "00".
008700     88  TTR-PRIOR-FOUND            VALUE "Y".
008800 01  TTR-RUN-DATE     PIC 9(8)      VALUE ZERO.
008900 01  TTR-PRIOR-DATE   PIC 9(8)      VALUE ZERO.
009000 01  TTR-GRAND-TOTAL  PIC S9(13)V99 COMP VALUE ZERO.
009100 01  TTR-PRIOR-TOTAL  PIC S9(13)V99 COMP VALUE ZERO.
009200 01  TTR-APPLIED-TOTAL PIC S9(13)V99 COMP VALUE ZERO.
009300 01  TTR-MOVEMENT     PIC S9(13)V99 COMP VALUE ZERO.
009400 01  TTR-BR-TALLY     PIC 9(2) COMP VALUE ZERO.
009500 01  TTR-BR-SUB       PIC 9(2) COMP VALUE ZERO.
009600 01  TTR-BR-LIMIT     PIC 9(2) COMP VALUE 20.
010000 01  TTR-BR-TABLE.
010100     05  TTR-BR-ENTRY OCCURS 20 TIMES.
010200         10  TTR-BR-ID    PIC X(4).
010300         10  TTR-BR-TOTAL PIC S9(11)V99 COMP-3.
010400         10  TTR-BR-PRIOR PIC S9(11)V99 COMP-3.
010500 01  TTR-START-TIME   PIC 9(8)      VALUE ZERO.
010600 01  TTR-END-TIME     PIC 9(8)      VALUE ZERO.
010700 01  TTR-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
010800 01  TTR-ACCT-COUNT   PIC 9(7) COMP VALUE ZERO.
010850 01  TTR-RD-FUNCTION  PIC X         VALUE "G".
010900 01  TTR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TTRIAL".
011000 01  TTR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
011100 01  TTR-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
012100     05  TTR-RPT-PRIOR    PIC 9(8).
012200     05  FILLER           PIC X(37) VALUE SPACES.
012300 01  TTR-RPT-BR-LINE.
012400     05  FILLER           PIC X(7)  VALUE "BRANCH ".
012500     05  TTR-RPT-BR-ID    PIC X(4).
012600     05  FILLER           PIC X(5)  VALUE " NOW ".
012700     05  TTR-RPT-BR-NOW   PIC -ZZZZZZZZZZ9.99.
012800     05  FILLER           PIC X(7)  VALUE " PRIOR ".
012900     05  TTR-RPT-BR-PRI   PIC -ZZZZZZZZZZ9.99.
013000     05  FILLER           PIC X(6)  VALUE " MOVE ".
013100     05  TTR-RPT-BR-MOVE  PIC -ZZZZZZZZZZ9.99.
013200     05  FILLER           PIC X(6)  VALUE SPACES.
013300 01  TTR-RPT-AMT-LINE.
013400     05  TTR-RPT-AMT-LABEL PIC X(22).
013500     05  FILLER           PIC X(2)  VALUE "= ".
013600     05  TTR-RPT-AMT      PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
013700     05  FILLER           PIC X(35) VALUE SPACES.
013800 01  TTR-RPT-PROOF-LINE.
013900     05  TTR-RPT-PROOF-TEXT PIC X(34).
014000     05  FILLER           PIC X(2)  VALUE SPACES.
015500
015600 1000-INITIALIZE.
015700     ACCEPT TTR-START-TIME FROM TIME.
015750     CALL "TRUNDATE" USING TTR-RD-FUNCTION, TTR-ERRLOG-PROGRAM-ID,
015800         TTR-RUN-DATE.
015900     OPEN INPUT MYMASTER.
016000     IF NOT TTR-MST-OK
016100         DISPLAY "ttrial: unable to open TAcctMaster.dat, ",
