002120*                      SHARED REPORT WRITER, TRPTWRT, FOR THE
002130*                      STANDARD HEADING BLOCK, PAGE BREAKS, AND
002140*                      END-OF-REPORT TOTAL LINE.
002145*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002150*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002155*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002160*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002165*                      THIS STEP'S WORK BY THE BUSINESS DAY
002170*                      BEING PROCESSED.
002200*----------------------------------------------------------*
002300*----------------------------------------------------------*
002400* THE TIMES ON TRUNHIST.DAT ARE HHMMSSTH, SO ELAPSED TIME IS *
009800         10  TT-PE-LATEST-HUND PIC 9(9) COMP.
009900         10  TT-PE-PRIOR-SUM  PIC 9(12) COMP.
010000         10  TT-PE-PRIOR-RUNS PIC 9(4) COMP.
010050 01  TT-RD-FUNCTION   PIC X         VALUE "G".
010100 01  TT-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TTREND".
010200 01  TT-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
010300 01  TT-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
015700         END-READ
015800         CLOSE MYPARMFILE
015900     END-IF.
015950     CALL "TRUNDATE" USING TT-RD-FUNCTION, TT-ERRLOG-PROGRAM-ID,
016000         TT-TODAY.
016100     COMPUTE TT-DAY-NUMBER =
016200         FUNCTION INTEGER-OF-DATE (TT-TODAY)
016300         - TREND-PARM-DAYS + 1.
