002380*                      SHARED REPORT WRITER, TRPTWRT, FOR THE
002390*                      STANDARD HEADING BLOCK, PAGE BREAKS, AND
002395*                      END-OF-REPORT TOTAL LINE.
002396*    2026-10-15 DL     RUN DATE NOW COMES FROM TRUNDATE (THE
002397*                      DL230 AS-OF CARD TDRIVE SETS), NOT THE
002398*                      SYSTEM CLOCK, SO A CATCH-UP RUN DATES
002399*                      ITS WORK BY THE BUSINESS DAY PROCESSED.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* TPURGE WALKS BACKWARD FROM YESTERDAY, ONE CALENDAR DAY AT *
009200     05  FILLER           PIC 99        VALUE 31.
009300 01  TP-DAYS-IN-MONTH-R REDEFINES TP-DAYS-IN-MONTH-TBL.
009400     05  TP-DIM           PIC 99        OCCURS 12 TIMES.
009450 01  TP-RD-FUNCTION   PIC X         VALUE "G".
009500 01  TP-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TPURGE".
009600 01  TP-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
009700 01  TP-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
013800         END-READ
013900         CLOSE MYPARMFILE
014000     END-IF.
014050     CALL "TRUNDATE" USING TP-RD-FUNCTION, TP-ERRLOG-PROGRAM-ID,
014100         TP-TODAY.
014200     COMPUTE TP-TODAY-NUMBER =
014300         FUNCTION INTEGER-OF-DATE (TP-TODAY).
014400     MOVE "O" TO TP-RW-FUNCTION.
