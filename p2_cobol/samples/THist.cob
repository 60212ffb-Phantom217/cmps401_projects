002102*                      SCREENS, AND REPORT LINES WIDENED TO
002103*                      THE FOUR-PLUS-FOUR M/N KEY THE DL
002104*                      COPYBOOKS NOW CARRY.
002110*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002120*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002130*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002140*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002150*                      THIS STEP'S WORK BY THE BUSINESS DAY
002160*                      BEING PROCESSED.
002170*    2026-10-15 DL     THE LOAD NOW CARRIES OUT-AMOUNT AND
002180*                      OUT-TRANS-TYPE ONTO THE WIDENED DL170
002190*                      RECORD, AND INQUIRY SHOWS THE AMOUNT.
002200*----------------------------------------------------------*
002300*----------------------------------------------------------*
002400* L MODE ASKS FOR THE GENERATION DATE (BLANK = TODAY), SO A *
006500 01  TH-DUP-COUNT     PIC 9(7) COMP VALUE ZERO.
006600 01  TH-KEY-R         PIC X(4)      VALUE SPACES.
006700 01  TH-KEY-S         PIC X(4)      VALUE SPACES.
006750 01  TH-RD-FUNCTION   PIC X         VALUE "G".
006800 01  TH-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "THIST".
006900 01  TH-ERRLOG-PARAGRAPH  PIC X(30) VALUE "3000-LOAD-GENERATION".
007000 01  TH-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
010900     ACCEPT TH-GEN-DATE-TEXT.
011000     IF TH-GEN-DATE-TEXT = SPACES
011100         OR TH-GEN-DATE-TEXT IS NOT NUMERIC
011150         CALL "TRUNDATE" USING TH-RD-FUNCTION,
011200             TH-ERRLOG-PROGRAM-ID, TH-RUN-DATE
011300         MOVE TH-RUN-DATE TO TH-GEN-DATE
011400     ELSE
011500         MOVE TH-GEN-DATE-TEXT TO TH-GEN-DATE
015700     MOVE U            TO HIST-U.
015800     MOVE V            TO HIST-V.
015900     MOVE OUT-AGE-DAYS TO HIST-AGE-DAYS.
015920     MOVE OUT-AMOUNT   TO HIST-AMOUNT.
015940     MOVE OUT-TRANS-TYPE TO HIST-TRANS-TYPE.
016000     WRITE HIST-RECORD
016100         INVALID KEY
016200             ADD 1 TO TH-DUP-COUNT
018800                 DISPLAY TH-KEY-R, TH-KEY-S, " ON ",
018900                     HIST-RUN-DATE, ": t = ", HIST-T,
019000                     ", u = ", HIST-U, ", v = ", HIST-V,
019050                     ", age days = ", HIST-AGE-DAYS,
019100                     ", amount = ", HIST-AMOUNT,
019150                     " ", HIST-TRANS-TYPE
019200         END-READ
019300     END-IF.
019400 5000-EXIT.
