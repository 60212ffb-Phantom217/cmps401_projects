002350*                      WEEKEND NOBODY COULD HAVE WORKED IT.
002360*                      WITHOUT THE CALENDAR, CALENDAR DAYS
002370*                      STAND.
002372*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002376*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002380*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002384*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002388*                      THIS STEP'S WORK BY THE BUSINESS DAY
002392*                      BEING PROCESSED.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* A MISSING PARAMETER CARD REFUSES TO RUN -- A WRITE-OFF IS *
009560 01  TSA-BD-DAYS      PIC S9(5)     VALUE ZERO.
009570 01  TSA-REJ-NAME     PIC X(20)     VALUE "TFileReject.dat".
009600 01  TSA-KEEP-NAME    PIC X(20)     VALUE "TFileRejKeep.tmp".
009650 01  TSA-RD-FUNCTION  PIC X         VALUE "G".
009700 01  TSA-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TSUSPAGE".
009800 01  TSA-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
009900 01  TSA-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
015700     GOBACK.
015800
015900 1000-INITIALIZE.
015950     CALL "TRUNDATE" USING TSA-RD-FUNCTION, TSA-ERRLOG-PROGRAM-ID,
016000         TSA-RUN-DATE.
016100     COMPUTE TSA-TODAY-DAYS =
016200         FUNCTION INTEGER-OF-DATE (TSA-RUN-DATE).
016300     OPEN INPUT MYPARMFILE.
