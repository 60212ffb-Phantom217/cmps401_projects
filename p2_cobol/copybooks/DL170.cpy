001110*    2026-09-02 DL     KEY EXPANSION: HIST-R AND HIST-S
001120*                      WIDENED TO FOUR CHARACTERS EACH,
001130*                      WITH DL110.
001131*    2026-10-15 DL     ADDED HIST-AMOUNT AND HIST-TRANS-TYPE,
001132*                      CARRIED FROM DL110'S OUT-AMOUNT AND
001133*                      OUT-TRANS-TYPE, SO ACTIVITY ACROSS RUN
001134*                      DATES CAN BE MEASURED IN MONEY AS WELL
001135*                      AS COUNT. EXISTING MASTERS ARE REBUILT
001136*                      BY THISTCNV.
001140*----------------------------------------------------------*
001200 01  HIST-RECORD.
001300     05  HIST-KEY.
001800     05  HIST-U           PIC 9(2).
001900     05  HIST-V           PIC X.
002000     05  HIST-AGE-DAYS    PIC 9(5).
002100     05  HIST-AMOUNT      PIC S9(5)V99.
002200     05  HIST-TRANS-TYPE  PIC X.
002300         88  HIST-TYPE-REVERSAL     VALUE "R".
