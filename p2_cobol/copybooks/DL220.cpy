001000*    DATE       INIT   DESCRIPTION
001100*    2026-09-02 DL     FIRST WRITTEN, FOR TCHARGE'S MONTH-END
001200*                      SERVICE-CHARGE CYCLE.
001220*    2026-10-15 DL     BAND LIMITS WIDENED TO 9(9)V99 SO THE
001240*                      BANDS COVER THE WIDER DL140 BALANCE.
001260*                      TBALCNV CONVERTS AN EXISTING TABLE.
001300*----------------------------------------------------------*
001400 01  CHARGE-RULE-RECORD.
001500     05  CHG-ROW-TYPE     PIC X.
001600         88  CHG-IS-BAND            VALUE "B".
001700         88  CHG-IS-PENALTY         VALUE "P".
001800     05  CHG-BAND-LOW     PIC 9(9)V99.
001900     05  CHG-BAND-HIGH    PIC 9(9)V99.
002000     05  CHG-RATE-PCT     PIC 99V99.
002100     05  CHG-PENALTY      PIC 9(3)V99.
002200     05  CHG-LABEL        PIC X(20).
