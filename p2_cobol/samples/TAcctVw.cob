002200*                      WHEREABOUTS. A NUMBER RETIRED BY AN
002300*                      ACCOUNT MERGE FOLLOWS THE TACCTXREF.DAT
002400*                      CROSS-REFERENCE TO ITS SURVIVOR.
002430*    2026-10-15 DL     BALANCE AND LIMIT DISPLAY WIDENED FOR
002460*                      THE S9(9)V99 DL140 AMOUNTS.
002470*    2026-10-15 DL     HISTORY LINES WIDENED TO THE DL170
002480*                      RECORD'S NEW LENGTH AND SHOW THE AMOUNT.
002500*----------------------------------------------------------*
002600*----------------------------------------------------------*
002700* EVERY SOURCE IS CHECKED ON EVERY INQUIRY AND A FILE NOT   *
009400 01  TAV-HIST-LIMIT   PIC 9(3) COMP VALUE 10.
009500 01  TAV-SHIFT-SUB    PIC 9(3) COMP VALUE ZERO.
009600 01  TAV-HIST-TABLE.
009700     05  TAV-HIST-ENTRY PIC X(34) OCCURS 10 TIMES.
009800 01  TAV-SHOW-HIST.
009900     05  TAV-S-RUN-DATE PIC 9(8).
010000     05  TAV-S-R        PIC X(4).
010300     05  TAV-S-U        PIC 9(2).
010400     05  TAV-S-V        PIC X.
010500     05  TAV-S-AGE      PIC 9(5).
010520     05  TAV-S-AMOUNT   PIC S9(5)V99.
010540     05  TAV-S-TYPE     PIC X.
010600 01  TAV-D-BALANCE    PIC -ZZZZZZZZ9.99 VALUE ZERO.
010700 01  TAV-D-LIMIT      PIC -ZZZZZZZZ9.99 VALUE ZERO.
010800 PROCEDURE DIVISION.
010900 0000-MAINLINE.
011000     PERFORM 1000-INQUIRE THRU 1000-EXIT
026500     MOVE TAV-HIST-ENTRY (TAV-HIST-SUB) TO TAV-SHOW-HIST.
026600     DISPLAY "  ", TAV-S-RUN-DATE, "  t = ", TAV-S-T,
026700         ", u = ", TAV-S-U, ", v = ", TAV-S-V,
026750         ", age days = ", TAV-S-AGE,
026800         ", amount = ", TAV-S-AMOUNT, " ", TAV-S-TYPE.
026900 3300-EXIT.
027000     EXIT.
027100
