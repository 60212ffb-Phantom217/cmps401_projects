002000*                      DISPUTED LIMIT CHANGE IS RECONSTRUCTED
002100*                      IN SECONDS, NOT BY GREPPING A FLAT
002200*                      FILE.
002220*    2026-10-15 DL     SAVED AUDIT LINES AND THE BALANCE AND
002240*                      LIMIT DISPLAY WIDENED FOR THE S9(9)V99
002260*                      DL215 AMOUNTS.
002270*    2026-10-15 DL     SAVED AUDIT LINES CARRY THE DL215
002280*                      BEFORE AND AFTER ACCOUNT STATUS, SHOWN
002290*                      ON THE NAME/BRANCH LINE.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* TACCTAUDIT.DAT IS APPENDED IN CHANGE ORDER, SO MATCHES    *
005800 01  TAQ-DROPPED-COUNT PIC 9(5) COMP VALUE ZERO.
005900 01  TAQ-SHIFT-SUB    PIC 9(3) COMP VALUE ZERO.
006000 01  TAQ-MATCH-TABLE.
006100     05  TAQ-MATCH-ENTRY PIC X(103) OCCURS 200 TIMES.
006200 01  TAQ-SHOW-RECORD.
006300     05  TAQ-S-NUMBER     PIC X(8).
006400     05  TAQ-S-FUNCTION   PIC X.
006500     05  TAQ-S-OPERATOR   PIC X(8).
006600     05  TAQ-S-DATE       PIC 9(8).
006700     05  TAQ-S-TIME       PIC 9(8).
006800     05  TAQ-S-OLD-BAL    PIC S9(9)V99.
006900     05  TAQ-S-NEW-BAL    PIC S9(9)V99.
007000     05  TAQ-S-OLD-LIM    PIC S9(9)V99.
007100     05  TAQ-S-NEW-LIM    PIC S9(9)V99.
007200     05  TAQ-S-OLD-NAME   PIC X(8).
007300     05  TAQ-S-NEW-NAME   PIC X(8).
007400     05  TAQ-S-OLD-BRANCH PIC X(4).
007500     05  TAQ-S-NEW-BRANCH PIC X(4).
007550     05  TAQ-S-OLD-STATUS PIC X.
007560     05  TAQ-S-NEW-STATUS PIC X.
007600 01  TAQ-D-OLD-BAL    PIC -ZZZZZZZZ9.99 VALUE ZERO.
007700 01  TAQ-D-NEW-BAL    PIC -ZZZZZZZZ9.99 VALUE ZERO.
007800 01  TAQ-D-OLD-LIM    PIC -ZZZZZZZZ9.99 VALUE ZERO.
007900 01  TAQ-D-NEW-LIM    PIC -ZZZZZZZZ9.99 VALUE ZERO.
008000 PROCEDURE DIVISION.
008100 0000-MAINLINE.
008200     PERFORM 1000-INQUIRE THRU 1000-EXIT
019500         "  LIM ", TAQ-D-OLD-LIM, " -> ", TAQ-D-NEW-LIM.
019600     DISPLAY "          NAME ", TAQ-S-OLD-NAME, " -> ",
019700         TAQ-S-NEW-NAME, "  BRANCH ", TAQ-S-OLD-BRANCH,
019800         " -> ", TAQ-S-NEW-BRANCH, "  STATUS ",
019850         TAQ-S-OLD-STATUS, " -> ", TAQ-S-NEW-STATUS.
019900 4100-EXIT.
020000     EXIT.
020100
