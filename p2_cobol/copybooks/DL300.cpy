000100*----------------------------------------------------------*
000200* DL300 - WATCH-LIST SCREENING HIT RECORD.
000300* ONE RECORD PER ACCOUNT AND WATCH-LIST ENTRY THAT MATCHED,
000400* ON TSCREENHIT.DAT (INDEXED), WRITTEN BY TWLCHK FOR THE
000500* FULL TWLSCRN RUN AND FOR TACCTM'S ADDS AND NAME CHANGES,
000600* AND WORKED BY COMPLIANCE ON TWLREV. A HIT IS OPEN UNTIL IT
000700* IS CLEARED OR CONFIRMED; A CONFIRMED HIT HAS FROZEN THE
000800* ACCOUNT AND KEEPS IT FROZEN UNTIL IT IS CLEARED, AT WHICH
000900* POINT THE STATUS SAVED IN SCH-PRIOR-STATUS IS PUT BACK.
001000* THE ACCOUNT AND LIST NAMES ARE KEPT AS THEY STOOD WHEN THE
001100* HIT WAS RAISED, SO A LATER RENAME IS VISIBLE.
001200*----------------------------------------------------------*
001300*    DATE       INIT   DESCRIPTION
001400*    2026-10-15 DL     FIRST WRITTEN, FOR TWLCHK, TWLSCRN,
001500*                      TWLREV, AND TACCTM.
001600*----------------------------------------------------------*
001700 01  SCREEN-HIT-RECORD.
001800     05  SCH-KEY.
001900         10  SCH-ACCT-NUMBER  PIC X(8).
002000         10  SCH-ENTRY-ID     PIC X(8).
002100     05  SCH-MATCH-TYPE       PIC X.
002200         88  SCH-MATCH-EXACT            VALUE "E".
002300         88  SCH-MATCH-NEAR             VALUE "N".
002400     05  SCH-ACCT-NAME        PIC X(8).
002500     05  SCH-LIST-NAME        PIC X(8).
002600     05  SCH-RAISED-DATE      PIC 9(8).
002700     05  SCH-STATUS           PIC X.
002800         88  SCH-IS-OPEN                VALUE "O".
002900         88  SCH-IS-CLEARED             VALUE "C".
003000         88  SCH-IS-CONFIRMED           VALUE "F".
003100     05  SCH-PRIOR-STATUS     PIC X.
003200     05  SCH-REVIEW-OPERATOR  PIC X(8).
003300     05  SCH-REVIEW-DATE      PIC 9(8).
003400     05  SCH-COMMENT          PIC X(40).
