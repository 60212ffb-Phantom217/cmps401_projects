000100*----------------------------------------------------------*
000200* DL390 - YEAR CONTROL RECORD.
000300* TYEARCTL.DAT, APPENDED TO BY TYEAREND. A CLOSED LINE (C)
000400* IS WRITTEN WHEN A YEAR'S SUMMARY, EXTRACT AND SNAPSHOTS
000500* ARE COMPLETE, WITH THE YEAR'S TOTALS AND CLOSING BALANCE;
000600* A YEAR WITH A CLOSED LINE IS NEVER CLOSED AGAIN. AN
000700* OPENED LINE (O) FOR THE NEXT YEAR IS WRITTEN WITH IT,
000800* ITS COUNTERS AT ZERO AND YRC-BALANCE THE OPENING BALANCE,
000900* SO THAT YEAR'S CLOSE CAN PROVE OPENING PLUS MOVEMENT
001000* AGAINST CLOSING.
001100*----------------------------------------------------------*
001200*    DATE       INIT   DESCRIPTION
001300*    2026-10-15 DL     FIRST WRITTEN, FOR TYEAREND.
001400*----------------------------------------------------------*
001500 01  YEAR-CONTROL-RECORD.
001600     05  YRC-YEAR         PIC 9(4).
001700     05  YRC-STATE        PIC X.
001800         88  YRC-IS-CLOSED          VALUE "C".
001900         88  YRC-IS-OPENED          VALUE "O".
002000     05  YRC-RUN-DATE     PIC 9(8).
002100     05  YRC-ACCT-COUNT   PIC 9(7).
002200     05  YRC-CHARGES      PIC S9(11)V99.
002300     05  YRC-INTEREST     PIC S9(11)V99.
002400     05  YRC-REVERSALS    PIC S9(11)V99.
002500     05  YRC-NET          PIC S9(13)V99.
002600     05  YRC-BALANCE      PIC S9(13)V99.
