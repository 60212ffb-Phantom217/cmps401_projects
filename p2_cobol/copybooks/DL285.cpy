000100*----------------------------------------------------------*
000200* DL285 - UNUSUAL-ACTIVITY MONITOR PARAMETER CARD.
000300* ONE CARD GIVES TACTMON THE ROLLING WINDOW IN DAYS (ENDING
000400* ON THE RUN DATE), THE MOST DETAILS AN ACCOUNT MAY RUN IN
000500* THAT WINDOW, THE MOST MONEY IT MAY MOVE IN THAT WINDOW,
000600* AND THE LARGE-ITEM LIMIT FOR ANY ONE DETAIL. AMOUNTS ARE
000700* TAKEN WITHOUT SIGN -- A REVERSAL IS ACTIVITY TOO. ZERO IN
000800* A THRESHOLD TURNS THAT TEST OFF. DRIVEN BY A CARD THE WAY
000900* DL195 DRIVES TSUSPAGE.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TACTMON.
001300*----------------------------------------------------------*
001400 01  MON-PARM-RECORD.
001500     05  MON-PARM-WINDOW-DAYS PIC 9(3).
001600     05  MON-PARM-MAX-COUNT   PIC 9(5).
001700     05  MON-PARM-MAX-AMOUNT  PIC 9(9)V99.
001800     05  MON-PARM-LARGE-ITEM  PIC 9(5)V99.
001900     05  MON-PARM-LABEL       PIC X(20).
