000100*----------------------------------------------------------*
000200* DL370 - INTER-BRANCH SETTLEMENT RECORD.
000300* ONE NIGHT'S TSETTLE.DAT FOR ACCOUNTING. A PAIR LINE (P)
000400* SAYS STL-PAYER OWES STL-PAYEE STL-AMOUNT, NET OF WHAT THE
000500* PAYEE OWES BACK, FOR STL-COUNT CROSS-BRANCH DETAILS. A
000600* POSITION LINE (N) GIVES ONE BRANCH'S NET POSITION IN
000700* STL-PAYER, POSITIVE WHEN THE OTHER BRANCHES OWE IT,
000800* NEGATIVE WHEN IT OWES THEM, STL-PAYEE BLANK. THE TRAILER
000900* (T) CARRIES THE LINE COUNT AND THE SUM OF THE PAIR
001000* AMOUNTS. BRANCHES ARE THE FOUR-CHARACTER DL140 ACCT-BRANCH
001100* CODES, MAPPED FROM THE SUBMITTING BRANCH NUMBER BY DL180.
001200*----------------------------------------------------------*
001300*    DATE       INIT   DESCRIPTION
001400*    2026-10-15 DL     FIRST WRITTEN, FOR TSETTLE.
001500*----------------------------------------------------------*
001600 01  SETTLE-RECORD.
001700     05  STL-RUN-DATE     PIC 9(8).
001800     05  FILLER           PIC X.
001900     05  STL-REC-TYPE     PIC X.
002000         88  STL-IS-PAIR            VALUE "P".
002100         88  STL-IS-POSITION        VALUE "N".
002200         88  STL-IS-TRAILER         VALUE "T".
002300     05  FILLER           PIC X.
002400     05  STL-PAYER        PIC X(4).
002500     05  FILLER           PIC X.
002600     05  STL-PAYEE        PIC X(4).
002700     05  FILLER           PIC X.
002800     05  STL-COUNT        PIC 9(7).
002900     05  FILLER           PIC X.
003000     05  STL-AMOUNT       PIC S9(11)V99.
