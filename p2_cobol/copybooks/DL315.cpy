000100*----------------------------------------------------------*
000200* DL315 - COLLECTIONS ACTIVITY RECORD.
000300* ONE RECORD PER CONTACT ATTEMPT ON TCOLLACT.DAT (INDEXED),
000400* WRITTEN BY THE COLLECTOR ON TCOLLWK, KEYED ACCOUNT + DATE
000500* + TIME SO AN ACCOUNT'S CALLS READ IN ORDER FROM A START.
000600* A PROMISE TO PAY CARRIES ITS AMOUNT AND DATE AND STAYS OPEN
000700* UNTIL TCOLLBRK, THE NIGHT AFTER THE DATE PASSES, MARKS IT
000800* KEPT OR BROKEN AGAINST THE PAYMENTS ON THISTMASTER.DAT.
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN, FOR TCOLLWK AND TCOLLBRK.
001200*----------------------------------------------------------*
001300 01  COLL-ACTIVITY-RECORD.
001400     05  CA-KEY.
001500         10  CA-ACCT-NUMBER   PIC X(8).
001600         10  CA-DATE          PIC 9(8).
001700         10  CA-TIME          PIC 9(8).
001800     05  CA-OPERATOR          PIC X(8).
001900     05  CA-QUEUE-DATE        PIC 9(8).
002000     05  CA-OUTCOME           PIC X.
002100         88  CA-NO-ANSWER               VALUE "N".
002200         88  CA-LEFT-MESSAGE            VALUE "M".
002300         88  CA-CONTACTED               VALUE "C".
002400         88  CA-PROMISED                VALUE "P".
002500         88  CA-REFUSED                 VALUE "R".
002600         88  CA-WRONG-NUMBER            VALUE "W".
002700         88  CA-OUTCOME-VALID           VALUES "N" "M" "C"
002800                                               "P" "R" "W".
002900     05  CA-PROMISE-AMOUNT    PIC S9(7)V99.
003000     05  CA-PROMISE-DATE      PIC 9(8).
003100     05  CA-PROMISE-STATUS    PIC X.
003200         88  CA-NO-PROMISE              VALUE SPACE.
003300         88  CA-PROMISE-OPEN            VALUE "O".
003400         88  CA-PROMISE-KEPT            VALUE "K".
003500         88  CA-PROMISE-BROKEN          VALUE "B".
003600     05  CA-PAID-AMOUNT       PIC S9(7)V99.
003700     05  CA-CHECKED-DATE      PIC 9(8).
003800     05  CA-NOTE              PIC X(40).
