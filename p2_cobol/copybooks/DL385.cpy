000100*----------------------------------------------------------*
000200* DL385 - YEAR-END ACCOUNT SUMMARY RECORD.
000300* THE EXTRACT TYEAREND WRITES FOR FINANCE,
000400* TYEAREXT.DAT.CCYY: ONE DETAIL (D) PER DL140 ACCOUNT WITH
000500* THE YEAR'S SERVICE CHARGES (FLAG C), INTEREST (FLAG I),
000600* AMOUNTS REVERSED, NET MOVEMENT AS POSTED, THE CLOSING
000700* BALANCE, AND THE NUMBER OF DETAILS BEHIND THEM, THEN ONE
000800* TRAILER (T) WITH YRS-ACCT "*ALL" CARRYING THE SAME
000900* TOTALS AND THE ACCOUNT COUNT IN YRS-DETAILS. CHARGES AND
001000* INTEREST ARE THE NORMAL DETAILS ONLY; A REVERSAL OF EITHER
001100* IS IN YRS-REVERSALS, AS A POSITIVE AMOUNT. DOLLAR FIELDS
001200* ARE DISPLAY SO THE FILE STAYS READABLE, AS DL355 IS.
001300*----------------------------------------------------------*
001400*    DATE       INIT   DESCRIPTION
001500*    2026-10-15 DL     FIRST WRITTEN, FOR TYEAREND.
001600*----------------------------------------------------------*
001700 01  YEAR-SUMMARY-RECORD.
001800     05  YRS-REC-TYPE     PIC X.
001900         88  YRS-IS-DETAIL          VALUE "D".
002000         88  YRS-IS-TRAILER         VALUE "T".
002100     05  YRS-YEAR         PIC 9(4).
002200     05  FILLER           PIC X.
002300     05  YRS-ACCT         PIC X(8).
002400     05  FILLER           PIC X.
002500     05  YRS-BRANCH       PIC X(4).
002600     05  FILLER           PIC X.
002700     05  YRS-CHARGES      PIC S9(11)V99.
002800     05  FILLER           PIC X.
002900     05  YRS-INTEREST     PIC S9(11)V99.
003000     05  FILLER           PIC X.
003100     05  YRS-REVERSALS    PIC S9(11)V99.
003200     05  FILLER           PIC X.
003300     05  YRS-NET          PIC S9(13)V99.
003400     05  FILLER           PIC X.
003500     05  YRS-BALANCE      PIC S9(13)V99.
003600     05  FILLER           PIC X.
003700     05  YRS-DETAILS      PIC 9(7).
