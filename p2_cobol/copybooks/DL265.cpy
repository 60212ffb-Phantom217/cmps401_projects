000100*----------------------------------------------------------*
000200* DL265 - INTEREST ACCRUAL RECORD.
000300* ONE RECORD PER ACCOUNT ON THE INDEXED TACCRUAL.DAT,
000400* HOLDING THE INTEREST ACCRUED AND NOT YET CAPITALIZED (TO
000500* SIX DECIMALS, SO A DAY'S FRACTION OF A CENT IS NOT LOST),
000600* THE MONTH BEING ACCRUED, THE BUSINESS DAYS COUNTED IN IT,
000700* AND THE LAST ACCRUAL AND CAPITALIZATION DATES THAT MAKE A
000800* RERUN OF THE SAME NIGHT SAFE.
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN, FOR TACCRUE.
001200*----------------------------------------------------------*
001300 01  ACCRUAL-RECORD.
001400     05  ACR-ACCT-NUMBER  PIC X(8).
001500     05  ACR-BRANCH       PIC X(4).
001600     05  ACR-PERIOD       PIC 9(6).
001700     05  ACR-ACCRUED      PIC S9(7)V9(6) COMP-3.
001800     05  ACR-DAYS         PIC 9(5).
001900     05  ACR-LAST-DATE    PIC 9(8).
002000     05  ACR-LAST-BALANCE PIC S9(9)V99 COMP-3.
002100     05  ACR-LAST-DAILY   PIC S9(7)V9(6) COMP-3.
002200     05  ACR-CAP-DATE     PIC 9(8).
002300     05  ACR-CAP-AMOUNT   PIC S9(5)V99 COMP-3.
