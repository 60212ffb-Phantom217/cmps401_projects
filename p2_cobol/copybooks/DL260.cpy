000100*----------------------------------------------------------*
000200* DL260 - INTEREST RATE TABLE RECORD.
000300* ONE ROW PER RATE RULE, LOADED AT RUN TIME FROM
000400* TINTRATETBL.DAT THE WAY TCHARGE LOADS THE DL220 CHARGE
000500* TABLE, SO A RATE CHANGE IS A CONTROL FILE CHANGE. B ROWS
000600* GIVE AN ANNUAL RATE (PERCENT, FOUR DECIMALS) FOR A BALANCE
000700* BAND AND WHETHER THE BAND IS CHARGED INTEREST (C) OR PAID
000800* INTEREST (P); THE Y ROW GIVES THE DAY BASIS THE ANNUAL
000900* RATE IS DIVIDED BY.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TACCRUE'S NIGHTLY
001300*                      INTEREST ACCRUAL.
001400*----------------------------------------------------------*
001500 01  INTEREST-RULE-RECORD.
001600     05  INT-ROW-TYPE     PIC X.
001700         88  INT-IS-BAND            VALUE "B".
001800         88  INT-IS-BASIS           VALUE "Y".
001900     05  INT-BAND-LOW     PIC 9(9)V99.
002000     05  INT-BAND-HIGH    PIC 9(9)V99.
002100     05  INT-RATE-PCT     PIC 99V9(4).
002200     05  INT-DIRECTION    PIC X.
002300         88  INT-IS-CHARGE          VALUE "C".
002400         88  INT-IS-PAY             VALUE "P".
002500     05  INT-BASIS-DAYS   PIC 9(3).
002600     05  INT-LABEL        PIC X(20).
