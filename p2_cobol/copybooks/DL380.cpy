000100*----------------------------------------------------------*
000200* DL380 - YEAR-END PARAMETER CARD.
000300* ONE CARD TELLS TYEAREND WHICH CALENDAR YEAR TO SUMMARIZE
000400* AND CLOSE, THE WAY DL150 TELLS TMONTH WHICH MONTH. THE
000500* LABEL IS CARRIED ONTO THE REPORT ONLY.
000600*----------------------------------------------------------*
000700*    DATE       INIT   DESCRIPTION
000800*    2026-10-15 DL     FIRST WRITTEN, FOR TYEAREND.
000900*----------------------------------------------------------*
001000 01  YEAR-PARM-RECORD.
001100     05  YRP-YEAR         PIC 9(4).
001200     05  YRP-LABEL        PIC X(20).
