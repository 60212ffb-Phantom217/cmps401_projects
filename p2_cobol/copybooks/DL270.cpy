000100*----------------------------------------------------------*
000200* DL270 - DORMANCY SWEEP PARAMETER CARD.
000300* ONE CARD GIVES TDORMANT THE NUMBER OF CALENDAR DAYS AN
000400* OPEN ACCOUNT MAY GO WITHOUT A DETAIL ON THE DL170 HISTORY
000500* MASTER BEFORE IT IS MARKED DORMANT. DRIVEN BY A CARD THE
000600* WAY DL195 DRIVES TSUSPAGE.
000700*----------------------------------------------------------*
000800*    DATE       INIT   DESCRIPTION
000900*    2026-10-15 DL     FIRST WRITTEN, FOR TDORMANT.
001000*----------------------------------------------------------*
001100 01  DORM-PARM-RECORD.
001200     05  DORM-PARM-DAYS     PIC 9(4).
001300     05  DORM-PARM-LABEL    PIC X(20).
