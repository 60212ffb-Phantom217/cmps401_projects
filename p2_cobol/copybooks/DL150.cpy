000300* ONE CARD TELLS TMONTH WHICH MONTH'S DATED TFILEOUT.DAT
000400* GENERATIONS TO ROLL UP AND WHICH DAY NUMBERS TO LOOK FOR,
000500* THE SAME WAY DL130 DRIVES TCTL'S LOOP BOUNDS.
000520* THE CARD IS ONLY AN OVERRIDE: WITHOUT ONE (OR WITH A
000540* BLANK CCYYMM) TMONTH, TBRSCORE AND TCLOSE TAKE THE MONTH
000560* OF THE TRUNDATE RUN DATE.
000600*----------------------------------------------------------*
000700*    DATE       INIT   DESCRIPTION
000800*    2026-08-09 DL     FIRST WRITTEN, FOR TMONTH'S PARAMETER CARD.
000850*    2026-10-15 DL     THE CARD IS NOW ONLY AN OVERRIDE.
000900*----------------------------------------------------------*
001000 01  MONTH-PARM-RECORD.
001100     05  MONTH-PARM-CCYYMM    PIC 9(6).
