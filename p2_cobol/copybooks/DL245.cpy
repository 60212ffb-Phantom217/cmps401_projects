000100*----------------------------------------------------------*
000200* DL245 - STATEMENT BALANCE-FORWARD RECORD.
000300* ONE RECORD PER ACCOUNT PER STATEMENT PERIOD ON THE INDEXED
000400* TSTMTBAL.DAT, HOLDING THE CLOSING BALANCE THE STATEMENT
000500* PRINTED. NEXT MONTH'S RUN READS IT BACK AS THE OPENING
000600* BALANCE, SO EVERY STATEMENT STARTS WHERE THE LAST ONE
000700* ENDED.
000800*----------------------------------------------------------*
000900*    DATE       INIT   DESCRIPTION
001000*    2026-10-15 DL     FIRST WRITTEN, FOR TSTMT.
001100*----------------------------------------------------------*
001200 01  STMT-BAL-RECORD.
001300     05  STB-KEY.
001400         10  STB-ACCT-NUMBER  PIC X(8).
001500         10  STB-PERIOD       PIC 9(6).
001600     05  STB-CLOSING      PIC S9(9)V99 COMP-3.
001700     05  STB-RUN-DATE     PIC 9(8).
001800     05  STB-POSTINGS     PIC 9(5).
