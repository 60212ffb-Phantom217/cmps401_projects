000100*----------------------------------------------------------*
000200* DL335 - SIGN-ON SECURITY PARAMETER CARD.
000300* ONE CARD GIVES TSIGNON THE NUMBER OF DAYS A PASSWORD
000400* LASTS BEFORE IT MUST BE CHANGED, AND THE NUMBER OF FAILED
000500* SIGN-ONS IN A ROW THAT LOCKS AN OPERATOR OUT. DRIVEN BY A
000600* CARD THE WAY DL270 DRIVES TDORMANT.
000700*----------------------------------------------------------*
000800*    DATE       INIT   DESCRIPTION
000900*    2026-10-15 DL     FIRST WRITTEN, FOR TSIGNON.
001000*----------------------------------------------------------*
001100 01  SEC-PARM-RECORD.
001200     05  SEC-PARM-EXPIRY-DAYS PIC 9(3).
001300     05  SEC-PARM-MAX-FAILS   PIC 99.
001400     05  SEC-PARM-LABEL       PIC X(20).
