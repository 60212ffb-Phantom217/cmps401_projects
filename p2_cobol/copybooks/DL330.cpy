000100*----------------------------------------------------------*
000200* DL330 - CHANGE APPROVAL PARAMETER CARD.
000300* ONE CARD GIVES TACCTM THE CREDIT LIMIT ABOVE WHICH A LIMIT
000400* RAISE NEEDS A SECOND OPERATOR'S APPROVAL ON TAPPROVE,
000500* ELEVEN DIGITS WITH CENTS IMPLIED. DRIVEN BY A CARD THE WAY
000600* DL270 DRIVES TDORMANT.
000700*----------------------------------------------------------*
000800*    DATE       INIT   DESCRIPTION
000900*    2026-10-15 DL     FIRST WRITTEN, FOR TACCTM.
001000*----------------------------------------------------------*
001100 01  APPR-PARM-RECORD.
001200     05  APPR-PARM-LIMIT    PIC 9(9)V99.
001300     05  APPR-PARM-LABEL    PIC X(20).
