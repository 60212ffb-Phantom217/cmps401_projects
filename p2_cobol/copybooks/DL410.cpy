000100*----------------------------------------------------------*
000200* DL410 - WAREHOUSE EXTRACT PARAMETER CARD.
000300* ONE OPTIONAL CARD TELLS TWHSEXT TO SEND A FULL REFRESH --
000400* EVERY ACCOUNT ON THE MASTER -- INSTEAD OF THE NIGHTLY
000500* DELTA, FOR THE FIRST LOAD OR TO RESYNC THE WAREHOUSE. NO
000600* CARD FILE MEANS THE ORDINARY DELTA. THE OPERATOR REMOVES
000700* THE CARD AFTER THE RUN, THE SAME WAY AS THE DL185 CARD.
000800*----------------------------------------------------------*
000900*    DATE       INIT   DESCRIPTION
001000*    2026-10-15 DL     FIRST WRITTEN, FOR TWHSEXT.
001100*----------------------------------------------------------*
001200 01  WHSE-PARM-RECORD.
001300     05  WHP-FUNCTION     PIC X.
001400         88  WHP-FULL-REFRESH       VALUE "F".
001500     05  WHP-LABEL        PIC X(20).
