000100*----------------------------------------------------------*
000200* DL375 - TEST-COPY EXTRACT PARAMETER CARD.
000300* ONE CARD TELLS TMASK WHERE TO BUILD THE MASKED TEST COPY
000400* OF THE FILE SET AND WHAT PASSWORD EVERY OPERATOR GETS ON
000500* IT. THE DIRECTORY MUST NOT BE THE PRODUCTION ONE -- BLANK
000600* OR "." IS REFUSED. DRIVEN BY A CARD THE WAY DL195 DRIVES
000700* TSUSPAGE.
000800*----------------------------------------------------------*
000900*    DATE       INIT   DESCRIPTION
001000*    2026-10-15 DL     FIRST WRITTEN, FOR TMASK.
001100*----------------------------------------------------------*
001200 01  MASK-PARM-RECORD.
001300     05  MSK-TARGET-DIR   PIC X(40).
001400     05  MSK-TEST-PASSWORD PIC X(8).
