000100*----------------------------------------------------------*
000200* DL250 - GENERAL LEDGER CHART MAPPING RECORD.
000300* ONE ROW PER Q/V FLAG VALUE AND TRANS TYPE (N = NORMAL,
000400* R = REVERSAL) IN TGLCHART.DAT, NAMING THE GL ACCOUNT TO
000500* DEBIT AND THE GL ACCOUNT TO CREDIT FOR A DETAIL OF THAT
000600* KIND. LOADED AT RUN TIME THE WAY TFLAGDOM.DAT IS, SO A NEW
000700* FLAG OR A RE-POINTED LEDGER ACCOUNT IS A CONTROL FILE
000800* CHANGE, NOT A PROGRAMMING TICKET.
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN, FOR TGLJRNL.
001200*----------------------------------------------------------*
001300 01  GL-CHART-RECORD.
001400     05  GLC-FLAG         PIC X.
001500     05  GLC-TRANS-TYPE   PIC X.
001600     05  FILLER           PIC X.
001700     05  GLC-DEBIT-GL     PIC X(8).
001800     05  FILLER           PIC X.
001900     05  GLC-CREDIT-GL    PIC X(8).
002000     05  FILLER           PIC X.
002100     05  GLC-DESC         PIC X(20).
