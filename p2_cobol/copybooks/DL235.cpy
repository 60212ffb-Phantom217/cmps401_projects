000100*----------------------------------------------------------*
000200* DL235 - TRIAL BALANCE SNAPSHOT RECORD.
000300* ONE LINE PER ACCT-BRANCH PLUS ONE *ALL GRAND LINE PER RUN
000400* DATE, APPENDED TO TTRIALSNAP.DAT BY TTRIAL SO THE NEXT
000500* NIGHT HAS ITS PRIOR POSITION TO PROVE THE MOVEMENT
000600* AGAINST. LIFTED OUT OF TTRIAL SO ANY PROGRAM THAT READS
000700* THE SNAPSHOT SEES THE SAME SHAPE.
000800*----------------------------------------------------------*
000900*    DATE       INIT   DESCRIPTION
001000*    2026-10-15 DL     FIRST WRITTEN, FROM TTRIAL'S INLINE
001100*                      LAYOUT, WITH SNP-TOTAL WIDENED TO
001200*                      S9(13)V99 FOR THE WIDER DL140 BALANCE.
001300*----------------------------------------------------------*
001400 01  SNAP-RECORD.
001500     05  SNP-DATE         PIC 9(8).
001600     05  FILLER           PIC X.
001700     05  SNP-BRANCH       PIC X(4).
001800     05  FILLER           PIC X.
001900     05  SNP-TOTAL        PIC S9(13)V99.
