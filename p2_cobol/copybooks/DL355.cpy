000100*----------------------------------------------------------*
000200* DL355 - ACCOUNT MASTER IMAGE DETAIL RECORD.
000300* ONE LINE PER DL140 ACCOUNT IN A NIGHTLY IMAGE COPY OF
000400* TACCTMASTER.DAT (TACCTIMAGE.DAT.CCYYMMDD), WRITTEN BY
000500* TMSTIMG BEFORE TPOST AND RESTORED BY TMSTRCV. THE DOLLAR
000600* FIELDS ARE DISPLAY (NOT COMP-3) SO THE LINE-SEQUENTIAL
000700* IMAGE STAYS READABLE, THE SAME CHOICE DL215 MADE. SAME FD
000800* AS THE DL360 HEADER AND TRAILER; IMG-REC-TYPE TELLS THEM
000900* APART.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TMSTIMG AND TMSTRCV.
001300*----------------------------------------------------------*
001400 01  ACCT-IMAGE-RECORD.
001500     05  IMG-REC-TYPE     PIC X.
001600         88  IMG-IS-DETAIL          VALUE "D".
001700     05  IMG-NUMBER       PIC X(8).
001800     05  IMG-BRANCH       PIC X(4).
001900     05  IMG-NAME         PIC X(8).
002000     05  IMG-BALANCE      PIC S9(9)V99.
002100     05  IMG-LIMIT        PIC S9(9)V99.
002200     05  IMG-STATUS       PIC X.
002300     05  IMG-STATUS-DATE  PIC 9(8).
