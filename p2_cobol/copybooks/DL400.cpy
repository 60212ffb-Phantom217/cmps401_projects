000100*----------------------------------------------------------*
000200* DL400 - REPORT DELIVERY LOG RECORD.
000300* ONE LINE PER REPORT PER RECIPIENT PER NIGHT, APPENDED TO
000400* TDISTLOG.DAT BY TDIST: DELIVERED (D) INTO THE NAMED
000500* BUNDLE WITH ITS LINE COUNT, OR MISSING (M) WHEN THE NIGHT
000600* NEVER PRODUCED IT. A RERUN OF THE SAME NIGHT REBUILDS THE
000700* BUNDLES AND LOGS THEM AGAIN UNDER THE LATER TIME.
000800*----------------------------------------------------------*
000900*    DATE       INIT   DESCRIPTION
001000*    2026-10-15 DL     FIRST WRITTEN, FOR TDIST.
001100*----------------------------------------------------------*
001200 01  DELIVERY-LOG-RECORD.
001300     05  DLV-RUN-DATE     PIC 9(8).
001400     05  FILLER           PIC X.
001500     05  DLV-TIME         PIC 9(8).
001600     05  FILLER           PIC X.
001700     05  DLV-RECIPIENT    PIC X(8).
001800     05  FILLER           PIC X.
001900     05  DLV-REPORT       PIC X(20).
002000     05  FILLER           PIC X.
002100     05  DLV-STATE        PIC X.
002200         88  DLV-IS-DELIVERED       VALUE "D".
002300         88  DLV-IS-MISSING         VALUE "M".
002400     05  FILLER           PIC X.
002500     05  DLV-LINES        PIC 9(7).
002600     05  FILLER           PIC X.
002700     05  DLV-BUNDLE       PIC X(40).
