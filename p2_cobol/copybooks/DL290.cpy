000100*----------------------------------------------------------*
000200* DL290 - UNUSUAL-ACTIVITY ALERT RECORD.
000300* ONE RECORD PER ALERT ON TACTALERT.DAT (INDEXED), RAISED
000400* BY TACTMON AND WORKED ON THE TALRTRV REVIEW SCREEN. THE
000500* KEY IS ACCOUNT + ALERT TYPE + ITEM DATE: FOR A WINDOW
000600* ALERT (COUNT OR AMOUNT) THE ITEM DATE IS THE RUN DATE THE
000700* WINDOW ENDED ON; FOR A LARGE ITEM IT IS THE HISTORY RUN
000800* DATE OF THE DETAIL. A RERUN OF THE SAME NIGHT THEREFORE
000900* FINDS ITS ALERTS ALREADY ON FILE. AN ALERT IS OPEN UNTIL
001000* AN ANALYST CLEARS OR ESCALATES IT; THE REVIEWER, DATE, AND
001100* COMMENT RIDE ON THE ALERT.
001200*----------------------------------------------------------*
001300*    DATE       INIT   DESCRIPTION
001400*    2026-10-15 DL     FIRST WRITTEN, FOR TACTMON, TALRTRV,
001500*                      AND TALRTAGE.
001600*----------------------------------------------------------*
001700 01  ACT-ALERT-RECORD.
001800     05  ALR-KEY.
001900         10  ALR-ACCT-NUMBER  PIC X(8).
002000         10  ALR-TYPE         PIC X.
002100             88  ALR-TYPE-COUNT         VALUE "C".
002200             88  ALR-TYPE-AMOUNT        VALUE "A".
002300             88  ALR-TYPE-LARGE-ITEM    VALUE "L".
002400         10  ALR-ITEM-DATE    PIC 9(8).
002500     05  ALR-RAISED-DATE      PIC 9(8).
002600     05  ALR-WINDOW-DAYS      PIC 9(3).
002700     05  ALR-COUNT            PIC 9(5).
002800     05  ALR-AMOUNT           PIC 9(9)V99.
002900     05  ALR-THRESHOLD        PIC 9(9)V99.
003000     05  ALR-STATUS           PIC X.
003100         88  ALR-IS-OPEN                VALUE "O".
003200         88  ALR-IS-CLEARED             VALUE "C".
003300         88  ALR-IS-ESCALATED           VALUE "E".
003400     05  ALR-REVIEW-OPERATOR  PIC X(8).
003500     05  ALR-REVIEW-DATE      PIC 9(8).
003600     05  ALR-COMMENT          PIC X(40).
