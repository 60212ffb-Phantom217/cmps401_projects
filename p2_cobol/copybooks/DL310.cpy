000100*----------------------------------------------------------*
000200* DL310 - COLLECTIONS WORKLIST QUEUE RECORD.
000300* ONE RECORD PER ACCOUNT TO CALL, ON TCOLLQUEUE.DAT
000400* (INDEXED), REBUILT EACH NIGHT BY TCOLLQ FROM THE 61-90 AND
000500* OVER-90 DETAILS OF THE NIGHT'S TFILEOUT.DAT GENERATION AND
000600* WORKED ON THE TCOLLWK SCREEN. THE KEY LEADS WITH THE BAND,
000700* SO OVER-90 ACCOUNTS COME UP FIRST. THE NAME, BALANCE, AND
000800* STATUS ARE THE MASTER'S AS THE QUEUE WAS BUILT. WHETHER AN
000900* ACCOUNT HAS BEEN WORKED IS NOT KEPT HERE -- IT IS ANY
001000* DL315 ACTIVITY DATED AFTER CQ-QUEUE-DATE.
001100*----------------------------------------------------------*
001200*    DATE       INIT   DESCRIPTION
001300*    2026-10-15 DL     FIRST WRITTEN, FOR TCOLLQ AND TCOLLWK.
001400*----------------------------------------------------------*
001500 01  COLL-QUEUE-RECORD.
001600     05  CQ-KEY.
001700         10  CQ-BAND          PIC X.
001800             88  CQ-BAND-OVER-90        VALUE "1".
001900             88  CQ-BAND-61-90          VALUE "2".
002000         10  CQ-ACCT-NUMBER   PIC X(8).
002100     05  CQ-QUEUE-DATE        PIC 9(8).
002200     05  CQ-AGE-DAYS          PIC 9(5).
002300     05  CQ-AMOUNT            PIC S9(5)V99.
002400     05  CQ-TRANS-TYPE        PIC X.
002500     05  CQ-ON-MASTER-SW      PIC X.
002600         88  CQ-ON-MASTER               VALUE "Y".
002700     05  CQ-ACCT-NAME         PIC X(8).
002800     05  CQ-ACCT-BALANCE      PIC S9(9)V99.
002900     05  CQ-ACCT-STATUS       PIC X.
