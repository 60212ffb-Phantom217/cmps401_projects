000100*----------------------------------------------------------*
000200* DL325 - CHANGE APPROVAL LOG RECORD.
000300* ONE LINE PER DECISION ON A DL320 PENDING CHANGE, APPENDED
000400* TO TAPPRLOG.DAT ACROSS RUNS BY TAPPROVE: APPROVED,
000500* REJECTED, APPROVED BUT NOT APPLIED (THE TARGET MOVED SINCE
000600* THE CHANGE WAS RAISED), OR EXPIRED UNDECIDED. EVERY LINE
000700* CARRIES THE OPERATOR WHO RAISED THE CHANGE AND THE ONE WHO
000800* DECIDED IT; AN EXPIRY HAS NO DECIDER.
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN, FOR TAPPROVE.
001200*----------------------------------------------------------*
001300 01  APPROVAL-LOG-RECORD.
001400     05  APL-DATE             PIC 9(8).
001500     05  APL-TIME             PIC 9(8).
001600     05  APL-ACTION           PIC X.
001700         88  APL-APPROVED               VALUE "A".
001800         88  APL-REJECTED               VALUE "J".
001900         88  APL-NOT-APPLIED            VALUE "F".
002000         88  APL-EXPIRED                VALUE "E".
002100     05  APL-TYPE             PIC X.
002200     05  APL-TARGET           PIC X(8).
002300     05  APL-MAKER            PIC X(8).
002400     05  APL-CHECKER          PIC X(8).
002500     05  APL-RAISED-DATE      PIC 9(8).
002600     05  APL-RAISED-TIME      PIC 9(8).
002700     05  APL-COMMENT          PIC X(40).
