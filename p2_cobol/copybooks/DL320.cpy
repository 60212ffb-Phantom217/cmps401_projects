000100*----------------------------------------------------------*
000200* DL320 - PENDING CHANGE RECORD.
000300* ONE RECORD PER HIGH-IMPACT CHANGE WAITING FOR A SECOND
000400* OPERATOR, ON TPENDCHG.DAT (INDEXED, KEYED ON THE DATE AND
000500* TIME IT WAS RAISED). TACCTM RAISES A LIMIT CHANGE ABOVE THE
000600* DL330 THRESHOLD, TRULES RAISES EVERY CHANGE TO A LIVE
000700* RULE, AND TBACKOUT RAISES A RUN BACKOUT. THE TAPPROVE
000800* SCREEN APPROVES OR REJECTS EACH ONE -- NEVER BY THE
000900* OPERATOR WHO RAISED IT -- AND APPLIES AN APPROVED LIMIT OR
001000* RULE CHANGE; AN APPROVED BACKOUT IS RUN BY TBACKOUT THE
001100* SAME DAY. AN ITEM NOT DECIDED (OR, FOR A BACKOUT, NOT RUN)
001200* ON THE DAY IT WAS RAISED OR APPROVED EXPIRES. PC-DETAIL
001300* CARRIES THE CHANGE ITSELF, ONE VIEW PER TYPE.
001400*----------------------------------------------------------*
001500*    DATE       INIT   DESCRIPTION
001600*    2026-10-15 DL     FIRST WRITTEN, FOR TACCTM, TRULES,
001700*                      TBACKOUT, AND TAPPROVE.
001800*----------------------------------------------------------*
001900 01  PENDING-CHANGE-RECORD.
002000     05  PC-KEY.
002100         10  PC-RAISED-DATE   PIC 9(8).
002200         10  PC-RAISED-TIME   PIC 9(8).
002300     05  PC-TYPE              PIC X.
002400         88  PC-TYPE-LIMIT              VALUE "L".
002500         88  PC-TYPE-RULE               VALUE "R".
002600         88  PC-TYPE-BACKOUT            VALUE "B".
002700     05  PC-STATUS            PIC X.
002800         88  PC-IS-PENDING              VALUE "P".
002900         88  PC-IS-APPROVED             VALUE "A".
003000         88  PC-IS-REJECTED             VALUE "J".
003100         88  PC-IS-EXPIRED              VALUE "E".
003200         88  PC-IS-FAILED               VALUE "F".
003300         88  PC-IS-EXECUTED             VALUE "X".
003400     05  PC-MAKER             PIC X(8).
003500     05  PC-MAKER-PROGRAM     PIC X(8).
003600     05  PC-CHECKER           PIC X(8).
003700     05  PC-DECIDED-DATE      PIC 9(8).
003800     05  PC-DECIDED-TIME      PIC 9(8).
003900     05  PC-TARGET            PIC X(8).
004000     05  PC-DETAIL            PIC X(60).
004100     05  PC-LIMIT-DETAIL REDEFINES PC-DETAIL.
004200         10  PC-OLD-LIMIT     PIC S9(9)V99.
004300         10  PC-NEW-LIMIT     PIC S9(9)V99.
004400         10  FILLER           PIC X(38).
004500     05  PC-RULE-DETAIL REDEFINES PC-DETAIL.
004600         10  PC-RULE-ACTION   PIC X.
004700             88  PC-RULE-ADD            VALUE "A".
004800             88  PC-RULE-CHANGE         VALUE "C".
004900             88  PC-RULE-DEACT          VALUE "D".
005000         10  PC-RULE-ROW.
005100             15  PC-RULE-NUMBER     PIC 99.
005200             15  PC-RULE-CONDITIONS PIC X(13).
005300             15  PC-RULE-MESSAGE    PIC X(30).
005400             15  PC-RULE-ACTIVE     PIC X.
005500         10  FILLER           PIC X(13).
005600     05  PC-BACKOUT-DETAIL REDEFINES PC-DETAIL.
005700         10  PC-BACKOUT-DATE  PIC 9(8).
005800         10  PC-BACKOUT-COUNT PIC 9(5).
005900         10  FILLER           PIC X(47).
006000     05  PC-COMMENT           PIC X(40).
