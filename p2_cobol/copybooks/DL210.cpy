000100*----------------------------------------------------------*
000200* DL210 - OPERATOR MASTER RECORD FOR TOPERMAST.DAT.
000300* ONE ROW PER OPERATOR: SIGN-ON ID, PASSWORD, AUTHORITY
000400* LEVEL, NAME, AN ACTIVE/INACTIVE/LOCKED MARKER, THE DATE
000420* THE PASSWORD WAS LAST SET (ZERO FORCES A CHANGE AT THE NEXT
000440* SIGN-ON), AND THE RUN OF FAILED SIGN-ONS SINCE THE LAST GOOD
000460* ONE. THE SHARED TSIGNON SUBPROGRAM READS THIS FILE AT
000500* SIGN-ON AND WRITES IT BACK WITH THOSE UPDATED; AUTHORITY
000600* IS HIERARCHICAL -- A LEVEL COVERS EVERYTHING BELOW IT:
000700*     1 = INQUIRY ONLY
000800*     2 = MAINTAIN TRANSACTIONS (TMAINT, TREJFIX)
000900*     3 = MAINTAIN THE ACCOUNT MASTER AND RULES
001000*         (TACCTM, TRULES), AND APPROVE ANOTHER
001050*         OPERATOR'S LIMIT OR RULE CHANGE (TAPPROVE)
001100*     4 = RUN BACKOUTS (TBACKOUT), AND APPROVE ONE
001150*         (TAPPROVE), AND MAINTAIN THIS FILE (TOPERM)
001200*----------------------------------------------------------*
001300*    DATE       INIT   DESCRIPTION
001400*    2026-09-02 DL     FIRST WRITTEN, FOR THE SHARED SIGN-ON
001500*                      FACILITY.
001550*    2026-10-15 DL     LEVELS 3 AND 4 NOW COVER APPROVING
001560*                      CHANGES ON TAPPROVE.
001570*    2026-10-15 DL     ADDED OPR-PWD-DATE, OPR-FAIL-COUNT,
001580*                      AND THE L (LOCKED OUT) MARKER, FOR
001590*                      PASSWORD EXPIRY AND LOCKOUT IN TSIGNON
001592*                      AND MAINTENANCE ON TOPERM. A ROW
001594*                      WITHOUT THEM MUST CHANGE ITS PASSWORD AT
001596*                      THE NEXT SIGN-ON.
001600*----------------------------------------------------------*
001700 01  OPERATOR-RECORD.
001800     05  OPR-ID           PIC X(8).
002100     05  OPR-NAME         PIC X(20).
002200     05  OPR-ACTIVE       PIC X.
002300         88  OPR-IS-INACTIVE        VALUE "I".
002350         88  OPR-IS-LOCKED          VALUE "L".
002400     05  OPR-PWD-DATE     PIC 9(8).
002500     05  OPR-FAIL-COUNT   PIC 99.
