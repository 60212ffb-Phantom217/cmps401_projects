001200*    DATE       INIT   DESCRIPTION
001300*    2026-09-02 DL     FIRST WRITTEN, FOR TACCTM'S AUDIT
001400*                      TRAIL AND TACTINQ'S INQUIRY.
001420*    2026-10-15 DL     BALANCE AND LIMIT IMAGES WIDENED TO
001440*                      S9(9)V99 TO MATCH THE WIDER DL140
001460*                      FIELDS. TBALCNV CONVERTS THE EXISTING
001480*                      TRAIL.
001482*    2026-10-15 DL     ADDED THE S (STATUS CHANGE) FUNCTION
001484*                      AND THE BEFORE AND AFTER DL140
001486*                      ACCT-STATUS, FOR TACCTM AND TDORMANT.
001488*    2026-10-15 DL     ADDED THE P (APPROVED LIMIT CHANGE)
001490*                      FUNCTION, WRITTEN BY TAPPROVE UNDER
001492*                      THE APPROVING OPERATOR.
001494*    2026-10-15 DL     ADDED THE R (BRANCH RE-HOME) FUNCTION,
001496*                      WRITTEN BY TBRCLOSE FOR EACH ACCOUNT IT
001498*                      MOVES OFF A CLOSING BRANCH.
001499*    2026-10-15 DL     ADDED THE W (TWLREV WATCH-LIST) FUNCTION.
001500*----------------------------------------------------------*
001600 01  ACCT-AUDIT-RECORD.
001700     05  AAU-ACCT-NUMBER  PIC X(8).
002100         88  AAU-FN-DELETE          VALUE "D".
002200         88  AAU-FN-LOAD            VALUE "L".
002300         88  AAU-FN-MERGE           VALUE "M".
002350         88  AAU-FN-STATUS          VALUE "S".
002370         88  AAU-FN-APPROVED        VALUE "P".
002380         88  AAU-FN-REHOME          VALUE "R".
002390         88  AAU-FN-WATCHLIST       VALUE "W".
002400     05  AAU-OPERATOR     PIC X(8).
002500     05  AAU-DATE         PIC 9(8).
002600     05  AAU-TIME         PIC 9(8).
002700     05  AAU-OLD-BALANCE  PIC S9(9)V99.
002800     05  AAU-NEW-BALANCE  PIC S9(9)V99.
002900     05  AAU-OLD-LIMIT    PIC S9(9)V99.
003000     05  AAU-NEW-LIMIT    PIC S9(9)V99.
003100     05  AAU-OLD-NAME     PIC X(8).
003200     05  AAU-NEW-NAME     PIC X(8).
003300     05  AAU-OLD-BRANCH   PIC X(4).
003400     05  AAU-NEW-BRANCH   PIC X(4).
003500     05  AAU-OLD-STATUS   PIC X.
003600     05  AAU-NEW-STATUS   PIC X.
