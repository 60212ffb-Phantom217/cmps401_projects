001192*    2026-09-02 DL     KEY EXPANSION: ACCT-NUMBER WIDENED TO
001194*                      EIGHT CHARACTERS TO MATCH THE WIDER
001196*                      M/N TRANSACTION KEY IT IS READ BY.
001197*    2026-10-15 DL     BALANCE AND LIMIT WIDENED TO S9(9)V99
001198*                      (TBALCNV CONVERTS A MASTER). ADDED
001199*                      ACCT-STATUS AND ITS LAST-CHANGE DATE.
001200*----------------------------------------------------------*
001300 01  ACCOUNT-MASTER-RECORD.
001400     05  ACCT-NUMBER      PIC X(8).
001600     05  ACCT-NAME.
001700         10  ACCT-NAME-FIRST  PIC A(4).
001800         10  ACCT-NAME-LAST   PIC A(4).
001900     05  ACCT-BALANCE     PIC S9(9)V99 COMP-3.
002000     05  ACCT-LIMIT       PIC S9(9)V99 COMP-3.
002100     05  ACCT-STATUS      PIC X.
002200         88  ACCT-IS-OPEN           VALUE "O" " ".
002300         88  ACCT-IS-FROZEN         VALUE "F".
002400         88  ACCT-IS-CLOSED         VALUE "C".
002500         88  ACCT-IS-DORMANT        VALUE "D".
002600         88  ACCT-STATUS-VALID      VALUE "O" "F" "C" "D".
002700     05  ACCT-STATUS-DATE PIC 9(8).
