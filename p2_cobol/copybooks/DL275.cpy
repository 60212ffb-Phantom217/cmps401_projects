000100*----------------------------------------------------------*
000200* DL275 - STANDING ORDER RECORD.
000300* ONE RECORD PER RECURRING TRANSACTION A BRANCH WANTS KEYED
000400* EVERY CYCLE, MAINTAINED ON TSTORDM AND GENERATED INTO
000500* TFILEIN.DAT BY THE NIGHTLY TSTORD STEP. KEYED ON THE
000600* ACCOUNT PLUS A TWO-DIGIT ORDER NUMBER, SO ONE ACCOUNT CAN
000700* CARRY SEVERAL ORDERS. THE FREQUENCY IS W (WEEKLY FROM THE
000800* START DATE), M (MONTHLY ON THE START DATE'S DAY) OR D
000900* (MONTHLY ON SO-DAY); A DAY PAST THE END OF A SHORT MONTH
001000* FALLS ON ITS LAST DAY. SO-NEXT-DUE IS THE NEXT SCHEDULED
001100* DATE BEFORE ANY HOLIDAY OR WEEKEND ROLL -- ZERO UNTIL
001200* TSTORD FIRST SCHEDULES THE ORDER. A ZERO END DATE MEANS
001300* THE ORDER RUNS UNTIL IT IS DELETED.
001400*----------------------------------------------------------*
001500*    DATE       INIT   DESCRIPTION
001600*    2026-10-15 DL     FIRST WRITTEN, FOR TSTORDM AND TSTORD.
001700*----------------------------------------------------------*
001800 01  STANDING-ORDER-RECORD.
001900     05  SO-KEY.
002000         10  SO-ACCT-NUMBER PIC X(8).
002100         10  SO-SEQ         PIC 9(2).
002200     05  SO-AMOUNT        PIC S9(5)V99.
002300     05  SO-FLAG          PIC X.
002400     05  SO-TRANS-TYPE    PIC X.
002500         88  SO-TYPE-VALID          VALUE "N" "R".
002600     05  SO-ORIGIN-BRANCH PIC X.
002700     05  SO-FREQUENCY     PIC X.
002800         88  SO-WEEKLY              VALUE "W".
002900         88  SO-MONTHLY             VALUE "M".
003000         88  SO-DAY-OF-MONTH        VALUE "D".
003100         88  SO-FREQUENCY-VALID     VALUE "W" "M" "D".
003200     05  SO-DAY           PIC 9(2).
003300     05  SO-START-DATE    PIC 9(8).
003400     05  SO-END-DATE      PIC 9(8).
003500     05  SO-NEXT-DUE      PIC 9(8).
003600     05  SO-STATUS        PIC X.
003700         88  SO-IS-ACTIVE           VALUE "A".
003800         88  SO-IS-EXPIRED          VALUE "E".
003900     05  SO-LAST-RUN-DATE PIC 9(8).
004000     05  SO-OPERATOR      PIC X(8).
004100     05  SO-MAINT-DATE    PIC 9(8).
