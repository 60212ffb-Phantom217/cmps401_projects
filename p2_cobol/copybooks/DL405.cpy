000100*----------------------------------------------------------*
000200* DL405 - DATA WAREHOUSE ACCOUNT-CHANGE EXTRACT LAYOUT.
000300* THE HDR/DTL/TRL FILE TWHSEXT SENDS THE WAREHOUSE EACH
000400* NIGHT, SHAPED LIKE THE DL160 ACCOUNTING FEED. THE HEADER
000500* CARRIES THE SEQUENCE NUMBER, THE MODE (D = DELTA, F = FULL
000600* REFRESH) AND THE CLOCK DATE AND TIME THE PREVIOUS EXTRACT
000700* STARTED, WHICH THE DELTA RUNS ON FROM (ZERO ON A FULL
000750* REFRESH OR A FIRST DELTA, WHICH COVERS TODAY ONLY).
000800* ONE DETAIL PER ACCOUNT WITH ITS CHANGE CODE AND THE VALUES
000850* NOW ON THE MASTER: A ADDED, C CHANGED, M MERGED, D DELETED,
000900* B BALANCE MOVED BY A POSTING, F FULL-REFRESH IMAGE. A
000950* RETIRED MERGE ACCOUNT CARRIES ITS SURVIVOR IN
001000* WHD-MERGED-INTO; A RETIRED OR DELETED ACCOUNT CARRIES ZERO
001050* VALUES. THE TRAILER HAS THE DETAIL COUNT AND THE BALANCE
001100* HASH TOTAL. AMOUNTS ARE DISPLAY SO THE LINE-SEQUENTIAL
001150* FILE STAYS READABLE.
001600*----------------------------------------------------------*
001700*    DATE       INIT   DESCRIPTION
001800*    2026-10-15 DL     FIRST WRITTEN, FOR TWHSEXT.
001900*----------------------------------------------------------*
002000 01  WHSE-HEADER-RECORD.
002100     05  WHH-RECORD-TYPE      PIC X(3).
002200     05  WHH-RUN-DATE         PIC 9(8).
002300     05  WHH-SEQUENCE         PIC 9(5).
002400     05  WHH-MODE             PIC X.
002500         88  WHH-MODE-DELTA             VALUE "D".
002600         88  WHH-MODE-FULL              VALUE "F".
002700     05  WHH-SINCE-DATE       PIC 9(8).
002750     05  WHH-SINCE-TIME       PIC 9(8).
002800     05  WHH-FILLER           PIC X(47).
002900 01  WHSE-DETAIL-RECORD.
003000     05  WHD-RECORD-TYPE      PIC X(3).
003100     05  WHD-CHANGE-TYPE      PIC X.
003200         88  WHD-CHG-ADDED              VALUE "A".
003300         88  WHD-CHG-CHANGED            VALUE "C".
003400         88  WHD-CHG-MERGED             VALUE "M".
003500         88  WHD-CHG-DELETED            VALUE "D".
003600         88  WHD-CHG-BALANCE            VALUE "B".
003700         88  WHD-CHG-REFRESH            VALUE "F".
003800     05  WHD-ACCT-NUMBER      PIC X(8).
003900     05  WHD-BRANCH           PIC X(4).
004000     05  WHD-NAME             PIC X(8).
004100     05  WHD-BALANCE          PIC S9(9)V99.
004200     05  WHD-LIMIT            PIC S9(9)V99.
004300     05  WHD-STATUS           PIC X.
004400     05  WHD-STATUS-DATE      PIC 9(8).
004500     05  WHD-MERGED-INTO      PIC X(8).
004600     05  WHD-FILLER           PIC X(17).
004700 01  WHSE-TRAILER-RECORD.
004800     05  WHT-RECORD-TYPE      PIC X(3).
004900     05  WHT-RECORD-COUNT     PIC 9(7).
005000     05  WHT-TOTAL-BALANCE    PIC S9(11)V99.
005100     05  WHT-FILLER           PIC X(57).
