000100*----------------------------------------------------------*
000200* DL305 - DISPUTE CASE RECORD.
000300* ONE RECORD PER DISPUTED POSTING ON TDISPUTE.DAT (INDEXED),
000400* OPENED AND RESOLVED ON THE TDISPUTE CASE SCREEN. THE KEY
000500* IS THE DISPUTED M/N TRANSACTION KEY PLUS THE HISTORY RUN
000600* DATE THE POSTING APPEARS UNDER ON THISTMASTER.DAT, SO ONE
000700* KEY MAY CARRY A CASE FOR EACH NIGHT IT POSTED. THE
000800* PROVISIONAL CREDIT AND ANY RE-DEBIT GO THROUGH TFILEIN.DAT
000900* AS ORDINARY FLAG D TRANSACTIONS; THE DATES THEY WERE
001000* WRITTEN RIDE ON THE CASE. A CASE IS OPEN UNTIL IT IS WON
001100* (THE CREDIT STANDS) OR LOST (THE CREDIT IS TAKEN BACK).
001200*----------------------------------------------------------*
001300*    DATE       INIT   DESCRIPTION
001400*    2026-10-15 DL     FIRST WRITTEN, FOR TDISPUTE, TDISPAGE,
001500*                      AND TBIOG.
001600*----------------------------------------------------------*
001700 01  DISPUTE-CASE-RECORD.
001800     05  DC-KEY.
001900         10  DC-TRAN-KEY.
002000             15  DC-M         PIC X(4).
002100             15  DC-N         PIC X(4).
002200         10  DC-HIST-DATE     PIC 9(8).
002300     05  DC-AMOUNT            PIC S9(5)V99.
002400     05  DC-STATUS            PIC X.
002500         88  DC-IS-OPEN                 VALUE "O".
002600         88  DC-IS-WON                  VALUE "W".
002700         88  DC-IS-LOST                 VALUE "L".
002800     05  DC-CREDIT-SW         PIC X.
002900         88  DC-CREDIT-ISSUED           VALUE "Y".
003000         88  DC-CREDIT-NOT-ISSUED       VALUE "N".
003100     05  DC-CREDIT-DATE       PIC 9(8).
003200     05  DC-REDEBIT-DATE      PIC 9(8).
003300     05  DC-OPEN-DATE         PIC 9(8).
003400     05  DC-OPEN-OPERATOR     PIC X(8).
003500     05  DC-CLOSE-DATE        PIC 9(8).
003600     05  DC-CLOSE-OPERATOR    PIC X(8).
003700     05  DC-REASON            PIC X(40).
003800     05  DC-OUTCOME-NOTE      PIC X(40).
