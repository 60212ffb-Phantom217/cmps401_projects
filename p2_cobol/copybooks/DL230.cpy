000100*----------------------------------------------------------*
000200* DL230 - AS-OF RUN-DATE CARD.
000300* ONE CARD ON TRUNDATE.DAT CARRIES THE BUSINESS DATE THE
000400* NIGHTLY CHAIN IS PROCESSING. TDRIVE WRITES IT BEFORE THE
000500* FIRST STEP OF EACH BUSINESS DAY AND REMOVES IT WHEN THE
000600* CHAIN COMPLETES; EVERY STEP ASKS THE SHARED TRUNDATE
000700* SUBPROGRAM FOR ITS RUN DATE, SO A CATCH-UP RUN NAMES,
000800* AGES AND JOURNALS BY THE DAY IT IS PROCESSING RATHER THAN
000900* BY THE SYSTEM CLOCK. NO CARD MEANS TODAY'S DATE.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TDRIVE'S AS-OF AND
001300*                      CATCH-UP RUNS.
001400*----------------------------------------------------------*
001500 01  RUN-DATE-CARD-RECORD.
001600     05  RDC-AS-OF-DATE   PIC 9(8).
001700     05  FILLER           PIC X(1).
001800     05  RDC-SET-BY       PIC X(8).
001900     05  FILLER           PIC X(1).
002000     05  RDC-SET-DATE     PIC 9(8).
002100     05  FILLER           PIC X(1).
002200     05  RDC-SET-TIME     PIC 9(8).
