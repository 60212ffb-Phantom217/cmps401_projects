000100*----------------------------------------------------------*
000200* DL295 - WATCH-LIST (RESTRICTED PARTY) ENTRY.
000300* ONE LINE PER LISTED PARTY ON TWATCHLIST.DAT, THE FILE
000400* COMPLIANCE RECEIVES AND DROPS IN PLACE OF THE OLD ONE
000500* WHEN A NEW LIST ARRIVES. THE NAME IS CUT TO THE SAME
000600* FOUR-PLUS-FOUR SHAPE AS DL140'S ACCT-NAME SO THE TWO
000700* COMPARE FIELD FOR FIELD; A BLANK FIRST NAME LISTS A
000800* SURNAME ALONE. THE ENTRY ID IS THE LIST'S OWN REFERENCE
000900* AND IS WHAT A SCREENING HIT IS FILED UNDER.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TWLCHK, TWLSCRN,
001300*                      AND TWLREV.
001400*----------------------------------------------------------*
001500 01  WATCH-LIST-RECORD.
001600     05  WL-ENTRY-ID          PIC X(8).
001700     05  WL-NAME.
001800         10  WL-NAME-FIRST    PIC X(4).
001900         10  WL-NAME-LAST     PIC X(4).
002000     05  WL-LIST-DATE         PIC 9(8).
002100     05  WL-SOURCE            PIC X(20).
