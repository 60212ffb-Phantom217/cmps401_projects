000100*----------------------------------------------------------*
000200* DL340 - SECURITY EVENT LOG RECORD.
000300* ONE LINE PER SIGN-ON EVENT AND PER CHANGE TO THE DL210
000400* OPERATOR MASTER, APPENDED TO TSECLOG.DAT ACROSS RUNS BY
000500* TSIGNON, TPASSWD, AND TOPERM, AND READ BY THE TSECRPT
000600* VIOLATIONS REPORT. SEV-OPERATOR IS THE OPERATOR THE EVENT
000700* IS ABOUT (THE ID AS KEYED, FOR AN UNKNOWN ONE); SEV-BY IS
000800* THE OPERATOR WHO MADE AN ADMINISTRATIVE CHANGE. SEV-LEVEL
000900* IS THE LEVEL ASKED FOR AT SIGN-ON, OR THE LEVEL GIVEN ON
001000* AN ADD.
001100*----------------------------------------------------------*
001200*    DATE       INIT   DESCRIPTION
001300*    2026-10-15 DL     FIRST WRITTEN, FOR TSIGNON, TPASSWD,
001400*                      TOPERM, AND TSECRPT.
001500*----------------------------------------------------------*
001600 01  SEC-EVENT-RECORD.
001700     05  SEV-DATE             PIC 9(8).
001800     05  SEV-TIME             PIC 9(8).
001900     05  SEV-EVENT            PIC X.
002000         88  SEV-SIGNED-ON              VALUE "S".
002100         88  SEV-BAD-PASSWORD           VALUE "F".
002200         88  SEV-LOCKED-OUT             VALUE "L".
002300         88  SEV-WHILE-LOCKED           VALUE "K".
002400         88  SEV-UNKNOWN-ID             VALUE "U".
002500         88  SEV-INACTIVE-ID            VALUE "I".
002600         88  SEV-LACKS-LEVEL            VALUE "H".
002700         88  SEV-EXPIRED-REFUSED        VALUE "X".
002800         88  SEV-NO-MASTER              VALUE "M".
002900         88  SEV-PASSWORD-CHANGED       VALUE "P".
003000         88  SEV-ADMIN-ADD              VALUE "A".
003100         88  SEV-ADMIN-DEACT            VALUE "D".
003200         88  SEV-ADMIN-RESET            VALUE "R".
003300         88  SEV-VIOLATION              VALUE "F" "L" "K" "U"
003400                                              "I" "H" "X".
003500     05  SEV-OPERATOR         PIC X(8).
003600     05  SEV-BY               PIC X(8).
003700     05  SEV-LEVEL            PIC 9.
003800     05  SEV-TEXT             PIC X(40).
