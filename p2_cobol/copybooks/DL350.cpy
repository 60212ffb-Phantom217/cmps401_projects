000100*----------------------------------------------------------*
000200* DL350 - MAINTENANCE ACTIVITY RECORD.
000300* ONE LINE PER CHANGE MADE TO THE MASTER BY TMAINT, TBAPPLY,
000400* TREJFIX, AND TBACKOUT, APPENDED TO TMAINTACT.DAT ACROSS
000500* RUNS THROUGH THE SHARED TMNTLOG SUBPROGRAM AND READ BY THE
000600* TOPRACT OPERATOR ACTIVITY REPORT. MA-OPERATOR IS THE
000700* SIGNED-ON OPERATOR, OR SPACES FOR A BATCH RUN WITH NO
000800* SIGN-ON. MA-BEFORE AND MA-AFTER ARE THE RECORD IMAGES (OR
000900* A SHORT TEXT WHERE THERE IS NO IMAGE), SPACES WHERE THERE
001000* WAS NOTHING BEFORE OR NOTHING IS LEFT AFTER.
001100*----------------------------------------------------------*
001200*    DATE       INIT   DESCRIPTION
001300*    2026-10-15 DL     FIRST WRITTEN, FOR TMNTLOG AND TOPRACT.
001400*----------------------------------------------------------*
001500 01  MAINT-ACTIVITY-RECORD.
001600     05  MA-DATE              PIC 9(8).
001700     05  MA-TIME              PIC 9(8).
001800     05  MA-OPERATOR          PIC X(8).
001900     05  MA-PROGRAM           PIC X(8).
002000     05  MA-FUNCTION          PIC X.
002100         88  MA-ADDED                   VALUE "A".
002200         88  MA-CHANGED                 VALUE "C".
002300         88  MA-DELETED                 VALUE "D".
002400         88  MA-FIXED                   VALUE "F".
002500         88  MA-ESCALATED               VALUE "E".
002600         88  MA-BACKED-OUT              VALUE "B".
002700     05  MA-KEY               PIC X(16).
002800     05  MA-BEFORE            PIC X(30).
002900     05  MA-AFTER             PIC X(30).
