000100*----------------------------------------------------------*
000200* DL345 - OPERATOR MASTER TABLE.
000300* THE WHOLE DL210 OPERATOR MASTER HELD IN STORAGE, ONE ENTRY
000400* PER ROW IN FILE ORDER, SO A PROGRAM THAT CHANGES A ROW CAN
000500* WRITE THE LINE-SEQUENTIAL FILE BACK WHOLE -- THE WAY TRULES
000600* AND TEDIT HANDLE TEDITRULES.DAT. OT-OVERFLOW-SW IS SET WHEN
000700* THE FILE HOLDS MORE ROWS THAN THE TABLE; A PROGRAM MUST
000800* NOT WRITE THE FILE BACK THEN, OR THE EXTRA ROWS ARE LOST.
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN, FOR TSIGNON, TPASSWD,
001200*                      AND TOPERM.
001300*----------------------------------------------------------*
001400 01  OPER-TABLE.
001500     05  OT-COUNT             PIC 9(3) COMP.
001600     05  OT-OVERFLOW-SW       PIC X.
001700         88  OT-OVERFLOW                VALUE "Y".
001800     05  OT-ENTRY OCCURS 100 TIMES.
001900         10  OT-ID            PIC X(8).
002000         10  OT-PASSWORD      PIC X(8).
002100         10  OT-AUTHORITY     PIC 9.
002200         10  OT-NAME          PIC X(20).
002300         10  OT-ACTIVE        PIC X.
002400             88  OT-IS-INACTIVE         VALUE "I".
002500             88  OT-IS-LOCKED           VALUE "L".
002600         10  OT-PWD-DATE      PIC 9(8).
002700         10  OT-FAIL-COUNT    PIC 99.
