000100*----------------------------------------------------------*
000200* DL280 - STANDING ORDER OCCURRENCE RECORD.
000300* ONE RECORD PER SCHEDULED DATE TSTORD HAS DEALT WITH FOR A
000400* DL275 ORDER, KEYED ON THE ORDER KEY PLUS THE SCHEDULED
000500* (UNROLLED) DUE DATE. TSTORD READS IT BEFORE WRITING ANY
000600* TRANSACTION, SO A RERUN NEVER GENERATES AN OCCURRENCE
000700* TWICE. SOC-RESULT IS G (GENERATED INTO TFILEIN.DAT) OR S
000800* (SKIPPED FOR GOOD -- THE ACCOUNT WAS CLOSED, FROZEN, OR
000900* NOT ON THE MASTER ON THE BUSINESS DAY IT FELL DUE).
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TSTORD.
001300*----------------------------------------------------------*
001400 01  STANDING-OCC-RECORD.
001500     05  SOC-KEY.
001600         10  SOC-ORDER-KEY  PIC X(10).
001700         10  SOC-DUE-DATE   PIC 9(8).
001800     05  SOC-BUS-DATE     PIC 9(8).
001900     05  SOC-RUN-DATE     PIC 9(8).
002000     05  SOC-AMOUNT       PIC S9(5)V99.
002100     05  SOC-FLAG         PIC X.
002200     05  SOC-TRANS-TYPE   PIC X.
002300     05  SOC-RESULT       PIC X.
002400         88  SOC-GENERATED          VALUE "G".
002500         88  SOC-SKIPPED            VALUE "S".
