000100*----------------------------------------------------------*
000200* DL365 - GENERATION COMPARE PARAMETER CARD.
000300* ONE CARD ON TGENCMPPARM.DAT TELLING TGENCMP WHICH TWO DATED
000400* GENERATIONS TO MATCH: GCP-FILE-KIND O FOR TFILEOUT.DAT OR I
000500* FOR TFILEIN.DAT, AND THE NAME SUFFIX OF EACH GENERATION --
000600* A RUN DATE (20261015) OR A RETIRED ONE (20261015.BAD). A
000700* BLANK FIRST SUFFIX IS THE DAY BEFORE THE RUN DATE, A BLANK
000800* SECOND THE RUN DATE, SO A CARD CAN STAY IN THE CHAIN
000900* UNCHANGED FROM NIGHT TO NIGHT.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FOR TGENCMP.
001300*----------------------------------------------------------*
001400 01  GENCMP-PARM-RECORD.
001500     05  GCP-FILE-KIND      PIC X.
001600         88  GCP-KIND-OUTPUT        VALUE "O".
001700         88  GCP-KIND-INPUT         VALUE "I".
001800     05  FILLER             PIC X.
001900     05  GCP-FIRST-GEN      PIC X(12).
002000     05  FILLER             PIC X.
002100     05  GCP-SECOND-GEN     PIC X(12).
