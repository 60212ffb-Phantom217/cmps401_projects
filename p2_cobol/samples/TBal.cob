002296*                      THE DL115 TRAILER'S NEW TR-AMOUNT --
002297*                      ACCOUNTING'S NUMBER IS NOW PROVED, NOT
002298*                      JUST THE T/U CONTROL SUM.
002299*    2026-10-15 DL     RUN DATE NOW COMES FROM TRUNDATE (DL230).
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* THE PROOFS: INPUT COUNT = OUTPUT DETAILS + REJECTS;        *
010300 01  TBL-START-TIME   PIC 9(8)      VALUE ZERO.
010400 01  TBL-END-TIME     PIC 9(8)      VALUE ZERO.
010500 01  TBL-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
010550 01  TBL-RD-FUNCTION  PIC X         VALUE "G".
010600 01  TBL-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBAL".
010700 01  TBL-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
010800 01  TBL-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
013700
013800 1000-INITIALIZE.
013900     ACCEPT TBL-START-TIME FROM TIME.
013950     CALL "TRUNDATE" USING TBL-RD-FUNCTION, TBL-ERRLOG-PROGRAM-ID,
014000         TBL-RUN-DATE.
014100     STRING "TFileIn.dat." TBL-RUN-DATE DELIMITED BY SIZE
014200         INTO TBL-IN-FILENAME.
014300     STRING "TFileOut.dat." TBL-RUN-DATE DELIMITED BY SIZE
