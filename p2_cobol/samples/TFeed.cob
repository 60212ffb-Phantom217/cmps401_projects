005008*                      BUILDING A FEED NOBODY WILL POST -- A
005009*                      REQUESTED RETRANSMISSION STILL RUNS ON
005011*                      ANY DAY.
005015*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
005020*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
005025*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
005030*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
005035*                      THIS STEP'S WORK BY THE BUSINESS DAY
005040*                      BEING PROCESSED.
005045*----------------------------------------------------------*
005050*----------------------------------------------------------*
005100* TFEED READS TFILEOUT.DAT (WRITTEN BY TFILE) ONE RECORD AT A   *
005200* TIME, THE SAME WAY TCSV DOES, USING THE DL110/DL115 TRAILER-  *
005300* DETECTION TECHNIQUE TO SKIP TFILE'S OWN TRAILER RECORD. EACH  *
008403 01  TFD-ERRLOG-PROGRAM-ID    PIC X(8)  VALUE "TFEED".
008500 01  TFD-ERRLOG-PARAGRAPH     PIC X(30) VALUE "1000-INITIALIZE".
008600 01  TFD-ERRLOG-SEVERITY      PIC X(1)  VALUE "W".
008650 01  TFD-RD-FUNCTION          PIC X     VALUE "G".
008700 PROCEDURE DIVISION.
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
009500
009600 1000-INITIALIZE.
009650     ACCEPT TFD-START-TIME FROM TIME.
009660     CALL "TRUNDATE" USING TFD-RD-FUNCTION, TFD-ERRLOG-PROGRAM-ID,
009680         TFD-RUN-DATE.
009710     MOVE TFD-RUN-DATE TO TFD-GEN-DATE.
009720     PERFORM 1100-CHECK-PARM-CARD THRU 1100-EXIT.
009722     IF NOT TFD-RETRANSMISSION
