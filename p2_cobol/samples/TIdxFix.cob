003120*                      SHARED REPORT WRITER, TRPTWRT, FOR THE
003130*                      STANDARD HEADING BLOCK, PAGE BREAKS, AND
003140*                      END-OF-REPORT TOTAL LINE.
003145*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
003150*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
003155*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
003160*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
003165*                      THIS STEP'S WORK BY THE BUSINESS DAY
003170*                      BEING PROCESSED.
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
010800     05  FILLER           PIC X(18) VALUE "  IN INDEX ONLY = ".
010900     05  TIX-RPT-MISS-GEN PIC ZZZZ9.
011000     05  FILLER           PIC X(16) VALUE SPACES.
011050 01  TIX-RD-FUNCTION  PIC X         VALUE "G".
011100 01  TIX-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TIDXFIX".
011200 01  TIX-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
011300 01  TIX-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
013500         ACCEPT TIX-GEN-DATE-TEXT
013600         IF TIX-GEN-DATE-TEXT = SPACES
013700             OR TIX-GEN-DATE-TEXT IS NOT NUMERIC
013750             CALL "TRUNDATE" USING TIX-RD-FUNCTION,
013800                 TIX-ERRLOG-PROGRAM-ID, TIX-GEN-DATE
013900         ELSE
014000             MOVE TIX-GEN-DATE-TEXT TO TIX-GEN-DATE
014100         END-IF
