003702*                      SCREENS, AND REPORT LINES WIDENED TO
003703*                      THE FOUR-PLUS-FOUR M/N KEY THE DL
003704*                      COPYBOOKS NOW CARRY.
003710*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
003720*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
003730*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
003740*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
003750*                      THIS STEP'S WORK BY THE BUSINESS DAY
003760*                      BEING PROCESSED.
003800*----------------------------------------------------------*
003900*----------------------------------------------------------*
004000* TCSV READS TFILEOUT.DAT (WRITTEN BY TFILE) ONE RECORD AT A    *
006800 01  TS-EOF-SW                PIC X     VALUE "N".
006900     88  TS-EOF                          VALUE "Y".
007000 01  TS-RECORD-COUNT           PIC 9(7) COMP VALUE ZERO.
007050 01  TS-RD-FUNCTION   PIC X         VALUE "G".
007100 01  TS-ERRLOG-PROGRAM-ID      PIC X(8)  VALUE "TCSV".
007200 01  TS-ERRLOG-PARAGRAPH       PIC X(30) VALUE "1000-INITIALIZE".
007300 01  TS-ERRLOG-SEVERITY        PIC X(1)  VALUE "W".
009600     GOBACK.
009700
009800 1000-INITIALIZE.
009850     CALL "TRUNDATE" USING TS-RD-FUNCTION, TS-ERRLOG-PROGRAM-ID,
009900         TS-RUN-DATE.
010000     STRING "TFileOut.dat." TS-RUN-DATE DELIMITED BY SIZE
010100         INTO TS-OUT-FILENAME.
010200     OPEN INPUT MYOUTFILE.
