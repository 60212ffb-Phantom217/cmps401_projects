002220*                      SHARED REPORT WRITER, TRPTWRT, FOR THE
002230*                      STANDARD HEADING BLOCK, PAGE BREAKS, AND
002240*                      END-OF-REPORT TOTAL LINE.
002245*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002250*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002255*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002260*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002265*                      THIS STEP'S WORK BY THE BUSINESS DAY
002270*                      BEING PROCESSED.
002300*----------------------------------------------------------*
002400 ENVIRONMENT DIVISION.
002500 INPUT-OUTPUT SECTION.
005000 01  TG-FOUND-SW      PIC X         VALUE "N".
005100     88  TG-FLAG-FOUND              VALUE "Y".
005200 01  TG-DETAIL-COUNT  PIC 9(7) COMP VALUE ZERO.
005250 01  TG-RD-FUNCTION   PIC X         VALUE "G".
005300 01  TG-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TAGE".
005400 01  TG-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
005500 01  TG-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
011100     GOBACK.
011200
011300 1000-INITIALIZE.
011350     CALL "TRUNDATE" USING TG-RD-FUNCTION, TG-ERRLOG-PROGRAM-ID,
011400         TG-RUN-DATE.
011500     STRING "TFileOut.dat." TG-RUN-DATE DELIMITED BY SIZE
011600         INTO TG-OUT-FILENAME.
011700     OPEN INPUT MYOUTGEN.
