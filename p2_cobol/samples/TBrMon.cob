002400*                      BRANCH'S CUTOFF TIME, SO THE LATE
002500*                      BRANCH IS CHASED AT 10 PM INSTEAD OF
002600*                      THE MERGE BEING ABANDONED AT 2 AM.
002610*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002620*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002630*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002640*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002650*                      THIS STEP'S WORK BY THE BUSINESS DAY
002660*                      BEING PROCESSED.
002670*    2026-10-15 DL     A BRANCH TBRCLOSE MARKS INACTIVE IS
002680*                      STILL MONITORED UNTIL ITS DL180
002690*                      BRD-INACTIVE-FROM DATE.
002700*----------------------------------------------------------*
002800*----------------------------------------------------------*
002900* THIS IS A MONITOR, NOT A GATE: IT READS ONLY THE HEADER   *
008200         10  TBM-BRD-NAME   PIC X(20).
008300         10  TBM-BRD-FILE   PIC X(40).
008400         10  TBM-BRD-CUTOFF PIC 9(4).
008450 01  TBM-RD-FUNCTION  PIC X         VALUE "G".
008500 01  TBM-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBRMON".
008600 01  TBM-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
008700 01  TBM-ERRLOG-SEVERITY   PIC X(1) VALUE "W".
012100     GOBACK.
012200
012300 1000-INITIALIZE.
012350     CALL "TRUNDATE" USING TBM-RD-FUNCTION, TBM-ERRLOG-PROGRAM-ID,
012400         TBM-EXPECT-DATE.
012500     ACCEPT TBM-NOW-TIME FROM TIME.
012600     COMPUTE TBM-NOW-HHMM = TBM-NOW-TIME / 10000.
012700     PERFORM 1200-LOAD-BRANCH-DIR THRU 1200-EXIT.
016800         AT END
016900             SET TBM-DIR-EOF TO TRUE
017000         NOT AT END
017050             IF (NOT BRD-IS-INACTIVE
017100                 OR BRD-INACTIVE-FROM > TBM-EXPECT-DATE)
017200                 AND TBM-BRD-TALLY < TBM-BRD-LIMIT
017300                 ADD 1 TO TBM-BRD-TALLY
017400                 MOVE BRD-BRANCH-NUMBER
