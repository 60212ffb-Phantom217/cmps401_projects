002372*                      SCREENS, AND REPORT LINES WIDENED TO
002373*                      THE FOUR-PLUS-FOUR M/N KEY THE DL
002374*                      COPYBOOKS NOW CARRY.
002376*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
002378*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
002380*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
002382*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
002384*                      THIS STEP'S WORK BY THE BUSINESS DAY
002386*                      BEING PROCESSED.
002388*    2026-10-15 DL     A BRANCH TBRCLOSE MARKS INACTIVE STILL GETS
002390*                      ITS RETURN FILE UNTIL ITS DL180
002392*                      BRD-INACTIVE-FROM DATE.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* THE EVIDENCE: THE DATED TFILEIN.DAT.CCYYMMDD GENERATION   *
010000         10  TBR-S-BRANCH     PIC X.
010100         10  TBR-S-CODE       PIC 99.
010200         10  TBR-S-TEXT       PIC X(30).
010250 01  TBR-RD-FUNCTION  PIC X         VALUE "G".
010300 01  TBR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBRRTN".
010400 01  TBR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
010500 01  TBR-ERRLOG-SEVERITY   PIC X(1) VALUE "W".
015000     ACCEPT TBR-DATE-TEXT.
015100     IF TBR-DATE-TEXT = SPACES
015200         OR TBR-DATE-TEXT IS NOT NUMERIC
015250         CALL "TRUNDATE" USING TBR-RD-FUNCTION,
015300             TBR-ERRLOG-PROGRAM-ID, TBR-TODAY
015400         MOVE TBR-TODAY TO TBR-RUN-DATE
015500     ELSE
015600         MOVE TBR-DATE-TEXT TO TBR-RUN-DATE
016429
016430 1210-LOAD-DIR-CARD.
016431     READ MYBRDIR
016432         AT END SET TBR-DIR-EOF TO TRUE
016433         NOT AT END
016434             IF (NOT BRD-IS-INACTIVE
016435                 OR BRD-INACTIVE-FROM > TBR-RUN-DATE)
016436                 AND TBR-BRD-TALLY < TBR-BRD-LIMIT
016437                 ADD 1 TO TBR-BRD-TALLY
016438                 MOVE BRD-BRANCH-NUMBER
