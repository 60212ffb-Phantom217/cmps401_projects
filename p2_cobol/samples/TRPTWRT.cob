002560*                      TUESDAY'S BALANCE REPORT" MEANT IT WAS
002570*                      GONE. TRPTARC LISTS, REPRINTS, AND
002580*                      PURGES THE RETAINED COPIES.
002582*    2026-10-15 DL     THE HEADING RUN DATE, THE DATED COPY'S
002584*                      NAME.CCYYMMDD SUFFIX AND THE INDEX DATE
002586*                      NOW COME FROM THE SHARED TRUNDATE
002588*                      SERVICE, SO A CATCH-UP RUN FILES EACH
002590*                      REPORT UNDER THE BUSINESS DAY IT COVERS.
002600*----------------------------------------------------------*
002700*----------------------------------------------------------*
002800* FUNCTIONS: O = OPEN THE NAMED REPORT FILE AND PRINT THE   *
005200 01  RW-WS-PROGRAM    PIC X(8)      VALUE SPACES.
005300 01  RW-RUN-DATE      PIC 9(8)      VALUE ZERO.
005400 01  RW-RUN-TIME      PIC 9(8)      VALUE ZERO.
005450 01  RW-RD-FUNCTION   PIC X         VALUE "G".
005500 01  RW-PAGE-NUMBER   PIC 9(3) COMP VALUE ZERO.
005600 01  RW-LINE-COUNT    PIC 9(3) COMP VALUE ZERO.
005700 01  RW-BODY-COUNT    PIC 9(7) COMP VALUE ZERO.
011700     MOVE RW-FILENAME     TO RW-WS-FILENAME.
011800     MOVE RW-REPORT-TITLE TO RW-WS-TITLE.
011900     MOVE RW-PROGRAM-ID   TO RW-WS-PROGRAM.
011950     CALL "TRUNDATE" USING RW-RD-FUNCTION, RW-PROGRAM-ID,
012000         RW-RUN-DATE.
012100     ACCEPT RW-RUN-TIME FROM TIME.
012200     MOVE ZERO TO RW-PAGE-NUMBER.
012300     MOVE ZERO TO RW-BODY-COUNT.
013900     MOVE RW-FILENAME     TO RW-WS-FILENAME.
014000     MOVE RW-REPORT-TITLE TO RW-WS-TITLE.
014100     MOVE RW-PROGRAM-ID   TO RW-WS-PROGRAM.
014150     CALL "TRUNDATE" USING RW-RD-FUNCTION, RW-PROGRAM-ID,
014200         RW-RUN-DATE.
014300     ACCEPT RW-RUN-TIME FROM TIME.
014400     OPEN EXTEND MYREPORT.
014500     IF RW-FILE-NOT-FOUND
