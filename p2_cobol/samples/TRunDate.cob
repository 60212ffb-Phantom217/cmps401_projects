000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TRUNDATE.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. SHARED RUN-DATE
001200*                      SERVICE, CALLABLE LIKE TLOCK, OVER THE
001300*                      DL230 AS-OF CARD IN TRUNDATE.DAT. THE
001400*                      BATCH STEPS USED TO TAKE THEIR RUN DATE
001500*                      FROM THE SYSTEM CLOCK, SO A NIGHT MISSED
001600*                      AND RUN THE NEXT DAY WAS STAMPED WITH
001700*                      THE WRONG DATE ON EVERY GENERATION,
001800*                      JOURNAL LINE AND FEED HEADER. THEY NOW
001900*                      ASK HERE, AND TDRIVE SETS THE CARD.
002000*----------------------------------------------------------*
002100*----------------------------------------------------------*
002200* FUNCTIONS: G = GET THE RUN DATE (THE CARD'S AS-OF DATE    *
002300* WHEN A CARD IS ON FILE, OTHERWISE TODAY FROM THE CLOCK),  *
002400* S = SET THE CARD TO RD-DATE (TDRIVE, BEFORE EACH BUSINESS *
002500* DAY), C = CLEAR THE CARD (TDRIVE, AT END OF A COMPLETED   *
002600* CHAIN). A CARD THAT IS BLANK OR NOT NUMERIC IS IGNORED    *
002700* AND THE CLOCK IS USED, THE SAME AS NO CARD.               *
002800*----------------------------------------------------------*
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT MYRUNDATE ASSIGN TO "TRunDate.dat"
003300         ORGANIZATION IS LINE SEQUENTIAL
003400         FILE STATUS IS RD-FILE-STATUS.
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  MYRUNDATE.
003800     COPY DL230.
003900 WORKING-STORAGE SECTION.
004000 01  RD-FILE-STATUS   PIC XX        VALUE "00".
004100     88  RD-FILE-OK                 VALUE "00".
004200     88  RD-FILE-NOT-FOUND          VALUE "35".
004300 01  RD-READ-EOF-SW   PIC X         VALUE "N".
004400     88  RD-READ-EOF                VALUE "Y".
004500 01  RD-NOW-DATE      PIC 9(8)      VALUE ZERO.
004600 01  RD-NOW-TIME      PIC 9(8)      VALUE ZERO.
004700 01  RD-CARD-NAME     PIC X(20)     VALUE "TRunDate.dat".
004800 LINKAGE SECTION.
004900 01  RD-FUNCTION      PIC X.
005000     88  RD-FN-GET                  VALUE "G".
005100     88  RD-FN-SET                  VALUE "S".
005200     88  RD-FN-CLEAR                VALUE "C".
005300 01  RD-CALLER-ID     PIC X(8).
005400 01  RD-DATE          PIC 9(8).
005500 PROCEDURE DIVISION USING RD-FUNCTION, RD-CALLER-ID, RD-DATE.
005600 0000-MAINLINE.
005700     IF RD-FN-GET
005800         PERFORM 1000-GET-DATE THRU 1000-EXIT
005900     ELSE
006000         IF RD-FN-SET
006100             PERFORM 2000-SET-DATE THRU 2000-EXIT
006200         ELSE
006300             IF RD-FN-CLEAR
006400                 PERFORM 3000-CLEAR-DATE THRU 3000-EXIT
006500             END-IF
006600         END-IF
006700     END-IF.
006800     GOBACK.
006900
007000*----------------------------------------------------------*
007100* 1000-GET-DATE READS THE CARD FRESH ON EVERY CALL -- A     *
007200* CATCH-UP RUN RESETS IT BETWEEN BUSINESS DAYS INSIDE ONE   *
007300* RUN UNIT, SO NOTHING MAY BE HELD OVER FROM A PRIOR CALL.  *
007400*----------------------------------------------------------*
007500 1000-GET-DATE.
007600     ACCEPT RD-DATE FROM DATE YYYYMMDD.
007700     MOVE "N" TO RD-READ-EOF-SW.
007800     OPEN INPUT MYRUNDATE.
007900     IF RD-FILE-NOT-FOUND
008000         GO TO 1000-EXIT
008100     END-IF.
008200     READ MYRUNDATE
008300         AT END
008400             SET RD-READ-EOF TO TRUE
008500     END-READ.
008600     IF NOT RD-READ-EOF
008700         IF RDC-AS-OF-DATE IS NUMERIC
008800             AND RDC-AS-OF-DATE > ZERO
008900             MOVE RDC-AS-OF-DATE TO RD-DATE
009000         END-IF
009100     END-IF.
009200     CLOSE MYRUNDATE.
009300 1000-EXIT.
009400     EXIT.
009500
009600 2000-SET-DATE.
009700     ACCEPT RD-NOW-DATE FROM DATE YYYYMMDD.
009800     ACCEPT RD-NOW-TIME FROM TIME.
009900     OPEN OUTPUT MYRUNDATE.
010000     MOVE SPACES       TO RUN-DATE-CARD-RECORD.
010100     MOVE RD-DATE      TO RDC-AS-OF-DATE.
010200     MOVE RD-CALLER-ID TO RDC-SET-BY.
010300     MOVE RD-NOW-DATE  TO RDC-SET-DATE.
010400     MOVE RD-NOW-TIME  TO RDC-SET-TIME.
010500     WRITE RUN-DATE-CARD-RECORD.
010600     CLOSE MYRUNDATE.
010700 2000-EXIT.
010800     EXIT.
010900
011000 3000-CLEAR-DATE.
011100     CALL "CBL_DELETE_FILE" USING RD-CARD-NAME.
011200 3000-EXIT.
011300     EXIT.
011400
011500* Input:
011600*    LINKAGE parameters from the calling program -- function
011700*         code (G/S/C), the caller's program-id, and for S the
011800*         CCYYMMDD business date to set
011900*    file "TRunDate.dat" (DL230 as-of card, when present)
012000* Output:
012100*    RD-DATE -- for G, the as-of date on the card or today's
012200*    date when there is no card; for S the card is written,
012300*    for C it is removed
