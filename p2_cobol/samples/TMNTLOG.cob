000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMNTLOG.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. ONE COMMON CALLABLE
001200*                      MAINTENANCE TRAIL WRITER SO EVERY
001300*                      PROGRAM THAT CHANGES THE MASTER RECORDS
001400*                      WHO DID WHAT THE SAME WAY, FOR THE
001500*                      TOPRACT OPERATOR ACTIVITY REPORT.
001530*    2026-10-15 DL     WORKING NAMES NOW CARRY THE PROGRAM'S
001560*                      OWN TML- PREFIX.
001600*----------------------------------------------------------*
001700*----------------------------------------------------------*
001800* TMNTLOG APPENDS ONE DL350 LINE TO THE SHARED MAINTENANCE  *
001900* TRAIL, TMAINTACT.DAT, EVERY TIME A CALLING PROGRAM ADDS,  *
002000* CHANGES, DELETES, FIXES, ESCALATES, OR BACKS OUT A MASTER *
002100* RECORD. THE CALLER PASSES THE OPERATOR, ITS OWN           *
002200* PROGRAM-ID, A ONE-CHARACTER FUNCTION CODE, THE RECORD KEY *
002300* AND THE BEFORE AND AFTER IMAGES. TMNTLOG STAMPS THE LINE  *
002400* WITH THE CURRENT DATE AND TIME AND GOES BACK TO THE       *
002500* CALLER, THE SAME WAY TERRLOG DOES -- IT NEVER STOPS THE   *
002600* RUN ITSELF.                                               *
002700*----------------------------------------------------------*
002800 ENVIRONMENT DIVISION.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT MYMAINTACT ASSIGN TO "TMaintAct.dat"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS TML-FILE-STATUS.
003400 DATA DIVISION.
003500 FILE SECTION.
003600 FD  MYMAINTACT.
003700     COPY DL350.
003800 WORKING-STORAGE SECTION.
003900 01  TML-FILE-STATUS      PIC XX        VALUE "00".
004000     88  TML-FILE-OK                    VALUE "00".
004100     88  TML-FILE-NOT-FOUND             VALUE "35".
004200 01  TML-CURRENT-DATE     PIC 9(8)      VALUE ZERO.
004300 01  TML-CURRENT-TIME     PIC 9(8)      VALUE ZERO.
004400 LINKAGE SECTION.
004500 01  TML-OPERATOR         PIC X(8).
004600 01  TML-PROGRAM-ID       PIC X(8).
004700 01  TML-FUNCTION         PIC X(1).
004800 01  TML-KEY              PIC X(16).
004900 01  TML-BEFORE           PIC X(30).
005000 01  TML-AFTER            PIC X(30).
005100 PROCEDURE DIVISION USING TML-OPERATOR, TML-PROGRAM-ID,
005200     TML-FUNCTION, TML-KEY, TML-BEFORE, TML-AFTER.
005300 0000-MAINLINE.
005400     PERFORM 1000-WRITE-ENTRY THRU 1000-EXIT.
005500     GOBACK.
005600
005700 1000-WRITE-ENTRY.
005800     ACCEPT TML-CURRENT-DATE FROM DATE YYYYMMDD.
005900     ACCEPT TML-CURRENT-TIME FROM TIME.
006000     OPEN EXTEND MYMAINTACT.
006100     IF TML-FILE-NOT-FOUND
006200         OPEN OUTPUT MYMAINTACT
006300     END-IF.
006400     IF NOT TML-FILE-OK
006500         GO TO 1000-EXIT
006600     END-IF.
006700     MOVE TML-CURRENT-DATE TO MA-DATE.
006800     MOVE TML-CURRENT-TIME TO MA-TIME.
006900     MOVE TML-OPERATOR     TO MA-OPERATOR.
007000     MOVE TML-PROGRAM-ID   TO MA-PROGRAM.
007100     MOVE TML-FUNCTION     TO MA-FUNCTION.
007200     MOVE TML-KEY          TO MA-KEY.
007300     MOVE TML-BEFORE       TO MA-BEFORE.
007400     MOVE TML-AFTER        TO MA-AFTER.
007500     WRITE MAINT-ACTIVITY-RECORD.
007600     CLOSE MYMAINTACT.
007700 1000-EXIT.
007800     EXIT.
007900
008000* Input:
008100*    LINKAGE parameters from the calling program -- the
008200*         operator (spaces for a batch run), its own program-id,
008300*         a function code of A/C/D/F/E/B, the record key, and
008400*         the before and after images
008500* Output:
008600*    one appended line on the shared file "TMaintAct.dat"
