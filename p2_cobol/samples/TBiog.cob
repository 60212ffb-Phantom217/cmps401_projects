002200*                      THE PENDING TFILEIN.DAT RECORD IF ONE
002300*                      IS WAITING -- THE HALF-DAY HAND
002400*                      ASSEMBLY, ON ONE REPORT.
002410*    2026-10-15 DL     THE BIOGRAPHY NOW CARRIES THE KEY'S
002420*                      DISPUTE CASES FROM TDISPUTE.DAT (DL305):
002430*                      THE CASE OPENING, THE PROVISIONAL CREDIT
002440*                      AND ANY RE-DEBIT, AND THE OUTCOME, EACH
002450*                      ON THE DAY IT HAPPENED.
002500*----------------------------------------------------------*
002600*----------------------------------------------------------*
002700* EVENTS COLLECT INTO A TABLE UNDER A DATE-AND-TIME SORT    *
006000         ACCESS MODE IS DYNAMIC
006100         RECORD KEY IS RCY-KEY
006200         FILE STATUS IS TBG-RCY-STATUS.
006210     SELECT MYCASEFILE ASSIGN TO "TDispute.dat"
006220         ORGANIZATION IS INDEXED
006230         ACCESS MODE IS DYNAMIC
006240         RECORD KEY IS DC-KEY
006250         FILE STATUS IS TBG-CASE-STATUS.
006300 DATA DIVISION.
006400 FILE SECTION.
006500 FD  MYINFILE.
008100         10  RCY-N        PIC X(4).
008200     05  RCY-COUNT        PIC 99.
008300     05  RCY-LAST-DATE    PIC 9(8).
008310 FD  MYCASEFILE.
008340     COPY DL305.
008400 WORKING-STORAGE SECTION.
008500 01  TBG-IN-STATUS    PIC XX        VALUE "00".
008600     88  TBG-IN-OK                  VALUE "00".
010000 01  TBG-RCY-STATUS   PIC XX        VALUE "00".
010100     88  TBG-RCY-OK                 VALUE "00".
010200     88  TBG-RCY-NOT-FOUND          VALUE "35".
010220 01  TBG-CASE-STATUS  PIC XX        VALUE "00".
010240     88  TBG-CASE-OK                VALUE "00".
010260     88  TBG-CASE-NOT-FOUND         VALUE "35".
010300 01  TBG-AUD-EOF-SW   PIC X         VALUE "N".
010400     88  TBG-AUD-EOF                VALUE "Y".
010500 01  TBG-HIST-EOF-SW  PIC X         VALUE "N".
010800     88  TBG-REG-EOF                VALUE "Y".
010900 01  TBG-REJ-EOF-SW   PIC X         VALUE "N".
011000     88  TBG-REJ-EOF                VALUE "Y".
011010 01  TBG-CASE-EOF-SW  PIC X         VALUE "N".
011040     88  TBG-CASE-EOF               VALUE "Y".
011100 01  TBG-FUNCTION     PIC X         VALUE SPACE.
011200     88  TBG-FUNCTION-INQUIRE       VALUE "I".
011300     88  TBG-FUNCTION-QUIT          VALUE "Q".
017100     05  FILLER           PIC X(9)  VALUE "  AMT =  ".
017200     05  TBG-N-AMT        PIC X(7).
017300     05  FILLER           PIC X(21) VALUE SPACES.
017310 01  TBG-BUILD-CASE.
017320     05  TBG-D-EVENT      PIC X(13).
017330     05  FILLER           PIC X(9)  VALUE " POSTING ".
017340     05  TBG-D-POSTED     PIC 9(8).
017350     05  FILLER           PIC X(6)  VALUE " AMT =".
017360     05  TBG-D-AMOUNT     PIC -ZZ,ZZ9.99.
017370     05  FILLER           PIC X(4)  VALUE " BY ".
017380     05  TBG-D-OPERATOR   PIC X(8).
017390     05  FILLER           PIC X(2)  VALUE SPACES.
017400 01  TBG-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TBIOG".
017500 01  TBG-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INQUIRE".
017600 01  TBG-ERRLOG-SEVERITY   PIC X(1) VALUE "W".
021300         PERFORM 4500-GATHER-SUSPENSE THRU 4500-EXIT
021400         PERFORM 4700-GATHER-RECYCLE THRU 4700-EXIT
021500         PERFORM 4800-GATHER-PENDING THRU 4800-EXIT
021550         PERFORM 4900-GATHER-DISPUTES THRU 4900-EXIT
021600         PERFORM 6000-PRINT-BIOGRAPHY THRU 6000-EXIT
021700     END-IF.
021800 1000-EXIT.
040000     END-IF.
040100 4800-EXIT.
040200     EXIT.
040201
040202*----------------------------------------------------------*
040203* 4900-GATHER-DISPUTES LISTS EVERY DISPUTE CASE ON THE KEY:
040204* ITS OPENING, THE PROVISIONAL CREDIT AND ANY RE-DEBIT, AND
040205* THE OUTCOME, EACH ON THE DAY IT HAPPENED. THE CASE FILE IS
040206* KEYED M/N FIRST, SO THE KEY'S CASES ARE READ FROM A START.
040207*----------------------------------------------------------*
040208 4900-GATHER-DISPUTES.
040209     MOVE "N" TO TBG-CASE-EOF-SW.
040210     OPEN INPUT MYCASEFILE.
040211     IF TBG-CASE-NOT-FOUND
040212         DISPLAY "(TDispute.dat not on system, skipped)"
040213     ELSE
040214         MOVE TBG-KEY TO DC-TRAN-KEY
040215         MOVE ZERO    TO DC-HIST-DATE
040216         START MYCASEFILE KEY IS NOT LESS THAN DC-KEY
040217             INVALID KEY
040218                 SET TBG-CASE-EOF TO TRUE
040219         END-START
040220         PERFORM 4950-SCAN-DISPUTES THRU 4950-EXIT
040221             UNTIL TBG-CASE-EOF
040222         CLOSE MYCASEFILE
040223     END-IF.
040224 4900-EXIT.
040225     EXIT.
040226
040227 4950-SCAN-DISPUTES.
040228     READ MYCASEFILE NEXT RECORD
040229         AT END
040230             SET TBG-CASE-EOF TO TRUE
040231             GO TO 4950-EXIT
040232     END-READ.
040233     IF DC-TRAN-KEY NOT = TBG-KEY
040234         SET TBG-CASE-EOF TO TRUE
040235         GO TO 4950-EXIT
040236     END-IF.
040237     MOVE DC-HIST-DATE     TO TBG-D-POSTED.
040238     MOVE DC-AMOUNT        TO TBG-D-AMOUNT.
040239     MOVE "DISPUTED"       TO TBG-D-EVENT.
040240     MOVE DC-OPEN-OPERATOR TO TBG-D-OPERATOR.
040241     MOVE DC-OPEN-DATE     TO TBG-SPLIT-DATE.
040242     MOVE 4 TO TBG-SPLIT-TIME.
040243     PERFORM 4960-ADD-CASE-EVENT THRU 4960-EXIT.
040244     MOVE SPACES TO TBG-D-OPERATOR.
040245     IF DC-CREDIT-ISSUED
040246         MOVE "PROV CREDIT"    TO TBG-D-EVENT
040247         MOVE DC-CREDIT-DATE   TO TBG-SPLIT-DATE
040248         MOVE 5 TO TBG-SPLIT-TIME
040249         PERFORM 4960-ADD-CASE-EVENT THRU 4960-EXIT
040250     END-IF.
040251     IF DC-REDEBIT-DATE NOT = ZERO
040252         MOVE "CREDIT REVSD"   TO TBG-D-EVENT
040253         MOVE DC-REDEBIT-DATE  TO TBG-SPLIT-DATE
040254         MOVE 6 TO TBG-SPLIT-TIME
040255         PERFORM 4960-ADD-CASE-EVENT THRU 4960-EXIT
040256     END-IF.
040257     IF NOT DC-IS-OPEN
040258         IF DC-IS-WON
040259             MOVE "DISPUTE WON"  TO TBG-D-EVENT
040260         ELSE
040261             MOVE "DISPUTE LOST" TO TBG-D-EVENT
040262         END-IF
040263         MOVE DC-CLOSE-OPERATOR TO TBG-D-OPERATOR
040264         MOVE DC-CLOSE-DATE     TO TBG-SPLIT-DATE
040265         MOVE 7 TO TBG-SPLIT-TIME
040266         PERFORM 4960-ADD-CASE-EVENT THRU 4960-EXIT
040267     END-IF.
040268 4950-EXIT.
040269     EXIT.
040270
040271 4960-ADD-CASE-EVENT.
040272     MOVE TBG-SPLIT-KEY  TO TBG-EV-KEY.
040273     MOVE TBG-BUILD-CASE TO TBG-EV-TEXT.
040274     PERFORM 5000-ADD-EVENT THRU 5000-EXIT.
040275 4960-EXIT.
040276     EXIT.
040300
040400*----------------------------------------------------------*
040500* 5000-ADD-EVENT INSERTS THE EVENT IN SORT-KEY ORDER --
049000* Input:
049100*    console entry of the m+n key
049200*    files "TFileAudit.dat", "THistMaster.dat", "TProcReg.dat",
049250*    "TFileReject.dat", "TRejRecycle.dat", "TFileIn.dat",
049300*    "TDispute.dat"
049400* Output:
049500*    file "TBiogRpt.txt" -- one chronological listing of every
049600*         appearance of the key across the shop's files, a
