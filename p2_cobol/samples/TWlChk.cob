000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TWLCHK.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. SHARED WATCH-LIST
001200*                      SCREENING SERVICE, CALLABLE THE WAY
001300*                      TBUSDAY IS: GIVEN ONE ACCOUNT AND ITS
001400*                      NAME, COMPARES THE NAME AGAINST EVERY
001500*                      DL295 ENTRY ON TWATCHLIST.DAT AND FILES
001600*                      EACH MATCH AS A DL300 HIT ON
001700*                      TSCREENHIT.DAT. TWLSCRN CALLS IT FOR
001800*                      EVERY ACCOUNT WHEN A NEW LIST ARRIVES;
001900*                      TACCTM CALLS IT FOR EACH ADD AND EACH
002000*                      NAME CHANGE. THE LIST LOADS ON THE
002100*                      FIRST CALL AND STAYS LOADED UNTIL THE
002200*                      CALLER CLOSES.
002300*----------------------------------------------------------*
002400*----------------------------------------------------------*
002500* FUNCTIONS: S = SCREEN ONE ACCOUNT, F = DOES THE ACCOUNT   *
002600* HAVE A CONFIRMED HIT, C = CLOSE (THE HIT FILE IS CLOSED   *
002700* AND THE LIST IS LOADED AFRESH ON THE NEXT S). NAMES ARE   *
002800* COMPARED IN UPPER CASE. EXACT = FIRST AND LAST BOTH EQUAL *
002900* (A LIST ENTRY WITH NO FIRST NAME MATCHES ON THE LAST NAME *
003000* ALONE). NEAR = FIRST AND LAST EACH WITHIN ONE CHARACTER   *
003100* OF THE LIST, OR THE TWO NAMES TRANSPOSED. A HIT ALREADY   *
003200* ON FILE FOR THE SAME NAME IS LEFT AS IT IS -- COMPLIANCE  *
003300* HAS SEEN IT OR WILL. A CLEARED HIT THAT MATCHES AGAIN     *
003400* UNDER A CHANGED NAME IS OPENED AGAIN. WC-RESULT: C = NO   *
003500* MATCH, H = AT LEAST ONE NEW OR REOPENED HIT, K = ONLY     *
003600* HITS ALREADY ON FILE, N = NO WATCH LIST ON THE SYSTEM, E  *
003700* = FILE TROUBLE OR LIST TOO LARGE.                         *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT MYWATCHLIST ASSIGN TO "TWatchList.dat"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS WC-WL-STATUS.
004500     SELECT MYHITFILE ASSIGN TO "TScreenHit.dat"
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS DYNAMIC
004800         RECORD KEY IS SCH-KEY
004900         FILE STATUS IS WC-HIT-STATUS.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  MYWATCHLIST.
005300     COPY DL295.
005400 FD  MYHITFILE.
005500     COPY DL300.
005600 WORKING-STORAGE SECTION.
005700 01  WC-WL-STATUS     PIC XX        VALUE "00".
005800     88  WC-WL-OK                   VALUE "00".
005900     88  WC-WL-NOT-FOUND            VALUE "35".
006000 01  WC-HIT-STATUS    PIC XX        VALUE "00".
006100     88  WC-HIT-OK                  VALUE "00".
006200     88  WC-HIT-NOT-FOUND           VALUE "35".
006300 01  WC-STATE-SW      PIC X         VALUE "N".
006400     88  WC-NOT-LOADED              VALUE "N".
006500     88  WC-READY                   VALUE "Y".
006600     88  WC-NO-LIST                 VALUE "X".
006700     88  WC-IN-ERROR                VALUE "E".
006800 01  WC-HIT-OPEN-SW   PIC X         VALUE "N".
006900     88  WC-HIT-IS-OPEN             VALUE "Y".
007000 01  WC-EOF-SW        PIC X         VALUE "N".
007100     88  WC-EOF                     VALUE "Y".
007200 01  WC-MATCH-SW      PIC X         VALUE SPACE.
007300     88  WC-NO-MATCH                VALUE SPACE.
007400     88  WC-EXACT                   VALUE "E".
007500     88  WC-NEAR                    VALUE "N".
007600*----------------------------------------------------------*
007700* THE LIST, UPPER-CASED AS IT LOADS. AN OVERFLOW PUTS THE   *
007800* SERVICE IN ERROR RATHER THAN SCREEN AGAINST PART OF IT.   *
007900*----------------------------------------------------------*
008000 01  WC-LIST-TALLY    PIC 9(5) COMP VALUE ZERO.
008100 01  WC-LIST-SUB      PIC 9(5) COMP VALUE ZERO.
008200 01  WC-LIST-LIMIT    PIC 9(5) COMP VALUE 3000.
008300 01  WC-LIST-TABLE.
008400     05  WC-LIST-ENTRY OCCURS 3000 TIMES.
008500         10  WC-L-ID        PIC X(8).
008600         10  WC-L-FIRST     PIC X(4).
008700         10  WC-L-LAST      PIC X(4).
008800 01  WC-ACCT-UPPER.
008900     05  WC-A-FIRST       PIC X(4).
009000     05  WC-A-LAST        PIC X(4).
009100 01  WC-CMP-1         PIC X(4)      VALUE SPACES.
009200 01  WC-CMP-2         PIC X(4)      VALUE SPACES.
009300 01  WC-POS           PIC 9    COMP VALUE ZERO.
009400 01  WC-DIFF          PIC 9    COMP VALUE ZERO.
009500 01  WC-DIFF-FIRST    PIC 9    COMP VALUE ZERO.
009600 01  WC-DIFF-LAST     PIC 9    COMP VALUE ZERO.
009700 01  WC-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TWLCHK".
009800 01  WC-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-LOAD-LIST".
009900 01  WC-ERRLOG-SEVERITY   PIC X(1)  VALUE "E".
010000 LINKAGE SECTION.
010100 01  WC-FUNCTION      PIC X.
010200     88  WC-FN-SCREEN               VALUE "S".
010300     88  WC-FN-CLOSE                VALUE "C".
010400     88  WC-FN-FROZEN               VALUE "F".
010500 01  WC-ACCT-NUMBER   PIC X(8).
010600 01  WC-ACCT-NAME     PIC X(8).
010700 01  WC-SCREEN-DATE   PIC 9(8).
010800 01  WC-RESULT        PIC X.
010900 01  WC-NEW-COUNT     PIC 9(5).
011000 01  WC-MATCH-COUNT   PIC 9(5).
011100 01  WC-LIST-COUNT    PIC 9(5).
011200 PROCEDURE DIVISION USING WC-FUNCTION, WC-ACCT-NUMBER,
011300     WC-ACCT-NAME, WC-SCREEN-DATE, WC-RESULT, WC-NEW-COUNT,
011400     WC-MATCH-COUNT, WC-LIST-COUNT.
011500 0000-MAINLINE.
011600     MOVE ZERO TO WC-NEW-COUNT.
011700     MOVE ZERO TO WC-MATCH-COUNT.
011800     IF WC-FN-CLOSE
011900         PERFORM 9000-CLOSE THRU 9000-EXIT
012000         MOVE "C" TO WC-RESULT
012100         GOBACK
012200     END-IF.
012300     IF WC-FN-FROZEN
012400         PERFORM 4000-CHECK-FROZEN THRU 4000-EXIT
012500         GOBACK
012600     END-IF.
012700     IF WC-NOT-LOADED
012800         PERFORM 1000-LOAD-LIST THRU 1000-EXIT
012900     END-IF.
013000     MOVE WC-LIST-TALLY TO WC-LIST-COUNT.
013100     EVALUATE TRUE
013200         WHEN WC-NO-LIST
013300             MOVE "N" TO WC-RESULT
013400         WHEN WC-IN-ERROR
013500             MOVE "E" TO WC-RESULT
013600         WHEN OTHER
013700             PERFORM 2000-SCREEN-ACCOUNT THRU 2000-EXIT
013800     END-EVALUATE.
013900     GOBACK.
014000
014100*----------------------------------------------------------*
014200* 1000-LOAD-LIST TAKES THE WHOLE WATCH LIST INTO THE TABLE  *
014300* AND OPENS THE HIT FILE, CREATING IT ON FIRST USE.         *
014400*----------------------------------------------------------*
014500 1000-LOAD-LIST.
014600     SET WC-READY TO TRUE.
014700     MOVE ZERO TO WC-LIST-TALLY.
014800     MOVE "N"  TO WC-EOF-SW.
014900     OPEN INPUT MYWATCHLIST.
015000     IF WC-WL-NOT-FOUND
015100         SET WC-NO-LIST TO TRUE
015200         GO TO 1000-EXIT
015300     END-IF.
015400     IF NOT WC-WL-OK
015500         MOVE "1000-LOAD-LIST" TO WC-ERRLOG-PARAGRAPH
015600         CALL "TERRLOG" USING WC-ERRLOG-PROGRAM-ID,
015700             WC-ERRLOG-PARAGRAPH, WC-ERRLOG-SEVERITY
015800         SET WC-IN-ERROR TO TRUE
015900         GO TO 1000-EXIT
016000     END-IF.
016100     PERFORM 1100-LOAD-ONE THRU 1100-EXIT
016200         UNTIL WC-EOF OR WC-IN-ERROR.
016300     CLOSE MYWATCHLIST.
016400     IF WC-IN-ERROR
016500         GO TO 1000-EXIT
016600     END-IF.
016700     IF NOT WC-HIT-IS-OPEN
016800         PERFORM 1500-OPEN-HITS THRU 1500-EXIT
016900     END-IF.
017000     IF NOT WC-HIT-IS-OPEN
017100         SET WC-IN-ERROR TO TRUE
017200     END-IF.
017300 1000-EXIT.
017400     EXIT.
017500
017600 1100-LOAD-ONE.
017700     READ MYWATCHLIST
017800         AT END
017900             SET WC-EOF TO TRUE
018000             GO TO 1100-EXIT
018100     END-READ.
018200     IF WL-NAME = SPACES OR WL-NAME-LAST = SPACES
018300         GO TO 1100-EXIT
018400     END-IF.
018500     IF WC-LIST-TALLY NOT < WC-LIST-LIMIT
018600         MOVE "1100-LOAD-ONE" TO WC-ERRLOG-PARAGRAPH
018700         CALL "TERRLOG" USING WC-ERRLOG-PROGRAM-ID,
018800             WC-ERRLOG-PARAGRAPH, WC-ERRLOG-SEVERITY
018900         SET WC-IN-ERROR TO TRUE
019000         GO TO 1100-EXIT
019100     END-IF.
019200     ADD 1 TO WC-LIST-TALLY.
019300     MOVE WL-ENTRY-ID   TO WC-L-ID (WC-LIST-TALLY).
019400     MOVE WL-NAME-FIRST TO WC-L-FIRST (WC-LIST-TALLY).
019500     MOVE WL-NAME-LAST  TO WC-L-LAST (WC-LIST-TALLY).
019600     INSPECT WC-LIST-ENTRY (WC-LIST-TALLY)
019700         CONVERTING "abcdefghijklmnopqrstuvwxyz"
019800         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
019900 1100-EXIT.
020000     EXIT.
020100
020200*----------------------------------------------------------*
020300* THE HIT FILE IS CREATE-ON-FIRST-USE, THE SAME STATUS-35   *
020400* FALLBACK TACTMON USES FOR ITS ALERT FILE.                 *
020500*----------------------------------------------------------*
020600 1500-OPEN-HITS.
020700     OPEN I-O MYHITFILE.
020800     IF WC-HIT-NOT-FOUND
020900         OPEN OUTPUT MYHITFILE
021000         CLOSE MYHITFILE
021100         OPEN I-O MYHITFILE
021200     END-IF.
021300     IF WC-HIT-OK
021400         SET WC-HIT-IS-OPEN TO TRUE
021500     ELSE
021600         MOVE "1500-OPEN-HITS" TO WC-ERRLOG-PARAGRAPH
021700         CALL "TERRLOG" USING WC-ERRLOG-PROGRAM-ID,
021800             WC-ERRLOG-PARAGRAPH, WC-ERRLOG-SEVERITY
021900     END-IF.
022000 1500-EXIT.
022100     EXIT.
022200
022300*----------------------------------------------------------*
022400* 2000-SCREEN-ACCOUNT HOLDS ONE ACCOUNT NAME AGAINST EVERY  *
022500* ENTRY. AN ACCOUNT WITH NO NAME HAS NOTHING TO SCREEN.     *
022600*----------------------------------------------------------*
022700 2000-SCREEN-ACCOUNT.
022800     MOVE "C" TO WC-RESULT.
022900     MOVE WC-ACCT-NAME TO WC-ACCT-UPPER.
023000     INSPECT WC-ACCT-UPPER
023100         CONVERTING "abcdefghijklmnopqrstuvwxyz"
023200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
023300     IF WC-ACCT-UPPER = SPACES
023400         GO TO 2000-EXIT
023500     END-IF.
023600     PERFORM 2100-COMPARE-ENTRY THRU 2100-EXIT
023700         VARYING WC-LIST-SUB FROM 1 BY 1
023800         UNTIL WC-LIST-SUB > WC-LIST-TALLY.
023900     IF WC-NEW-COUNT > ZERO
024000         MOVE "H" TO WC-RESULT
024100     ELSE
024200         IF WC-MATCH-COUNT > ZERO
024300             MOVE "K" TO WC-RESULT
024400         END-IF
024500     END-IF.
024600 2000-EXIT.
024700     EXIT.
024800
024900 2100-COMPARE-ENTRY.
025000     MOVE SPACE TO WC-MATCH-SW.
025100     IF WC-L-FIRST (WC-LIST-SUB) = SPACES
025200         IF WC-L-LAST (WC-LIST-SUB) = WC-A-LAST
025300             SET WC-EXACT TO TRUE
025400         END-IF
025500         GO TO 2100-CHECK
025600     END-IF.
025700     IF WC-L-FIRST (WC-LIST-SUB) = WC-A-FIRST
025800         AND WC-L-LAST (WC-LIST-SUB) = WC-A-LAST
025900         SET WC-EXACT TO TRUE
026000         GO TO 2100-CHECK
026100     END-IF.
026200     IF WC-L-FIRST (WC-LIST-SUB) = WC-A-LAST
026300         AND WC-L-LAST (WC-LIST-SUB) = WC-A-FIRST
026400         SET WC-NEAR TO TRUE
026500         GO TO 2100-CHECK
026600     END-IF.
026700     MOVE WC-L-FIRST (WC-LIST-SUB) TO WC-CMP-1.
026800     MOVE WC-A-FIRST               TO WC-CMP-2.
026900     PERFORM 2200-COUNT-DIFF THRU 2200-EXIT.
027000     MOVE WC-DIFF TO WC-DIFF-FIRST.
027100     MOVE WC-L-LAST (WC-LIST-SUB)  TO WC-CMP-1.
027200     MOVE WC-A-LAST                TO WC-CMP-2.
027300     PERFORM 2200-COUNT-DIFF THRU 2200-EXIT.
027400     MOVE WC-DIFF TO WC-DIFF-LAST.
027500     IF WC-DIFF-FIRST < 2 AND WC-DIFF-LAST < 2
027600         SET WC-NEAR TO TRUE
027700     END-IF.
027800 2100-CHECK.
027900     IF NOT WC-NO-MATCH
028000         ADD 1 TO WC-MATCH-COUNT
028100         PERFORM 3000-FILE-HIT THRU 3000-EXIT
028200     END-IF.
028300 2100-EXIT.
028400     EXIT.
028500
028600*----------------------------------------------------------*
028700* 2200-COUNT-DIFF COUNTS THE CHARACTER POSITIONS WHERE THE  *
028800* TWO FOUR-CHARACTER NAMES IN WC-CMP-1 AND WC-CMP-2 DIFFER. *
028900*----------------------------------------------------------*
029000 2200-COUNT-DIFF.
029100     MOVE ZERO TO WC-DIFF.
029200     PERFORM 2300-COMPARE-POSITION THRU 2300-EXIT
029300         VARYING WC-POS FROM 1 BY 1
029400         UNTIL WC-POS > 4.
029500 2200-EXIT.
029600     EXIT.
029700
029800 2300-COMPARE-POSITION.
029900     IF WC-CMP-1 (WC-POS:1) NOT = WC-CMP-2 (WC-POS:1)
030000         ADD 1 TO WC-DIFF
030100     END-IF.
030200 2300-EXIT.
030300     EXIT.
030400
030500*----------------------------------------------------------*
030600* 3000-FILE-HIT PUTS THE MATCH ON THE HIT FILE. A HIT ON    *
030700* FILE UNDER THE SAME ACCOUNT NAME IS LEFT ALONE. UNDER A   *
030800* CHANGED NAME, AN OPEN OR CONFIRMED HIT TAKES THE NEW NAME *
030900* AND STANDS; A CLEARED ONE IS OPENED AGAIN FOR REVIEW.     *
031000*----------------------------------------------------------*
031100 3000-FILE-HIT.
031200     MOVE WC-ACCT-NUMBER        TO SCH-ACCT-NUMBER.
031300     MOVE WC-L-ID (WC-LIST-SUB) TO SCH-ENTRY-ID.
031400     READ MYHITFILE
031500         INVALID KEY
031600             PERFORM 3100-NEW-HIT THRU 3100-EXIT
031700             GO TO 3000-EXIT
031800     END-READ.
031900     IF SCH-ACCT-NAME = WC-ACCT-NAME
032000         GO TO 3000-EXIT
032100     END-IF.
032200     MOVE WC-ACCT-NAME TO SCH-ACCT-NAME.
032300     MOVE WC-MATCH-SW  TO SCH-MATCH-TYPE.
032400     IF SCH-IS-CLEARED
032500         SET SCH-IS-OPEN        TO TRUE
032600         MOVE WC-SCREEN-DATE    TO SCH-RAISED-DATE
032700         MOVE SPACE             TO SCH-PRIOR-STATUS
032800         MOVE SPACES            TO SCH-REVIEW-OPERATOR
032900         MOVE ZERO              TO SCH-REVIEW-DATE
033000         MOVE SPACES            TO SCH-COMMENT
033100         ADD 1 TO WC-NEW-COUNT
033200     END-IF.
033300     REWRITE SCREEN-HIT-RECORD
033400         INVALID KEY
033500             MOVE "3000-FILE-HIT" TO WC-ERRLOG-PARAGRAPH
033600             CALL "TERRLOG" USING WC-ERRLOG-PROGRAM-ID,
033700                 WC-ERRLOG-PARAGRAPH, WC-ERRLOG-SEVERITY
033800     END-REWRITE.
033900 3000-EXIT.
034000     EXIT.
034100
034200 3100-NEW-HIT.
034300     MOVE WC-MATCH-SW    TO SCH-MATCH-TYPE.
034400     MOVE WC-ACCT-NAME   TO SCH-ACCT-NAME.
034500     MOVE WC-L-FIRST (WC-LIST-SUB) TO SCH-LIST-NAME (1:4).
034600     MOVE WC-L-LAST (WC-LIST-SUB)  TO SCH-LIST-NAME (5:4).
034700     MOVE WC-SCREEN-DATE TO SCH-RAISED-DATE.
034800     SET SCH-IS-OPEN     TO TRUE.
034900     MOVE SPACE          TO SCH-PRIOR-STATUS.
035000     MOVE SPACES         TO SCH-REVIEW-OPERATOR.
035100     MOVE ZERO           TO SCH-REVIEW-DATE.
035200     MOVE SPACES         TO SCH-COMMENT.
035300     WRITE SCREEN-HIT-RECORD
035400         INVALID KEY
035500             MOVE "3100-NEW-HIT" TO WC-ERRLOG-PARAGRAPH
035600             CALL "TERRLOG" USING WC-ERRLOG-PROGRAM-ID,
035700                 WC-ERRLOG-PARAGRAPH, WC-ERRLOG-SEVERITY
035800         NOT INVALID KEY
035900             ADD 1 TO WC-NEW-COUNT
036000     END-WRITE.
036100 3100-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------*
036500* 4000-CHECK-FROZEN ANSWERS WHETHER THE ACCOUNT HAS A       *
036600* CONFIRMED HIT ON FILE -- RESULT F IF IT DOES, C IF NOT, E *
036700* IF THE HIT FILE CANNOT BE OPENED. THE LIST IS NOT NEEDED. *
036800*----------------------------------------------------------*
036900 4000-CHECK-FROZEN.
037000     MOVE "C" TO WC-RESULT.
037100     IF NOT WC-HIT-IS-OPEN
037200         PERFORM 1500-OPEN-HITS THRU 1500-EXIT
037300     END-IF.
037400     IF NOT WC-HIT-IS-OPEN
037500         MOVE "E" TO WC-RESULT
037600         GO TO 4000-EXIT
037700     END-IF.
037800     MOVE "N"            TO WC-EOF-SW.
037900     MOVE WC-ACCT-NUMBER TO SCH-ACCT-NUMBER.
038000     MOVE LOW-VALUES     TO SCH-ENTRY-ID.
038100     START MYHITFILE KEY IS NOT LESS THAN SCH-KEY
038200         INVALID KEY
038300             SET WC-EOF TO TRUE
038400     END-START.
038500     PERFORM 4100-SCAN-ACCOUNT THRU 4100-EXIT
038600         UNTIL WC-EOF.
038700 4000-EXIT.
038800     EXIT.
038900
039000 4100-SCAN-ACCOUNT.
039100     READ MYHITFILE NEXT RECORD
039200         AT END
039300             SET WC-EOF TO TRUE
039400             GO TO 4100-EXIT
039500     END-READ.
039600     IF SCH-ACCT-NUMBER NOT = WC-ACCT-NUMBER
039700         SET WC-EOF TO TRUE
039800         GO TO 4100-EXIT
039900     END-IF.
040000     IF SCH-IS-CONFIRMED
040100         MOVE "F" TO WC-RESULT
040200         SET WC-EOF TO TRUE
040300     END-IF.
040400 4100-EXIT.
040500     EXIT.
040600
040700 9000-CLOSE.
040800     IF WC-HIT-IS-OPEN
040900         CLOSE MYHITFILE
041000         MOVE "N" TO WC-HIT-OPEN-SW
041100     END-IF.
041200     SET WC-NOT-LOADED TO TRUE.
041300 9000-EXIT.
041400     EXIT.
041500
041600* Input:
041700*    LINKAGE parameters from the calling program -- function
041800*         (S/F/C), account number, account name (first 4, last
041900*         4), and the date to stamp on a new hit
042000*    file "TWatchList.dat" (DL295 watch list, loaded once per
042100*         open)
042200* Input/Output:
042300*    file "TScreenHit.dat" (DL300 hits, indexed, created on
042400*         first use)
042500* Output:
042600*    WC-RESULT (C/H/K/N/E; F/C/E for the F function), new
042700*    or reopened hits, matches, and the number of entries on
042800*    the list
