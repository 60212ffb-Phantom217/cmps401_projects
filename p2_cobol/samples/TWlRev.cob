000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TWLREV.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. COMPLIANCE REVIEW
001200*                      SCREEN FOR THE DL300 WATCH-LIST HITS ON
001300*                      TSCREENHIT.DAT. L LISTS EVERY HIT OPEN
001400*                      OR CONFIRMED; R TAKES ONE HIT BY
001500*                      ACCOUNT AND LIST ID AND CLEARS IT OR
001600*                      CONFIRMS IT, WITH A COMMENT. A
001700*                      CONFIRMED HIT FREEZES THE ACCOUNT ON
001800*                      TACCTMASTER.DAT; CLEARING IT LATER PUTS
001900*                      THE ACCOUNT BACK THE WAY IT WAS. EVERY
002000*                      STATUS CHANGE GOES ON THE DL215 TRAIL.
002100*                      BEHIND THE TSIGNON CHECK AT AUTHORITY
002200*                      LEVEL 3, THE SAME AS TACCTM'S STATUS
002300*                      FUNCTION.
002310*    2026-10-15 DL     THE FREEZE AND RELEASE NOW GO ON THE
002340*                      TRAIL AS DL215 W LINES RATHER THAN S.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* AN OPEN HIT MAY BE CLEARED OR CONFIRMED; A CONFIRMED HIT  *
002700* MAY ONLY BE CLEARED; A CLEARED HIT IS FINISHED. THE       *
002800* STATUS THE ACCOUNT HAD BEFORE THE FREEZE RIDES ON THE HIT *
002900* AND IS RESTORED WHEN THE LAST CONFIRMED HIT ON THE        *
003000* ACCOUNT IS CLEARED -- WHILE ANOTHER CONFIRMED HIT STANDS  *
003100* THE ACCOUNT STAYS FROZEN. AN ACCOUNT FROZEN BY HAND       *
003200* BEFORE THE HIT WAS CONFIRMED STAYS FROZEN WHEN IT CLEARS, *
003300* AND A CLOSED ACCOUNT IS NEVER REOPENED BY A FREEZE.       *
003400*----------------------------------------------------------*
003500 ENVIRONMENT DIVISION.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MYHITFILE ASSIGN TO "TScreenHit.dat"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS DYNAMIC
004100         RECORD KEY IS SCH-KEY
004200         FILE STATUS IS TWR-HIT-STATUS.
004300     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS DYNAMIC
004600         RECORD KEY IS ACCT-NUMBER
004700         FILE STATUS IS TWR-MST-STATUS.
004800     SELECT MYACCTAUD ASSIGN TO "TAcctAudit.dat"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS TWR-AUD-STATUS.
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  MYHITFILE.
005400     COPY DL300.
005500 FD  MYMASTER.
005600     COPY DL140.
005700 FD  MYACCTAUD.
005800     COPY DL215.
005900 WORKING-STORAGE SECTION.
006000 01  TWR-HIT-STATUS   PIC XX        VALUE "00".
006100     88  TWR-HIT-OK                 VALUE "00".
006200     88  TWR-HIT-NOT-FOUND          VALUE "35".
006300 01  TWR-MST-STATUS   PIC XX        VALUE "00".
006400     88  TWR-MST-OK                 VALUE "00".
006500     88  TWR-MST-NOT-FOUND          VALUE "35".
006600 01  TWR-AUD-STATUS   PIC XX        VALUE "00".
006700     88  TWR-AUD-OK                 VALUE "00".
006800     88  TWR-AUD-NOT-FOUND          VALUE "35".
006900 01  TWR-HIT-EOF-SW   PIC X         VALUE "N".
007000     88  TWR-HIT-EOF                VALUE "Y".
007100 01  TWR-FUNCTION     PIC X         VALUE SPACE.
007200     88  TWR-FUNCTION-LIST          VALUE "L".
007300     88  TWR-FUNCTION-REVIEW        VALUE "R".
007400     88  TWR-FUNCTION-QUIT          VALUE "Q".
007500 01  TWR-ACTION       PIC X         VALUE SPACE.
007600     88  TWR-ACTION-CLEAR           VALUE "C".
007700     88  TWR-ACTION-CONFIRM         VALUE "F".
007800 01  TWR-OTHER-SW     PIC X         VALUE "N".
007900     88  TWR-OTHER-CONFIRMED        VALUE "Y".
008000 01  TWR-OTHER-PRIOR  PIC X         VALUE SPACE.
008100 01  TWR-PRIOR-STATUS PIC X         VALUE SPACE.
008200 01  TWR-KEY-ACCT     PIC X(8)      VALUE SPACES.
008300 01  TWR-KEY-ENTRY    PIC X(8)      VALUE SPACES.
008400 01  TWR-COMMENT      PIC X(40)     VALUE SPACES.
008500 01  TWR-TODAY        PIC 9(8)      VALUE ZERO.
008600 01  TWR-LIST-COUNT   PIC 9(5) COMP VALUE ZERO.
008700 01  TWR-SET-STATUS   PIC X         VALUE SPACE.
008800 01  TWR-SG-LEVEL     PIC 9          VALUE 3.
008900 01  TWR-SG-RESULT    PIC X          VALUE SPACE.
009000     88  TWR-SG-GRANTED              VALUE "G".
009100 01  TWR-OPERATOR-ID  PIC X(8)       VALUE SPACES.
009200 01  TWR-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TWLREV".
009300 01  TWR-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
009400 01  TWR-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
009500 PROCEDURE DIVISION.
009600 0000-MAINLINE.
009700     CALL "TSIGNON" USING TWR-SG-LEVEL, TWR-SG-RESULT,
009800         TWR-OPERATOR-ID.
009900     IF NOT TWR-SG-GRANTED
010000         DISPLAY "WATCH-LIST REVIEW NOT STARTED"
010100         STOP RUN
010200     END-IF.
010300     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
010400     PERFORM 2000-CHOOSE-FUNCTION THRU 2000-EXIT
010500         UNTIL TWR-FUNCTION-QUIT.
010600     CLOSE MYHITFILE.
010700     CLOSE MYMASTER.
010800     CLOSE MYACCTAUD.
010900     STOP RUN.
011000
011100 1000-OPEN-FILES.
011200     ACCEPT TWR-TODAY FROM DATE YYYYMMDD.
011300     OPEN I-O MYHITFILE.
011400     IF TWR-HIT-NOT-FOUND
011500         DISPLAY "NO TScreenHit.dat, NO HITS TO REVIEW"
011600         STOP RUN
011700     END-IF.
011800     IF NOT TWR-HIT-OK
011900         DISPLAY "UNABLE TO OPEN TScreenHit.dat, STATUS = ",
012000             TWR-HIT-STATUS
012100         CALL "TERRLOG" USING TWR-ERRLOG-PROGRAM-ID,
012200             TWR-ERRLOG-PARAGRAPH, TWR-ERRLOG-SEVERITY
012300         STOP RUN
012400     END-IF.
012500     OPEN I-O MYMASTER.
012600     IF NOT TWR-MST-OK
012700         DISPLAY "UNABLE TO OPEN TAcctMaster.dat, STATUS = ",
012800             TWR-MST-STATUS
012900         CALL "TERRLOG" USING TWR-ERRLOG-PROGRAM-ID,
013000             TWR-ERRLOG-PARAGRAPH, TWR-ERRLOG-SEVERITY
013100         CLOSE MYHITFILE
013200         STOP RUN
013300     END-IF.
013400     OPEN EXTEND MYACCTAUD.
013500     IF TWR-AUD-NOT-FOUND
013600         OPEN OUTPUT MYACCTAUD
013700     END-IF.
013800 1000-EXIT.
013900     EXIT.
014000
014100 2000-CHOOSE-FUNCTION.
014200     DISPLAY "FUNCTION (L=LIST OPEN, R=REVIEW, Q=QUIT): ".
014300     ACCEPT TWR-FUNCTION.
014400     IF TWR-FUNCTION-LIST
014500         PERFORM 3000-LIST-OPEN THRU 3000-EXIT
014600     ELSE
014700         IF TWR-FUNCTION-REVIEW
014800             PERFORM 4000-REVIEW-HIT THRU 4000-EXIT
014900         END-IF
015000     END-IF.
015100 2000-EXIT.
015200     EXIT.
015300
015400*----------------------------------------------------------*
015500* 3000-LIST-OPEN BROWSES THE WHOLE HIT FILE IN KEY ORDER    *
015600* AND SHOWS EVERY HIT NOT YET CLEARED, WITH ITS KEY AS THE  *
015700* REVIEWER WILL KEY IT ON R.                                *
015800*----------------------------------------------------------*
015900 3000-LIST-OPEN.
016000     MOVE ZERO TO TWR-LIST-COUNT.
016100     MOVE "N"  TO TWR-HIT-EOF-SW.
016200     MOVE LOW-VALUES TO SCH-KEY.
016300     START MYHITFILE KEY IS NOT LESS THAN SCH-KEY
016400         INVALID KEY
016500             SET TWR-HIT-EOF TO TRUE
016600     END-START.
016700     PERFORM 3100-LIST-ONE THRU 3100-EXIT
016800         UNTIL TWR-HIT-EOF.
016900     IF TWR-LIST-COUNT = ZERO
017000         DISPLAY "NO HITS AWAITING COMPLIANCE"
017100     END-IF.
017200 3000-EXIT.
017300     EXIT.
017400
017500 3100-LIST-ONE.
017600     READ MYHITFILE NEXT RECORD
017700         AT END
017800             SET TWR-HIT-EOF TO TRUE
017900             GO TO 3100-EXIT
018000     END-READ.
018100     IF SCH-IS-CLEARED
018200         GO TO 3100-EXIT
018300     END-IF.
018400     ADD 1 TO TWR-LIST-COUNT.
018500     PERFORM 5000-SHOW-HIT THRU 5000-EXIT.
018600 3100-EXIT.
018700     EXIT.
018800
018900 4000-REVIEW-HIT.
019000     DISPLAY "ACCOUNT (8 CHAR): ".
019100     ACCEPT TWR-KEY-ACCT.
019200     DISPLAY "LIST ID (8 CHAR): ".
019300     ACCEPT TWR-KEY-ENTRY.
019400     MOVE TWR-KEY-ACCT  TO SCH-ACCT-NUMBER.
019500     MOVE TWR-KEY-ENTRY TO SCH-ENTRY-ID.
019600     READ MYHITFILE
019700         INVALID KEY
019800             DISPLAY "NO HIT ", TWR-KEY-ACCT, " ", TWR-KEY-ENTRY
019900             GO TO 4000-EXIT
020000     END-READ.
020100     PERFORM 5000-SHOW-HIT THRU 5000-EXIT.
020200     IF SCH-IS-CLEARED
020300         DISPLAY "HIT ALREADY CLEARED BY ", SCH-REVIEW-OPERATOR,
020400             " ON ", SCH-REVIEW-DATE
020500         GO TO 4000-EXIT
020600     END-IF.
020700     IF SCH-IS-CONFIRMED
020800         DISPLAY "ACTION (C=CLEAR AND RELEASE THE FREEZE, ",
020900             "BLANK=LEAVE): "
021000     ELSE
021100         DISPLAY "ACTION (C=CLEAR, F=CONFIRM AND FREEZE, ",
021200             "BLANK=LEAVE): "
021300     END-IF.
021400     ACCEPT TWR-ACTION.
021500     IF NOT TWR-ACTION-CLEAR AND NOT TWR-ACTION-CONFIRM
021600         DISPLAY "HIT LEFT AS IT WAS"
021700         GO TO 4000-EXIT
021800     END-IF.
021900     IF TWR-ACTION-CONFIRM AND SCH-IS-CONFIRMED
022000         DISPLAY "HIT IS ALREADY CONFIRMED, LEFT AS IT WAS"
022100         GO TO 4000-EXIT
022200     END-IF.
022300     DISPLAY "COMMENT (40 CHAR): ".
022400     MOVE SPACES TO TWR-COMMENT.
022500     ACCEPT TWR-COMMENT.
022600     IF TWR-COMMENT = SPACES
022700         DISPLAY "A COMMENT IS REQUIRED, HIT LEFT AS IT WAS"
022800         GO TO 4000-EXIT
022900     END-IF.
023000     IF TWR-ACTION-CONFIRM
023100         PERFORM 6000-FREEZE-ACCOUNT THRU 6000-EXIT
023200     ELSE
023300         IF SCH-IS-CONFIRMED
023400             PERFORM 7000-RELEASE-ACCOUNT THRU 7000-EXIT
023500         END-IF
023600     END-IF.
023700     PERFORM 4500-UPDATE-HIT THRU 4500-EXIT.
023800 4000-EXIT.
023900     EXIT.
024000
024100*----------------------------------------------------------*
024200* 4500-UPDATE-HIT READS THE HIT AGAIN (THE FREEZE AND       *
024300* RELEASE SCANS MOVE THE FILE AREA) AND REWRITES IT WITH    *
024400* THE DECISION, THE REVIEWER, AND THE COMMENT.              *
024500*----------------------------------------------------------*
024600 4500-UPDATE-HIT.
024700     MOVE TWR-KEY-ACCT  TO SCH-ACCT-NUMBER.
024800     MOVE TWR-KEY-ENTRY TO SCH-ENTRY-ID.
024900     READ MYHITFILE
025000         INVALID KEY
025100             DISPLAY "HIT VANISHED DURING REVIEW"
025200             GO TO 4500-EXIT
025300     END-READ.
025400     IF TWR-ACTION-CONFIRM
025500         SET SCH-IS-CONFIRMED   TO TRUE
025600         MOVE TWR-PRIOR-STATUS  TO SCH-PRIOR-STATUS
025700     ELSE
025800         SET SCH-IS-CLEARED     TO TRUE
025900     END-IF.
026000     MOVE TWR-OPERATOR-ID TO SCH-REVIEW-OPERATOR.
026100     MOVE TWR-TODAY       TO SCH-REVIEW-DATE.
026200     MOVE TWR-COMMENT     TO SCH-COMMENT.
026300     REWRITE SCREEN-HIT-RECORD
026400         INVALID KEY
026500             DISPLAY "HIT COULD NOT BE UPDATED, STATUS = ",
026600                 TWR-HIT-STATUS
026700             MOVE "4500-UPDATE-HIT" TO TWR-ERRLOG-PARAGRAPH
026800             CALL "TERRLOG" USING TWR-ERRLOG-PROGRAM-ID,
026900                 TWR-ERRLOG-PARAGRAPH, TWR-ERRLOG-SEVERITY
027000         NOT INVALID KEY
027100             DISPLAY "HIT ", SCH-ACCT-NUMBER, " ", SCH-ENTRY-ID,
027200                 " NOW ", SCH-STATUS
027300     END-REWRITE.
027400 4500-EXIT.
027500     EXIT.
027600
027700 5000-SHOW-HIT.
027800     DISPLAY SCH-ACCT-NUMBER, " ", SCH-ENTRY-ID, "  MATCH ",
027900         SCH-MATCH-TYPE, "  ACCOUNT NAME ", SCH-ACCT-NAME,
028000         "  LIST NAME ", SCH-LIST-NAME, "  RAISED ",
028100         SCH-RAISED-DATE, "  STATUS ", SCH-STATUS.
028200     IF SCH-REVIEW-OPERATOR NOT = SPACES
028300         DISPLAY "    LAST REVIEW ", SCH-REVIEW-DATE, " BY ",
028400             SCH-REVIEW-OPERATOR, ": ", SCH-COMMENT
028500     END-IF.
028600 5000-EXIT.
028700     EXIT.
028800
028900*----------------------------------------------------------*
029000* 6000-FREEZE-ACCOUNT FREEZES THE ACCOUNT FOR A CONFIRMED   *
029100* HIT AND WORKS OUT THE STATUS TO PUT BACK LATER. IF THE    *
029200* ACCOUNT IS ALREADY FROZEN, THAT IS ANOTHER CONFIRMED      *
029300* HIT'S FREEZE (WHOSE SAVED STATUS IS BORROWED) OR A FREEZE *
029400* BY HAND (SAVED AS F, SO IT OUTLIVES THIS HIT).            *
029500*----------------------------------------------------------*
029600 6000-FREEZE-ACCOUNT.
029700     MOVE TWR-KEY-ACCT TO ACCT-NUMBER.
029800     READ MYMASTER
029900         INVALID KEY
030000             DISPLAY "ACCOUNT ", TWR-KEY-ACCT, " NOT ON MASTER,",
030100                 " NOTHING TO FREEZE"
030200             MOVE SPACE TO TWR-PRIOR-STATUS
030300             GO TO 6000-EXIT
030400     END-READ.
030500     IF ACCT-IS-CLOSED
030600         DISPLAY "ACCOUNT ", ACCT-NUMBER, " IS CLOSED, LEFT ",
030700             "CLOSED"
030800         MOVE "C" TO TWR-PRIOR-STATUS
030900         GO TO 6000-EXIT
031000     END-IF.
031100     IF ACCT-IS-FROZEN
031200         PERFORM 8000-FIND-OTHER THRU 8000-EXIT
031300         IF TWR-OTHER-CONFIRMED
031400             MOVE TWR-OTHER-PRIOR TO TWR-PRIOR-STATUS
031500         ELSE
031600             MOVE "F" TO TWR-PRIOR-STATUS
031700         END-IF
031800         DISPLAY "ACCOUNT ", ACCT-NUMBER, " ALREADY FROZEN"
031900         GO TO 6000-EXIT
032000     END-IF.
032100     IF ACCT-STATUS = SPACE
032200         MOVE "O" TO TWR-PRIOR-STATUS
032300     ELSE
032400         MOVE ACCT-STATUS TO TWR-PRIOR-STATUS
032500     END-IF.
032600     MOVE "F" TO TWR-SET-STATUS.
032700     PERFORM 6500-SET-STATUS THRU 6500-EXIT.
032800 6000-EXIT.
032900     EXIT.
033000
033100*----------------------------------------------------------*
033200* 6500-SET-STATUS REWRITES THE ACCOUNT IN THE MASTER AREA   *
033300* WITH THE STATUS IN TWR-SET-STATUS AND WRITES THE DL215    *
033400* LINE -- W, SO THE TRAIL TELLS A WATCH-LIST FREEZE OR      *
033450* RELEASE APART FROM TACCTM'S OWN S STATUS CHANGES.         *
033500*----------------------------------------------------------*
033600 6500-SET-STATUS.
033700     MOVE ACCT-STATUS    TO AAU-OLD-STATUS.
033800     MOVE TWR-SET-STATUS TO ACCT-STATUS.
033900     MOVE TWR-TODAY      TO ACCT-STATUS-DATE.
034000     REWRITE ACCOUNT-MASTER-RECORD
034100         INVALID KEY
034200             DISPLAY "ACCOUNT ", ACCT-NUMBER, " NOT ON MASTER"
034300             GO TO 6500-EXIT
034400     END-REWRITE.
034500     DISPLAY "ACCOUNT ", ACCT-NUMBER, " STATUS NOW ", ACCT-STATUS.
034600     MOVE ACCT-NUMBER      TO AAU-ACCT-NUMBER.
034700     SET AAU-FN-WATCHLIST  TO TRUE.
034800     MOVE TWR-OPERATOR-ID  TO AAU-OPERATOR.
034900     ACCEPT AAU-DATE FROM DATE YYYYMMDD.
035000     ACCEPT AAU-TIME FROM TIME.
035100     MOVE ACCT-BALANCE     TO AAU-OLD-BALANCE.
035200     MOVE ACCT-BALANCE     TO AAU-NEW-BALANCE.
035300     MOVE ACCT-LIMIT       TO AAU-OLD-LIMIT.
035400     MOVE ACCT-LIMIT       TO AAU-NEW-LIMIT.
035500     MOVE ACCT-NAME        TO AAU-OLD-NAME.
035600     MOVE ACCT-NAME        TO AAU-NEW-NAME.
035700     MOVE ACCT-BRANCH      TO AAU-OLD-BRANCH.
035800     MOVE ACCT-BRANCH      TO AAU-NEW-BRANCH.
035900     MOVE ACCT-STATUS      TO AAU-NEW-STATUS.
036000     WRITE ACCT-AUDIT-RECORD.
036100 6500-EXIT.
036200     EXIT.
036300
036400*----------------------------------------------------------*
036500* 7000-RELEASE-ACCOUNT PUTS A FROZEN ACCOUNT BACK WHEN ITS  *
036600* LAST CONFIRMED HIT IS CLEARED. ANOTHER CONFIRMED HIT, A   *
036700* FREEZE BY HAND, OR AN ACCOUNT NO LONGER FROZEN LEAVES THE *
036800* MASTER ALONE.                                             *
036900*----------------------------------------------------------*
037000 7000-RELEASE-ACCOUNT.
037100     MOVE SCH-PRIOR-STATUS TO TWR-PRIOR-STATUS.
037200     PERFORM 8000-FIND-OTHER THRU 8000-EXIT.
037300     IF TWR-OTHER-CONFIRMED
037400         DISPLAY "ANOTHER CONFIRMED HIT STANDS, ACCOUNT STAYS ",
037500             "FROZEN"
037600         GO TO 7000-EXIT
037700     END-IF.
037800     MOVE TWR-KEY-ACCT TO ACCT-NUMBER.
037900     READ MYMASTER
038000         INVALID KEY
038100             DISPLAY "ACCOUNT ", TWR-KEY-ACCT, " NOT ON MASTER"
038200             GO TO 7000-EXIT
038300     END-READ.
038400     IF NOT ACCT-IS-FROZEN
038500         GO TO 7000-EXIT
038600     END-IF.
038700     IF TWR-PRIOR-STATUS = "F" OR TWR-PRIOR-STATUS = SPACE
038800         OR TWR-PRIOR-STATUS = "C"
038900         DISPLAY "ACCOUNT ", ACCT-NUMBER, " WAS FROZEN BEFORE ",
039000             "THE HIT, STAYS FROZEN"
039100         GO TO 7000-EXIT
039200     END-IF.
039300     MOVE TWR-PRIOR-STATUS TO TWR-SET-STATUS.
039400     PERFORM 6500-SET-STATUS THRU 6500-EXIT.
039500 7000-EXIT.
039600     EXIT.
039700
039800*----------------------------------------------------------*
039900* 8000-FIND-OTHER LOOKS FOR ANOTHER CONFIRMED HIT ON THE    *
040000* SAME ACCOUNT (NOT THE ONE UNDER REVIEW) AND KEEPS ITS     *
040100* SAVED STATUS.                                             *
040200*----------------------------------------------------------*
040300 8000-FIND-OTHER.
040400     MOVE "N"   TO TWR-OTHER-SW.
040500     MOVE SPACE TO TWR-OTHER-PRIOR.
040600     MOVE "N"   TO TWR-HIT-EOF-SW.
040700     MOVE TWR-KEY-ACCT TO SCH-ACCT-NUMBER.
040800     MOVE LOW-VALUES   TO SCH-ENTRY-ID.
040900     START MYHITFILE KEY IS NOT LESS THAN SCH-KEY
041000         INVALID KEY
041100             SET TWR-HIT-EOF TO TRUE
041200     END-START.
041300     PERFORM 8100-SCAN-OTHER THRU 8100-EXIT
041400         UNTIL TWR-HIT-EOF OR TWR-OTHER-CONFIRMED.
041500 8000-EXIT.
041600     EXIT.
041700
041800 8100-SCAN-OTHER.
041900     READ MYHITFILE NEXT RECORD
042000         AT END
042100             SET TWR-HIT-EOF TO TRUE
042200             GO TO 8100-EXIT
042300     END-READ.
042400     IF SCH-ACCT-NUMBER NOT = TWR-KEY-ACCT
042500         SET TWR-HIT-EOF TO TRUE
042600         GO TO 8100-EXIT
042700     END-IF.
042800     IF SCH-ENTRY-ID NOT = TWR-KEY-ENTRY AND SCH-IS-CONFIRMED
042900         SET TWR-OTHER-CONFIRMED TO TRUE
043000         MOVE SCH-PRIOR-STATUS TO TWR-OTHER-PRIOR
043100     END-IF.
043200 8100-EXIT.
043300     EXIT.
043400
043500* Input:
043600*    sign-on through TSIGNON (DL210 operator master, level 3)
043700*    console function code, hit key, action, and comment
043800* Input/Output:
043900*    file "TScreenHit.dat" (DL300 hits raised by TWLCHK) --
044000*         status, saved account status, reviewer, review date,
044100*         and comment rewritten
044200*    file "TAcctMaster.dat" (DL140 master) -- ACCT-STATUS set
044300*         to F on a confirm and put back on the last clear
044400* Output:
044500*    file "TAcctAudit.dat" (DL215 trail) -- one S line per
044600*         account status change
