003211*                      LEFT WAITING ON A CONSOLE. ENTRIES
003212*                      OLDER THAN THE RETENTION WINDOW ARE
003213*                      PURGED AT END OF A CLEAN RUN.
003215*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
003217*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
003219*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
003221*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
003223*                      THIS STEP'S WORK BY THE BUSINESS DAY
003225*                      BEING PROCESSED.
003227*    2026-10-15 DL     EXCEPTION REPORT BALANCE AND LIMIT
003229*                      WIDENED FOR THE S9(9)V99 DL140 AMOUNTS,
003231*                      SO AN ORDINARY POSTING NO LONGER SHOWS
003233*                      AS A BALANCE OVERFLOW.
003235*    2026-10-15 DL     POSTING JOURNAL LAYOUT NOW COMES FROM
003237*                      DL240, WHICH ADDS THE DETAIL'S Q/V FLAG
003239*                      AND TRANSACTION TYPE FOR THE MONTHLY
003241*                      STATEMENTS; JOURNAL RETENTION RAISED
003243*                      FROM 30 TO 45 DAYS SO A WHOLE MONTH IS
003245*                      ALWAYS ON HAND AT STATEMENT TIME.
003247*    2026-10-15 DL     POSTING JOURNAL LINES NOW CARRY THE
003249*                      CLOCK DATE AND TIME EACH REWRITE LANDED
003251*                      (DL240'S NEW JRNL-POST-DATE AND
003253*                      JRNL-POST-TIME), SO TMSTRCV CAN ROLL THE
003255*                      NIGHT'S POSTINGS FORWARD ONTO A RESTORED
003257*                      IMAGE IN ORDER WITH THE MASTER'S
003259*                      MAINTENANCE TRAIL. THE PURGE WORK LINE
003261*                      WIDENED TO MATCH.
003263*    2026-10-15 DL     POSTING NOW SORTS THE NIGHT'S DETAILS BY
003265*                      ACCOUNT (GENERATION SEQUENCE BREAKING
003267*                      TIES) AND MATCH-MERGES THEM AGAINST ONE
003269*                      FORWARD PASS OF THE MASTER INSTEAD OF A
003271*                      RANDOM READ PER DETAIL. EXCEPTIONS,
003273*                      JOURNAL, AND RERUN SKIPS ARE UNCHANGED:
003275*                      EACH APPLIED DETAIL STILL REWRITES AND
003277*                      JOURNALS AT ONCE.
003299 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT MYOUTGEN ASSIGN TO TPO-OUT-FILENAME
004230         FILE STATUS IS TPO-JRNL-STATUS.
004240     SELECT MYJRNLWORK ASSIGN TO "TPostJrnl.tmp"
004250         ORGANIZATION IS LINE SEQUENTIAL.
004300     SELECT MYSORTWORK ASSIGN TO "TPostSort.wrk".
004350     SELECT MYSORTED ASSIGN TO "TPostSort.tmp"
004400         ORGANIZATION IS LINE SEQUENTIAL
004450         FILE STATUS IS TPO-SRT-STATUS.
004500 DATA DIVISION.
004600 FILE SECTION.
004700 FD  MYOUTGEN.
005000 FD  MYMASTER.
005100     COPY DL140.
005110 FD  MYJOURNAL.
005120     COPY DL240.
005180 FD  MYJRNLWORK.
005190 01  JRNL-WORK-LINE       PIC X(45).
005195 01  JRNL-WORK-VIEW REDEFINES JRNL-WORK-LINE.
005196     05  JRNL-WORK-DATE   PIC X(8).
005197     05  FILLER           PIC X(37).
005200*----------------------------------------------------------*
005210* THE NIGHT'S DETAILS IN ACCOUNT ORDER. THE GENERATION
005220* SEQUENCE BREAKS TIES, SO AN ACCOUNT'S DETAILS POST IN THE
005230* ORDER THE BRANCHES SENT THEM.
005240*----------------------------------------------------------*
005250 SD  MYSORTWORK.
005260 01  SORT-DETAIL-RECORD.
005270     05  SRT-KEY          PIC X(8).
005280     05  SRT-SEQ          PIC 9(7).
005290     05  SRT-FLAG         PIC X.
005300     05  SRT-AMOUNT       PIC S9(5)V99.
005310     05  SRT-TRANS-TYPE   PIC X.
005320 FD  MYSORTED.
005330 01  POST-WORK-RECORD.
005340     05  PWK-KEY          PIC X(8).
005350     05  PWK-SEQ          PIC 9(7).
005360     05  PWK-FLAG         PIC X.
005370     05  PWK-AMOUNT       PIC S9(5)V99.
005380     05  PWK-TRANS-TYPE   PIC X.
005390         88  PWK-TYPE-REVERSAL      VALUE "R".
005500 WORKING-STORAGE SECTION.
005600 01  TPO-OUT-STATUS   PIC XX        VALUE "00".
005700     88  TPO-OUT-OK                 VALUE "00".
005900     88  TPO-MST-OK                 VALUE "00".
006000 01  TPO-OUT-EOF-SW   PIC X         VALUE "N".
006100     88  TPO-OUT-EOF                VALUE "Y".
006110 01  TPO-SRT-STATUS   PIC XX        VALUE "00".
006120     88  TPO-SRT-OK                 VALUE "00".
006130 01  TPO-DTL-EOF-SW   PIC X         VALUE "N".
006140     88  TPO-DTL-EOF                VALUE "Y".
006150 01  TPO-DTL-KEY      PIC X(8)      VALUE SPACES.
006160 01  TPO-MST-KEY      PIC X(8)      VALUE SPACES.
006170 01  TPO-SORT-SEQ     PIC 9(7) COMP VALUE ZERO.
006180 01  TPO-SORT-NAME    PIC X(20)     VALUE "TPostSort.tmp".
006200 01  TPO-ABORT-SW     PIC X         VALUE "N".
006300     88  TPO-ABORT-RUN              VALUE "Y".
006400 01  TPO-RUN-DATE     PIC 9(8)      VALUE ZERO.
007200 01  TPO-JRNL-TABLE.
007210     05  TPO-JRNL-ENTRY PIC X(8) OCCURS 1000 TIMES.
007220 01  TPO-SKIPPED-COUNT PIC 9(7) COMP VALUE ZERO.
007230 01  TPO-JRNL-RETENTION-DAYS PIC 9(3) COMP VALUE 45.
007240 01  TPO-JRNL-CUTOFF  PIC 9(8)      VALUE ZERO.
007250 01  TPO-JRNL-DAY-NUMBER PIC 9(7) COMP VALUE ZERO.
007260 01  TPO-JRNL-EOF2-SW PIC X         VALUE "N".
007292 01  TPO-START-TIME   PIC 9(8)      VALUE ZERO.
007294 01  TPO-END-TIME     PIC 9(8)      VALUE ZERO.
007300 01  TPO-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
007350 01  TPO-RD-FUNCTION  PIC X         VALUE "G".
007400 01  TPO-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TPOST".
007500 01  TPO-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
007600 01  TPO-ERRLOG-SEVERITY   PIC X(1) VALUE "W".
008400     05  TPO-RPT-TEXT     PIC X(20).
008500     05  FILLER           PIC X(2)  VALUE SPACES.
008600     05  FILLER           PIC X(10) VALUE "BALANCE = ".
008700     05  TPO-RPT-BALANCE  PIC -ZZZZZZZZ9.99.
008800     05  FILLER           PIC X(2)  VALUE SPACES.
008900     05  FILLER           PIC X(8)  VALUE "LIMIT = ".
009000     05  TPO-RPT-LIMIT    PIC -ZZZZZZZZ9.99.
009100     05  FILLER           PIC X(2)  VALUE SPACES.
009200 01  TPO-RPT-TOTAL-LINE.
009300     05  FILLER           PIC X(9)  VALUE "POSTED = ".
009400     05  TPO-RPT-POSTED   PIC ZZZZZZ9.
010200 PROCEDURE DIVISION.
010300 0000-MAINLINE.
010400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010420     IF NOT TPO-ABORT-RUN
010440         SORT MYSORTWORK
010460             ON ASCENDING KEY SRT-KEY SRT-SEQ
010480             INPUT PROCEDURE IS 2000-SELECT-DETAILS
010500                 THRU 2000-EXIT
010520             GIVING MYSORTED
010540         PERFORM 2400-START-MERGE THRU 2400-EXIT
010560     END-IF.
010580     IF NOT TPO-ABORT-RUN
010600         PERFORM 2500-MERGE-ONE-DETAIL THRU 2500-EXIT
010620             UNTIL TPO-DTL-EOF
010640     END-IF.
010700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
010800     GOBACK.
010900
011000 1000-INITIALIZE.
011100     ACCEPT TPO-START-TIME FROM TIME.
011150     CALL "TRUNDATE" USING TPO-RD-FUNCTION, TPO-ERRLOG-PROGRAM-ID,
011200         TPO-RUN-DATE.
011300     STRING "TFileOut.dat." TPO-RUN-DATE DELIMITED BY SIZE
011400         INTO TPO-OUT-FILENAME.
011500     OPEN INPUT MYOUTGEN.
013670                 PERFORM 1300-OPEN-JOURNAL THRU 1300-EXIT
013700                 MOVE "O" TO TPO-RW-FUNCTION
013800                 PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
013950             END-IF
014000         END-IF
014100     END-IF.
014880 1300-EXIT.
014890     EXIT.
014891
014900*----------------------------------------------------------*
014920* 2000-SELECT-DETAILS IS THE SORT'S INPUT PROCEDURE: EVERY
014940* DETAIL ON THE GENERATION IS RELEASED WITH ITS SEQUENCE ON
014960* THE GENERATION; THE TRAILER IS NOT.
014980*----------------------------------------------------------*
015000 2000-SELECT-DETAILS.
015100     PERFORM 2100-READ-OUTGEN THRU 2100-EXIT.
015120     PERFORM 2200-RELEASE-DETAIL THRU 2200-EXIT
015140         UNTIL TPO-OUT-EOF.
015160     CLOSE MYOUTGEN.
015200 2000-EXIT.
015300     EXIT.
015400
016000 2100-EXIT.
016100     EXIT.
016200
016201 2200-RELEASE-DETAIL.
016202     IF TR-IS-TRAILER
016203         DISPLAY "tpost: trailer record not posted"
016204     ELSE
016205         ADD 1 TO TPO-SORT-SEQ
016206         MOVE OUT-KEY        TO SRT-KEY
016207         MOVE TPO-SORT-SEQ   TO SRT-SEQ
016208         MOVE V              TO SRT-FLAG
016209         MOVE OUT-AMOUNT     TO SRT-AMOUNT
016210         MOVE OUT-TRANS-TYPE TO SRT-TRANS-TYPE
016211         RELEASE SORT-DETAIL-RECORD
016212     END-IF.
016213     PERFORM 2100-READ-OUTGEN THRU 2100-EXIT.
016214 2200-EXIT.
016215     EXIT.
016216
016217*----------------------------------------------------------*
016218* 2400-START-MERGE OPENS THE SORTED DETAILS AND POSITIONS
016219* THE MASTER AT THE FIRST DETAIL'S ACCOUNT. FROM HERE THE
016220* MASTER IS ONLY EVER READ FORWARD -- ONE SEQUENTIAL PASS
016221* IN PLACE OF A RANDOM READ PER DETAIL. A KEY AT END OF
016222* FILE IS HIGH-VALUES, SO A DETAIL PAST THE LAST ACCOUNT
016223* COMPARES LOW AND FALLS OUT AS NOT ON MASTER.
016224*----------------------------------------------------------*
016225 2400-START-MERGE.
016226     OPEN INPUT MYSORTED.
016227     IF NOT TPO-SRT-OK
016228         DISPLAY "tpost: sort of ", TPO-OUT-FILENAME,
016229             " failed, status = ", TPO-SRT-STATUS
016230         MOVE "2400-START-MERGE" TO TPO-ERRLOG-PARAGRAPH
016231         MOVE "E" TO TPO-ERRLOG-SEVERITY
016232         CALL "TERRLOG" USING TPO-ERRLOG-PROGRAM-ID,
016233             TPO-ERRLOG-PARAGRAPH, TPO-ERRLOG-SEVERITY
016234         MOVE "C" TO TPO-RW-FUNCTION
016235         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
016236         CLOSE MYMASTER
016237         CLOSE MYJOURNAL
016238         SET TPO-ABORT-RUN TO TRUE
016239         GO TO 2400-EXIT
016240     END-IF.
016241     PERFORM 2410-READ-DETAIL THRU 2410-EXIT.
016242     MOVE HIGH-VALUES TO TPO-MST-KEY.
016243     IF NOT TPO-DTL-EOF
016244         MOVE TPO-DTL-KEY TO ACCT-NUMBER
016245         START MYMASTER KEY IS NOT LESS THAN ACCT-NUMBER
016246             INVALID KEY
016247                 MOVE HIGH-VALUES TO TPO-MST-KEY
016248             NOT INVALID KEY
016249                 PERFORM 2420-READ-MASTER THRU 2420-EXIT
016250         END-START
016251     END-IF.
016252 2400-EXIT.
016253     EXIT.
016254
016255 2410-READ-DETAIL.
016256     READ MYSORTED
016257         AT END
016258             SET TPO-DTL-EOF TO TRUE
016259             MOVE HIGH-VALUES TO TPO-DTL-KEY
016260         NOT AT END
016261             MOVE PWK-KEY TO TPO-DTL-KEY
016262     END-READ.
016263 2410-EXIT.
016264     EXIT.
016265
016266 2420-READ-MASTER.
016267     READ MYMASTER NEXT RECORD
016268         AT END
016269             MOVE HIGH-VALUES TO TPO-MST-KEY
016270         NOT AT END
016271             MOVE ACCT-NUMBER TO TPO-MST-KEY
016272     END-READ.
016273 2420-EXIT.
016274     EXIT.
016275
016276*----------------------------------------------------------*
016277* 2500-MERGE-ONE-DETAIL IS THE MATCH: A MASTER BEHIND THE
016278* DETAIL IS PASSED BY AND THE DETAIL TRIED AGAIN AGAINST THE
016279* NEXT ONE; OTHERWISE THE DETAIL IS APPLIED (OR REPORTED NOT
016280* ON MASTER) AND THE NEXT DETAIL IS READ. SEVERAL DETAILS
016281* FOR ONE ACCOUNT ALL MEET THE SAME MASTER RECORD.
016282*----------------------------------------------------------*
016283 2500-MERGE-ONE-DETAIL.
016284     IF TPO-DTL-KEY > TPO-MST-KEY
016285         PERFORM 2420-READ-MASTER THRU 2420-EXIT
016286         GO TO 2500-EXIT
016287     END-IF.
016288     PERFORM 3000-APPLY-BALANCE THRU 3000-EXIT.
016289     PERFORM 2410-READ-DETAIL THRU 2410-EXIT.
016290 2500-EXIT.
016291     EXIT.
016292
016300*----------------------------------------------------------*
016400* 3000-APPLY-BALANCE TAKES THE DETAIL'S OUT-AMOUNT -- THE   *
016500* SIGNED DOLLAR AMOUNT THE BRANCH SUBMITTED -- ADDS IT TO   *
016600* THE MATCHING MASTER BALANCE, AND CHECKS THE NEW BALANCE   *
016650* AGAINST ACCT-LIMIT. THE MASTER RECORD IS ALREADY IN HAND  *
016700* FROM THE MERGE; A DETAIL BELOW THE MASTER KEY HAS NO      *
016750* ACCOUNT.                                                  *
016800*----------------------------------------------------------*
016900 3000-APPLY-BALANCE.
016920     PERFORM 3050-CHECK-JOURNAL THRU 3050-EXIT.
016940     IF TPO-JRNL-FOUND
016960         ADD 1 TO TPO-SKIPPED-COUNT
016980     ELSE
017000         IF TPO-DTL-KEY < TPO-MST-KEY
017100             PERFORM 4000-REPORT-NOMATCH THRU 4000-EXIT
017200         ELSE
017300             PERFORM 3100-POST-ONE THRU 3100-EXIT
017400         END-IF
017650     END-IF.
017700 3000-EXIT.
017800     EXIT.
017890     EXIT.
017892
017894 3060-MATCH-JOURNAL.
017895     IF TPO-JRNL-ENTRY (TPO-JRNL-SUB) = PWK-KEY
017897         SET TPO-JRNL-FOUND TO TRUE
017898     END-IF.
017899 3060-EXIT.
017900     EXIT.
017901
018000 3100-POST-ONE.
018040     MOVE PWK-AMOUNT TO TPO-BALANCE.
018080     IF PWK-TYPE-REVERSAL
018120         COMPUTE TPO-BALANCE = ZERO - PWK-AMOUNT
018160     END-IF.
018200     ADD TPO-BALANCE TO ACCT-BALANCE
018300         ON SIZE ERROR
019460*----------------------------------------------------------*
019470 3150-WRITE-JOURNAL.
019480     MOVE SPACES       TO JRNL-RECORD.
019481     MOVE PWK-FLAG     TO JRNL-FLAG.
019482     MOVE TPO-RUN-DATE TO JRNL-RUN-DATE.
019483     MOVE PWK-TRANS-TYPE TO JRNL-TRANS-TYPE.
019484     MOVE PWK-KEY      TO JRNL-KEY.
019485     ACCEPT JRNL-POST-DATE FROM DATE YYYYMMDD.
019486     MOVE TPO-BALANCE  TO JRNL-AMOUNT.
019487     ACCEPT JRNL-POST-TIME FROM TIME.
019488     WRITE JRNL-RECORD.
019490 3150-EXIT.
019492     EXIT.
019494
019500 4000-REPORT-NOMATCH.
019600     MOVE PWK-KEY TO TPO-RPT-KEY.
019700     MOVE "ACCOUNT NOT ON MASTER" TO TPO-RPT-TEXT.
019800     MOVE ZERO TO TPO-RPT-BALANCE.
019900     MOVE ZERO TO TPO-RPT-LIMIT.
019950     MOVE TPO-RPT-DETAIL TO TPO-RW-LINE.
020000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
020100     ADD 1 TO TPO-NOMATCH-COUNT.
020200     DISPLAY "tpost: ", PWK-KEY, " not on master".
020300 4000-EXIT.
020400     EXIT.
020500
020600 4500-REPORT-OVERFLOW.
020700     MOVE PWK-KEY TO TPO-RPT-KEY.
020800     MOVE "BALANCE WOULD OVERFLOW" TO TPO-RPT-TEXT.
020900     MOVE ACCT-BALANCE TO TPO-RPT-BALANCE.
021000     MOVE ACCT-LIMIT   TO TPO-RPT-LIMIT.
021050     MOVE TPO-RPT-DETAIL TO TPO-RW-LINE.
021100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
021200     ADD 1 TO TPO-OVERFLOW-COUNT.
021300     DISPLAY "tpost: ", PWK-KEY, " balance would overflow,",
021400         " not posted".
021500 4500-EXIT.
021600     EXIT.
021700
021800 5000-REPORT-OVER-LIMIT.
021900     MOVE PWK-KEY      TO TPO-RPT-KEY.
022000     MOVE "OVER LIMIT" TO TPO-RPT-TEXT.
022100     MOVE ACCT-BALANCE TO TPO-RPT-BALANCE.
022200     MOVE ACCT-LIMIT   TO TPO-RPT-LIMIT.
022250     MOVE TPO-RPT-DETAIL TO TPO-RW-LINE.
022300     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
022400     ADD 1 TO TPO-OVER-COUNT.
022500     DISPLAY "tpost: ", PWK-KEY, " over limit".
022600 5000-EXIT.
022700     EXIT.
022800
023500         PERFORM 8600-PRINT-LINE THRU 8600-EXIT
023550         MOVE "C" TO TPO-RW-FUNCTION
023560         PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT
023600         CLOSE MYSORTED
023640         CALL "CBL_DELETE_FILE" USING TPO-SORT-NAME
023700         CLOSE MYMASTER
023750         CLOSE MYJOURNAL
023800         PERFORM 9300-PURGE-JOURNAL THRU 9300-EXIT
027300*         applied to the matching ACCT-BALANCE (reversals
027310*         subtracted)
027320*    file "TPostJrnl.dat" -- one line per applied detail (run
027330*         date, key, signed amount, clock stamp); a rerun on
027340*         the same date skips everything already journaled
027360*    file "TPostSort.tmp" -- the details sorted by account for
027380*         the merge, deleted at the end of the run
027400*    file "TPostExcRpt.txt" -- over-limit, not-on-master, and
027500*         would-overflow exceptions plus a total line
027600*    RETURN-CODE 0 = clean, 4 = exceptions, 8 = could not post
