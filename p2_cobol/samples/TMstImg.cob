000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TMSTIMG.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. NIGHTLY IMAGE COPY OF
001200*                      THE DL140 ACCOUNT MASTER, RUN AS THE
001300*                      STEP BEFORE TPOST, SO A DAMAGED OR LOST
001400*                      TACCTMASTER.DAT CAN BE REBUILT BY
001500*                      TMSTRCV FROM THE IMAGE PLUS THE TRAILS
001600*                      WRITTEN SINCE, INSTEAD OF BY HAND. THE
001700*                      IMAGE IS A DATED LINE-SEQUENTIAL
001800*                      GENERATION, TACCTIMAGE.DAT.CCYYMMDD,
001900*                      NAMED BY RUN DATE THE WAY TFILE NAMES
002000*                      TFILEOUT.DAT.CCYYMMDD: A DL360 HEADER,
002100*                      ONE DL355 LINE PER ACCOUNT, AND A DL360
002200*                      TRAILER WITH THE ACCOUNT COUNT AND
002300*                      BALANCE TOTAL. A COMPLETED IMAGE IS
002400*                      ENTERED ON THE TACCTIMGCAT.DAT CATALOG.
002500*----------------------------------------------------------*
002600*----------------------------------------------------------*
002700* A RERUN ON A RUN DATE THAT ALREADY HAS A CATALOGED IMAGE  *
002800* KEEPS THE FIRST ONE: BY THEN TPOST MAY HAVE STARTED, AND  *
002900* A SECOND COPY WOULD NO LONGER BE THE PRE-POSTING MASTER.  *
003000* IMAGES OLDER THAN THE POSTING JOURNAL'S 45-DAY RETENTION  *
003100* CAN NO LONGER BE ROLLED FORWARD, SO THEY ARE DELETED AND  *
003200* DROPPED FROM THE CATALOG AT THE END OF A GOOD RUN.        *
003300* RETURN-CODE 8 WHEN THE IMAGE COULD NOT BE TAKEN, SO THE   *
003400* CHAIN STOPS BEFORE TPOST POSTS WITHOUT A FALLBACK.        *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT MYMASTER ASSIGN TO "TAcctMaster.dat"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS ACCT-NUMBER
004300         FILE STATUS IS TMI-MST-STATUS.
004400     SELECT MYIMAGE ASSIGN TO TMI-IMG-FILENAME
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS TMI-IMG-STATUS.
004700     SELECT MYCATALOG ASSIGN TO "TAcctImgCat.dat"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS TMI-CAT-STATUS.
005000     SELECT MYCATWORK ASSIGN TO "TAcctImgCat.tmp"
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  MYMASTER.
005500     COPY DL140.
005600 FD  MYIMAGE.
005700     COPY DL355.
005800     COPY DL360.
005900 FD  MYCATALOG.
006000 01  CATALOG-LINE         PIC X(47).
006100 FD  MYCATWORK.
006200 01  CAT-WORK-LINE        PIC X(47).
006300 WORKING-STORAGE SECTION.
006400 01  TMI-MST-STATUS   PIC XX        VALUE "00".
006500     88  TMI-MST-OK                 VALUE "00".
006600 01  TMI-IMG-STATUS   PIC XX        VALUE "00".
006700     88  TMI-IMG-OK                 VALUE "00".
006800 01  TMI-CAT-STATUS   PIC XX        VALUE "00".
006900     88  TMI-CAT-OK                 VALUE "00".
007000     88  TMI-CAT-NOT-FOUND          VALUE "35".
007100 01  TMI-MST-EOF-SW   PIC X         VALUE "N".
007200     88  TMI-MST-EOF                VALUE "Y".
007300 01  TMI-CAT-EOF-SW   PIC X         VALUE "N".
007400     88  TMI-CAT-EOF                VALUE "Y".
007500 01  TMI-ABORT-SW     PIC X         VALUE "N".
007600     88  TMI-ABORT-RUN              VALUE "Y".
007700 01  TMI-TAKEN-SW     PIC X         VALUE "N".
007800     88  TMI-ALREADY-TAKEN          VALUE "Y".
007900 01  TMI-RUN-DATE     PIC 9(8)      VALUE ZERO.
008000 01  TMI-TAKEN-DATE   PIC 9(8)      VALUE ZERO.
008100 01  TMI-TAKEN-TIME   PIC 9(8)      VALUE ZERO.
008200 01  TMI-ACCT-COUNT   PIC 9(7) COMP VALUE ZERO.
008300 01  TMI-BAL-TOTAL    PIC S9(13)V99 COMP VALUE ZERO.
008400 01  TMI-IMG-FILENAME PIC X(40)     VALUE SPACES.
008500 01  TMI-OLD-FILENAME PIC X(40)     VALUE SPACES.
008600 01  TMI-CAT-NAME     PIC X(20)     VALUE "TAcctImgCat.dat".
008700 01  TMI-CAT-TMP-NAME PIC X(20)     VALUE "TAcctImgCat.tmp".
008800 01  TMI-RETENTION-DAYS PIC 9(3) COMP VALUE 45.
008900 01  TMI-CUTOFF       PIC 9(8)      VALUE ZERO.
009000 01  TMI-DAY-NUMBER   PIC 9(7) COMP VALUE ZERO.
009100 01  TMI-PURGE-COUNT  PIC 9(4) COMP VALUE ZERO.
009200 01  TMI-CAT-VIEW.
009300     05  TMI-CV-REC-TYPE  PIC X.
009400     05  TMI-CV-RUN-DATE  PIC X(8).
009500     05  FILLER           PIC X(38).
009600 01  TMI-DSP-COUNT    PIC Z(6)9.
009700 01  TMI-DSP-TOTAL    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
009800 01  TMI-START-TIME   PIC 9(8)      VALUE ZERO.
009900 01  TMI-END-TIME     PIC 9(8)      VALUE ZERO.
010000 01  TMI-RUNHIST-COUNT PIC 9(9)     VALUE ZERO.
010100 01  TMI-RD-FUNCTION  PIC X         VALUE "G".
010200 01  TMI-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TMSTIMG".
010300 01  TMI-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
010400 01  TMI-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
010500 PROCEDURE DIVISION.
010600 0000-MAINLINE.
010700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
010800     IF NOT TMI-ABORT-RUN AND NOT TMI-ALREADY-TAKEN
010900         PERFORM 2000-TAKE-IMAGE THRU 2000-EXIT
011000     END-IF.
011100     IF NOT TMI-ABORT-RUN AND NOT TMI-ALREADY-TAKEN
011200         PERFORM 3000-CATALOG-IMAGE THRU 3000-EXIT
011300         PERFORM 4000-PURGE-IMAGES THRU 4000-EXIT
011400     END-IF.
011500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
011600     GOBACK.
011700
011800*----------------------------------------------------------*
011900* 1000-INITIALIZE NAMES TONIGHT'S IMAGE, CHECKS THE CATALOG
012000* FOR ONE ALREADY TAKEN ON THIS RUN DATE, AND OPENS THE
012100* MASTER FOR A SEQUENTIAL PASS IN KEY ORDER.
012200*----------------------------------------------------------*
012300 1000-INITIALIZE.
012400     ACCEPT TMI-START-TIME FROM TIME.
012500     CALL "TRUNDATE" USING TMI-RD-FUNCTION, TMI-ERRLOG-PROGRAM-ID,
012600         TMI-RUN-DATE.
012700     STRING "TAcctImage.dat." TMI-RUN-DATE DELIMITED BY SIZE
012800         INTO TMI-IMG-FILENAME.
012900     PERFORM 1100-CHECK-CATALOG THRU 1100-EXIT.
013000     IF TMI-ALREADY-TAKEN
013100         DISPLAY "tmstimg: ", TMI-IMG-FILENAME, " already ",
013200             "cataloged, first image kept"
013300         GO TO 1000-EXIT
013400     END-IF.
013500     OPEN INPUT MYMASTER.
013600     IF NOT TMI-MST-OK
013700         DISPLAY "tmstimg: unable to open TAcctMaster.dat, ",
013800             "status = ", TMI-MST-STATUS
013900         CALL "TERRLOG" USING TMI-ERRLOG-PROGRAM-ID,
014000             TMI-ERRLOG-PARAGRAPH, TMI-ERRLOG-SEVERITY
014100         SET TMI-ABORT-RUN TO TRUE
014200     END-IF.
014300 1000-EXIT.
014400     EXIT.
014500
014600 1100-CHECK-CATALOG.
014700     MOVE "N" TO TMI-CAT-EOF-SW.
014800     OPEN INPUT MYCATALOG.
014900     IF NOT TMI-CAT-NOT-FOUND
015000         PERFORM 1200-MATCH-CATALOG THRU 1200-EXIT
015100             UNTIL TMI-CAT-EOF OR TMI-ALREADY-TAKEN
015200         CLOSE MYCATALOG
015300     END-IF.
015400 1100-EXIT.
015500     EXIT.
015600
015700 1200-MATCH-CATALOG.
015800     READ MYCATALOG INTO TMI-CAT-VIEW
015900         AT END
016000             SET TMI-CAT-EOF TO TRUE
016100         NOT AT END
016200             IF TMI-CV-RUN-DATE = TMI-RUN-DATE
016300                 SET TMI-ALREADY-TAKEN TO TRUE
016400             END-IF
016500     END-READ.
016600 1200-EXIT.
016700     EXIT.
016800
016900*----------------------------------------------------------*
017000* 2000-TAKE-IMAGE WRITES THE HEADER, ONE DETAIL PER ACCOUNT
017100* IN KEY ORDER, AND THE TRAILER CARRYING THE COUNT AND
017200* BALANCE TOTAL. THE HEADER IS STAMPED WITH THE CLOCK AT THE
017300* START OF THE PASS, SO ANY CHANGE STAMPED LATER IS ONE THE
017400* IMAGE DOES NOT HOLD.
017500*----------------------------------------------------------*
017600 2000-TAKE-IMAGE.
017700     MOVE "2000-TAKE-IMAGE" TO TMI-ERRLOG-PARAGRAPH.
017800     OPEN OUTPUT MYIMAGE.
017900     IF NOT TMI-IMG-OK
018000         DISPLAY "tmstimg: unable to open ", TMI-IMG-FILENAME,
018100             ", status = ", TMI-IMG-STATUS
018200         CALL "TERRLOG" USING TMI-ERRLOG-PROGRAM-ID,
018300             TMI-ERRLOG-PARAGRAPH, TMI-ERRLOG-SEVERITY
018400         CLOSE MYMASTER
018500         SET TMI-ABORT-RUN TO TRUE
018600         GO TO 2000-EXIT
018700     END-IF.
018800     ACCEPT TMI-TAKEN-DATE FROM DATE YYYYMMDD.
018900     ACCEPT TMI-TAKEN-TIME FROM TIME.
019000     MOVE SPACES         TO IMAGE-CONTROL-RECORD.
019100     SET IMC-IS-HEADER   TO TRUE.
019200     MOVE TMI-RUN-DATE   TO IMC-RUN-DATE.
019300     MOVE TMI-TAKEN-DATE TO IMC-TAKEN-DATE.
019400     MOVE TMI-TAKEN-TIME TO IMC-TAKEN-TIME.
019500     MOVE ZERO           TO IMC-COUNT.
019600     MOVE ZERO           TO IMC-TOTAL.
019700     WRITE IMAGE-CONTROL-RECORD.
019800     PERFORM 2100-COPY-ONE-ACCOUNT THRU 2100-EXIT
019900         UNTIL TMI-MST-EOF.
020000     CLOSE MYMASTER.
020100     MOVE SPACES         TO IMAGE-CONTROL-RECORD.
020200     SET IMC-IS-TRAILER  TO TRUE.
020300     MOVE TMI-RUN-DATE   TO IMC-RUN-DATE.
020400     MOVE TMI-TAKEN-DATE TO IMC-TAKEN-DATE.
020500     MOVE TMI-TAKEN-TIME TO IMC-TAKEN-TIME.
020600     MOVE TMI-ACCT-COUNT TO IMC-COUNT.
020700     MOVE TMI-BAL-TOTAL  TO IMC-TOTAL.
020800     WRITE IMAGE-CONTROL-RECORD.
020900     MOVE IMAGE-CONTROL-RECORD TO TMI-CAT-VIEW.
021000     CLOSE MYIMAGE.
021100 2000-EXIT.
021200     EXIT.
021300
021400 2100-COPY-ONE-ACCOUNT.
021500     READ MYMASTER NEXT RECORD
021600         AT END
021700             SET TMI-MST-EOF TO TRUE
021800         NOT AT END
021900             MOVE SPACES           TO ACCT-IMAGE-RECORD
022000             SET IMG-IS-DETAIL     TO TRUE
022100             MOVE ACCT-NUMBER      TO IMG-NUMBER
022200             MOVE ACCT-BRANCH      TO IMG-BRANCH
022300             MOVE ACCT-NAME        TO IMG-NAME
022400             MOVE ACCT-BALANCE     TO IMG-BALANCE
022500             MOVE ACCT-LIMIT       TO IMG-LIMIT
022600             MOVE ACCT-STATUS      TO IMG-STATUS
022700             MOVE ACCT-STATUS-DATE TO IMG-STATUS-DATE
022800             WRITE ACCT-IMAGE-RECORD
022900             ADD 1 TO TMI-ACCT-COUNT
023000             ADD ACCT-BALANCE TO TMI-BAL-TOTAL
023100     END-READ.
023200 2100-EXIT.
023300     EXIT.
023400
023500*----------------------------------------------------------*
023600* 3000-CATALOG-IMAGE ENTERS THE COMPLETED IMAGE ON THE
023700* CATALOG -- ONLY NOW, AFTER THE TRAILER IS WRITTEN, SO A RUN
023800* THAT DIES MID-COPY NEVER CATALOGS A PARTIAL IMAGE.
023900* APPEND-OR-CREATE LIKE EVERY SHOP LOG.
024000*----------------------------------------------------------*
024100 3000-CATALOG-IMAGE.
024200     OPEN EXTEND MYCATALOG.
024300     IF TMI-CAT-NOT-FOUND
024400         OPEN OUTPUT MYCATALOG
024500     END-IF.
024600     MOVE "C" TO TMI-CV-REC-TYPE.
024700     WRITE CATALOG-LINE FROM TMI-CAT-VIEW.
024800     CLOSE MYCATALOG.
024900     MOVE TMI-ACCT-COUNT TO TMI-DSP-COUNT.
025000     MOVE TMI-BAL-TOTAL  TO TMI-DSP-TOTAL.
025100     DISPLAY "tmstimg: ", TMI-IMG-FILENAME, " taken, ",
025200         TMI-DSP-COUNT, " accounts, total ", TMI-DSP-TOTAL.
025300 3000-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------*
025700* 4000-PURGE-IMAGES DROPS IMAGES OLDER THAN THE RETENTION
025800* WINDOW -- THE SAME RENAME-ASIDE-AND-REPLAY TECHNIQUE
025900* TPOST'S JOURNAL PURGE USES. EACH CATALOG LINE LEFT BEHIND
026000* HAS ITS IMAGE FILE DELETED WITH IT.
026100*----------------------------------------------------------*
026200 4000-PURGE-IMAGES.
026300     COMPUTE TMI-DAY-NUMBER =
026400         FUNCTION INTEGER-OF-DATE (TMI-RUN-DATE)
026500         - TMI-RETENTION-DAYS.
026600     COMPUTE TMI-CUTOFF =
026700         FUNCTION DATE-OF-INTEGER (TMI-DAY-NUMBER).
026800     CALL "CBL_RENAME_FILE" USING TMI-CAT-NAME,
026900         TMI-CAT-TMP-NAME.
027000     OPEN INPUT  MYCATWORK.
027100     OPEN OUTPUT MYCATALOG.
027200     MOVE "N" TO TMI-CAT-EOF-SW.
027300     PERFORM 4100-COPY-CATALOG-LINE THRU 4100-EXIT
027400         UNTIL TMI-CAT-EOF.
027500     CLOSE MYCATWORK.
027600     CLOSE MYCATALOG.
027700     CALL "CBL_DELETE_FILE" USING TMI-CAT-TMP-NAME.
027800     IF TMI-PURGE-COUNT > ZERO
027900         DISPLAY "tmstimg: ", TMI-PURGE-COUNT, " image(s) older ",
028000             "than ", TMI-CUTOFF, " purged"
028100     END-IF.
028200 4000-EXIT.
028300     EXIT.
028400
028500 4100-COPY-CATALOG-LINE.
028600     READ MYCATWORK INTO TMI-CAT-VIEW
028700         AT END
028800             SET TMI-CAT-EOF TO TRUE
028900         NOT AT END
029000             IF TMI-CV-RUN-DATE IS NUMERIC
029100                 AND TMI-CV-RUN-DATE < TMI-CUTOFF
029200                 MOVE SPACES TO TMI-OLD-FILENAME
029300                 STRING "TAcctImage.dat." TMI-CV-RUN-DATE
029400                     DELIMITED BY SIZE INTO TMI-OLD-FILENAME
029500                 CALL "CBL_DELETE_FILE" USING TMI-OLD-FILENAME
029600                 ADD 1 TO TMI-PURGE-COUNT
029700             ELSE
029800                 WRITE CATALOG-LINE FROM CAT-WORK-LINE
029900             END-IF
030000     END-READ.
030100 4100-EXIT.
030200     EXIT.
030300
030400 9000-TERMINATE.
030500     IF NOT TMI-ABORT-RUN
030600         ACCEPT TMI-END-TIME FROM TIME
030700         MOVE TMI-ACCT-COUNT TO TMI-RUNHIST-COUNT
030800         CALL "TRUNHIST" USING TMI-ERRLOG-PROGRAM-ID,
030900             TMI-START-TIME, TMI-END-TIME, TMI-RUNHIST-COUNT
031000     END-IF.
031100*----------------------------------------------------------*
031200* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
031300* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
031400* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
031500*----------------------------------------------------------*
031600     IF TMI-ABORT-RUN
031700         MOVE 8 TO RETURN-CODE
031800     ELSE
031900         MOVE ZERO TO RETURN-CODE
032000     END-IF.
032100 9000-EXIT.
032200     EXIT.
032300
032400* Input:
032500*    file "TAcctMaster.dat" (DL140 master, read only)
032600*    file "TAcctImgCat.dat" (catalog of images already taken)
032700* Output:
032800*    file "TAcctImage.dat.CCYYMMDD" -- DL360 header, one
032900*         DL355 line per account, DL360 trailer with the
033000*         count and balance total
033100*    file "TAcctImgCat.dat" -- the new image cataloged;
033200*         images past the 45-day window deleted and dropped
033300*    RETURN-CODE 0 = image taken (or already on file), 8 =
033400*         the image could not be taken
