002100*                      OPERATOR MASTER, AND HANDS BACK THE
002200*                      SIGNED-ON ID FOR STAMPING ONTO AUDIT
002300*                      RECORDS AND MAINTENANCE REPORTS.
002305*    2026-10-15 DL     PASSWORD EXPIRY AND LOCKOUT. THE
002310*                      MASTER IS NOW HELD IN THE DL345 TABLE
002315*                      AND WRITTEN BACK WHEN A ROW CHANGES: A
002320*                      WRONG PASSWORD ADDS TO THE OPERATOR'S
002325*                      FAILURE COUNT AND THE DL335 CARD'S
002330*                      LIMIT LOCKS THE OPERATOR OUT; A GOOD
002335*                      ONE CLEARS IT. A PASSWORD OLDER THAN
002340*                      THE CARD'S DAYS (OR NEVER SET) MUST BE
002345*                      CHANGED BEFORE THE SIGN-ON IS GRANTED.
002350*                      EVERY SIGN-ON, FAILURE, AND LOCKOUT IS
002355*                      WRITTEN TO THE DL340 SECURITY LOG.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* AUTHORITY IS HIERARCHICAL: AN OPERATOR'S LEVEL COVERS     *
002700* EVERY LEVEL BELOW IT. A MISSING OPERATOR MASTER DENIES    *
002800* EVERYONE -- A SIGN-ON FACILITY THAT FAILS OPEN IS NO      *
002900* FACILITY AT ALL. EVERY DENIAL IS LOGGED THROUGH TERRLOG.  *
002920* A LOCKED-OUT OPERATOR STAYS LOCKED UNTIL RESET ON TOPERM. *
002940* A MISSING OR UNUSABLE DL335 CARD FALLS BACK TO 90 DAYS    *
002960* AND 3 FAILURES RATHER THAN TO NO LIMIT.                   *
003000* RESULT: G = GRANTED (WITH THE OPERATOR ID HANDED BACK),   *
003100* D = DENIED.                                               *
003200*----------------------------------------------------------*
003600     SELECT MYOPERFILE ASSIGN TO "TOperMast.dat"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS SG-FILE-STATUS.
003810     SELECT MYSECPARM ASSIGN TO "TSecParm.dat"
003820         ORGANIZATION IS LINE SEQUENTIAL
003830         FILE STATUS IS SG-PARM-STATUS.
003840     SELECT MYSECLOG ASSIGN TO "TSecLog.dat"
003850         ORGANIZATION IS LINE SEQUENTIAL
003860         FILE STATUS IS SG-LOG-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100 FD  MYOPERFILE.
004200     COPY DL210.
004220 FD  MYSECPARM.
004240     COPY DL335.
004260 FD  MYSECLOG.
004280     COPY DL340.
004300 WORKING-STORAGE SECTION.
004400 01  SG-FILE-STATUS   PIC XX        VALUE "00".
004500     88  SG-FILE-OK                 VALUE "00".
004600     88  SG-FILE-NOT-FOUND          VALUE "35".
004620 01  SG-PARM-STATUS   PIC XX        VALUE "00".
004640     88  SG-PARM-NOT-FOUND          VALUE "35".
004660 01  SG-LOG-STATUS    PIC XX        VALUE "00".
004680     88  SG-LOG-NOT-FOUND           VALUE "35".
004700 01  SG-EOF-SW        PIC X         VALUE "N".
004800     88  SG-EOF                     VALUE "Y".
004900 01  SG-FOUND-SW      PIC X         VALUE "N".
005000     88  SG-OPER-FOUND              VALUE "Y".
005020 01  SG-SAVE-SW       PIC X         VALUE "N".
005040     88  SG-SAVE-NEEDED             VALUE "Y".
005060 01  SG-CHANGED-SW    PIC X         VALUE "N".
005080     88  SG-PASSWORD-CHANGED        VALUE "Y".
005100 01  SG-TRY-ID        PIC X(8)      VALUE SPACES.
005200 01  SG-TRY-PASSWORD  PIC X(8)      VALUE SPACES.
005210 01  SG-NEW-PASSWORD  PIC X(8)      VALUE SPACES.
005220 01  SG-AGAIN-PASSWORD PIC X(8)     VALUE SPACES.
005230 01  SG-SUB           PIC 9(3) COMP VALUE ZERO.
005240 01  SG-EXPIRY-DAYS   PIC 9(3)      VALUE 90.
005250 01  SG-MAX-FAILS     PIC 99        VALUE 3.
005260 01  SG-TODAY         PIC 9(8)      VALUE ZERO.
005270 01  SG-PWD-AGE       PIC S9(7) COMP VALUE ZERO.
005280 01  SG-LOG-EVENT     PIC X         VALUE SPACE.
005290 01  SG-LOG-TEXT      PIC X(40)     VALUE SPACES.
005300 01  SG-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TSIGNON".
005400 01  SG-ERRLOG-PARAGRAPH  PIC X(30) VALUE "2000-PROVE-OPERATOR".
005500 01  SG-ERRLOG-SEVERITY   PIC X(1)  VALUE "W".
005550     COPY DL345.
005600 LINKAGE SECTION.
005700 01  SG-REQUIRED-LEVEL PIC 9.
005800 01  SG-RESULT        PIC X.
006600     MOVE SPACES TO SG-OPERATOR-ID.
006700     MOVE "N"    TO SG-EOF-SW.
006800     MOVE "N"    TO SG-FOUND-SW.
006820     MOVE "N"    TO SG-SAVE-SW.
006840     MOVE "N"    TO SG-CHANGED-SW.
006860     ACCEPT SG-TODAY FROM DATE YYYYMMDD.
006900     DISPLAY "OPERATOR ID: ".
007000     ACCEPT SG-TRY-ID.
007100     DISPLAY "PASSWORD   : ".
007200     ACCEPT SG-TRY-PASSWORD.
007250     PERFORM 1000-READ-SEC-PARM THRU 1000-EXIT.
007300     PERFORM 2000-PROVE-OPERATOR THRU 2000-EXIT.
007320     IF SG-SAVE-NEEDED
007340         PERFORM 4000-SAVE-MASTER THRU 4000-EXIT
007360     END-IF.
007400     GOBACK.
007500
007502*----------------------------------------------------------*
007504* 1000-READ-SEC-PARM TAKES THE PASSWORD LIFE AND THE        *
007506* FAILURE LIMIT FROM THE DL335 CARD. WORKING-STORAGE STAYS  *
007508* BETWEEN CALLS IN ONE RUN UNIT, SO THE DEFAULTS ARE SET    *
007510* AGAIN HERE ON EVERY CALL.                                 *
007512*----------------------------------------------------------*
007514 1000-READ-SEC-PARM.
007516     MOVE 90 TO SG-EXPIRY-DAYS.
007518     MOVE 3  TO SG-MAX-FAILS.
007520     OPEN INPUT MYSECPARM.
007522     IF SG-PARM-NOT-FOUND
007524         DISPLAY "TSIGNON: TSecParm.dat NOT FOUND, USING 90 ",
007526             "DAYS AND 3 FAILURES"
007528         MOVE "1000-READ-SEC-PARM" TO SG-ERRLOG-PARAGRAPH
007530         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
007532             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
007534         GO TO 1000-EXIT
007536     END-IF.
007538     READ MYSECPARM
007540         AT END
007542             MOVE ZERO TO SEC-PARM-EXPIRY-DAYS
007544             MOVE ZERO TO SEC-PARM-MAX-FAILS
007546     END-READ.
007548     CLOSE MYSECPARM.
007550     IF SEC-PARM-EXPIRY-DAYS NUMERIC
007552         AND SEC-PARM-EXPIRY-DAYS > ZERO
007554         MOVE SEC-PARM-EXPIRY-DAYS TO SG-EXPIRY-DAYS
007556     END-IF.
007558     IF SEC-PARM-MAX-FAILS NUMERIC AND SEC-PARM-MAX-FAILS > ZERO
007560         MOVE SEC-PARM-MAX-FAILS TO SG-MAX-FAILS
007562     END-IF.
007564 1000-EXIT.
007566     EXIT.
007568
007600 2000-PROVE-OPERATOR.
007620     MOVE "2000-PROVE-OPERATOR" TO SG-ERRLOG-PARAGRAPH.
007640     MOVE ZERO TO OT-COUNT.
007660     MOVE "N"  TO OT-OVERFLOW-SW.
007700     OPEN INPUT MYOPERFILE.
007800     IF SG-FILE-NOT-FOUND
007900         DISPLAY "TSIGNON: TOperMast.dat NOT ON SYSTEM, ",
008000             "SIGN-ON DENIED"
008100         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
008200             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
008220         MOVE "M" TO SG-LOG-EVENT
008250         MOVE "OPERATOR MASTER NOT ON SYSTEM" TO SG-LOG-TEXT
008280         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
008310         GO TO 2000-EXIT
008340     END-IF.
008400     PERFORM 2100-LOAD-OPERATOR THRU 2100-EXIT
008500         UNTIL SG-EOF.
008600     CLOSE MYOPERFILE.
008620     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
008640         VARYING SG-SUB FROM 1 BY 1
008660         UNTIL SG-SUB > OT-COUNT OR SG-OPER-FOUND.
008700     IF SG-OPER-FOUND
008750         SUBTRACT 1 FROM SG-SUB
008800         PERFORM 3000-CHECK-CREDENTIALS THRU 3000-EXIT
008900     ELSE
009000         DISPLAY "TSIGNON: OPERATOR ", SG-TRY-ID,
009100             " NOT ON MASTER, SIGN-ON DENIED"
009200         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
009300             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
009320         MOVE "U" TO SG-LOG-EVENT
009340         MOVE "OPERATOR ID NOT ON MASTER" TO SG-LOG-TEXT
009360         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
009400     END-IF.
009600 2000-EXIT.
009700     EXIT.
009800
009900 2100-LOAD-OPERATOR.
010000     READ MYOPERFILE
010100         AT END
010200             SET SG-EOF TO TRUE
010300         NOT AT END
010320             IF OT-COUNT < 100
010340                 ADD 1 TO OT-COUNT
010360                 MOVE OPERATOR-RECORD TO OT-ENTRY (OT-COUNT)
010380                 IF OT-PWD-DATE (OT-COUNT) NOT NUMERIC
010400                     MOVE ZERO TO OT-PWD-DATE (OT-COUNT)
010420                 END-IF
010440                 IF OT-FAIL-COUNT (OT-COUNT) NOT NUMERIC
010460                     MOVE ZERO TO OT-FAIL-COUNT (OT-COUNT)
010480                 END-IF
010500             ELSE
010550                 SET OT-OVERFLOW TO TRUE
010600             END-IF
010700     END-READ.
010800 2100-EXIT.
010900     EXIT.
011000
011005 2200-FIND-OPERATOR.
011010     IF OT-ID (SG-SUB) = SG-TRY-ID
011015         SET SG-OPER-FOUND TO TRUE
011020     END-IF.
011025 2200-EXIT.
011030     EXIT.
011035
011040*----------------------------------------------------------*
011045* 3000-CHECK-CREDENTIALS PROVES THE ROW AT SG-SUB. ONLY A   *
011050* WRONG PASSWORD COUNTS TOWARD THE LOCKOUT; A RIGHT ONE     *
011055* CLEARS THE COUNT EVEN WHEN THE LEVEL IS TOO LOW.          *
011060*----------------------------------------------------------*
011100 3000-CHECK-CREDENTIALS.
011105     IF OT-IS-LOCKED (SG-SUB)
011110         DISPLAY "TSIGNON: OPERATOR ", SG-TRY-ID,
011115             " IS LOCKED OUT, SIGN-ON DENIED"
011120         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
011125             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
011130         MOVE "K" TO SG-LOG-EVENT
011135         MOVE "SIGN-ON TRIED WHILE LOCKED OUT" TO SG-LOG-TEXT
011140         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
011145         GO TO 3000-EXIT
011150     END-IF.
011200     IF OT-IS-INACTIVE (SG-SUB)
011300         DISPLAY "TSIGNON: OPERATOR ", SG-TRY-ID,
011400             " IS INACTIVE, SIGN-ON DENIED"
011500         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
011600             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
011650         MOVE "I" TO SG-LOG-EVENT
011700         MOVE "SIGN-ON TRIED BY AN INACTIVE OPERATOR"
011750             TO SG-LOG-TEXT
011800         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
011850         GO TO 3000-EXIT
011900     END-IF.
011950     IF OT-PASSWORD (SG-SUB) NOT = SG-TRY-PASSWORD
012000         PERFORM 3100-COUNT-FAILURE THRU 3100-EXIT
012050         GO TO 3000-EXIT
012100     END-IF.
012150     IF OT-FAIL-COUNT (SG-SUB) > ZERO
012200         MOVE ZERO TO OT-FAIL-COUNT (SG-SUB)
012250         SET SG-SAVE-NEEDED TO TRUE
012300     END-IF.
012350     IF OT-AUTHORITY (SG-SUB) < SG-REQUIRED-LEVEL
012400         DISPLAY "TSIGNON: OPERATOR ", SG-TRY-ID,
012450             " LACKS AUTHORITY LEVEL ",
012500             SG-REQUIRED-LEVEL, ", SIGN-ON DENIED"
012550         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
012600             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
012650         MOVE "H" TO SG-LOG-EVENT
012700         MOVE "AUTHORITY LEVEL TOO LOW" TO SG-LOG-TEXT
012750         PERFORM 8000-LOG-EVENT THRU 8000-EXIT
012800         GO TO 3000-EXIT
012850     END-IF.
012900     PERFORM 3200-CHECK-EXPIRY THRU 3200-EXIT.
012950     IF SG-PWD-AGE NOT < SG-EXPIRY-DAYS
013000         PERFORM 3300-FORCE-CHANGE THRU 3300-EXIT
013050         IF NOT SG-PASSWORD-CHANGED
013100             MOVE "X" TO SG-LOG-EVENT
013150             MOVE "EXPIRED PASSWORD NOT CHANGED" TO SG-LOG-TEXT
013200             PERFORM 8000-LOG-EVENT THRU 8000-EXIT
013250             GO TO 3000-EXIT
013300         END-IF
013350     END-IF.
013400     MOVE "G"           TO SG-RESULT.
013450     MOVE OT-ID (SG-SUB) TO SG-OPERATOR-ID.
013500     DISPLAY "TSIGNON: ", OT-NAME (SG-SUB),
013550         " SIGNED ON AT LEVEL ", OT-AUTHORITY (SG-SUB).
013600     MOVE "S" TO SG-LOG-EVENT.
013650     MOVE SPACES TO SG-LOG-TEXT.
013700     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
013800 3000-EXIT.
013900     EXIT.
014000
014001 3100-COUNT-FAILURE.
014002     ADD 1 TO OT-FAIL-COUNT (SG-SUB).
014003     SET SG-SAVE-NEEDED TO TRUE.
014004     DISPLAY "TSIGNON: PASSWORD DOES NOT PROVE, ",
014005         "SIGN-ON DENIED"
014006     CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
014007         SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY.
014008     IF OT-FAIL-COUNT (SG-SUB) NOT < SG-MAX-FAILS
014009         MOVE "L" TO OT-ACTIVE (SG-SUB)
014010         DISPLAY "TSIGNON: OPERATOR ", SG-TRY-ID,
014011             " IS NOW LOCKED OUT -- SEE A LEVEL 4 OPERATOR"
014012         MOVE "L" TO SG-LOG-EVENT
014013         MOVE "LOCKED OUT AFTER FAILED SIGN-ONS" TO SG-LOG-TEXT
014014     ELSE
014015         MOVE "F" TO SG-LOG-EVENT
014016         MOVE "PASSWORD DOES NOT PROVE" TO SG-LOG-TEXT
014017     END-IF.
014018     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
014019 3100-EXIT.
014020     EXIT.
014021
014022*----------------------------------------------------------*
014023* 3200-CHECK-EXPIRY GIVES THE PASSWORD'S AGE IN DAYS. A     *
014024* PASSWORD NEVER SET (ZERO, AFTER AN ADD OR A RESET) OR SET *
014025* ON A DATE THAT IS NOT A DATE IS TREATED AS EXPIRED.       *
014026*----------------------------------------------------------*
014027 3200-CHECK-EXPIRY.
014028     IF OT-PWD-DATE (SG-SUB) < 16010101
014029         OR OT-PWD-DATE (SG-SUB) > SG-TODAY
014030         MOVE SG-EXPIRY-DAYS TO SG-PWD-AGE
014031         GO TO 3200-EXIT
014032     END-IF.
014033     COMPUTE SG-PWD-AGE = FUNCTION INTEGER-OF-DATE (SG-TODAY)
014034         - FUNCTION INTEGER-OF-DATE (OT-PWD-DATE (SG-SUB)).
014035 3200-EXIT.
014036     EXIT.
014037
014038*----------------------------------------------------------*
014039* 3300-FORCE-CHANGE TAKES A NEW PASSWORD, TWICE. IT MUST    *
014040* NOT BE BLANK, THE OPERATOR ID, OR THE OLD PASSWORD.       *
014041*----------------------------------------------------------*
014042 3300-FORCE-CHANGE.
014043     DISPLAY "TSIGNON: PASSWORD HAS EXPIRED AND MUST BE CHANGED".
014044     DISPLAY "NEW PASSWORD: ".
014045     MOVE SPACES TO SG-NEW-PASSWORD.
014046     ACCEPT SG-NEW-PASSWORD.
014047     DISPLAY "NEW PASSWORD AGAIN: ".
014048     MOVE SPACES TO SG-AGAIN-PASSWORD.
014049     ACCEPT SG-AGAIN-PASSWORD.
014050     IF SG-NEW-PASSWORD = SPACES
014051         OR SG-NEW-PASSWORD = OT-ID (SG-SUB)
014052         OR SG-NEW-PASSWORD = OT-PASSWORD (SG-SUB)
014053         DISPLAY "TSIGNON: NEW PASSWORD MAY NOT BE BLANK, THE ",
014054             "ID, OR THE OLD ONE -- SIGN-ON DENIED"
014055         GO TO 3300-EXIT
014056     END-IF.
014057     IF SG-NEW-PASSWORD NOT = SG-AGAIN-PASSWORD
014058         DISPLAY "TSIGNON: NEW PASSWORDS DO NOT MATCH -- ",
014059             "SIGN-ON DENIED"
014060         GO TO 3300-EXIT
014061     END-IF.
014062     MOVE SG-NEW-PASSWORD TO OT-PASSWORD (SG-SUB).
014063     MOVE SG-TODAY        TO OT-PWD-DATE (SG-SUB).
014064     SET SG-SAVE-NEEDED      TO TRUE.
014065     SET SG-PASSWORD-CHANGED TO TRUE.
014066     MOVE "P" TO SG-LOG-EVENT.
014067     MOVE "EXPIRED PASSWORD CHANGED AT SIGN-ON" TO SG-LOG-TEXT.
014068     PERFORM 8000-LOG-EVENT THRU 8000-EXIT.
014069 3300-EXIT.
014070     EXIT.
014071
014072*----------------------------------------------------------*
014073* 4000-SAVE-MASTER WRITES THE TABLE BACK OVER THE OPERATOR  *
014074* MASTER. A MASTER LONGER THAN THE TABLE IS LEFT ALONE.     *
014075*----------------------------------------------------------*
014076 4000-SAVE-MASTER.
014077     IF OT-OVERFLOW
014078         DISPLAY "TSIGNON: TOperMast.dat HOLDS MORE THAN 100 ",
014079             "OPERATORS, FAILURE COUNT AND PASSWORD NOT SAVED"
014080         MOVE "4000-SAVE-MASTER" TO SG-ERRLOG-PARAGRAPH
014081         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
014082             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
014083         GO TO 4000-EXIT
014084     END-IF.
014085     OPEN OUTPUT MYOPERFILE.
014086     IF NOT SG-FILE-OK
014087         DISPLAY "TSIGNON: TOperMast.dat COULD NOT BE WRITTEN, ",
014088             "STATUS = ", SG-FILE-STATUS
014089         MOVE "4000-SAVE-MASTER" TO SG-ERRLOG-PARAGRAPH
014090         CALL "TERRLOG" USING SG-ERRLOG-PROGRAM-ID,
014091             SG-ERRLOG-PARAGRAPH, SG-ERRLOG-SEVERITY
014092         GO TO 4000-EXIT
014093     END-IF.
014094     PERFORM 4100-WRITE-OPERATOR THRU 4100-EXIT
014095         VARYING SG-SUB FROM 1 BY 1
014096         UNTIL SG-SUB > OT-COUNT.
014097     CLOSE MYOPERFILE.
014098 4000-EXIT.
014099     EXIT.
014100
014101 4100-WRITE-OPERATOR.
014102     MOVE OT-ENTRY (SG-SUB) TO OPERATOR-RECORD.
014103     WRITE OPERATOR-RECORD.
014104 4100-EXIT.
014105     EXIT.
014106
014107*----------------------------------------------------------*
014108* 8000-LOG-EVENT APPENDS ONE DL340 LINE FOR THE ID AS KEYED *
014109* AND THE LEVEL ASKED FOR. THE LOG IS OPENED AND CLOSED ON  *
014110* EACH EVENT, SINCE TSIGNON IS CALLED AND RETURNS.          *
014111*----------------------------------------------------------*
014112 8000-LOG-EVENT.
014113     OPEN EXTEND MYSECLOG.
014114     IF SG-LOG-NOT-FOUND
014115         OPEN OUTPUT MYSECLOG
014116     END-IF.
014117     ACCEPT SEV-DATE FROM DATE YYYYMMDD.
014118     ACCEPT SEV-TIME FROM TIME.
014119     MOVE SG-LOG-EVENT      TO SEV-EVENT.
014120     MOVE SG-TRY-ID         TO SEV-OPERATOR.
014121     MOVE SPACES            TO SEV-BY.
014122     MOVE SG-REQUIRED-LEVEL TO SEV-LEVEL.
014123     MOVE SG-LOG-TEXT       TO SEV-TEXT.
014124     WRITE SEC-EVENT-RECORD.
014125     CLOSE MYSECLOG.
014126 8000-EXIT.
014127     EXIT.
014128
014129* Input:
014200*    LINKAGE parameters from the calling program -- the
014300*         authority level the caller's work requires
014400*    console entry of operator id and password
014410*         (and a new password, twice, when the old one has
014420*         expired)
014430*    file "TSecParm.dat" (DL335 card), e.g.
014440*            09003SIGN-ON SECURITY
014450* Input/Output:
014500*    file "TOperMast.dat" (DL210 operator master; written
014520*         back when a failure count, lockout, or password
014550*         changes)
014600* Output:
014700*    SG-RESULT (G/D) and, when granted, the signed-on
014800*    operator's id for stamping onto audit records and
014900*    maintenance reports
015000*    file "TSecLog.dat" (DL340 security log) -- one line per
015100*         sign-on, failure, lockout, and password change
