000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    TOPERM.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. MAINTENANCE SCREEN FOR
001200*                      THE DL210 OPERATOR MASTER, WHICH UNTIL
001300*                      NOW WAS KEPT WITH A TEXT EDITOR. L
001400*                      LISTS THE OPERATORS (NEVER THEIR
001500*                      PASSWORDS); A ADDS ONE; D DEACTIVATES
001600*                      ONE; R RESETS ONE TO A TEMPORARY
001700*                      PASSWORD, CLEARING A LOCKOUT. EVERY
001800*                      CHANGE GOES ON THE DL340 SECURITY LOG
001900*                      UNDER THE OPERATOR WHO MADE IT. BEHIND
002000*                      THE TSIGNON CHECK AT AUTHORITY LEVEL 4.
002100*----------------------------------------------------------*
002200*----------------------------------------------------------*
002300* THE MASTER IS READ INTO THE DL345 TABLE AGAIN FOR EACH    *
002400* CHANGE AND WRITTEN BACK WHOLE AT ONCE, SO A FAILURE COUNT *
002500* TSIGNON RECORDED MEANWHILE IS NOT LOST. A NEW OR RESET    *
002600* OPERATOR'S PASSWORD HAS NO DATE SET, SO TSIGNON MAKES     *
002700* THEM CHANGE IT AT THE FIRST SIGN-ON. A RESET ALSO BRINGS  *
002800* BACK AN INACTIVE OPERATOR. NO ONE MAY DEACTIVATE OR RESET *
002900* THEMSELVES -- TPASSWD IS FOR ONE'S OWN PASSWORD.          *
003000*----------------------------------------------------------*
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT MYOPERFILE ASSIGN TO "TOperMast.dat"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS TOP-OPR-STATUS.
003700     SELECT MYSECLOG ASSIGN TO "TSecLog.dat"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS TOP-LOG-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  MYOPERFILE.
004300     COPY DL210.
004400 FD  MYSECLOG.
004500     COPY DL340.
004600 WORKING-STORAGE SECTION.
004700 01  TOP-OPR-STATUS   PIC XX        VALUE "00".
004800     88  TOP-OPR-OK                 VALUE "00".
004900     88  TOP-OPR-NOT-FOUND          VALUE "35".
005000 01  TOP-LOG-STATUS   PIC XX        VALUE "00".
005100     88  TOP-LOG-OK                 VALUE "00".
005200     88  TOP-LOG-NOT-FOUND          VALUE "35".
005300 01  TOP-OPR-EOF-SW   PIC X         VALUE "N".
005400     88  TOP-OPR-EOF                VALUE "Y".
005500 01  TOP-LOAD-SW      PIC X         VALUE "N".
005600     88  TOP-LOAD-OK                VALUE "Y".
005700 01  TOP-FOUND-SW     PIC X         VALUE "N".
005800     88  TOP-OPER-FOUND             VALUE "Y".
005900 01  TOP-FUNCTION     PIC X         VALUE SPACE.
006000     88  TOP-FUNCTION-LIST          VALUE "L".
006100     88  TOP-FUNCTION-ADD           VALUE "A".
006200     88  TOP-FUNCTION-DEACT         VALUE "D".
006300     88  TOP-FUNCTION-RESET         VALUE "R".
006400     88  TOP-FUNCTION-QUIT          VALUE "Q".
006500 01  TOP-KEY-ID       PIC X(8)      VALUE SPACES.
006600 01  TOP-NEW-NAME     PIC X(20)     VALUE SPACES.
006700 01  TOP-NEW-LEVEL    PIC X         VALUE SPACE.
006800     88  TOP-LEVEL-VALID            VALUE "1" THRU "4".
006900 01  TOP-NEW-PASSWORD PIC X(8)      VALUE SPACES.
007000 01  TOP-SUB          PIC 9(3) COMP VALUE ZERO.
007100 01  TOP-STATE-TEXT   PIC X(8)      VALUE SPACES.
007200 01  TOP-LOG-EVENT    PIC X         VALUE SPACE.
007300 01  TOP-LOG-LEVEL    PIC 9         VALUE ZERO.
007400 01  TOP-LOG-TEXT     PIC X(40)     VALUE SPACES.
007500 01  TOP-SG-LEVEL     PIC 9          VALUE 4.
007600 01  TOP-SG-RESULT    PIC X          VALUE SPACE.
007700     88  TOP-SG-GRANTED              VALUE "G".
007800 01  TOP-OPERATOR-ID  PIC X(8)       VALUE SPACES.
007900 01  TOP-ERRLOG-PROGRAM-ID PIC X(8) VALUE "TOPERM".
008000 01  TOP-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-OPEN-FILES".
008100 01  TOP-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
008200     COPY DL345.
008300 PROCEDURE DIVISION.
008400 0000-MAINLINE.
008500     CALL "TSIGNON" USING TOP-SG-LEVEL, TOP-SG-RESULT,
008600         TOP-OPERATOR-ID.
008700     IF NOT TOP-SG-GRANTED
008800         DISPLAY "OPERATOR MAINTENANCE NOT STARTED"
008900         STOP RUN
009000     END-IF.
009100     PERFORM 1000-OPEN-FILES THRU 1000-EXIT.
009200     PERFORM 2000-CHOOSE-FUNCTION THRU 2000-EXIT
009300         UNTIL TOP-FUNCTION-QUIT.
009400     CLOSE MYSECLOG.
009500     STOP RUN.
009600
009700 1000-OPEN-FILES.
009800     OPEN EXTEND MYSECLOG.
009900     IF TOP-LOG-NOT-FOUND
010000         OPEN OUTPUT MYSECLOG
010100     END-IF.
010200     IF NOT TOP-LOG-OK
010300         DISPLAY "UNABLE TO OPEN TSecLog.dat, STATUS = ",
010400             TOP-LOG-STATUS
010500         CALL "TERRLOG" USING TOP-ERRLOG-PROGRAM-ID,
010600             TOP-ERRLOG-PARAGRAPH, TOP-ERRLOG-SEVERITY
010700         STOP RUN
010800     END-IF.
010900 1000-EXIT.
011000     EXIT.
011100
011200*----------------------------------------------------------*
011300* 1100-LOAD-MASTER READS THE OPERATOR MASTER INTO THE DL345 *
011400* TABLE. TOP-LOAD-OK IS LEFT OFF IF THE FILE CANNOT BE READ *
011500* OR IS TOO LONG FOR THE TABLE, AND NOTHING IS CHANGED.     *
011600*----------------------------------------------------------*
011700 1100-LOAD-MASTER.
011800     MOVE "N"  TO TOP-LOAD-SW.
011900     MOVE "N"  TO TOP-OPR-EOF-SW.
012000     MOVE ZERO TO OT-COUNT.
012100     MOVE "N"  TO OT-OVERFLOW-SW.
012200     OPEN INPUT MYOPERFILE.
012300     IF TOP-OPR-NOT-FOUND
012400         SET TOP-LOAD-OK TO TRUE
012500         GO TO 1100-EXIT
012600     END-IF.
012700     IF NOT TOP-OPR-OK
012800         DISPLAY "UNABLE TO OPEN TOperMast.dat, STATUS = ",
012900             TOP-OPR-STATUS
013000         MOVE "1100-LOAD-MASTER" TO TOP-ERRLOG-PARAGRAPH
013100         CALL "TERRLOG" USING TOP-ERRLOG-PROGRAM-ID,
013200             TOP-ERRLOG-PARAGRAPH, TOP-ERRLOG-SEVERITY
013300         GO TO 1100-EXIT
013400     END-IF.
013500     PERFORM 1110-LOAD-ONE THRU 1110-EXIT
013600         UNTIL TOP-OPR-EOF.
013700     CLOSE MYOPERFILE.
013800     IF OT-OVERFLOW
013900         DISPLAY "TOperMast.dat HOLDS MORE THAN 100 OPERATORS, ",
014000             "NO CHANGE MADE"
014100         MOVE "1100-LOAD-MASTER" TO TOP-ERRLOG-PARAGRAPH
014200         CALL "TERRLOG" USING TOP-ERRLOG-PROGRAM-ID,
014300             TOP-ERRLOG-PARAGRAPH, TOP-ERRLOG-SEVERITY
014400         GO TO 1100-EXIT
014500     END-IF.
014600     SET TOP-LOAD-OK TO TRUE.
014700 1100-EXIT.
014800     EXIT.
014900
015000 1110-LOAD-ONE.
015100     READ MYOPERFILE
015200         AT END
015300             SET TOP-OPR-EOF TO TRUE
015400         NOT AT END
015500             IF OT-COUNT < 100
015600                 ADD 1 TO OT-COUNT
015700                 MOVE OPERATOR-RECORD TO OT-ENTRY (OT-COUNT)
015800                 IF OT-PWD-DATE (OT-COUNT) NOT NUMERIC
015900                     MOVE ZERO TO OT-PWD-DATE (OT-COUNT)
016000                 END-IF
016100                 IF OT-FAIL-COUNT (OT-COUNT) NOT NUMERIC
016200                     MOVE ZERO TO OT-FAIL-COUNT (OT-COUNT)
016300                 END-IF
016400             ELSE
016500                 SET OT-OVERFLOW TO TRUE
016600             END-IF
016700     END-READ.
016800 1110-EXIT.
016900     EXIT.
017000
017100 1200-FIND-OPERATOR.
017200     MOVE "N" TO TOP-FOUND-SW.
017300     PERFORM 1210-MATCH-ONE THRU 1210-EXIT
017400         VARYING TOP-SUB FROM 1 BY 1
017500         UNTIL TOP-SUB > OT-COUNT OR TOP-OPER-FOUND.
017600     IF TOP-OPER-FOUND
017700         SUBTRACT 1 FROM TOP-SUB
017800     END-IF.
017900 1200-EXIT.
018000     EXIT.
018100
018200 1210-MATCH-ONE.
018300     IF OT-ID (TOP-SUB) = TOP-KEY-ID
018400         SET TOP-OPER-FOUND TO TRUE
018500     END-IF.
018600 1210-EXIT.
018700     EXIT.
018800
018900 2000-CHOOSE-FUNCTION.
019000     DISPLAY "FUNCTION (L=LIST, A=ADD, D=DEACTIVATE, R=RESET, ",
019100         "Q=QUIT): ".
019200     ACCEPT TOP-FUNCTION.
019300     IF TOP-FUNCTION-LIST
019400         PERFORM 3000-LIST-OPERATORS THRU 3000-EXIT
019500     ELSE
019600         IF TOP-FUNCTION-ADD
019700             PERFORM 4000-ADD-OPERATOR THRU 4000-EXIT
019800         ELSE
019900             IF TOP-FUNCTION-DEACT
020000                 PERFORM 5000-DEACT-OPERATOR THRU 5000-EXIT
020100             ELSE
020200                 IF TOP-FUNCTION-RESET
020300                     PERFORM 6000-RESET-OPERATOR THRU 6000-EXIT
020400                 END-IF
020500             END-IF
020600         END-IF
020700     END-IF.
020800 2000-EXIT.
020900     EXIT.
021000
021100 3000-LIST-OPERATORS.
021200     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
021300     IF OT-COUNT = ZERO
021400         DISPLAY "NO OPERATORS ON TOperMast.dat"
021500         GO TO 3000-EXIT
021600     END-IF.
021700     DISPLAY "ID       NAME                 LVL STATUS   ",
021800         "PWD SET  FAILS".
021900     PERFORM 3100-LIST-ONE THRU 3100-EXIT
022000         VARYING TOP-SUB FROM 1 BY 1
022100         UNTIL TOP-SUB > OT-COUNT.
022200 3000-EXIT.
022300     EXIT.
022400
022500 3100-LIST-ONE.
022600     EVALUATE TRUE
022700         WHEN OT-IS-INACTIVE (TOP-SUB)
022800             MOVE "INACTIVE" TO TOP-STATE-TEXT
022900         WHEN OT-IS-LOCKED (TOP-SUB)
023000             MOVE "LOCKED"   TO TOP-STATE-TEXT
023100         WHEN OTHER
023200             MOVE "ACTIVE"   TO TOP-STATE-TEXT
023300     END-EVALUATE.
023400     DISPLAY OT-ID (TOP-SUB), " ", OT-NAME (TOP-SUB), " ",
023500         OT-AUTHORITY (TOP-SUB), "   ", TOP-STATE-TEXT, " ",
023600         OT-PWD-DATE (TOP-SUB), " ", OT-FAIL-COUNT (TOP-SUB).
023700 3100-EXIT.
023800     EXIT.
023900
024000*----------------------------------------------------------*
024100* 4000-ADD-OPERATOR PUTS A NEW OPERATOR ON THE END OF THE   *
024200* MASTER WITH A STARTING PASSWORD THAT MUST BE CHANGED AT   *
024300* THE FIRST SIGN-ON.                                        *
024400*----------------------------------------------------------*
024500 4000-ADD-OPERATOR.
024600     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
024700     IF NOT TOP-LOAD-OK
024800         GO TO 4000-EXIT
024900     END-IF.
025000     IF OT-COUNT NOT < 100
025100         DISPLAY "OPERATOR TABLE FULL, OPERATOR NOT ADDED"
025200         GO TO 4000-EXIT
025300     END-IF.
025400     DISPLAY "NEW OPERATOR ID: ".
025500     MOVE SPACES TO TOP-KEY-ID.
025600     ACCEPT TOP-KEY-ID.
025700     IF TOP-KEY-ID = SPACES
025800         DISPLAY "OPERATOR ID IS REQUIRED"
025900         GO TO 4000-EXIT
026000     END-IF.
026100     PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT.
026200     IF TOP-OPER-FOUND
026300         DISPLAY "OPERATOR ", TOP-KEY-ID, " ALREADY ON FILE ",
026400             "-- USE R TO RESET OR BRING BACK"
026500         GO TO 4000-EXIT
026600     END-IF.
026700     DISPLAY "NAME (20 CHAR): ".
026800     MOVE SPACES TO TOP-NEW-NAME.
026900     ACCEPT TOP-NEW-NAME.
027000     IF TOP-NEW-NAME = SPACES
027100         DISPLAY "NAME IS REQUIRED"
027200         GO TO 4000-EXIT
027300     END-IF.
027400     DISPLAY "AUTHORITY LEVEL (1-4): ".
027500     MOVE SPACE TO TOP-NEW-LEVEL.
027600     ACCEPT TOP-NEW-LEVEL.
027700     IF NOT TOP-LEVEL-VALID
027800         DISPLAY "AUTHORITY LEVEL MUST BE 1 THROUGH 4"
027900         GO TO 4000-EXIT
028000     END-IF.
028100     PERFORM 7000-ACCEPT-PASSWORD THRU 7000-EXIT.
028200     IF TOP-NEW-PASSWORD = SPACES
028300         GO TO 4000-EXIT
028400     END-IF.
028500     ADD 1 TO OT-COUNT.
028600     MOVE OT-COUNT         TO TOP-SUB.
028700     MOVE TOP-KEY-ID       TO OT-ID (TOP-SUB).
028800     MOVE TOP-NEW-PASSWORD TO OT-PASSWORD (TOP-SUB).
028900     MOVE TOP-NEW-LEVEL    TO OT-AUTHORITY (TOP-SUB).
029000     MOVE TOP-NEW-NAME     TO OT-NAME (TOP-SUB).
029100     MOVE "A"              TO OT-ACTIVE (TOP-SUB).
029200     MOVE ZERO             TO OT-PWD-DATE (TOP-SUB).
029300     MOVE ZERO             TO OT-FAIL-COUNT (TOP-SUB).
029400     PERFORM 8000-SAVE-MASTER THRU 8000-EXIT.
029500     IF NOT TOP-OPR-OK
029600         GO TO 4000-EXIT
029700     END-IF.
029800     MOVE "A"               TO TOP-LOG-EVENT.
029900     MOVE OT-AUTHORITY (TOP-SUB) TO TOP-LOG-LEVEL.
030000     MOVE "OPERATOR ADDED" TO TOP-LOG-TEXT.
030100     PERFORM 8500-LOG-EVENT THRU 8500-EXIT.
030200     DISPLAY "OPERATOR ", TOP-KEY-ID, " ADDED -- PASSWORD MUST ",
030300         "BE CHANGED AT FIRST SIGN-ON".
030400 4000-EXIT.
030500     EXIT.
030600
030700 5000-DEACT-OPERATOR.
030800     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
030900     IF NOT TOP-LOAD-OK
031000         GO TO 5000-EXIT
031100     END-IF.
031200     PERFORM 7100-ACCEPT-OTHER-ID THRU 7100-EXIT.
031300     IF NOT TOP-OPER-FOUND
031400         GO TO 5000-EXIT
031500     END-IF.
031600     IF OT-IS-INACTIVE (TOP-SUB)
031700         DISPLAY "OPERATOR ", TOP-KEY-ID, " IS ALREADY INACTIVE"
031800         GO TO 5000-EXIT
031900     END-IF.
032000     MOVE "I" TO OT-ACTIVE (TOP-SUB).
032100     PERFORM 8000-SAVE-MASTER THRU 8000-EXIT.
032200     IF NOT TOP-OPR-OK
032300         GO TO 5000-EXIT
032400     END-IF.
032500     MOVE "D"                TO TOP-LOG-EVENT.
032600     MOVE OT-AUTHORITY (TOP-SUB) TO TOP-LOG-LEVEL.
032700     MOVE "OPERATOR DEACTIVATED" TO TOP-LOG-TEXT.
032800     PERFORM 8500-LOG-EVENT THRU 8500-EXIT.
032900     DISPLAY "OPERATOR ", TOP-KEY-ID, " DEACTIVATED".
033000 5000-EXIT.
033100     EXIT.
033200
033300*----------------------------------------------------------*
033400* 6000-RESET-OPERATOR GIVES AN OPERATOR A TEMPORARY         *
033500* PASSWORD, CLEARS THE FAILURE COUNT, AND MAKES THE ROW     *
033600* ACTIVE AGAIN, WHETHER IT WAS LOCKED OUT OR INACTIVE.      *
033700*----------------------------------------------------------*
033800 6000-RESET-OPERATOR.
033900     PERFORM 1100-LOAD-MASTER THRU 1100-EXIT.
034000     IF NOT TOP-LOAD-OK
034100         GO TO 6000-EXIT
034200     END-IF.
034300     PERFORM 7100-ACCEPT-OTHER-ID THRU 7100-EXIT.
034400     IF NOT TOP-OPER-FOUND
034500         GO TO 6000-EXIT
034600     END-IF.
034700     PERFORM 7000-ACCEPT-PASSWORD THRU 7000-EXIT.
034800     IF TOP-NEW-PASSWORD = SPACES
034900         GO TO 6000-EXIT
035000     END-IF.
035100     EVALUATE TRUE
035200         WHEN OT-IS-LOCKED (TOP-SUB)
035300             MOVE "PASSWORD RESET, LOCKOUT CLEARED"
035400                 TO TOP-LOG-TEXT
035500         WHEN OT-IS-INACTIVE (TOP-SUB)
035600             MOVE "PASSWORD RESET, OPERATOR REACTIVATED"
035700                 TO TOP-LOG-TEXT
035800         WHEN OTHER
035900             MOVE "PASSWORD RESET" TO TOP-LOG-TEXT
036000     END-EVALUATE.
036100     MOVE TOP-NEW-PASSWORD TO OT-PASSWORD (TOP-SUB).
036200     MOVE "A"              TO OT-ACTIVE (TOP-SUB).
036300     MOVE ZERO             TO OT-PWD-DATE (TOP-SUB).
036400     MOVE ZERO             TO OT-FAIL-COUNT (TOP-SUB).
036500     PERFORM 8000-SAVE-MASTER THRU 8000-EXIT.
036600     IF NOT TOP-OPR-OK
036700         GO TO 6000-EXIT
036800     END-IF.
036900     MOVE "R"                TO TOP-LOG-EVENT.
037000     MOVE OT-AUTHORITY (TOP-SUB) TO TOP-LOG-LEVEL.
037100     PERFORM 8500-LOG-EVENT THRU 8500-EXIT.
037200     DISPLAY "OPERATOR ", TOP-KEY-ID, " RESET -- PASSWORD MUST ",
037300         "BE CHANGED AT NEXT SIGN-ON".
037400 6000-EXIT.
037500     EXIT.
037600
037700*----------------------------------------------------------*
037800* 7000-ACCEPT-PASSWORD TAKES A STARTING OR TEMPORARY        *
037900* PASSWORD AND LEAVES TOP-NEW-PASSWORD BLANK IF IT IS NOT   *
038000* USABLE.                                                   *
038100*----------------------------------------------------------*
038200 7000-ACCEPT-PASSWORD.
038300     DISPLAY "TEMPORARY PASSWORD (8 CHAR): ".
038400     MOVE SPACES TO TOP-NEW-PASSWORD.
038500     ACCEPT TOP-NEW-PASSWORD.
038600     IF TOP-NEW-PASSWORD = SPACES
038700         DISPLAY "PASSWORD IS REQUIRED"
038800         GO TO 7000-EXIT
038900     END-IF.
039000     IF TOP-NEW-PASSWORD = TOP-KEY-ID
039100         DISPLAY "PASSWORD MAY NOT BE THE OPERATOR ID"
039200         MOVE SPACES TO TOP-NEW-PASSWORD
039300     END-IF.
039400 7000-EXIT.
039500     EXIT.
039600
039700 7100-ACCEPT-OTHER-ID.
039800     MOVE "N" TO TOP-FOUND-SW.
039900     DISPLAY "OPERATOR ID: ".
040000     MOVE SPACES TO TOP-KEY-ID.
040100     ACCEPT TOP-KEY-ID.
040200     IF TOP-KEY-ID = TOP-OPERATOR-ID
040300         DISPLAY "YOU MAY NOT CHANGE YOUR OWN ROW HERE -- USE ",
040400             "TPASSWD"
040500         GO TO 7100-EXIT
040600     END-IF.
040700     PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT.
040800     IF NOT TOP-OPER-FOUND
040900         DISPLAY "OPERATOR ", TOP-KEY-ID, " NOT ON FILE"
041000     END-IF.
041100 7100-EXIT.
041200     EXIT.
041300
041400*----------------------------------------------------------*
041500* 8000-SAVE-MASTER WRITES THE TABLE BACK OVER THE MASTER.   *
041600* TOP-OPR-STATUS IS LEFT NOT OK IF IT COULD NOT BE WRITTEN. *
041700*----------------------------------------------------------*
041800 8000-SAVE-MASTER.
041900     OPEN OUTPUT MYOPERFILE.
042000     IF NOT TOP-OPR-OK
042100         DISPLAY "TOperMast.dat COULD NOT BE WRITTEN, STATUS = ",
042200             TOP-OPR-STATUS, ", NO CHANGE MADE"
042300         MOVE "8000-SAVE-MASTER" TO TOP-ERRLOG-PARAGRAPH
042400         CALL "TERRLOG" USING TOP-ERRLOG-PROGRAM-ID,
042500             TOP-ERRLOG-PARAGRAPH, TOP-ERRLOG-SEVERITY
042600         GO TO 8000-EXIT
042700     END-IF.
042800     PERFORM 8100-WRITE-ONE THRU 8100-EXIT
042900         VARYING TOP-SUB FROM 1 BY 1
043000         UNTIL TOP-SUB > OT-COUNT.
043100     CLOSE MYOPERFILE.
043200     PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT.
043300 8000-EXIT.
043400     EXIT.
043500
043600 8100-WRITE-ONE.
043700     MOVE OT-ENTRY (TOP-SUB) TO OPERATOR-RECORD.
043800     WRITE OPERATOR-RECORD.
043900 8100-EXIT.
044000     EXIT.
044100
044200 8500-LOG-EVENT.
044300     ACCEPT SEV-DATE FROM DATE YYYYMMDD.
044400     ACCEPT SEV-TIME FROM TIME.
044500     MOVE TOP-LOG-EVENT   TO SEV-EVENT.
044600     MOVE TOP-KEY-ID      TO SEV-OPERATOR.
044700     MOVE TOP-OPERATOR-ID TO SEV-BY.
044800     MOVE TOP-LOG-LEVEL   TO SEV-LEVEL.
044900     MOVE TOP-LOG-TEXT    TO SEV-TEXT.
045000     WRITE SEC-EVENT-RECORD.
045100 8500-EXIT.
045200     EXIT.
045300
045400* Input:
045500*    sign-on through TSIGNON (DL210 operator master, level 4)
045600*    console function code, operator id, name, authority
045700*         level, and starting or temporary password
045800* Input/Output:
045900*    file "TOperMast.dat" (DL210 operator master) -- read
046000*         again and written back whole on every change
046100* Output:
046200*    file "TSecLog.dat" (DL340 security log) -- one line per
046300*         add, deactivation, and reset, under the operator
046400*         who made it
