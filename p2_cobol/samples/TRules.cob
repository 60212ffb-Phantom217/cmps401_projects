002904*                      REQUIRED AUTHORITY LEVEL 3, AND THE
002905*                      CHANGE LOG NOW CARRIES THE SIGNED-ON
002906*                      ID INSTEAD OF KEYED INITIALS.
002910*    2026-10-15 DL     A CONFIRMED ADD, CHANGE, OR DEACTIVATE
002920*                      IS NO LONGER STORED HERE. IT GOES ON
002930*                      THE DL320 PENDING-CHANGE FILE, AND
002940*                      TAPPROVE APPLIES IT TO TEDITRULES.DAT
002950*                      ONCE A SECOND OPERATOR APPROVES IT. THE
002960*                      CHANGE LOG NOW SHOWS THE QUEUED CHANGE;
002970*                      TAPPROVE LOGS IT AGAIN WHEN APPLIED.
003000*----------------------------------------------------------*
003100*----------------------------------------------------------*
003200* THE EDITS: THE OPERATOR CODES MUST BE ONE OF GT/LT/EQ/NE/ *
003300* GE/LE, THE COMBINATOR A, O, OR BLANK, THE COMPARED FIELDS *
003400* O OR P (OR BLANK FOR A LITERAL COMPARAND), THE RULE       *
003500* NUMBER NUMERIC AND NONZERO, AND THE MESSAGE NONBLANK. THE *
003600* WHOLE TABLE IS LOADED AT START, THE SAME LOAD-A-TABLE     *
003700* TECHNIQUE TEDIT USES ON THE SAME FILE. A CONFIRMED CHANGE *
003720* IS NOT STORED HERE: IT GOES ON TPENDCHG.DAT AS A DL320    *
003740* ITEM AND TAPPROVE APPLIES IT ONCE A SECOND OPERATOR HAS   *
003760* APPROVED IT.                                              *
003800*----------------------------------------------------------*
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004500     SELECT MYCHGLOG ASSIGN TO "TRuleChgLog.txt"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS TRU-LOG-STATUS.
004710     SELECT MYPENDCHG ASSIGN TO "TPendChg.dat"
004720         ORGANIZATION IS INDEXED
004730         ACCESS MODE IS DYNAMIC
004740         RECORD KEY IS PC-KEY
004750         FILE STATUS IS TRU-PND-STATUS.
004800 DATA DIVISION.
004900 FILE SECTION.
005000 FD  MYRULEFILE.
005200 FD  MYCHGLOG
005300     RECORD CONTAINS 80 CHARACTERS.
005400 01  CHGLOG-LINE          PIC X(80).
005430 FD  MYPENDCHG.
005460     COPY DL320.
005500 WORKING-STORAGE SECTION.
005600 01  TRU-FILE-STATUS  PIC XX        VALUE "00".
005700     88  TRU-FILE-OK                VALUE "00".
005900 01  TRU-LOG-STATUS   PIC XX        VALUE "00".
006000     88  TRU-LOG-OK                 VALUE "00".
006100     88  TRU-LOG-NOT-FOUND          VALUE "35".
006120 01  TRU-PND-STATUS   PIC XX        VALUE "00".
006140     88  TRU-PND-OK                 VALUE "00".
006160     88  TRU-PND-NOT-FOUND          VALUE "35".
006200 01  TRU-RULE-EOF-SW  PIC X         VALUE "N".
006300     88  TRU-RULE-EOF               VALUE "Y".
006400 01  TRU-FUNCTION     PIC X         VALUE SPACE.
007800 01  TRU-RUN-TIME     PIC 9(8)      VALUE ZERO.
007900 01  TRU-RULE-TALLY   PIC 9(2) COMP VALUE ZERO.
008000 01  TRU-RULE-SUB     PIC 9(2) COMP VALUE ZERO.
008100 01  TRU-QUEUED-COUNT PIC 9(3) COMP VALUE ZERO.
008130 01  TRU-BUILD-SUB    PIC 9(2) COMP VALUE 21.
008160 01  TRU-PEND-ACTION  PIC X         VALUE SPACE.
008200 01  TRU-OVERFLOW-SW  PIC X         VALUE "N".
008300     88  TRU-LOAD-OVERFLOW          VALUE "Y".
008400 01  TRU-KEY-NUMBER   PIC X(2)      VALUE SPACES.
010400     05  TRU-W-FIELD-4    PIC X.
010500     05  TRU-W-LITERAL-2  PIC X(2).
010600     05  TRU-W-MESSAGE    PIC X(30).
010620*----------------------------------------------------------*
010640* TWENTY ROWS AS LOADED, PLUS ROW 21 WHERE A CHANGE IS BUILT
010660* INTO DL120 FORM BEFORE IT IS QUEUED.                      *
010680*----------------------------------------------------------*
010700 01  TRU-RULE-TABLE.
010800     05  TRU-RULE-ENTRY OCCURS 21 TIMES.
010900         10  TRU-T-NUMBER     PIC 99.
011000         10  TRU-T-FIELD-1    PIC X.
011100         10  TRU-T-OPERATOR   PIC XX.
016420         STOP RUN
016430     END-IF.
016500     PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
016510     OPEN I-O MYPENDCHG.
016520     IF TRU-PND-NOT-FOUND
016530         OPEN OUTPUT MYPENDCHG
016540         CLOSE MYPENDCHG
016550         OPEN I-O MYPENDCHG
016560     END-IF.
016600     PERFORM 2000-MAINTAIN-RULE THRU 2000-EXIT
016700         UNTIL TRU-FUNCTION-QUIT.
016800     CLOSE MYPENDCHG.
016900     DISPLAY "trules: changes queued for approval = ",
016950         TRU-QUEUED-COUNT.
017000     STOP RUN.
017100
017200 1000-LOAD-RULES.
023400             IF TRU-RULE-TALLY < 20
023500                 PERFORM 5000-CONFIRM-RULE THRU 5000-EXIT
023600                 IF TRU-CONFIRM = "Y"
023700                     MOVE TRU-BUILD-SUB TO TRU-RULE-SUB
023900                     PERFORM 5500-STORE-RULE THRU 5500-EXIT
023910                     MOVE "A" TO TRU-PEND-ACTION
023940                     PERFORM 5800-QUEUE-CHANGE THRU 5800-EXIT
024000                     MOVE "ADD QUEUED" TO TRU-LOG-D-ACTION
024100                     PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
024200                 END-IF
024300             ELSE
026000         IF TRU-RULE-VALID
026100             PERFORM 5000-CONFIRM-RULE THRU 5000-EXIT
026200             IF TRU-CONFIRM = "Y"
026250                 MOVE TRU-BUILD-SUB TO TRU-RULE-SUB
026300                 PERFORM 5500-STORE-RULE THRU 5500-EXIT
026310                 MOVE "C" TO TRU-PEND-ACTION
026340                 PERFORM 5800-QUEUE-CHANGE THRU 5800-EXIT
026400                 MOVE "CHG QUEUED" TO TRU-LOG-D-ACTION
026500                 PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
026600             END-IF
026700         ELSE
027400 3800-DEACTIVATE-RULE.
027500     PERFORM 4600-KEY-RULE-NUMBER THRU 4600-EXIT.
027600     IF TRU-RULE-FOUND
027630         MOVE TRU-RULE-ENTRY (TRU-RULE-SUB)
027660             TO TRU-RULE-ENTRY (TRU-BUILD-SUB)
027700         MOVE "I" TO TRU-T-ACTIVE (TRU-BUILD-SUB)
027800         MOVE "D" TO TRU-PEND-ACTION
027900         PERFORM 5800-QUEUE-CHANGE THRU 5800-EXIT
028100         MOVE "DEACT QUEUED" TO TRU-LOG-D-ACTION
028200         MOVE TRU-T-MESSAGE (TRU-RULE-SUB) TO TRU-W-MESSAGE
028300         MOVE TRU-T-NUMBER (TRU-RULE-SUB) TO TRU-W-NUMBER
028400         PERFORM 7000-WRITE-CHANGE-LOG THRU 7000-EXIT
048000     MOVE TRU-W-FIELD-4    TO TRU-T-FIELD-4 (TRU-RULE-SUB).
048100     MOVE TRU-W-MESSAGE    TO TRU-T-MESSAGE (TRU-RULE-SUB).
048200     MOVE "A"              TO TRU-T-ACTIVE (TRU-RULE-SUB).
048400 5500-EXIT.
048500     EXIT.
048600
051700     MOVE TRU-T-MESSAGE (TRU-RULE-SUB)    TO TRU-W-MESSAGE.
051800 5700-EXIT.
051900     EXIT.
051902
051904*----------------------------------------------------------*
051906* 5800-QUEUE-CHANGE PUTS THE ROW BUILT IN THE LAST TABLE    *
051908* SLOT ON TPENDCHG.DAT, WITH THE CALLER'S ADD/CHANGE/       *
051910* DEACTIVATE CODE, FOR A SECOND OPERATOR TO APPROVE.        *
051912*----------------------------------------------------------*
051914 5800-QUEUE-CHANGE.
051916     INITIALIZE PENDING-CHANGE-RECORD.
051918     MOVE TRU-PEND-ACTION TO PC-RULE-ACTION.
051920     MOVE TRU-RUN-DATE    TO PC-RAISED-DATE.
051922     ACCEPT PC-RAISED-TIME FROM TIME.
051924     SET PC-TYPE-RULE     TO TRUE.
051926     SET PC-IS-PENDING    TO TRUE.
051928     MOVE TRU-OPERATOR-ID TO PC-MAKER.
051930     MOVE "TRULES"        TO PC-MAKER-PROGRAM.
051932     MOVE TRU-T-NUMBER (TRU-BUILD-SUB) TO PC-TARGET.
051934     MOVE TRU-RULE-ENTRY (TRU-BUILD-SUB) TO PC-RULE-ROW.
051936     WRITE PENDING-CHANGE-RECORD
051938         INVALID KEY
051940             ADD 1 TO PC-RAISED-TIME
051942             WRITE PENDING-CHANGE-RECORD
051944                 INVALID KEY
051946                     CONTINUE
051948             END-WRITE
051950     END-WRITE.
051952     IF TRU-PND-OK
051954         ADD 1 TO TRU-QUEUED-COUNT
051956         DISPLAY "RULE ", PC-RULE-NUMBER, " CHANGE QUEUED FOR ",
051958             "APPROVAL BY A SECOND OPERATOR"
051960     ELSE
051962         DISPLAY "RULE ", PC-RULE-NUMBER, " CHANGE COULD NOT BE ",
051964             "QUEUED, STATUS = ", TRU-PND-STATUS
051966     END-IF.
051968 5800-EXIT.
051970     EXIT.
052000
052100 6000-OPERATOR-WORDS.
052200     EVALUATE TRU-OP-CHECK
055800 7000-EXIT.
055900     EXIT.
056000
059500* Input:
059600*    file "TEditRules.dat" (DL120 rule table TEdit loads)
059700*    console/screen entry of the rule fields, with the
059800*         operator's initials for the change log
059900* Output:
059950*    file "TPendChg.dat" (indexed DL320 pending changes,
060000*         created on first use) -- one per confirmed add,
060050*         change, or deactivate, applied to TEditRules.dat by
060100*         TAPPROVE once a second operator approves it
060200*    file "TRuleChgLog.txt" -- one appended line per rule
060300*         touched: date, time, initials, action, rule number
