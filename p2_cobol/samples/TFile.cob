023282*                      CHECKPOINT ON DISK NOW ALWAYS MEANS AN
023283*                      UNFINISHED RUN, WHICH IS WHAT TBOARD
023284*                      TESTS FOR.
023285*    2026-10-15 DL     RUN DATE NOW COMES FROM THE SHARED
023286*                      TRUNDATE SERVICE (THE DL230 AS-OF CARD
023287*                      TDRIVE SETS) INSTEAD OF THE SYSTEM
023288*                      CLOCK, SO A LATE OR CATCH-UP RUN DATES
023289*                      THIS STEP'S WORK BY THE BUSINESS DAY
023290*                      BEING PROCESSED.
023291*    2026-10-15 DL     3300-CHECK-MASTER NOW ALSO REJECTS A
023292*                      TRANSACTION AGAINST A CLOSED ACCOUNT
023293*                      (REASON CODE 62) OR A FROZEN ACCOUNT
023294*                      (REASON CODE 64) -- DL140'S NEW
023295*                      ACCT-STATUS. DORMANT ACCOUNTS STILL POST.
023296*    2026-10-15 DL     A BRANCH TBRCLOSE MARKS INACTIVE STAYS IN
023297*                      THE GATE AND THE MERGE UNTIL ITS DL180
023298*                      BRD-INACTIVE-FROM DATE.
023299*----------------------------------------------------------*
023300* Test File I/O: READ, WRITE
023400* An example program which
023500*    reades (TFileIn.dat) records from an input file
042900     05  TF-SUM-TU        PIC 9(9)  COMP   VALUE ZERO.
043000     05  TF-REJECT-COUNT  PIC 9(7)  COMP   VALUE ZERO.
043050     05  TF-AMOUNT-TOTAL  PIC S9(9)V99 COMP VALUE ZERO.
043060 01  TF-RD-FUNCTION   PIC X         VALUE "G".
043100 01  TF-ERRLOG-PROGRAM-ID PIC X(8)  VALUE "TFILE".
043200 01  TF-ERRLOG-PARAGRAPH  PIC X(30) VALUE "3500-WRITE-REJECT".
043300 01  TF-ERRLOG-SEVERITY   PIC X(1)  VALUE "E".
064500         PERFORM 5000-LOOKUP-RECORD THRU 5000-EXIT
064600     ELSE
064700         IF TF-MODE-MERGE
064710             CALL "TRUNDATE" USING TF-RD-FUNCTION,
064720                 TF-ERRLOG-PROGRAM-ID, TF-VAL-TODAY
064750             PERFORM 5300-LOAD-BRANCH-DIR THRU 5300-EXIT
064800             PERFORM 5500-VALIDATE-EXTRACTS THRU 5500-EXIT
064900         END-IF
066800
066900 1000-INITIALIZE.
067000     ACCEPT TF-START-TIME FROM TIME.
067050     CALL "TRUNDATE" USING TF-RD-FUNCTION, TF-ERRLOG-PROGRAM-ID,
067100         TF-TODAY-CCYYMMDD.
067200     IF NOT TF-CALLED-MODE
067300         DISPLAY "RESTART FROM LAST CHECKPOINT (Y/N): "
067400         ACCEPT TF-RESTART-SW
124400             SET TF-RECORD-INVALID TO TRUE
124500             MOVE 60 TO TF-REASON-CODE
124600             MOVE "ACCOUNT NOT ON MASTER" TO TF-REASON-TEXT
124610         NOT INVALID KEY
124620             IF ACCT-IS-CLOSED
124630                 SET TF-RECORD-INVALID TO TRUE
124640                 MOVE 62 TO TF-REASON-CODE
124650                 MOVE "ACCOUNT IS CLOSED" TO TF-REASON-TEXT
124660             ELSE
124670                 IF ACCT-IS-FROZEN
124680                     SET TF-RECORD-INVALID TO TRUE
124690                     MOVE 64 TO TF-REASON-CODE
124692                     MOVE "ACCOUNT IS FROZEN" TO TF-REASON-TEXT
124694                 END-IF
124696             END-IF
124700     END-READ.
124800 3300-EXIT.
124900     EXIT.
131800*----------------------------------------------------------*
131900 3250-COMPUTE-AGE.
132000     MOVE TF-DE-CCYYMMDD TO TF-TRANS-CCYYMMDD.
132030     CALL "TRUNDATE" USING TF-RD-FUNCTION, TF-ERRLOG-PROGRAM-ID,
132060         TF-AGE-TODAY.
132110*    THE SHARED TBUSDAY SERVICE AGES IN BUSINESS DAYS WHEN
132120*    THE PROCESSING CALENDAR IS ON THE SYSTEM; OTHERWISE THE
132130*    ORIGINAL CALENDAR-DAY ARITHMETIC STANDS.
138541
138542 5310-LOAD-DIR-CARD.
138543     READ MYBRDIR
138544         AT END SET TF-DIR-EOF TO TRUE
138545         NOT AT END
138546             IF BRD-IS-INACTIVE
138547                 AND BRD-INACTIVE-FROM NOT > TF-VAL-TODAY
138548                 DISPLAY "tfile: branch ", BRD-BRANCH-NUMBER,
138549                     " inactive, skipped"
138550             ELSE
139350* RETURN-CODE 8.
139400*----------------------------------------------------------*
139500 5500-VALIDATE-EXTRACTS.
139550     CALL "TRUNDATE" USING TF-RD-FUNCTION, TF-ERRLOG-PROGRAM-ID,
139600         TF-VAL-TODAY.
139700     PERFORM 5550-VALIDATE-DIR-ENTRY THRU 5550-EXIT
139800         VARYING TF-BRD-SUB FROM 1 BY 1
139900         UNTIL TF-BRD-SUB > TF-BRD-TALLY.
184700     EXIT.
184800
184900 9200-ARCHIVE-GENERATIONS.
184950     CALL "TRUNDATE" USING TF-RD-FUNCTION, TF-ERRLOG-PROGRAM-ID,
185000         TF-ARCH-DATE.
185100     STRING "TFileIn.dat." TF-ARCH-DATE DELIMITED BY SIZE
185200         INTO TF-ARCH-IN-NEW.
185300     STRING "TFileOut.dat." TF-ARCH-DATE DELIMITED BY SIZE
186600*----------------------------------------------------------*
186700 9300-PURGE-REGISTRY.
186800     MOVE "N" TO TF-REG-EOF-SW.
186850     CALL "TRUNDATE" USING TF-RD-FUNCTION, TF-ERRLOG-PROGRAM-ID,
186900         TF-PURGE-TODAY.
187000     COMPUTE TF-REG-DAY-NUMBER =
187100         FUNCTION INTEGER-OF-DATE (TF-PURGE-TODAY)
187200         - TF-REG-RETENTION-DAYS.
