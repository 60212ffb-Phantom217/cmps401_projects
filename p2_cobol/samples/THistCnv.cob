000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    THISTCNV.
000300 AUTHOR.        D. LYNCH.
000400 INSTALLATION.  DATA PROCESSING.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*----------------------------------------------------------*
000800* MODIFICATION HISTORY                                      *
000900*----------------------------------------------------------*
001000*    DATE       INIT   DESCRIPTION
001100*    2026-10-15 DL     FIRST WRITTEN. ONE-TIME CONVERSION OF
001200*                      THISTMASTER.DAT TO THE DL170 LAYOUT
001300*                      THAT CARRIES HIST-AMOUNT AND
001400*                      HIST-TRANS-TYPE. THE SAME PATTERN AS
001500*                      TKEYCNV AND TBALCNV: THE FILE IS
001600*                      RENAMED ASIDE TO A .old COPY (KEPT AS
001700*                      THE EVIDENCE), READ UNDER THE OLD
001800*                      LAYOUT, AND REWRITTEN UNDER THE NEW
001900*                      ONE. THE AMOUNTS ARE THEN FILLED IN
002000*                      FROM THE DATED TFILEOUT.DAT.CCYYMMDD
002100*                      GENERATIONS STILL ON THE SYSTEM. RUN
002200*                      ONCE, WITH THE BATCH CHAIN DOWN AND THE
002300*                      TLOCK INTERLOCK TESTED FIRST.
002400*----------------------------------------------------------*
002500*----------------------------------------------------------*
002600* THE OLD RECORDS ARE COPIED FIRST WITH A ZERO AMOUNT, AND  *
002700* EVERY RUN DATE SEEN IS HELD IN A TABLE. EACH DATE'S       *
002800* GENERATION IS THEN READ AND EVERY DETAIL THAT MATCHES A   *
002900* HISTORY KEY HAS ITS AMOUNT AND TYPE REWRITTEN. A DATE     *
003000* WHOSE GENERATION HAS BEEN PURGED KEEPS ZERO AMOUNTS AND   *
003100* IS COUNTED ON THE PROOF, SO THE GAP IS ON RECORD. PROVED  *
003200* ON THE RECORD COUNT BEFORE AND AFTER AND ON THE AMOUNT    *
003300* APPLIED AGAINST THE AMOUNT READ BACK; THE PROOF IS        *
003400* PRINTED ON THISTCNVRPT.TXT.                               *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
003800 FILE-CONTROL.
003900     SELECT OLDHISTFILE ASSIGN TO "THistMaster.dat.old"
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS SEQUENTIAL
004200         RECORD KEY IS OHS-KEY
004300         FILE STATUS IS THC-OLD-STATUS.
004400     SELECT NEWHISTFILE ASSIGN TO "THistMaster.dat"
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS DYNAMIC
004700         RECORD KEY IS HIST-KEY
004800         FILE STATUS IS THC-NEW-STATUS.
004900     SELECT MYOUTGEN ASSIGN TO THC-OUT-FILENAME
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS THC-OUT-STATUS.
005200 DATA DIVISION.
005300 FILE SECTION.
005400*----------------------------------------------------------*
005500* THE OLD LAYOUT IS HAND-TYPED HERE ON PURPOSE -- DL170 NOW *
005600* DESCRIBES THE RECORD WITH THE AMOUNT AND THIS IS THE ONLY *
005700* PROGRAM THAT WILL EVER READ THE SHORT ONE AGAIN.          *
005800*----------------------------------------------------------*
005900 FD  OLDHISTFILE.
006000 01  OLD-HIST-RECORD.
006100     05  OHS-KEY.
006200         10  OHS-RUN-DATE PIC 9(8).
006300         10  OHS-R        PIC X(4).
006400         10  OHS-S        PIC X(4).
006500     05  OHS-T            PIC 99.
006600     05  OHS-U            PIC 9(2).
006700     05  OHS-V            PIC X.
006800     05  OHS-AGE-DAYS     PIC 9(5).
006900 FD  NEWHISTFILE.
007000     COPY DL170.
007100 FD  MYOUTGEN.
007200     COPY DL110.
007300     COPY DL115.
007400 WORKING-STORAGE SECTION.
007500 01  THC-OLD-STATUS   PIC XX        VALUE "00".
007600     88  THC-OLD-OK                 VALUE "00".
007700 01  THC-NEW-STATUS   PIC XX        VALUE "00".
007800     88  THC-NEW-OK                 VALUE "00".
007900 01  THC-OUT-STATUS   PIC XX        VALUE "00".
008000     88  THC-OUT-OK                 VALUE "00".
008100 01  THC-EOF-SW       PIC X         VALUE "N".
008200     88  THC-EOF                    VALUE "Y".
008300 01  THC-CONFIRM      PIC X         VALUE SPACE.
008400 01  THC-ABORT-SW     PIC X         VALUE "N".
008500     88  THC-ABORT-RUN              VALUE "Y".
008600     88  THC-NOTHING-TO-DO          VALUE "X".
008700 01  THC-RENAME-RC    PIC S9(4) COMP VALUE ZERO.
008800 01  THC-OLD-NAME     PIC X(24)     VALUE "THistMaster.dat.old".
008900 01  THC-NEW-NAME     PIC X(24)     VALUE "THistMaster.dat".
009000 01  THC-OUT-FILENAME PIC X(40)     VALUE SPACES.
009100 01  THC-ERROR-COUNT  PIC 9(5) COMP VALUE ZERO.
009200 01  THC-OLD-COUNT    PIC 9(7) COMP VALUE ZERO.
009300 01  THC-NEW-COUNT    PIC 9(7) COMP VALUE ZERO.
009400 01  THC-FILLED-COUNT PIC 9(7) COMP VALUE ZERO.
009500 01  THC-NO-GEN-COUNT PIC 9(5) COMP VALUE ZERO.
009600 01  THC-APPLIED-AMT  PIC S9(13)V99 COMP VALUE ZERO.
009700 01  THC-READBACK-AMT PIC S9(13)V99 COMP VALUE ZERO.
009800 01  THC-PROVED-SW    PIC X         VALUE "Y".
009900     88  THC-PROVED                 VALUE "Y".
010000     88  THC-NOT-PROVED             VALUE "N".
010100*----------------------------------------------------------*
010200* ONE ENTRY PER RUN DATE ON THE HISTORY MASTER. THE MASTER  *
010300* IS KEYED DATE FIRST, SO A NEW DATE IS ALWAYS THE NEXT     *
010400* ENTRY AND NO SEARCH IS NEEDED. A DATE PAST THE END OF THE *
010500* TABLE IS LEFT AT ZERO AMOUNTS AND COUNTED AS AN ERROR.    *
010600*----------------------------------------------------------*
010700 01  THC-DATE-TALLY   PIC 9(4) COMP VALUE ZERO.
010800 01  THC-DATE-SUB     PIC 9(4) COMP VALUE ZERO.
010900 01  THC-DATE-LIMIT   PIC 9(4) COMP VALUE 4000.
011000 01  THC-DATE-TABLE.
011100     05  THC-DATE-ENTRY PIC 9(8) OCCURS 4000 TIMES.
011200 01  THC-LAST-DATE    PIC 9(8)      VALUE ZERO.
011300 01  THC-LOCK-FUNCTION PIC X        VALUE SPACE.
011400 01  THC-LOCK-CALLER  PIC X(8)      VALUE "THISTCNV".
011500 01  THC-LOCK-RESULT  PIC X         VALUE SPACE.
011600     88  THC-LOCK-IS-HELD           VALUE "H".
011700 01  THC-LOCK-HOLDER  PIC X(8)      VALUE SPACES.
011800 01  THC-LOCK-DATE    PIC 9(8)      VALUE ZERO.
011900 01  THC-LOCK-TIME    PIC 9(8)      VALUE ZERO.
012000 01  THC-ERRLOG-PROGRAM-ID PIC X(8) VALUE "THISTCNV".
012100 01  THC-ERRLOG-PARAGRAPH  PIC X(30) VALUE "1000-INITIALIZE".
012200 01  THC-ERRLOG-SEVERITY   PIC X(1) VALUE "E".
012300 01  THC-RW-FUNCTION  PIC X         VALUE SPACE.
012400 01  THC-RW-TITLE     PIC X(30)
012500     VALUE "THISTCNV CONVERSION PROOF".
012600 01  THC-RW-FILENAME  PIC X(40)     VALUE "THistCnvRpt.txt".
012700 01  THC-RW-LINE      PIC X(80)     VALUE SPACES.
012800 01  THC-RPT-COUNT-LINE.
012900     05  THC-RPT-C-LABEL  PIC X(29).
013000     05  FILLER           PIC X(8)  VALUE " BEFORE ".
013100     05  THC-RPT-C-BEFORE PIC Z(16)9.
013200     05  FILLER           PIC X(7)  VALUE " AFTER ".
013300     05  THC-RPT-C-AFTER  PIC Z(16)9.
013400     05  FILLER           PIC X(2)  VALUE SPACES.
013500 01  THC-RPT-AMT-LINE.
013600     05  THC-RPT-A-LABEL  PIC X(29).
013700     05  FILLER           PIC X(8)  VALUE " BEFORE ".
013800     05  THC-RPT-A-BEFORE PIC -Z(12)9.99.
013900     05  FILLER           PIC X(7)  VALUE " AFTER ".
014000     05  THC-RPT-A-AFTER  PIC -Z(12)9.99.
014100     05  FILLER           PIC X(2)  VALUE SPACES.
014200 01  THC-RPT-TALLY-LINE.
014300     05  THC-RPT-T-LABEL  PIC X(29).
014400     05  FILLER           PIC X(8)  VALUE SPACES.
014500     05  THC-RPT-T-COUNT  PIC Z(16)9.
014600     05  FILLER           PIC X(26) VALUE SPACES.
014700 01  THC-RPT-RESULT-LINE.
014800     05  THC-RPT-R-FILE   PIC X(15) VALUE "THistMaster.dat".
014900     05  FILLER           PIC X(1)  VALUE SPACE.
015000     05  THC-RPT-R-TEXT   PIC X(20).
015100     05  FILLER           PIC X(44) VALUE SPACES.
015200 PROCEDURE DIVISION.
015300 0000-MAINLINE.
015400     PERFORM 0500-CHECK-LOCK THRU 0500-EXIT.
015500     IF THC-LOCK-IS-HELD
015600         SET THC-ABORT-RUN TO TRUE
015700     END-IF.
015800     IF NOT THC-ABORT-RUN
015900         PERFORM 1000-INITIALIZE THRU 1000-EXIT
016000     END-IF.
016100     IF NOT THC-ABORT-RUN AND NOT THC-NOTHING-TO-DO
016200         PERFORM 2000-CONVERT-HISTORY THRU 2000-EXIT
016300     END-IF.
016400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
016500     GOBACK.
016600
016700 0500-CHECK-LOCK.
016800     MOVE "T" TO THC-LOCK-FUNCTION.
016900     CALL "TLOCK" USING THC-LOCK-FUNCTION, THC-LOCK-CALLER,
017000         THC-LOCK-RESULT, THC-LOCK-HOLDER, THC-LOCK-DATE,
017100         THC-LOCK-TIME.
017200     IF THC-LOCK-IS-HELD
017300         DISPLAY "TFileIn.dat IS LOCKED BY ", THC-LOCK-HOLDER,
017400             " SINCE ", THC-LOCK-DATE, " ", THC-LOCK-TIME,
017500             ", CONVERSION NOT STARTED"
017600     END-IF.
017700 0500-EXIT.
017800     EXIT.
017900
018000 1000-INITIALIZE.
018100     DISPLAY "CONFIRM ONE-TIME REBUILD OF THistMaster.dat ",
018200         "WITH AMOUNTS (Y/N): ".
018300     ACCEPT THC-CONFIRM.
018400     IF THC-CONFIRM NOT = "Y"
018500         DISPLAY "CONVERSION NOT CONFIRMED, NOTHING DONE"
018600         SET THC-ABORT-RUN TO TRUE
018700         GO TO 1000-EXIT
018800     END-IF.
018900     CALL "CBL_RENAME_FILE" USING THC-NEW-NAME, THC-OLD-NAME.
019000     MOVE RETURN-CODE TO THC-RENAME-RC.
019100     IF THC-RENAME-RC NOT = ZERO
019200         DISPLAY "thistcnv: ", THC-NEW-NAME,
019300             " not on system, nothing to convert"
019400         SET THC-NOTHING-TO-DO TO TRUE
019500     END-IF.
019600 1000-EXIT.
019700     EXIT.
019800
019900 2000-CONVERT-HISTORY.
020000     MOVE "O" TO THC-RW-FUNCTION.
020100     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
020200     OPEN INPUT  OLDHISTFILE.
020300     OPEN OUTPUT NEWHISTFILE.
020400     PERFORM 2100-COPY-RECORD THRU 2100-EXIT
020500         UNTIL THC-EOF.
020600     CLOSE OLDHISTFILE.
020700     CLOSE NEWHISTFILE.
020800     OPEN I-O NEWHISTFILE.
020900     PERFORM 3000-FILL-DATE THRU 3000-EXIT
021000         VARYING THC-DATE-SUB FROM 1 BY 1
021100         UNTIL THC-DATE-SUB > THC-DATE-TALLY.
021200     CLOSE NEWHISTFILE.
021300     MOVE "N" TO THC-EOF-SW.
021400     OPEN INPUT NEWHISTFILE.
021500     PERFORM 4000-PROVE-RECORD THRU 4000-EXIT
021600         UNTIL THC-EOF.
021700     CLOSE NEWHISTFILE.
021800     PERFORM 7000-PRINT-PROOF THRU 7000-EXIT.
021900 2000-EXIT.
022000     EXIT.
022100
022200 2100-COPY-RECORD.
022300     READ OLDHISTFILE NEXT RECORD
022400         AT END
022500             SET THC-EOF TO TRUE
022600             GO TO 2100-EXIT
022700     END-READ.
022800     ADD 1 TO THC-OLD-COUNT.
022900     MOVE SPACES       TO HIST-RECORD.
023000     MOVE OHS-RUN-DATE TO HIST-RUN-DATE.
023100     MOVE OHS-R        TO HIST-R.
023200     MOVE OHS-S        TO HIST-S.
023300     MOVE OHS-T        TO HIST-T.
023400     MOVE OHS-U        TO HIST-U.
023500     MOVE OHS-V        TO HIST-V.
023600     MOVE OHS-AGE-DAYS TO HIST-AGE-DAYS.
023700     MOVE ZERO         TO HIST-AMOUNT.
023800     WRITE HIST-RECORD
023900         INVALID KEY
024000             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
024100     END-WRITE.
024200     IF OHS-RUN-DATE NOT = THC-LAST-DATE
024300         MOVE OHS-RUN-DATE TO THC-LAST-DATE
024400         IF THC-DATE-TALLY < THC-DATE-LIMIT
024500             ADD 1 TO THC-DATE-TALLY
024600             MOVE OHS-RUN-DATE TO THC-DATE-ENTRY (THC-DATE-TALLY)
024700         ELSE
024800             DISPLAY "thistcnv: date table full, ", OHS-RUN-DATE,
024900                 " left at zero amounts"
025000             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
025100         END-IF
025200     END-IF.
025300 2100-EXIT.
025400     EXIT.
025500
025600*----------------------------------------------------------*
025700* 3000-FILL-DATE READS ONE RUN DATE'S ARCHIVED GENERATION   *
025800* AND PUTS EACH DETAIL'S AMOUNT ONTO ITS HISTORY RECORD.    *
025900*----------------------------------------------------------*
026000 3000-FILL-DATE.
026100     MOVE SPACES TO THC-OUT-FILENAME.
026200     STRING "TFileOut.dat." THC-DATE-ENTRY (THC-DATE-SUB)
026300         DELIMITED BY SIZE INTO THC-OUT-FILENAME.
026400     OPEN INPUT MYOUTGEN.
026500     IF NOT THC-OUT-OK
026600         ADD 1 TO THC-NO-GEN-COUNT
026700         DISPLAY "thistcnv: ", THC-OUT-FILENAME,
026800             " not on system, amounts left at zero"
026900         GO TO 3000-EXIT
027000     END-IF.
027100     MOVE "N" TO THC-EOF-SW.
027200     PERFORM 3100-FILL-RECORD THRU 3100-EXIT
027300         UNTIL THC-EOF.
027400     CLOSE MYOUTGEN.
027500 3000-EXIT.
027600     EXIT.
027700
027800 3100-FILL-RECORD.
027900     READ MYOUTGEN
028000         AT END
028100             SET THC-EOF TO TRUE
028200             GO TO 3100-EXIT
028300     END-READ.
028400     IF TR-IS-TRAILER
028500         GO TO 3100-EXIT
028600     END-IF.
028700     MOVE THC-DATE-ENTRY (THC-DATE-SUB) TO HIST-RUN-DATE.
028800     MOVE R TO HIST-R.
028900     MOVE S TO HIST-S.
029000     READ NEWHISTFILE
029100         INVALID KEY
029200             GO TO 3100-EXIT
029300     END-READ.
029400     MOVE OUT-AMOUNT     TO HIST-AMOUNT.
029500     MOVE OUT-TRANS-TYPE TO HIST-TRANS-TYPE.
029600     REWRITE HIST-RECORD
029700         INVALID KEY
029800             PERFORM 8000-REPORT-ERROR THRU 8000-EXIT
029900         NOT INVALID KEY
030000             ADD 1 TO THC-FILLED-COUNT
030100             ADD OUT-AMOUNT TO THC-APPLIED-AMT
030200     END-REWRITE.
030300 3100-EXIT.
030400     EXIT.
030500
030600 4000-PROVE-RECORD.
030700     READ NEWHISTFILE NEXT RECORD
030800         AT END
030900             SET THC-EOF TO TRUE
031000         NOT AT END
031100             ADD 1 TO THC-NEW-COUNT
031200             ADD HIST-AMOUNT TO THC-READBACK-AMT
031300     END-READ.
031400 4000-EXIT.
031500     EXIT.
031600
031700*----------------------------------------------------------*
031800* 7000-PRINT-PROOF PRINTS THE BEFORE/AFTER FIGURES AND      *
031900* PASSES OR FAILS THE FILE. A FAILURE IS LOGGED; THE .old   *
032000* COPY STAYS FOR THE INVESTIGATION.                         *
032100*----------------------------------------------------------*
032200 7000-PRINT-PROOF.
032300     IF THC-OLD-COUNT NOT = THC-NEW-COUNT
032400         OR THC-APPLIED-AMT NOT = THC-READBACK-AMT
032500         SET THC-NOT-PROVED TO TRUE
032600     END-IF.
032700     MOVE "HISTORY RECORDS"  TO THC-RPT-C-LABEL.
032800     MOVE THC-OLD-COUNT      TO THC-RPT-C-BEFORE.
032900     MOVE THC-NEW-COUNT      TO THC-RPT-C-AFTER.
033000     MOVE THC-RPT-COUNT-LINE TO THC-RW-LINE.
033100     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
033200     MOVE "AMOUNT APPLIED / READ BACK" TO THC-RPT-A-LABEL.
033300     MOVE THC-APPLIED-AMT    TO THC-RPT-A-BEFORE.
033400     MOVE THC-READBACK-AMT   TO THC-RPT-A-AFTER.
033500     MOVE THC-RPT-AMT-LINE   TO THC-RW-LINE.
033600     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
033700     MOVE "RECORDS GIVEN AN AMOUNT" TO THC-RPT-T-LABEL.
033800     MOVE THC-FILLED-COUNT   TO THC-RPT-T-COUNT.
033900     MOVE THC-RPT-TALLY-LINE TO THC-RW-LINE.
034000     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
034100     MOVE "RUN DATES WITH NO GENERATION" TO THC-RPT-T-LABEL.
034200     MOVE THC-NO-GEN-COUNT   TO THC-RPT-T-COUNT.
034300     MOVE THC-RPT-TALLY-LINE TO THC-RW-LINE.
034400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
034500     IF THC-PROVED
034600         MOVE "PROVED" TO THC-RPT-R-TEXT
034700     ELSE
034800         MOVE "NOT PROVED" TO THC-RPT-R-TEXT
034900         MOVE "7000-PRINT-PROOF" TO THC-ERRLOG-PARAGRAPH
035000         CALL "TERRLOG" USING THC-ERRLOG-PROGRAM-ID,
035100             THC-ERRLOG-PARAGRAPH, THC-ERRLOG-SEVERITY
035200     END-IF.
035300     MOVE THC-RPT-RESULT-LINE TO THC-RW-LINE.
035400     PERFORM 8600-PRINT-LINE THRU 8600-EXIT.
035500     MOVE "C" TO THC-RW-FUNCTION.
035600     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
035700     DISPLAY "thistcnv: records = ", THC-NEW-COUNT,
035800         ", given an amount = ", THC-FILLED-COUNT,
035900         ", dates with no generation = ", THC-NO-GEN-COUNT,
036000         ", ", THC-RPT-R-TEXT.
036100 7000-EXIT.
036200     EXIT.
036300
036400 8000-REPORT-ERROR.
036500     ADD 1 TO THC-ERROR-COUNT.
036600     MOVE "8000-REPORT-ERROR" TO THC-ERRLOG-PARAGRAPH.
036700     CALL "TERRLOG" USING THC-ERRLOG-PROGRAM-ID,
036800         THC-ERRLOG-PARAGRAPH, THC-ERRLOG-SEVERITY.
036900 8000-EXIT.
037000     EXIT.
037100
037200 8500-CALL-REPORT-WRITER.
037300     CALL "TRPTWRT" USING THC-RW-FUNCTION, THC-RW-TITLE,
037400         THC-ERRLOG-PROGRAM-ID, THC-RW-FILENAME, THC-RW-LINE.
037500 8500-EXIT.
037600     EXIT.
037700
037800 8600-PRINT-LINE.
037900     MOVE "W" TO THC-RW-FUNCTION.
038000     PERFORM 8500-CALL-REPORT-WRITER THRU 8500-EXIT.
038100 8600-EXIT.
038200     EXIT.
038300
038400 9000-TERMINATE.
038500*----------------------------------------------------------*
038600* RETURN-CODE IS SET AFTER THE LAST CALL ON PURPOSE -- A
038700* CALLED PROGRAM THAT GOES BACK WITHOUT SETTING RETURN-CODE
038800* HANDS ZERO BACK TO THE CALLER, WIPING A CODE SET EARLIER.
038900*----------------------------------------------------------*
039000     IF THC-ABORT-RUN OR THC-NOT-PROVED
039100         MOVE 8 TO RETURN-CODE
039200     ELSE
039300         IF THC-ERROR-COUNT > ZERO OR THC-NO-GEN-COUNT > ZERO
039400             MOVE 4 TO RETURN-CODE
039500         ELSE
039600             MOVE ZERO TO RETURN-CODE
039700         END-IF
039800     END-IF.
039900 9000-EXIT.
040000     EXIT.
040100
040200* Input:
040300*    console Y confirmation; "THistMaster.dat" in its layout
040400*    before HIST-AMOUNT; dated files "TFileOut.dat.CCYYMMDD"
040500*    for the amounts (trailer records skipped)
040600* Output:
040700*    "THistMaster.dat" rebuilt under the DL170 layout with
040800*    HIST-AMOUNT and HIST-TRANS-TYPE; the original kept as
040900*    "THistMaster.dat.old"
041000*    file "THistCnvRpt.txt" -- before/after counts, amount
041100*         proof, and a PROVED / NOT PROVED line
041200*    RETURN-CODE 0 = clean, 4 = a record could not convert or
041300*         a generation was missing, 8 = not confirmed,
041400*         interlock held, or not proved; no history master
041500*         on the system is RC 0
