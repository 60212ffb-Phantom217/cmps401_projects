002450*                      INSTEAD OF FLAGGED AS A FAILURE. A SHOP
002460*                      WITHOUT TPROCCAL.DAT CLOSES EVERY DAY
002470*                      IN RANGE AS BEFORE.
002472*    2026-10-15 DL     THE MONTH NOW COMES FROM THE TRUNDATE
002476*                      RUN DATE, DAYS 1 TO THE RUN DATE, SO THE
002480*                      UNATTENDED AND CATCH-UP MONTH-END
002484*                      STREAMS CLOSE THE RIGHT MONTH.
002488*                      TCLOSEPARM.DAT IS NOW ONLY AN OVERRIDE
002492*                      AND MAY BE ABSENT.
002500*----------------------------------------------------------*
002600*----------------------------------------------------------*
002700* A MISSING GENERATION IS ONLY AN EXCEPTION AT CLOSE TIME   *
002800* (UNLIKE TMONTH, WHICH TREATS IT AS A DAY OFF) -- THE      *
002900* MONTH'S DAYS UP TO THE RUN DATE WERE SUPPOSED TO          *
003000* RUN. EACH SURVIVING GENERATION IS RECOUNTED AND RESUMMED  *
003100* AGAINST ITS DL115 TRAILER THE WAY TBAL PROVES A SINGLE    *
003200* NIGHT. A FEED IS PROVED BY A TFEED RUN RECORD ON          *
003300* TRUNHIST.DAT DATED THE SAME DAY AS THE GENERATION. A      *
003400* OVERRIDE CARD IN TCLOSEPARM.DAT MAY NAME ANOTHER MONTH.   *
003500*----------------------------------------------------------*
003600 ENVIRONMENT DIVISION.
003700 INPUT-OUTPUT SECTION.
010900 01  TCL-FEED-TALLY   PIC 9(3) COMP VALUE ZERO.
011000 01  TCL-FEED-SUB     PIC 9(3) COMP VALUE ZERO.
011050 01  TCL-HIST-MONTH   PIC 9(6)      VALUE ZERO.
011052 01  TCL-RD-FUNCTION  PIC X         VALUE "G".
011054 01  TCL-RUN-DATE     PIC 9(8)      VALUE ZERO.
011056 01  TCL-RUN-VIEW REDEFINES TCL-RUN-DATE.
011058     05  TCL-RUN-CCYYMM   PIC 9(6).
011060     05  TCL-RUN-DD       PIC 99.
011062 01  TCL-CARD-SW      PIC X         VALUE "N".
011064     88  TCL-CARD-USED              VALUE "Y".
011066 01  TCL-MONTH-END    PIC 9(8)      VALUE ZERO.
011068 01  TCL-MONTH-END-VIEW REDEFINES TCL-MONTH-END.
011070     05  TCL-MONTH-END-CCYYMM PIC 9(6).
011072     05  TCL-MONTH-END-DD PIC 99.
011074 01  TCL-NEXT-START   PIC 9(8)      VALUE ZERO.
011076 01  TCL-NEXT-VIEW REDEFINES TCL-NEXT-START.
011078     05  TCL-NEXT-CCYY    PIC 9(4).
011080     05  TCL-NEXT-MM      PIC 99.
011082     05  TCL-NEXT-DD      PIC 99.
011084 01  TCL-DAY-NUMBER   PIC 9(7) COMP VALUE ZERO.
011100 01  TCL-FEED-DATES.
011200     05  TCL-FEED-DATE PIC 9(8) OCCURS 100 TIMES.
011300 01  TCL-BD-FUNCTION  PIC X         VALUE SPACE.
015200     GOBACK.
015300
015400 1000-INITIALIZE.
015500     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
017000     IF NOT TCL-ABORT-RUN
017100         PERFORM 1500-LOAD-FEED-DATES THRU 1500-EXIT
017200         MOVE "O" TO TCL-RW-FUNCTION
017900 1000-EXIT.
018000     EXIT.
018100
018101*----------------------------------------------------------*
018102* 1100-SET-MONTH TAKES THE MONTH OF THE RUN DATE, DAYS 1 TO
018103* THE RUN DATE -- NO LATER DAY CAN HAVE RUN YET -- SO AN
018104* UNATTENDED OR CATCH-UP MONTH-END CLOSES THE RIGHT MONTH.
018105* A CARD ON TCLOSEPARM.DAT WITH A NUMERIC CCYYMM OVERRIDES
018106* IT, WITH ITS OWN DAY RANGE (1 TO THE MONTH'S LAST DAY IF
018107* THE RANGE IS NOT USABLE) AND LABEL; ONE THAT IS NOT A REAL
018108* MONTH STOPS THE RUN. THE LAST DAY IS THE DAY BEFORE THE
018109* FIRST OF THE NEXT MONTH, AS TSTMT WORKS IT OUT.
018110*----------------------------------------------------------*
018111 1100-SET-MONTH.
018112     CALL "TRUNDATE" USING TCL-RD-FUNCTION, TCL-ERRLOG-PROGRAM-ID,
018113         TCL-RUN-DATE.
018114     OPEN INPUT MYPARMFILE.
018115     IF TCL-PARM-OK
018116         READ MYPARMFILE
018117             AT END
018118                 CONTINUE
018119             NOT AT END
018120                 IF MONTH-PARM-CCYYMM IS NUMERIC
018121                     SET TCL-CARD-USED TO TRUE
018122                 END-IF
018123         END-READ
018124         CLOSE MYPARMFILE
018125     END-IF.
018126     IF TCL-CARD-USED
018127         COMPUTE TCL-NEXT-START = MONTH-PARM-CCYYMM * 100 + 1
018128         IF TCL-NEXT-MM < 1 OR TCL-NEXT-MM > 12
018129             DISPLAY "tclose: TCloseParm.dat month ",
018130                 MONTH-PARM-CCYYMM, " is not a real month"
018131             MOVE "1100-SET-MONTH" TO TCL-ERRLOG-PARAGRAPH
018132             CALL "TERRLOG" USING TCL-ERRLOG-PROGRAM-ID,
018133                 TCL-ERRLOG-PARAGRAPH, TCL-ERRLOG-SEVERITY
018134             SET TCL-ABORT-RUN TO TRUE
018135             GO TO 1100-EXIT
018136         END-IF
018137         DISPLAY "tclose: TCloseParm.dat overrides the run date"
018138     ELSE
018139         MOVE TCL-RUN-CCYYMM TO MONTH-PARM-CCYYMM
018140         MOVE "RUN-DATE MONTH" TO MONTH-PARM-LABEL
018141     END-IF.
018142     COMPUTE TCL-NEXT-START = MONTH-PARM-CCYYMM * 100 + 1.
018143     IF TCL-NEXT-MM = 12
018144         ADD 1 TO TCL-NEXT-CCYY
018145         MOVE 1 TO TCL-NEXT-MM
018146     ELSE
018147         ADD 1 TO TCL-NEXT-MM
018148     END-IF.
018149     COMPUTE TCL-DAY-NUMBER =
018150         FUNCTION INTEGER-OF-DATE (TCL-NEXT-START) - 1.
018151     COMPUTE TCL-MONTH-END =
018152         FUNCTION DATE-OF-INTEGER (TCL-DAY-NUMBER).
018153     IF NOT TCL-CARD-USED
018154         OR MONTH-PARM-START-DAY IS NOT NUMERIC
018155         OR MONTH-PARM-END-DAY IS NOT NUMERIC
018156         OR MONTH-PARM-START-DAY = ZERO
018157         OR MONTH-PARM-START-DAY > MONTH-PARM-END-DAY
018158         OR MONTH-PARM-END-DAY > TCL-MONTH-END-DD
018159         MOVE 1 TO MONTH-PARM-START-DAY
018160         MOVE TCL-MONTH-END-DD TO MONTH-PARM-END-DAY
018161     END-IF.
018162     IF NOT TCL-CARD-USED
018163         MOVE TCL-RUN-DD TO MONTH-PARM-END-DAY
018164     END-IF.
018165     DISPLAY "tclose: month ", MONTH-PARM-CCYYMM, ", days ",
018166         MONTH-PARM-START-DAY, " to ", MONTH-PARM-END-DAY.
018167 1100-EXIT.
018168     EXIT.
018169
018200*----------------------------------------------------------*
018300* 1500-LOAD-FEED-DATES COLLECTS THE DATES TRUNHIST.DAT     *
018400* SHOWS A TFEED RUN FOR WITHIN THE MONTH BEING CLOSED --    *
037800     EXIT.
037900
038000* Input:
038010*    the run date, through TRUNDATE -- the month closed, days
038040*         01 to the run date
038100*    file "TCloseParm.dat" (optional DL150 override card), e.g.
038200*            2026080122AUGUST 2026 CLOSE
038300*         (CCYYMM = 202608, days 01-22)
038400*    dated files "TFileOut.dat.CCYYMMDD", file "TRunHist.dat",
038800*         day (no generation / trailer missing / trailer never
038900*         balanced / feed has no run record), the open
039000*         suspense count, and the clean/not-clean verdict
039100*    RETURN-CODE 0 = clean, 8 = not clean or override card not
039200*         a real month
