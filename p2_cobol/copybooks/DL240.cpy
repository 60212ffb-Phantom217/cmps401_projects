000100*----------------------------------------------------------*
000200* DL240 - POSTING JOURNAL RECORD.
000300* ONE LINE PER DETAIL TPOST APPLIED TO THE MASTER, APPENDED
000400* TO TPOSTJRNL.DAT THE MOMENT ITS REWRITE LANDS. THE AMOUNT
000500* IS SIGNED AS APPLIED (A REVERSAL IS NEGATIVE). CARRIES THE
000600* Q/V FLAG AND TRANSACTION TYPE SO A STATEMENT CAN DESCRIBE
000700* THE POSTING WITHOUT GOING BACK TO THE DATED GENERATION.
000800* LIFTED OUT OF TPOST AND TTRIAL SO EVERY READER OF THE
000900* JOURNAL SEES THE SAME SHAPE.
001000*----------------------------------------------------------*
001100*    DATE       INIT   DESCRIPTION
001200*    2026-10-15 DL     FIRST WRITTEN, FROM TPOST'S INLINE
001300*                      LAYOUT, WITH JRNL-FLAG AND
001400*                      JRNL-TRANS-TYPE ADDED FOR TSTMT. LINES
001500*                      WRITTEN BEFORE THE CHANGE CARRY SPACES
001600*                      IN BOTH.
001610*    2026-10-15 DL     ADDED JRNL-POST-DATE AND JRNL-POST-TIME,
001620*                      THE CLOCK WHEN THE REWRITE LANDED, SO
001630*                      TMSTRCV CAN ROLL POSTINGS FORWARD IN
001640*                      ORDER WITH THE DL215 MAINTENANCE TRAIL.
001650*                      LINES WRITTEN BEFORE THE CHANGE CARRY
001660*                      SPACES IN BOTH.
001700*----------------------------------------------------------*
001800 01  JRNL-RECORD.
001900     05  JRNL-RUN-DATE    PIC 9(8).
002000     05  FILLER           PIC X.
002100     05  JRNL-KEY         PIC X(8).
002200     05  FILLER           PIC X.
002300     05  JRNL-AMOUNT      PIC S9(5)V99.
002400     05  FILLER           PIC X.
002500     05  JRNL-FLAG        PIC X.
002600     05  JRNL-TRANS-TYPE  PIC X.
002700         88  JRNL-TYPE-REVERSAL     VALUE "R".
002800     05  FILLER           PIC X.
002900     05  JRNL-POST-DATE   PIC 9(8).
003000     05  JRNL-POST-TIME   PIC 9(8).
