000100*----------------------------------------------------------*
000200* DL360 - ACCOUNT MASTER IMAGE CONTROL RECORD.
000300* THE HEADER (H) AND TRAILER (T) OF A TACCTIMAGE.DAT.CCYYMMDD
000400* IMAGE COPY, AND THE LINE TMSTIMG APPENDS TO TACCTIMGCAT.DAT
000500* FOR EVERY IMAGE IT COMPLETES (C). IMC-RUN-DATE IS THE
000600* BUSINESS DAY THE IMAGE WAS TAKEN FOR (THE NAME SUFFIX);
000700* IMC-TAKEN-DATE AND IMC-TAKEN-TIME ARE THE CLOCK, THE SAME
000800* CLOCK DL215 AND DL240 ARE STAMPED WITH, SO A ROLL FORWARD
000900* KNOWS WHICH CHANGES THE IMAGE ALREADY HOLDS. THE COUNT AND
001000* TOTAL ARE ZERO ON A HEADER; ON A TRAILER AND A CATALOG
001100* LINE THEY ARE THE ACCOUNTS AND BALANCE TOTAL IN THE IMAGE,
001200* SO AN IMAGE CUT SHORT NEVER PASSES FOR A GOOD ONE.
001300*----------------------------------------------------------*
001400*    DATE       INIT   DESCRIPTION
001500*    2026-10-15 DL     FIRST WRITTEN, FOR TMSTIMG AND TMSTRCV.
001600*----------------------------------------------------------*
001700 01  IMAGE-CONTROL-RECORD.
001800     05  IMC-REC-TYPE     PIC X.
001900         88  IMC-IS-HEADER          VALUE "H".
002000         88  IMC-IS-TRAILER         VALUE "T".
002100         88  IMC-IS-CATALOG         VALUE "C".
002200     05  IMC-RUN-DATE     PIC 9(8).
002300     05  IMC-TAKEN-DATE   PIC 9(8).
002400     05  IMC-TAKEN-TIME   PIC 9(8).
002500     05  IMC-COUNT        PIC 9(7).
002600     05  IMC-TOTAL        PIC S9(13)V99.
