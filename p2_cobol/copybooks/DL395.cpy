000100*----------------------------------------------------------*
000200* DL395 - REPORT DISTRIBUTION TABLE RECORD.
000300* ONE ROW PER REPORT PER RECIPIENT, LOADED AT RUN TIME FROM
000400* TDISTTBL.DAT THE WAY TCHARGE LOADS THE DL220 CHARGE
000500* TABLE, SO WHO GETS WHAT IS A CONTROL FILE CHANGE. A REPORT
000600* FOR SEVERAL RECIPIENTS HAS A ROW FOR EACH. DST-REPORT IS
000700* THE FILE NAME THE PROGRAM GIVES TRPTWRT (TBALRPT.TXT,
000800* TBRRETURN1.TXT), WHICH TRPTWRT KEEPS AS NAME.CCYYMMDD ON
000900* TRPTINDEX.DAT. DST-RECIPIENT NAMES THE BUNDLE;
001000* DST-RECIPIENT-NAME IS PRINTED ON ITS COVER SHEET.
001010* DST-DUE SAYS WHEN THE REPORT IS DUE: D EVERY PROCESSING
001020* NIGHT (A BLANK IS TAKEN AS D), M ON A MONTH-END NIGHT, OR R
001030* ONLY WHEN IT IS RUN -- A REPORT FROM A STEP THE OPERATORS
001040* RUN BY HAND, OUTSIDE THE CHAIN. A REPORT PRODUCED IS SENT
001050* WHETHER DUE OR NOT; ONE NOT PRODUCED IS MISSING ONLY ON A
001060* NIGHT IT IS DUE.
001100*----------------------------------------------------------*
001200*    DATE       INIT   DESCRIPTION
001300*    2026-10-15 DL     FIRST WRITTEN, FOR TDIST.
001350*    2026-10-15 DL     DST-DUE ADDED: WHEN THE REPORT IS DUE.
001400*----------------------------------------------------------*
001500 01  DIST-RECORD.
001600     05  DST-RECIPIENT    PIC X(8).
001700     05  DST-REPORT       PIC X(20).
001800     05  DST-RECIPIENT-NAME PIC X(20).
001900     05  DST-DUE          PIC X.
002000         88  DST-DUE-MONTH-END      VALUE "M".
002100         88  DST-DUE-WHEN-RUN       VALUE "R".
