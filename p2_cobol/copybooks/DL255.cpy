000100*----------------------------------------------------------*
000200* DL255 - GENERAL LEDGER JOURNAL LINE.
000300* TGLJRNL WRITES TWO LINES PER TFILEOUT DETAIL -- A DEBIT
000400* AND A CREDIT OF THE SAME AMOUNT, SHARING ONE PAIR NUMBER --
000500* TO TGLJRNL.DAT, SO ACCOUNTING LOADS DOUBLE-ENTRY POSTINGS
000600* INSTEAD OF RE-KEYING THEM FROM THE TFEED BALANCES.
000700*----------------------------------------------------------*
000800*    DATE       INIT   DESCRIPTION
000900*    2026-10-15 DL     FIRST WRITTEN, FOR TGLJRNL.
001000*----------------------------------------------------------*
001100 01  GL-JOURNAL-RECORD.
001200     05  GLJ-RUN-DATE     PIC 9(8).
001300     05  FILLER           PIC X.
001400     05  GLJ-PAIR         PIC 9(7).
001500     05  FILLER           PIC X.
001600     05  GLJ-SIDE         PIC X.
001700         88  GLJ-DEBIT              VALUE "D".
001800         88  GLJ-CREDIT             VALUE "C".
001900     05  FILLER           PIC X.
002000     05  GLJ-GL-ACCOUNT   PIC X(8).
002100     05  FILLER           PIC X.
002200     05  GLJ-KEY          PIC X(8).
002300     05  FILLER           PIC X.
002400     05  GLJ-FLAG         PIC X.
002500     05  GLJ-TRANS-TYPE   PIC X.
002600     05  FILLER           PIC X.
002700     05  GLJ-AMOUNT       PIC S9(5)V99.
