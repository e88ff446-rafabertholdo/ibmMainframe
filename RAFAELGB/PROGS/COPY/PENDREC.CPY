000100*                                                                 00010000
000200* PENDREC - RECORD LAYOUT FOR THE PENDING-APPROVAL FILE (VSAM     00020000
000300* KSDS, DDNAME/FCT ENTRY ADDPEND). SENDMAP WRITES ONE RECORD, IN  00030000
000400* STATUS 'P', FOR EVERY RESULT OVER THE KEYING OPERATOR'S         00040000
000500* OPER-APPR-LIMIT INSTEAD OF POSTING IT TO ADDHIST; KEYED BY THE  00050000
000600* TERMINAL, DATE, TIME AND SEQUENCE IT WAS KEYED UNDER. THE       00060000
000700* PEND-HIST-IMAGE IS THE ADDHIST RECORD (HISTREC LAYOUT) AS IT    00070000
000800* WOULD HAVE BEEN POSTED. ADDAPPR (TRANSACTION ADAP) SETS STATUS  00080000
000900* 'A' OR 'R' AND STAMPS THE DECIDING SUPERVISOR AND DATE/TIME; AN 00090000
001000* APPROVED ITEM IS POSTED TO ADDHIST UNDER THE APPROVAL DATE AND  00100000
001100* TIME, AND PEND-POSTED-KEY RECORDS THE ADDHIST KEY IT WENT OUT   00110000
001200* UNDER. RECORDS ARE NEVER DELETED. PENDRPT LISTS WHAT IS STILL   00120000
001300* PENDING AND THE DAY'S REJECTIONS EVERY NIGHT.                   00130000
001400*                                                                 00140000
001500    05 PEND-KEY.                                                  00150000
001600      10 PEND-KEY-TERM      PIC X(4).                             00160000
001700      10 PEND-KEY-DATE      PIC 9(8).                             00170000
001800      10 PEND-KEY-TIME      PIC 9(6).                             00180000
001900      10 PEND-KEY-SEQ       PIC 9(4).                             00190000
002000    05 PEND-STATUS          PIC X.                                00200000
002100      88 PEND-PENDING                   VALUE 'P'.                00210000
002200      88 PEND-APPROVED                  VALUE 'A'.                00220000
002300      88 PEND-REJECTED                  VALUE 'R'.                00230000
002400    05 PEND-OPERID          PIC X(3).                             00240000
002500    05 PEND-LIMIT           PIC 9(12)V99.                         00250000
002600    05 PEND-DECIDED-BY      PIC X(3).                             00260000
002700    05 PEND-DECIDED-DATE    PIC 9(8).                             00270000
002800    05 PEND-DECIDED-TIME    PIC 9(6).                             00280000
002900    05 PEND-POSTED-KEY      PIC X(22).                            00290000
003000    05 PEND-HIST-IMAGE      PIC X(120).                           00300000
003100    05 FILLER               PIC X(1).                             00310000
