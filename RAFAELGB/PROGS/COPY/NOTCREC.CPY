000100*                                                                 00010000
000200* NOTCREC - RECORD LAYOUT FOR THE OPERATOR NOTICE BOARD FILE      00020000
000300* (VSAM KSDS, DDNAME/FCT ENTRY NOTICES). ONE RECORD PER BROADCAST 00030000
000400* NOTICE, KEYED BY A FIVE DIGIT NOTICE NUMBER GIVEN OUT IN        00040000
000500* SEQUENCE FROM 00001 BY NOTCMNT (TRANSACTION NOTC).              00050000
000600* A NOTICE IS IN FORCE FROM ITS START DATE/TIME UP TO (BUT NOT    00060000
000700* INCLUDING) ITS EXPIRY DATE/TIME, UNLESS WITHDRAWN. NOTC-DEPT    00070000
000800* LIMITS IT TO OPERATORS OF ONE OPER-DEPT; SPACES MEANS EVERY     00080000
000900* DEPARTMENT. AN URGENT NOTICE MUST BE ACKNOWLEDGED BY EACH       00090000
001000* OPERATOR BEFORE THE SAMCICS AND SENDMAP MENUS WILL LET THEM     00100000
001100* GO ON (SEE THE NACKREC COPY MEMBER). NOTICES ARE LEFT ON FILE   00110000
001200* AFTER THEY EXPIRE SO THAT NOTCRPT CAN STILL REPORT ON THEM.     00120000
001300*                                                                 00130000
001400    05 NOTC-KEY.                                                  00140000
001500      10 NOTC-ID            PIC 9(5).                             00150000
001600    05 NOTC-TEXT            PIC X(60).                            00160000
001700    05 NOTC-START.                                                00170000
001800      10 NOTC-START-DATE    PIC 9(8).                             00180000
001900      10 NOTC-START-TIME    PIC 9(6).                             00190000
002000    05 NOTC-EXPIRY.                                               00200000
002100      10 NOTC-EXP-DATE      PIC 9(8).                             00210000
002200      10 NOTC-EXP-TIME      PIC 9(6).                             00220000
002300    05 NOTC-DEPT            PIC X(4).                             00230000
002400    05 NOTC-URGENT-SW       PIC X.                                00240000
002500      88 NOTC-URGENT                  VALUE 'Y'.                  00250000
002600    05 NOTC-STATUS          PIC X.                                00260000
002700      88 NOTC-ACTIVE                  VALUE 'A'.                  00270000
002800      88 NOTC-WITHDRAWN               VALUE 'W'.                  00280000
002900    05 NOTC-CHG-OPID        PIC X(3).                             00290000
003000    05 NOTC-CHG-DATE        PIC 9(8).                             00300000
003100    05 NOTC-CHG-TIME        PIC 9(6).                             00310000
003200    05 FILLER               PIC X(4).                             00320000
