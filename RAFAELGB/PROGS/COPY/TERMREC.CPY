000100*                                                                 00010000
000200* TERMREC - RECORD LAYOUT FOR THE TERMINAL MASTER FILE (VSAM KSDS,00020000
000300* DDNAME/FCT ENTRY TERMMAST). ONE RECORD PER FOUR CHARACTER CICS  00030000
000400* TERMINAL ID (EIBTRMID) - THE SAME ID THAT KEYS ADDHIST, AUDITLOG00040000
000500* AND THE ERROR LOG - GIVING THE BRANCH/LOCATION IT STANDS IN     00050000
000600* AND THE DEPARTMENT THAT OWNS IT. SAMCICS AND SENDMAP REFUSE     00060000
000700* WORK FROM A TERMINAL THAT IS NOT ON FILE OR IS DISABLED.        00070000
000800* TERM-TYPE 'B' MARKS A BATCH PSEUDO-TERMINAL (THE RESERVED $BAT  00080000
000900* ID USED BY ADDBULK), WHICH IS NEVER SIGNED ON TO AND MAY NOT    00090000
001000* BE DISABLED.                                                    00100000
001100* TERMMNT (TRANSACTION TERM) MAINTAINS THE FILE, STAMPS THE       00110000
001200* SUPERVISOR AND DATE/TIME OF THE LAST CHANGE AND LOGS EVERY      00120000
001300* CHANGE TO TERMAUD (SEE THE TMAUDREC COPY MEMBER).               00130000
001400*                                                                 00140000
001500    05 TERM-KEY.                                                  00150000
001600      10 TERM-ID            PIC X(4).                             00160000
001700    05 TERM-LOCATION        PIC X(20).                            00170000
001800    05 TERM-DEPT            PIC X(4).                             00180000
001900    05 TERM-STATUS          PIC X.                                00190000
002000      88 TERM-ACTIVE                  VALUE 'A'.                  00200000
002100      88 TERM-DISABLED                VALUE 'D'.                  00210000
002200    05 TERM-TYPE            PIC X.                                00220000
002300      88 TERM-IS-TERMINAL             VALUE 'T'.                  00230000
002400      88 TERM-IS-BATCH                VALUE 'B'.                  00240000
002500    05 TERM-CHG-OPID        PIC X(3).                             00250000
002600    05 TERM-CHG-DATE        PIC 9(8).                             00260000
002700    05 TERM-CHG-TIME        PIC 9(6).                             00270000
002800    05 FILLER               PIC X(13).                            00280000
