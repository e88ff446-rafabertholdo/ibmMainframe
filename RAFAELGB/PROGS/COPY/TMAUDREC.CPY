000100*                                                                 00010000
000200* TMAUDREC - RECORD LAYOUT FOR THE TERMINAL MASTER CHANGE-AUDIT   00020000
000300* FILE (VSAM KSDS, DDNAME/FCT ENTRY TERMAUD) WRITTEN BY TERMMNT ON00030000
000400* EVERY SUCCESSFUL ADD, CHANGE, DISABLE OR ENABLE OF A TERMMAST   00040000
000500* RECORD. KEYED LIKE OPERAUD BY DATE, TIME AND CICS TASK NUMBER SO00050000
000600* ONE DAY'S CHANGES READ IN ORDER. THE BEFORE GROUP IS SPACES ON  00060000
000700* AN ADD (NO PRIOR RECORD EXISTED).                               00070000
000800*                                                                 00080000
000900    05 TMAUD-KEY.                                                 00090000
001000      10 TMAUD-KEY-DATE     PIC 9(8).                             00100000
001100      10 TMAUD-KEY-TIME     PIC 9(6).                             00110000
001200      10 TMAUD-KEY-TASKN    PIC 9(7).                             00120000
001300    05 TMAUD-SUPV-ID        PIC X(3).                             00130000
001400    05 TMAUD-ACTION         PIC X.                                00140000
001500      88 TMAUD-ADDED                  VALUE 'A'.                  00150000
001600      88 TMAUD-CHANGED                VALUE 'C'.                  00160000
001700      88 TMAUD-DISABLED               VALUE 'D'.                  00170000
001800      88 TMAUD-ENABLED                VALUE 'E'.                  00180000
001900    05 TMAUD-TERM-ID        PIC X(4).                             00190000
002000    05 TMAUD-BEFORE.                                              00200000
002100      10 TMAUD-B-LOCATION   PIC X(20).                            00210000
002200      10 TMAUD-B-DEPT       PIC X(4).                             00220000
002300      10 TMAUD-B-STATUS     PIC X.                                00230000
002400    05 TMAUD-AFTER.                                               00240000
002500      10 TMAUD-A-LOCATION   PIC X(20).                            00250000
002600      10 TMAUD-A-DEPT       PIC X(4).                             00260000
002700      10 TMAUD-A-STATUS     PIC X.                                00270000
002800    05 FILLER               PIC X.                                00280000
