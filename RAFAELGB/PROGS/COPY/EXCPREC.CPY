000100*                                                                 00010000
000200* EXCPREC - RECORD LAYOUT FOR THE NIGHTLY ADDHIST EXCEPTIONS      00020000
000300* FILE WRITTEN BY ADDEXCP (DDNAME ADDEXCF, 100-BYTE RECORDS,      00030000
000400* ONE GENERATION PER BUSINESS DAY) FOR THE SUPERVISORS TO WORK    00040000
000500* THROUGH IN THE MORNING. EXC-HIST-KEY IS THE ADDHIST KEY OF      00050000
000600* THE CALCULATION CONCERNED, SO ADDINQ OR ADDVOID CAN GO          00060000
000700* STRAIGHT TO IT; FOR THE HOURLY-RATE AND HOLIDAY EXCEPTIONS,     00070000
000800* WHICH COVER MANY RECORDS, IT IS THE FIRST ONE IN THE HOUR OR    00080000
000900* DAY. EXC-COUNT IS THE NUMBER OF RECORDS BEHIND THE EXCEPTION    00090000
001000* AND EXC-OTHER-TERM THE SECOND TERMINAL OF A TWO-TERMINAL HIT.   00100000
001100* EXC-PRIORITY 1 IS WORKED FIRST.                                 00110000
001200*                                                                 00120000
001300    05 EXC-BUS-DATE         PIC 9(8).                             00130000
001400    05 EXC-PRIORITY         PIC 9.                                00140000
001500      88 EXC-HIGH                     VALUE 1.                    00150000
001600      88 EXC-MEDIUM                   VALUE 2.                    00160000
001700      88 EXC-LOW                      VALUE 3.                    00170000
001800    05 EXC-TYPE             PIC XX.                               00180000
001900      88 EXC-TWO-TERMINALS            VALUE 'TT'.                 00190000
002000      88 EXC-LARGE-AMOUNT             VALUE 'LA'.                 00200000
002100      88 EXC-REPEATED                 VALUE 'RP'.                 00210000
002200      88 EXC-HOURLY-RATE              VALUE 'HR'.                 00220000
002300      88 EXC-NON-BUSINESS-DAY         VALUE 'NB'.                 00230000
002400    05 EXC-OPERID           PIC X(3).                             00240000
002500    05 EXC-HIST-KEY.                                              00250000
002600      10 EXC-KEY-TERM       PIC X(4).                             00260000
002700      10 EXC-KEY-DATE       PIC 9(8).                             00270000
002800      10 EXC-KEY-TIME       PIC 9(6).                             00280000
002900      10 EXC-KEY-SEQ        PIC 9(4).                             00290000
003000    05 EXC-OTHER-TERM       PIC X(4).                             00300000
003100    05 EXC-COUNT            PIC 9(5).                             00310000
003200    05 EXC-AMOUNT           PIC S9(14)V99.                        00320000
003300    05 EXC-TEXT             PIC X(30).                            00330000
003400    05 FILLER               PIC X(9).                             00340000
