000100*                                                                 00010000
000200* BCTLREC - RECORD LAYOUT FOR THE ADDBULK BULK-CONTROL FILE (VSAM 00020000
000300* KSDS, DDNAME BULKCTL), ONE RECORD PER DECK POSTED, KEYED BY THE 00030000
000400* SUBMITTING DEPARTMENT AND THE BATCH ID FROM THE DECK'S *HDR     00040000
000500* CONTROL HEADER. ADDBULK WRITES THE RECORD WITH STATUS 'P' JUST  00050000
000600* BEFORE IT POSTS THE FIRST REQUEST AND REWRITES IT 'C' WITH THE  00060000
000700* COUNTS WHEN THE DECK IS DONE, AND REFUSES ANY DECK WHOSE BATCH  00070000
000800* ID IS ALREADY HERE, SO A RESENT DECK CANNOT POST TWICE. A 'P'   00080000
000900* RECORD LEFT BY A FAILED RUN BLOCKS THE BATCH ID UNTIL SUPPORT   00090000
001000* HAS CHECKED WHAT REACHED ADDHIST (SEE ADDBULKJ). BCTDEFJ PRIMES 00100000
001100* THE FILE WITH A DUMMY ALL-ZERO KEY.                             00110000
001200*                                                                 00120000
001300    05 BCTL-KEY.                                                  00130000
001400      10 BCTL-DEPT          PIC X(4).                             00140000
001500      10 BCTL-BATCH-ID      PIC X(12).                            00150000
001600    05 BCTL-STATUS          PIC X.                                00160000
001700      88 BCTL-IN-PROGRESS           VALUE 'P'.                    00170000
001800      88 BCTL-COMPLETE              VALUE 'C'.                    00180000
001900    05 BCTL-DECK-DATE       PIC 9(8).                             00190000
002000    05 BCTL-BUS-DATE        PIC 9(8).                             00200000
002100    05 BCTL-RUN-DATE        PIC 9(8).                             00210000
002200    05 BCTL-RUN-TIME        PIC 9(6).                             00220000
002300    05 BCTL-REQ-COUNT       PIC 9(7).                             00230000
002400    05 BCTL-POSTED-COUNT    PIC 9(7).                             00240000
002500    05 BCTL-REJECT-COUNT    PIC 9(7).                             00250000
002600    05 FILLER               PIC X(12).                            00260000
