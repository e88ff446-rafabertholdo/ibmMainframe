000400* OPERATOR IS WAITING ON SO THE NEXT INVOCATION KNOWS WHICH MAP   00040000
000500* TO RECEIVE; CA-OPER CARRIES THE OPERATION CHOSEN AT THE MENU    00050000
000600* FORWARD TO THE CALC SCREEN'S COMPUTE STEP.                      00060000
000610* CA-NOTICE-ID HOLDS AN URGENT NOTICE SHOWN ON THE MENU THAT THE  00061000
000620* OPERATOR HAS STILL TO ACKNOWLEDGE WITH PF5 (SEE NOTCHK).        00062000
000700*                                                                  00070000
000800    05 CA-STAGE        PIC X(4)   VALUE 'MENU'.                   00080000
000900      88 CA-STAGE-MENU            VALUE 'MENU'.                   00090000
001400    05 CA-RESU-VALID-SW PIC X     VALUE 'N'.                      00140000
001500      88 CA-RESU-VALID            VALUE 'Y'.                      00150000
001600    05 CA-CHAIN-RESU   PIC S9(14)V99.                             00160000
001700    05 CA-NOTICE-SW    PIC X      VALUE 'N'.                      00170000
001800      88 CA-NOTICE-PENDING        VALUE 'Y'.                      00180000
001900    05 CA-NOTICE-ID    PIC 9(5).                                  00190000
