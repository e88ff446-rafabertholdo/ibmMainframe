000100*                                                                 00010000
000200* NOTCOMM - COMMAREA PASSED ON A LINK TO NOTCHK, THE NOTICE BOARD 00020000
000300* SERVICE USED BY THE SAMCICS AND SENDMAP MENUS. THE CALLER SETS  00030000
000400* NC-FUNCTION: L LISTS THE NOTICES IN FORCE FOR THE SIGNED-ON     00040000
000500* OPERATOR'S DEPARTMENT (UP TO THREE FORMATTED LINES, AN URGENT   00050000
000600* NOTICE STILL TO BE ACKNOWLEDGED ALWAYS AMONG THEM) AND SETS     00060000
000700* NC-URGENT-PENDING WITH ITS NUMBER IN NC-URGENT-ID; A RECORDS    00070000
000800* THE OPERATOR'S ACKNOWLEDGEMENT OF NOTICE NC-URGENT-ID. NOTCHK   00080000
000900* SETS NC-RESULT TO 9 WHEN A FILE ERROR HAS BEEN LOGGED.          00090000
001000*                                                                 00100000
001100    05 NC-FUNCTION          PIC X.                                00110000
001200      88 NC-LIST                      VALUE 'L'.                  00120000
001300      88 NC-ACKNOWLEDGE               VALUE 'A'.                  00130000
001400    05 NC-RESULT            PIC X.                                00140000
001500      88 NC-OK                        VALUE '0'.                  00150000
001600      88 NC-ERROR                     VALUE '9'.                  00160000
001700    05 NC-LINE-COUNT        PIC 9.                                00170000
001800    05 NC-LINE              PIC X(70) OCCURS 3.                   00180000
001900    05 NC-URGENT-SW         PIC X.                                00190000
002000      88 NC-URGENT-PENDING            VALUE 'Y'.                  00200000
002100    05 NC-URGENT-ID         PIC 9(5).                             00210000
