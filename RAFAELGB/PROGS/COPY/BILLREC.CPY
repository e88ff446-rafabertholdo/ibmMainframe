000100*                                                                 00010000
000200* BILLREC - RECORD LAYOUT FOR THE CHARGEBACK BILLING CONTROL FILE 00020000
000300* (VSAM KSDS, DDNAME BILLCTL), ONE RECORD PER MONTH BILLED BY     00030000
000400* CHGBILL, KEYED BY THE BILLING MONTH (YYYYMM). CHGBILL WRITES IT 00040000
000500* ONLY AFTER THE GL INTERFACE FILE FOR THE MONTH IS COMPLETE, AND 00050000
000600* REFUSES TO BILL A MONTH THAT ALREADY HAS ONE, SO A RERUN CANNOT 00060000
000700* SEND THE SAME CHARGES TO THE LEDGER TWICE. A REPRINT RUN CHECKS 00070000
000800* ITS TOTALS AGAINST THE ONES STAMPED HERE. BILLDEFJ PRIMES THE   00080000
000900* FILE WITH A DUMMY MONTH 000000 RECORD.                          00090000
001000*                                                                 00100000
001100    05 BILL-KEY.                                                  00110000
001200      10 BILL-MONTH         PIC 9(6).                             00120000
001300    05 BILL-STATUS          PIC X.                                00130000
001400      88 BILL-BILLED                  VALUE 'B'.                  00140000
001500    05 BILL-RUN-DATE        PIC 9(8).                             00150000
001600    05 BILL-RUN-TIME        PIC 9(6).                             00160000
001700    05 BILL-CALC-COUNT      PIC 9(9).                             00170000
001800    05 BILL-DEPT-COUNT      PIC 9(4).                             00180000
001900    05 BILL-TOTAL           PIC 9(13)V99.                         00190000
002000    05 FILLER               PIC X(11).                            00200000
