000100*                                                                 00010000
000200* XPRMREC - RECORD LAYOUT FOR THE ADDEXCP EXCEPTION-THRESHOLD     00020000
000300* PARAMETER CARD (DDNAME EXCPARM, ONE 80-BYTE RECORD THE DESK     00030000
000400* KEEPS UP TO DATE WITH AN EDITOR). ALL FIELDS ARE ZONED          00040000
000500* NUMERIC, ZERO-FILLED, IN FIXED COLUMNS:                         00050000
000600*   COLS  1-5   MOST CALCULATIONS ONE OPERATOR MAY KEY IN ONE     00060000
000700*               CLOCK HOUR BEFORE IT IS AN EXCEPTION              00070000
000800*   COLS  7-20  LARGE-AMOUNT THRESHOLD, TWO ASSUMED DECIMALS -    00080000
000900*               A RESULT WHOSE SIZE (EITHER SIGN) IS OVER IT IS   00090000
001000*               AN EXCEPTION                                      00100000
001100*   COLS 22-24  NUMBER OF TIMES THE SAME OPERATION AND OPERANDS   00110000
001200*               KEYED BY ONE OPERATOR WITHIN COLS 26-28 MINUTES   00120000
001300*               THAT IS AN EXCEPTION (AT LEAST 2)                 00130000
001400*   COLS 26-28  LENGTH OF THE REPEAT WINDOW IN MINUTES            00140000
001500* COLUMNS 6, 21 AND 25 ARE BLANK SEPARATORS. ANY FIELD LEFT       00150000
001600* ZERO OR NOT NUMERIC STOPS THE RUN.                              00160000
001700*                                                                 00170000
001800    05 XPRM-HOURLY-MAX      PIC 9(5).                             00180000
001900    05 FILLER               PIC X.                                00190000
002000    05 XPRM-LARGE-AMOUNT    PIC 9(12)V99.                         00200000
002100    05 FILLER               PIC X.                                00210000
002200    05 XPRM-REPEAT-COUNT    PIC 9(3).                             00220000
002300    05 FILLER               PIC X.                                00230000
002400    05 XPRM-REPEAT-MINUTES  PIC 9(3).                             00240000
002500    05 FILLER               PIC X(52).                            00250000
