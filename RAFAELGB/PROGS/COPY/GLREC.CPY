000100*                                                                 00010000
000200* GLREC - GENERAL-LEDGER INTERFACE RECORD WRITTEN BY CHGBILL      00020000
000300* (GLFEED DD) FOR THE MONTHLY CALCULATION-SERVICE CHARGEBACK. SAME00030000
000400* HEADER/DETAIL/TRAILER SHAPE AS THE BULKRES MEMBER: ALL RECORDS  00040000
000500* ARE 80 BYTES - ONE 'H' HEADER (ACCOUNTING PERIOD, RUN DATE/TIME 00050000
000600* AND SOURCE SYSTEM), ONE 'D' DETAIL PER LEDGER LINE AND ONE 'T'  00060000
000700* TRAILER (DETAIL COUNT AND TOTAL DEBITS AND CREDITS, WHICH MUST  00070000
000800* AGREE) SO THE LEDGER CAN PROVE THE FILE BEFORE POSTING IT. THERE00080000
000900* IS ONE DEBIT PER DEPARTMENT BILLED, TO THE DEPARTMENT'S COST    00090000
001000* CENTRE, AND ONE OFFSETTING CREDIT TO THE SERVICE COST CENTRE.   00100000
001100* AMOUNTS CARRY TWO ASSUMED DECIMALS AND ARE ALWAYS POSITIVE;     00110000
001200* GL-DTL-DR-CR SAYS WHICH SIDE.                                   00120000
001300*                                                                 00130000
001400    05 GL-RECORD-TYPE       PIC X.                                00140000
001500      88 GL-HEADER-REC                VALUE 'H'.                  00150000
001600      88 GL-DETAIL-REC                VALUE 'D'.                  00160000
001700      88 GL-TRAILER-REC               VALUE 'T'.                  00170000
001800    05 GL-BODY              PIC X(79).                            00180000
001900    05 GL-HDR REDEFINES GL-BODY.                                  00190000
002000      10 GL-HDR-PERIOD      PIC 9(6).                             00200000
002100      10 GL-HDR-RUN-DATE    PIC 9(8).                             00210000
002200      10 GL-HDR-RUN-TIME    PIC 9(6).                             00220000
002300      10 GL-HDR-SOURCE      PIC X(8).                             00230000
002400      10 FILLER             PIC X(51).                            00240000
002500    05 GL-DTL REDEFINES GL-BODY.                                  00250000
002600      10 GL-DTL-ACCOUNT     PIC X(6).                             00260000
002700      10 GL-DTL-COST-CENTRE PIC X(4).                             00270000
002800      10 GL-DTL-DR-CR       PIC X.                                00280000
002900        88 GL-DTL-DEBIT               VALUE 'D'.                  00290000
003000        88 GL-DTL-CREDIT              VALUE 'C'.                  00300000
003100      10 GL-DTL-AMOUNT      PIC 9(13)V99.                         00310000
003200      10 GL-DTL-PERIOD      PIC 9(6).                             00320000
003300      10 GL-DTL-DESC        PIC X(30).                            00330000
003400      10 FILLER             PIC X(17).                            00340000
003500    05 GL-TRL REDEFINES GL-BODY.                                  00350000
003600      10 GL-TRL-COUNT       PIC 9(9).                             00360000
003700      10 GL-TRL-DEBITS      PIC 9(13)V99.                         00370000
003800      10 GL-TRL-CREDITS     PIC 9(13)V99.                         00380000
003900      10 FILLER             PIC X(40).                            00390000
