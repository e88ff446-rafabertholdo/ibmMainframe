000100*                                                                 00010000
000200* RATEREC - RECORD LAYOUT FOR THE CHARGEBACK RATE TABLE (VSAM     00020000
000300* KSDS, DDNAME/FCT ENTRY RATEFILE). ONE RECORD PER OPERATION TYPE 00030000
000400* (+ - * /) AND EFFECTIVE DATE, KEYED BY OPERATION THEN DATE. THE 00040000
000500* RATE CHARGED FOR A CALCULATION IS THE ONE FOR ITS HIST-OPER WITH00050000
000600* THE LATEST RATE-EFF-DATE NOT AFTER THE HIST-KEY-DATE, SO A NEW  00060000
000700* PRICE IS KEYED AS A NEW EFFECTIVE DATE AND THE OLD ONE STAYS ON 00070000
000800* FILE FOR THE MONTHS ALREADY BILLED. RATE-AMOUNT IS THE CHARGE   00080000
000900* PER CALCULATION IN CURRENCY UNITS TO FOUR DECIMALS. RATEMNT     00090000
001000* (TRANSACTION RATE) MAINTAINS THE FILE AND STAMPS THE SUPERVISOR 00100000
001100* AND DATE/TIME OF THE LAST CHANGE; CHGBILL READS IT AT MONTH END.00110000
001200*                                                                 00120000
001300    05 RATE-KEY.                                                  00130000
001400      10 RATE-OPER          PIC X.                                00140000
001500        88 RATE-OPER-VALID            VALUE '+' '-' '*' '/'.      00150000
001600      10 RATE-EFF-DATE      PIC 9(8).                             00160000
001700    05 RATE-AMOUNT          PIC 9(3)V9(4).                        00170000
001800    05 RATE-CHG-OPID        PIC X(3).                             00180000
001900    05 RATE-CHG-DATE        PIC 9(8).                             00190000
002000    05 RATE-CHG-TIME        PIC 9(6).                             00200000
002100    05 FILLER               PIC X(7).                             00210000
