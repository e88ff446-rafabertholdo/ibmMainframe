000800* BEFORE LOADING. DW-DTL-NUM1 CARRIES THE FIRST OPERAND FROM      00080000
000900* HIST-NUM1-CHAIN, WHICH HOLDS THE KEYED VALUE ON ORDINARY        00090000
001000* RECORDS AND THE RUNNING VALUE ON CHAINED ONES. AMOUNTS CARRY    00100000
001050* TWO ASSUMED DECIMALS (V99). A CALCULATION VOIDED BY A           00105000
001051* SUPERVISOR IS SENT AS AN 'R' REVERSAL DETAIL ON THE DAY OF THE  00105100
001052* VOID - SAME LAYOUT AS THE 'D' DETAIL, CARRYING THE ORIGINAL     00105200
001053* CALCULATION PLUS THE VOID REASON AND SUPERVISOR - SO THE        00105300
001054* RECEIVER REVERSES THE 'D' IT HOLDS (OR RECORDS THE VOID WHEN    00105400
001055* THE CALCULATION WAS VOIDED BEFORE IT WAS EXTRACTED). 'R'        00105500
001056* DETAILS ARE NOT IN THE TRAILER COUNT OR HASH; THE TRAILER       00105600
001057* CARRIES THEIR OWN COUNT IN DW-TRL-REV-COUNT.                    00105700
001060* BOTH SIDES OF THE INTERFACE                                     00106000
001100* COMPILE FROM THIS MEMBER - DO NOT CHANGE IT                     00110000
001200* WITHOUT AGREEING THE CHANGE WITH THE WAREHOUSE TEAM.            00120000
001300*                                                                 00130000
001500      88 DW-HEADER-REC                VALUE 'H'.                  00150000
001600      88 DW-DETAIL-REC                VALUE 'D'.                  00160000
001700      88 DW-TRAILER-REC               VALUE 'T'.                  00170000
001750      88 DW-REVERSAL-REC              VALUE 'R'.                  00175000
001800    05 DW-BODY             PIC X(79).                             00180000
001900    05 DW-HDR REDEFINES DW-BODY.                                  00190000
002000      10 DW-HDR-FILE-DATE  PIC 9(8).                              00200000
003100      10 DW-DTL-NUM1       PIC S9(14)V99 SIGN LEADING SEPARATE.   00310000
003200      10 DW-DTL-NUM2       PIC 9(7)V99.                           00320000
003300      10 DW-DTL-RESU       PIC S9(14)V99 SIGN LEADING SEPARATE.   00330000
003400      10 DW-DTL-VOID-REASON PIC XX.                               00340000
003410      10 DW-DTL-VOID-SUPV  PIC X(3).                              00341000
003420      10 FILLER            PIC X(4).                              00342000
003500    05 DW-TRL REDEFINES DW-BODY.                                  00350000
003600      10 DW-TRL-COUNT      PIC 9(9).                              00360000
003700      10 DW-TRL-HASH       PIC S9(15)V99 SIGN LEADING SEPARATE.   00370000
003750      10 DW-TRL-REV-COUNT  PIC 9(9).                              00375000
003800      10 FILLER            PIC X(43).                             00380000
