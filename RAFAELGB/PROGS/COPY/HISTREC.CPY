000530* HIST-NUM1-CHAIN, WHICH HOLDS THE KEYED FIRST OPERAND ON         00053000
000540* ORDINARY RECORDS TOO. OPERANDS CARRY TWO ASSUMED DECIMALS       00054000
000550* (9(7)V99); RESULTS CARRY S9(14)V99 SO A FULL-SIZE MULTIPLY      00055000
000560* STILL FITS. A SUPERVISOR VOID (ADDVOID, TRANSACTION ADVD)       00056000
000561* NEVER DELETES THE RECORD - IT SETS HIST-VOID-SW TO 'Y' AND      00056100
000562* STAMPS THE REASON CODE, THE VOIDING SUPERVISOR'S OPERATOR ID    00056200
000563* AND THE DATE AND TIME OF THE VOID. HIST-VOID-SW IS 'N' AND THE  00056300
000564* OTHER VOID FIELDS SPACES/ZERO ON A LIVE RECORD.                 00056400
000565* HIST-APPR-SUPV IS THE SUPERVISOR WHO RELEASED A RESULT HELD     00056500
000566* OVER THE OPERATOR'S APPROVAL LIMIT (ADDAPPR, TRANSACTION ADAP); 00056600
000567* SUCH A RECORD IS KEYED BY THE APPROVAL DATE AND TIME. IT IS     00056700
000568* SPACES ON ORDINARY POSTINGS. THE RECORD IS 120 BYTES, THE LAST  00056800
000569* 16 SPARE - ADDCNV3J CONVERTS A 77-BYTE CLUSTER FORWARD,         00056900
000570* ADDCNV2J AN OLDER 45-BYTE ONE.                                  00057000
000571* HIST-BULK-DEPT IS THE SUBMITTING DEPARTMENT (BULK-DEPT) ON A    00057100
000572* RECORD POSTED BY ADDBULK UNDER $BAT, SO CHGBILL CAN CHARGE      00057200
000573* BATCH WORK TO IT; SPACES ON ONLINE WORK, WHICH IS CHARGED TO    00057300
000574* THE OPER-DEPT OF HIST-OPERID.                                   00057400
000600*                                                                  00060000
000700    05 HIST-KEY.                                                  00070000
000800      10 HIST-KEY-TERM      PIC X(4).                             00080000
001600    05 HIST-CHAIN-SW        PIC X.                                00160000
001700      88 HIST-CHAINED                   VALUE 'Y'.                00170000
001800    05 HIST-NUM1-CHAIN      PIC S9(14)V99.                        00180000
001900    05 HIST-VOID-SW         PIC X.                                00190000
002000      88 HIST-VOIDED                    VALUE 'Y'.                00200000
002100    05 HIST-VOID-REASON     PIC XX.                               00210000
002200      88 HIST-VOID-KEYING               VALUE 'KE'.               00220000
002300      88 HIST-VOID-DUPLICATE            VALUE 'DP'.               00230000
002400      88 HIST-VOID-WRONG-OPER           VALUE 'WO'.               00240000
002500      88 HIST-VOID-CANCELLED            VALUE 'CX'.               00250000
002600      88 HIST-VOID-OTHER                VALUE 'OT'.               00260000
002700      88 HIST-VOID-REASON-VALID         VALUE 'KE' 'DP' 'WO'      00270000
002800                                              'CX' 'OT'.          00280000
002900    05 HIST-VOID-SUPV       PIC X(3).                             00290000
003000    05 HIST-VOID-DATE       PIC 9(8).                             00300000
003100    05 HIST-VOID-TIME       PIC 9(6).                             00310000
003200    05 HIST-APPR-SUPV       PIC X(3).                             00320000
003300    05 HIST-BULK-DEPT       PIC X(4).                             00330000
003400    05 FILLER               PIC X(16).                            00340000
