000400* CHARACTER CICS OPERATOR ID (EIBOPID). THE AUTHORITY FLAGS GATE  00040000
000500* THE ADDMAP OPERATIONS AND OPER-SUPV GATES THE SUPERVISOR-ONLY   00050000
000600* TRANSACTIONS (ADDINQ AND THE OPERMNT MAINTENANCE SCREEN).       00060000
000610* OPER-APPR-LIMIT IS THE LARGEST RESULT (EITHER SIGN) THE         00061000
000620* OPERATOR MAY POST WITHOUT A SECOND SUPERVISOR'S APPROVAL - A    00062000
000630* SENDMAP RESULT OVER IT IS HELD ON ADDPEND FOR ADDAPPR. ZERO     00063000
000640* MEANS NO LIMIT.                                                 00064000
000700*                                                                 00070000
000800    05 OPER-KEY.                                                  00080000
000900      10 OPER-ID           PIC X(3).                              00090000
002000    05 OPER-STATUS         PIC X.                                 00200000
002100      88 OPER-ACTIVE                  VALUE 'A'.                  00210000
002200      88 OPER-DISABLED                VALUE 'D'.                  00220000
002300    05 OPER-APPR-LIMIT     PIC 9(12)V99.                          00230000
002400      88 OPER-NO-APPR-LIMIT           VALUE ZERO.                 00240000
