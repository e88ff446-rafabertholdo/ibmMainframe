000100*                                                                 00010000
000200* APRCOMM - COMMAREA CARRIED BETWEEN ADDAPPR PSEUDO-CONVERSATIONAL00020000
000300* INVOCATIONS. MARKS THE CONVERSATION AS ESTABLISHED, HOLDS THE   00030000
000400* ADDPEND KEY THE NEXT ENTER BROWSES FORWARD FROM AND THE KEY OF  00040000
000500* THE ITEM LAST SHOWN, SO PF4 AND PF5 ONLY DECIDE AN ITEM THE     00050000
000600* SUPERVISOR HAS ACTUALLY SEEN.                                   00060000
000700*                                                                 00070000
000800    05 CA-APR-ACTIVE       PIC X      VALUE 'Y'.                  00080000
000900    05 CA-APR-BROWSE-KEY   PIC X(22).                             00090000
001000    05 CA-APR-SHOWN-KEY    PIC X(22).                             00100000
