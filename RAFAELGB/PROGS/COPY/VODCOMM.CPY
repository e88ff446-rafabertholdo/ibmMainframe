000100*                                                                 00010000
000200* VODCOMM - COMMAREA CARRIED BETWEEN ADDVOID PSEUDO-CONVERSATIONAL00020000
000300* INVOCATIONS. MARKS THE CONVERSATION AS ESTABLISHED AND HOLDS    00030000
000400* THE KEY OF THE ADDHIST RECORD LAST SHOWN WITH ENTER, SO PF4     00040000
000500* ONLY VOIDS A CALCULATION THE SUPERVISOR HAS ACTUALLY SEEN.      00050000
000600*                                                                 00060000
000700    05 CA-VOD-ACTIVE       PIC X      VALUE 'Y'.                  00070000
000800    05 CA-VOD-SHOWN-KEY    PIC X(22).                             00080000
