000100*                                                                 00010000
000200* NTCCOMM - COMMAREA CARRIED BETWEEN NOTCMNT PSEUDO-CONVERSATIONAL00020000
000300* INVOCATIONS. ONLY MARKS THE CONVERSATION AS ESTABLISHED (SO THE 00030000
000400* NEXT TASK KNOWS THE MAP IS UP) AND REMEMBERS THE LAST NOTICE    00040000
000500* NUMBER WORKED ON.                                               00050000
000600*                                                                 00060000
000700    05 CA-NTC-ACTIVE       PIC X      VALUE 'Y'.                  00070000
000800    05 CA-NTC-LAST-ID      PIC 9(5).                              00080000
