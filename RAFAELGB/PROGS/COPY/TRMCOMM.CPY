000100*                                                                 00010000
000200* TRMCOMM - COMMAREA CARRIED BETWEEN TERMMNT PSEUDO-CONVERSATIONAL00020000
000300* INVOCATIONS. ONLY MARKS THE CONVERSATION AS ESTABLISHED (SO THE 00030000
000400* NEXT TASK KNOWS THE MAP IS UP) AND REMEMBERS THE LAST TERMINAL  00040000
000500* ID WORKED ON.                                                   00050000
000600*                                                                 00060000
000700    05 CA-TRM-ACTIVE       PIC X      VALUE 'Y'.                  00070000
000800    05 CA-TRM-LAST-ID      PIC X(4).                              00080000
