000100*                                                                 00010000
000200* RATCOMM - COMMAREA CARRIED BETWEEN RATEMNT PSEUDO-CONVERSATIONAL00020000
000300* INVOCATIONS. ONLY MARKS THE CONVERSATION AS ESTABLISHED (SO THE 00030000
000400* NEXT TASK KNOWS THE MAP IS UP) AND REMEMBERS THE LAST RATE KEY  00040000
000500* WORKED ON.                                                      00050000
000600*                                                                 00060000
000700    05 CA-RAT-ACTIVE       PIC X      VALUE 'Y'.                  00070000
000800    05 CA-RAT-LAST-KEY     PIC X(9).                              00080000
