000300* ADDBULK (BULKOUT DD) SO SUBMITTING DEPARTMENTS CAN LOAD THEIR   00030000
000400* RESULTS INSTEAD OF REKEYING THE PRINTED LISTING. SAME           00040000
000500* HEADER/DETAIL/TRAILER SHAPE AS THE DWEXTR WAREHOUSE MEMBER:     00050000
000600* ALL RECORDS ARE 80 BYTES - ONE 'H' HEADER (RUN DATE/TIME,       00060000
000700* SOURCE SYSTEM, AND THE BATCH ID AND DEPARTMENT FROM THE DECK'S  00070000
000710* *HDR CARD), ONE 'D' DETAIL PER POSTED REQUEST GROUPED BY        00071000
000800* DEPARTMENT (BR-DTL-DEPT, THE OPERANDS AND THE SIGNED RESULT),   00080000
000900* AND ONE 'T' TRAILER (POSTED COUNT AND HASH TOTAL OF THE         00090000
001000* RESULTS) SO A RECEIVER CAN PROVE COMPLETENESS BEFORE LOADING.   00100000
002100      10 BR-HDR-RUN-DATE   PIC 9(8).                              00210000
002200      10 BR-HDR-RUN-TIME   PIC 9(6).                              00220000
002300      10 BR-HDR-SOURCE     PIC X(8).                              00230000
002310      10 BR-HDR-BATCH-ID   PIC X(12).                             00231000
002320      10 BR-HDR-DEPT       PIC X(4).                              00232000
002400      10 FILLER            PIC X(41).                             00240000
002500    05 BR-DTL REDEFINES BR-BODY.                                  00250000
002600      10 BR-DTL-DEPT       PIC X(4).                              00260000
002700      10 BR-DTL-NUM1       PIC 9(7)V99.                           00270000
