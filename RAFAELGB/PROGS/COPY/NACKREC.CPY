000100*                                                                 00010000
000200* NACKREC - RECORD LAYOUT FOR THE NOTICE ACKNOWLEDGEMENT LOG      00020000
000300* (VSAM KSDS, DDNAME/FCT ENTRY NOTACK). ONE RECORD PER URGENT     00030000
000400* NOTICE PER OPERATOR, WRITTEN BY NOTCHK THE FIRST TIME THE       00040000
000500* NOTICE IS PUT IN FRONT OF THE OPERATOR ON A MENU (STATUS S,     00050000
000600* WITH THE DATE/TIME AND TERMINAL) AND UPDATED TO STATUS A WHEN   00060000
000700* THE OPERATOR ACKNOWLEDGES IT. NOTCRPT READS IT TO LIST WHO HAS  00070000
000800* NOT YET SEEN OR ACKNOWLEDGED EACH URGENT NOTICE.                00080000
000900*                                                                 00090000
001000    05 NACK-KEY.                                                  00100000
001100      10 NACK-NOTICE-ID     PIC 9(5).                             00110000
001200      10 NACK-OPER-ID       PIC X(3).                             00120000
001300    05 NACK-STATUS          PIC X.                                00130000
001400      88 NACK-SEEN                    VALUE 'S'.                  00140000
001500      88 NACK-ACKNOWLEDGED            VALUE 'A'.                  00150000
001600    05 NACK-SEEN-DATE       PIC 9(8).                             00160000
001700    05 NACK-SEEN-TIME       PIC 9(6).                             00170000
001800    05 NACK-SEEN-TERM       PIC X(4).                             00180000
001900    05 NACK-ACK-DATE        PIC 9(8).                             00190000
002000    05 NACK-ACK-TIME        PIC 9(6).                             00200000
002100    05 NACK-ACK-TERM        PIC X(4).                             00210000
002200    05 FILLER               PIC X(15).                            00220000
