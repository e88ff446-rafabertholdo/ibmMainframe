000100*                                                                 00010000
000200* CERTREC - RECORD LAYOUT FOR THE QUARTERLY ACCESS                00020000
000300* RECERTIFICATION RESPONSE FILE (DDNAME CERTRESP, 80-BYTE CARD    00030000
000400* IMAGE). OPERCERT WRITES ONE RECORD FOR EVERY ACTIVE OPERATOR,   00040000
000500* IN DEPARTMENT ORDER, WITH THE AUTHORITY FLAGS HELD AT THE       00050000
000600* TIME OF THE RUN AND THE RESPONSE COLUMNS BLANK. EACH            00060000
000700* DEPARTMENT MANAGER MARKS CERT-DECISION 'C' TO CONFIRM THE       00070000
000800* OPERATOR OR 'D' TO DISABLE THEM, AND AN 'R' IN ANY              00080000
000900* CERT-REVOKE COLUMN TO WITHDRAW THAT AUTHORITY FROM A            00090000
001000* CONFIRMED OPERATOR. OPERCAPL APPLIES THE FILE - AN OPERATOR     00100000
001100* LEFT BLANK, OR MISSING FROM THE FILE, IS DISABLED.              00110000
001200*                                                                 00120000
001300    05 CERT-QUARTER         PIC X(6).                             00130000
001400    05 CERT-DEPT            PIC X(4).                             00140000
001500    05 CERT-OPER-ID         PIC X(3).                             00150000
001600    05 CERT-OPER-NAME       PIC X(20).                            00160000
001700    05 CERT-FLAGS.                                                00170000
001800      10 CERT-AUTH-ADD      PIC X.                                00180000
001900      10 CERT-AUTH-SUB      PIC X.                                00190000
002000      10 CERT-AUTH-MPY      PIC X.                                00200000
002100      10 CERT-AUTH-DIV      PIC X.                                00210000
002200      10 CERT-SUPV          PIC X.                                00220000
002300    05 CERT-DECISION        PIC X.                                00230000
002400      88 CERT-CONFIRMED               VALUE 'C'.                  00240000
002500      88 CERT-DISABLE                 VALUE 'D'.                  00250000
002600      88 CERT-NO-RESPONSE             VALUE SPACE.                00260000
002700    05 CERT-REVOKE.                                               00270000
002800      10 CERT-REVOKE-ADD    PIC X.                                00280000
002900      10 CERT-REVOKE-SUB    PIC X.                                00290000
003000      10 CERT-REVOKE-MPY    PIC X.                                00300000
003100      10 CERT-REVOKE-DIV    PIC X.                                00310000
003200      10 CERT-REVOKE-SUPV   PIC X.                                00320000
003300    05 FILLER               PIC X(36).                            00330000
