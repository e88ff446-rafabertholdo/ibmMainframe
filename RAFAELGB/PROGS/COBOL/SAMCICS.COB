000427      03 FILLER PIC X(36) VALUE 'ADIN - HISTORY INQUIRY (SUPV)'.   00042700
000428      03 FILLER PIC X    VALUE X'15'.                              00042800
000429      03 FILLER PIC X(36) VALUE 'TYPE A TRAN-ID AND PRESS ENTER'.  00042900
000430      03 WS-MENU-NOTICES.                                         00043000
000431        05 FILLER PIC X    VALUE X'15'.                           00043100
000432        05 FILLER PIC X(70) VALUE SPACES.                         00043200
000433        05 FILLER PIC X    VALUE X'15'.                           00043300
000434        05 FILLER PIC X(70) VALUE SPACES.                         00043400
000435        05 FILLER PIC X    VALUE X'15'.                           00043500
000436        05 FILLER PIC X(70) VALUE SPACES.                         00043600
000437        05 FILLER PIC X    VALUE X'15'.                           00043700
000438        05 FILLER PIC X(70) VALUE SPACES.                         00043800
000439      03 FILLER REDEFINES WS-MENU-NOTICES.                        00043900
000440        05 WS-MENU-NOTICE-ENTRY OCCURS 4.                         00044000
000441          07 FILLER         PIC X.                                00044100
000442          07 WS-MENU-NOTICE PIC X(70).                            00044200
000500    01 WS-INPUT.                                                  00050000
000600      03 WS-TRAN-ID   PIC X(4).                                   00060000
000700      03 WS-MESSAGE-I PIC X(70).                                  00070000
001131    77 WS-RESP2       PIC S9(8) COMP.                             00113100
001132    77 WS-LINK-RESP   PIC S9(8) COMP.                             00113200
001134    77 WS-ABCODE      PIC X(4).                                   00113400
001136    77 WS-TERM-OK-SW  PIC X VALUE 'N'.                            00113600
001137      88 WS-TERM-OK          VALUE 'Y'.                           00113700
001138    77 WS-TERM-ERROR-SW PIC X VALUE 'N'.                          00113800
001139      88 WS-TERM-ERROR       VALUE 'Y'.                           00113900
001140    77 WS-TERMID-KEY  PIC X(4).                                   00114000
001141    77 WS-TRMERR-MSG  PIC X(40)                                   00114100
001142       VALUE 'TERMINAL FILE ERROR - LOGGED FOR SUPPORT'.          00114200
001143    01 WS-NOTERM-MSG.                                             00114300
001144      03 FILLER       PIC X(9)  VALUE 'TERMINAL '.                00114400
001145      03 WS-NOTERM-ID PIC X(4).                                   00114500
001146      03 FILLER       PIC X(27)                                   00114600
001147         VALUE ' NOT REGISTERED OR DISABLED'.                     00114700
001148    77 WS-ACKREQ-MSG  PIC X(46)                                   00114800
001149       VALUE 'URGENT NOTICE ABOVE - TYPE ACK AND PRESS ENTER'.    00114900
001150    01 WS-COMMAREA.                                                00111000
001160      COPY SAMCOMM.                                                00112000
001170    01 WS-AUDIT-RECORD.                                            00113000
001180      COPY AUDITREC.                                               00114000
001182    01 WS-TERM-RECORD.                                            00118200
001184      COPY TERMREC.                                               00118400
001185    01 WS-NOTCOMM.                                                00118500
001186      COPY NOTCOMM.                                               00118600
001187    77 WS-MENU-LENGTH PIC S9(4) COMP.                             00118700
001188    77 WS-NOTICE-LINES PIC S9(4) COMP.                            00118800
001189    77 WS-NOTICE-SUB  PIC S9(4) COMP.                             00118900
001190    01 WS-ERRCOMM.                                                00119000
001195      COPY ERRCOMM.                                               00119500
001196    01 WS-SNDCOMM.                                                00119600
001312      EXEC CICS HANDLE ABEND                                      00131200
001314                LABEL(ABEND-HANDLER)                              00131400
001316      END-EXEC.                                                   00131600
001320      PERFORM CHECK-TERMINAL.                                     00132000
001324      EVALUATE TRUE                                               00132400
001328          WHEN NOT WS-TERM-OK                                     00132800
001332              PERFORM SEND-TERM-REFUSAL                           00133200
001336          WHEN EIBCALEN = 0                                       00133600
001340              PERFORM START-CONVERSATION                          00134000
001344          WHEN OTHER                                              00134400
001348              PERFORM RECEIVE-AND-ROUTE                           00134800
001352      END-EVALUATE.                                               00135200
001356      IF NOT WS-TERM-OK                                           00135600
001360          EXEC CICS RETURN                                        00136000
001364          END-EXEC                                                00136400
001368      ELSE                                                        00136800
001380          EXEC CICS RETURN                                        00138000
001390                    TRANSID(WS-OWN-TRANID)                        00139000
001400                    COMMAREA(WS-COMMAREA)                         00140000
001410                    LENGTH(LENGTH OF WS-COMMAREA)                 00141000
001420          END-EXEC                                                00142000
001425      END-IF.                                                     00142500
001430      GOBACK.                                                      00143000
001500  START-CONVERSATION.                                              00150000
001510      MOVE SPACES TO WS-COMMAREA.                                  00151000
001520      PERFORM SEND-MENU.                                          00152000
001600  SEND-MENU.                                                      00160000
001602      PERFORM LIST-NOTICES.                                       00160200
001604      PERFORM LOAD-MENU-NOTICES.                                  00160400
001610      EXEC CICS SEND TEXT                                         00161000
001620                FROM(WS-MENU-TEXT)                                00162000
001630                LENGTH(WS-MENU-LENGTH)                            00163000
001640                ERASE                                             00164000
001645                FREEKB                                            00164500
001650      END-EXEC.                                                   00165000
002310      PERFORM WRITE-AUDIT-RECORD.                                  00231000
002320      MOVE WS-TRAN-ID   TO CA-TRAN-ID OF WS-COMMAREA.              00232000
002330      MOVE WS-MESSAGE-I TO CA-MESSAGE-I OF WS-COMMAREA.            00233000
002333      PERFORM LIST-NOTICES.                                       00233300
002334      EVALUATE TRUE                                               00233400
002335          WHEN NC-URGENT-PENDING OF WS-NOTCOMM                    00233500
002336                  AND WS-TRAN-ID = 'ACK'                          00233600
002337              PERFORM ACKNOWLEDGE-NOTICE                          00233700
002338          WHEN NC-URGENT-PENDING OF WS-NOTCOMM                    00233800
002339              PERFORM SEND-MENU                                   00233900
002341          WHEN WS-TRAN-ID = 'ADD1'                                00234100
002342              PERFORM ROUTE-TO-SENDMAP                            00234200
002343          WHEN WS-TRAN-ID = 'ADIN'                                00234300
003990                RESP(WS-RESP)                                     00399000
003993      END-EXEC.                                                   00399300
003996      PERFORM ROUTE-FAILED.                                       00399600
004000* CHECK-TERMINAL LOOKS THE SIGNED-ON TERMINAL UP ON TERMMAST. WORK00400000
004010* IS ONLY ACCEPTED FROM A REGISTERED, ACTIVE, REAL TERMINAL - AN  00401000
004020* UNKNOWN OR DISABLED ID, OR A BATCH PSEUDO-TERMINAL SUCH AS $BAT,00402000
004030* IS REFUSED AND THE CONVERSATION ENDS.                           00403000
004040  CHECK-TERMINAL.                                                 00404000
004050      MOVE 'N' TO WS-TERM-OK-SW.                                  00405000
004060      MOVE 'N' TO WS-TERM-ERROR-SW.                               00406000
004070      MOVE EIBTRMID TO WS-TERMID-KEY.                             00407000
004080      EXEC CICS READ FILE('TERMMAST')                             00408000
004090                INTO(WS-TERM-RECORD)                              00409000
004100                RIDFLD(WS-TERMID-KEY)                             00410000
004110                RESP(WS-RESP)                                     00411000
004120                RESP2(WS-RESP2)                                   00412000
004130      END-EXEC.                                                   00413000
004140      EVALUATE TRUE                                               00414000
004150          WHEN WS-RESP = DFHRESP(NORMAL)                          00415000
004160              IF TERM-ACTIVE OF WS-TERM-RECORD                    00416000
004170                      AND NOT TERM-IS-BATCH OF WS-TERM-RECORD     00417000
004180                  SET WS-TERM-OK TO TRUE                          00418000
004190              END-IF                                              00419000
004200          WHEN WS-RESP = DFHRESP(NOTFND)                          00420000
004210              CONTINUE                                            00421000
004220          WHEN OTHER                                              00422000
004230              SET WS-TERM-ERROR TO TRUE                           00423000
004240              MOVE 'CHECK-TERMINAL' TO EC-PARAGRAPH OF WS-ERRCOMM 00424000
004250              MOVE SPACES TO EC-RECORD OF WS-ERRCOMM              00425000
004260              PERFORM LINK-ERROR-HANDLER                          00426000
004270      END-EVALUATE.                                               00427000
004280  SEND-TERM-REFUSAL.                                              00428000
004290      IF WS-TERM-ERROR                                            00429000
004300          EXEC CICS SEND TEXT FROM(WS-TRMERR-MSG)                 00430000
004310                         LENGTH(LENGTH OF WS-TRMERR-MSG)          00431000
004320                         ERASE                                    00432000
004330                         FREEKB                                   00433000
004340          END-EXEC                                                00434000
004350      ELSE                                                        00435000
004360          MOVE EIBTRMID TO WS-NOTERM-ID                           00436000
004370          EXEC CICS SEND TEXT FROM(WS-NOTERM-MSG)                 00437000
004380                         LENGTH(LENGTH OF WS-NOTERM-MSG)          00438000
004390                         ERASE                                    00439000
004400                         FREEKB                                   00440000
004410          END-EXEC                                                00441000
004420      END-IF.                                                     00442000
004430* LIST-NOTICES LINKS TO NOTCHK FOR THE NOTICES IN FORCE FOR THE   00443000
004435* OPERATOR. WHILE AN URGENT NOTICE IS WAITING TO BE ACKNOWLEDGED  00443500
004440* NOTHING IS ROUTED - THE MENU IS SENT AGAIN UNTIL THE OPERATOR   00444000
004445* TYPES ACK. IF NOTCHK CANNOT BE REACHED OR HITS A FILE ERROR     00444500
004450* (LOGGED) THE MENU CARRIES ON WITHOUT NOTICES.                   00445000
004455  LIST-NOTICES.                                                   00445500
004460      MOVE 'L' TO NC-FUNCTION OF WS-NOTCOMM.                      00446000
004465      PERFORM LINK-NOTICE-SERVICE.                                00446500
004470      IF NOT NC-OK OF WS-NOTCOMM                                  00447000
004475          MOVE ZERO TO NC-LINE-COUNT OF WS-NOTCOMM                00447500
004480          MOVE 'N' TO NC-URGENT-SW OF WS-NOTCOMM                  00448000
004485      END-IF.                                                     00448500
004490  LOAD-MENU-NOTICES.                                              00449000
004495      MOVE ZERO TO WS-NOTICE-LINES.                               00449500
004500      PERFORM VARYING WS-NOTICE-SUB FROM 1 BY 1                   00450000
004505              UNTIL WS-NOTICE-SUB > NC-LINE-COUNT OF WS-NOTCOMM   00450500
004510          ADD 1 TO WS-NOTICE-LINES                                00451000
004515          MOVE NC-LINE OF WS-NOTCOMM (WS-NOTICE-SUB)              00451500
004520               TO WS-MENU-NOTICE (WS-NOTICE-LINES)                00452000
004525      END-PERFORM.                                                00452500
004530      IF NC-URGENT-PENDING OF WS-NOTCOMM                          00453000
004535          ADD 1 TO WS-NOTICE-LINES                                00453500
004540          MOVE WS-ACKREQ-MSG TO WS-MENU-NOTICE (WS-NOTICE-LINES)  00454000
004545      END-IF.                                                     00454500
004550      COMPUTE WS-MENU-LENGTH = LENGTH OF WS-MENU-TEXT             00455000
004555                             - LENGTH OF WS-MENU-NOTICES          00455500
004560                             + WS-NOTICE-LINES * 71.              00456000
004565  ACKNOWLEDGE-NOTICE.                                             00456500
004570      MOVE 'A' TO NC-FUNCTION OF WS-NOTCOMM.                      00457000
004575      PERFORM LINK-NOTICE-SERVICE.                                00457500
004580      PERFORM SEND-MENU.                                          00458000
004585  LINK-NOTICE-SERVICE.                                            00458500
004590      EXEC CICS LINK PROGRAM('NOTCHK')                            00459000
004595                COMMAREA(WS-NOTCOMM)                              00459500
004600                LENGTH(LENGTH OF WS-NOTCOMM)                      00460000
004605                RESP(WS-RESP)                                     00460500
004610                RESP2(WS-RESP2)                                   00461000
004615      END-EXEC.                                                   00461500
004620      IF WS-RESP NOT = DFHRESP(NORMAL)                            00462000
004625          MOVE '9' TO NC-RESULT OF WS-NOTCOMM                     00462500
004630          MOVE 'LINK-NOTICE-SERVICE' TO EC-PARAGRAPH OF WS-ERRCOMM00463000
004635          MOVE SPACES TO EC-RECORD OF WS-ERRCOMM                  00463500
004640          PERFORM LINK-ERROR-HANDLER                              00464000
004645      END-IF.                                                     00464500
