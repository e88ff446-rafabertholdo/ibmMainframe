000857    77 WS-AUTH-OK-SW  PIC X.
000858      88 WS-AUTH-OK            VALUE 'Y'.
000859    77 WS-AUTH-MSG    PIC X(40).
000860    77 WS-OVER-LIMIT-SW PIC X.
000861      88 WS-OVER-LIMIT         VALUE 'Y'.
000862    77 WS-RESU-ABS    PIC 9(14)V99.
000863    77 WS-TERMID-KEY  PIC X(4).
000864    77 WS-TERM-OK-SW  PIC X.
000865      88 WS-TERM-OK            VALUE 'Y'.
000866    01 WS-TERM-RECORD.
000867      COPY TERMREC.
000868    01 WS-COMMAREA.
000869      COPY SNDCOMM.
000870    01 WS-HIST-RECORD.
000871      COPY HISTREC.
000872    01 WS-OPER-RECORD.
000873      COPY OPERREC.
000874    01 WS-PEND-RECORD.
000875      COPY PENDREC.
000876    77 WS-LINK-RESP   PIC S9(8) COMP.
000877    77 WS-ABCODE      PIC X(4).
000878    01 WS-ERRCOMM.
000879      COPY ERRCOMM.
000880    01 WS-EDIT-WORK.
000881      05 WS-EDIT-INPUT    PIC X(10).
000882      05 WS-EDIT-AMOUNT   PIC 9(7)V99.
000883      05 WS-EDIT-VALID-SW PIC X.
000884        88 WS-EDIT-VALID           VALUE 'Y'.
000885      05 WS-EDIT-IX       PIC 9(2).
000886      05 WS-EDIT-PHASE    PIC 9.
000887      05 WS-EDIT-INT-NUM  PIC 9(7).
000888      05 WS-EDIT-DEC-NUM  PIC 9(2).
000889      05 WS-EDIT-INT-CNT  PIC 9(2).
000890      05 WS-EDIT-DEC-CNT  PIC 9(2).
000891      05 WS-EDIT-CHAR     PIC X.
000892      05 WS-EDIT-DIGIT REDEFINES WS-EDIT-CHAR PIC 9.
000893    01 WS-NOTCOMM.
000894      COPY NOTCOMM.
000895    77 WS-NOTICE-MSG  PIC X(40)
000896       VALUE 'URGENT NOTICE - PRESS PF5 TO ACKNOWLEDGE'.
000900    COPY DFHAID.
001000    COPY DFHBMSCA.
001100    COPY SCREEN1.
001310      IF EIBCALEN = 0
001320          MOVE SPACES TO WS-COMMAREA
001330          SET CA-STAGE-MENU OF WS-COMMAREA TO TRUE
001340          PERFORM START-MENU
001350      ELSE
001360          MOVE DFHCOMMAREA TO WS-COMMAREA
001370          EVALUATE TRUE
001372              WHEN CA-STAGE-START OF WS-COMMAREA
001374                  SET CA-STAGE-MENU OF WS-COMMAREA TO TRUE
001376                  PERFORM START-MENU
001380              WHEN CA-STAGE-MENU OF WS-COMMAREA
001390                  PERFORM RECEIVE-MENU-CHOICE
001395              WHEN CA-STAGE-CALC OF WS-COMMAREA
001510  SEND-MENU-MAP.
001520      MOVE LOW-VALUES TO MENUI.
001530      MOVE LOW-VALUES TO MENUO.
001535      PERFORM LOAD-MENU-NOTICES.
001540      EXEC CICS SEND MAP('MENU')
001550                     MAPSET('SCREEN1')
001560                     ERASE
001670              SET WS-EXIT-REQUESTED TO TRUE
001680          WHEN DFHCLEAR
001690              PERFORM SEND-MENU-MAP
001692          WHEN DFHPF5
001694              PERFORM ACK-MENU-NOTICE
001700          WHEN OTHER
001710              PERFORM EVALUATE-MENU-CHOICE
001720      END-EVALUATE.
001730  EVALUATE-MENU-CHOICE.
001740      MOVE LOW-VALUES TO MENUO.
001741      IF CA-NOTICE-PENDING OF WS-COMMAREA
001742          MOVE WS-NOTICE-MSG TO MMSGO OF MENUO
001743          MOVE DFHRED TO MMSGC OF MENUI
001744          EXEC CICS SEND MAP('MENU')
001745                         MAPSET('SCREEN1')
001746                         FROM(MENUO)
001747                         DATAONLY
001748          END-EXEC
001749      ELSE
001750        EVALUATE CHOICEI OF MENUI
001760          WHEN '1'
001770              MOVE '+' TO CA-OPER OF WS-COMMAREA
001780              SET CA-STAGE-CALC OF WS-COMMAREA TO TRUE
001940                             FROM(MENUO)
001950                             DATAONLY
001960              END-EXEC
001970        END-EVALUATE
001975      END-IF.
001980  SEND-INITIAL-MAP.
001990      MOVE LOW-VALUES TO ADDMAPI.
002000      MOVE LOW-VALUES TO ADDMAPO.
002200  COMPUTE-AND-SEND-RESULT.
002210      MOVE LOW-VALUES TO ADDMAPO.
002220      MOVE CA-OPER OF WS-COMMAREA TO WS-OPER.
002225      PERFORM CHECK-TERMINAL.
002226      IF WS-TERM-OK
002227          PERFORM CHECK-OPERATOR-AUTHORITY
002228      END-IF.
002230      IF NOT WS-AUTH-OK
002232          MOVE WS-AUTH-MSG TO MSGO OF ADDMAPO
002234          MOVE DFHRED TO MSGC OF ADDMAPI
002480        END-IF
002482        MOVE SPACES TO MSGO OF ADDMAPO
002484        MOVE DFHNEUTR TO MSGC OF ADDMAPI
002485        PERFORM CHECK-APPROVAL-LIMIT
002486        IF WS-OVER-LIMIT
002487            PERFORM HOLD-FOR-APPROVAL
002488            MOVE 'N' TO CA-CHAIN-SW OF WS-COMMAREA
002489            MOVE 'N' TO CA-RESU-VALID-SW OF WS-COMMAREA
002490        ELSE
002491            PERFORM WRITE-HISTORY-RECORD
002492            MOVE WS-RESU TO CA-CHAIN-RESU OF WS-COMMAREA
002493            SET CA-RESU-VALID OF WS-COMMAREA TO TRUE
002494        END-IF
002495      END-IF
002496      END-IF.
002500* A RESULT (EITHER SIGN) OVER THE OPERATOR'S OPER-APPR-LIMIT -
002502* ALREADY READ BY CHECK-OPERATOR-AUTHORITY - IS NOT POSTED BUT
002504* HELD FOR A SECOND SUPERVISOR. A ZERO LIMIT HOLDS NOTHING.
002506  CHECK-APPROVAL-LIMIT.
002508      MOVE 'N' TO WS-OVER-LIMIT-SW.
002510      IF WS-RESU < ZERO
002512          COMPUTE WS-RESU-ABS = ZERO - WS-RESU
002514      ELSE
002516          MOVE WS-RESU TO WS-RESU-ABS
002518      END-IF.
002520      IF NOT OPER-NO-APPR-LIMIT OF WS-OPER-RECORD
002522              AND WS-RESU-ABS > OPER-APPR-LIMIT OF WS-OPER-RECORD
002524          SET WS-OVER-LIMIT TO TRUE
002526      END-IF.
002527  BUILD-HISTORY-RECORD.
002530      EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
002540      EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
002550                YYYYMMDD(WS-TODAY-DATE)
002560                TIME(WS-NOW-TIME)
002570      END-EXEC.
002575      MOVE SPACES TO WS-HIST-RECORD.
002580      MOVE EIBTRMID TO HIST-KEY-TERM OF WS-HIST-RECORD.
002590      MOVE WS-TODAY-DATE TO HIST-KEY-DATE OF WS-HIST-RECORD.
002600      MOVE WS-NOW-TIME TO HIST-KEY-TIME OF WS-HIST-RECORD.
002674          MOVE 'N' TO HIST-CHAIN-SW OF WS-HIST-RECORD
002675      END-IF.
002676      MOVE WS-OP1 TO HIST-NUM1-CHAIN OF WS-HIST-RECORD.
002677      MOVE 'N' TO HIST-VOID-SW OF WS-HIST-RECORD.
002678      MOVE ZERO TO HIST-VOID-DATE OF WS-HIST-RECORD.
002679      MOVE ZERO TO HIST-VOID-TIME OF WS-HIST-RECORD.
002680  WRITE-HISTORY-RECORD.
002681      PERFORM BUILD-HISTORY-RECORD.
002682      EXEC CICS WRITE FILE('ADDHIST')
002690                FROM(WS-HIST-RECORD)
002700                RIDFLD(HIST-KEY OF WS-HIST-RECORD)
002710                RESP(WS-RESP)
002765      ELSE
002767          PERFORM WRITE-JOURNAL-RECORD
002770      END-IF.
002771* HOLD-FOR-APPROVAL WRITES THE RECORD THAT WOULD HAVE GONE TO
002774* ADDHIST TO THE ADDPEND PENDING-APPROVAL KSDS INSTEAD, STATUS
002777* 'P', FOR ADDAPPR. NOTHING IS JOURNALED UNTIL IT IS APPROVED.
002780  HOLD-FOR-APPROVAL.
002783      PERFORM BUILD-HISTORY-RECORD.
002786      MOVE SPACES TO WS-PEND-RECORD.
002789      MOVE HIST-KEY OF WS-HIST-RECORD
002792           TO PEND-KEY OF WS-PEND-RECORD.
002795      MOVE 'P' TO PEND-STATUS OF WS-PEND-RECORD.
002798      MOVE EIBOPID TO PEND-OPERID OF WS-PEND-RECORD.
002801      MOVE OPER-APPR-LIMIT OF WS-OPER-RECORD
002804           TO PEND-LIMIT OF WS-PEND-RECORD.
002807      MOVE ZERO TO PEND-DECIDED-DATE OF WS-PEND-RECORD.
002810      MOVE ZERO TO PEND-DECIDED-TIME OF WS-PEND-RECORD.
002813      MOVE WS-HIST-RECORD TO PEND-HIST-IMAGE OF WS-PEND-RECORD.
002816      EXEC CICS WRITE FILE('ADDPEND')
002819                FROM(WS-PEND-RECORD)
002822                RIDFLD(PEND-KEY OF WS-PEND-RECORD)
002825                RESP(WS-RESP)
002828                RESP2(WS-RESP2)
002831      END-EXEC.
002834      IF WS-RESP = DFHRESP(NORMAL)
002837          MOVE 'HELD FOR APPROVAL - OVER YOUR LIMIT'
002840               TO MSGO OF ADDMAPO
002843          MOVE DFHNEUTR TO MSGC OF ADDMAPI
002846      ELSE
002849          MOVE 'HOLD-FOR-APPROVAL' TO EC-PARAGRAPH OF WS-ERRCOMM
002852          MOVE WS-HIST-RECORD TO EC-RECORD OF WS-ERRCOMM
002855          PERFORM LINK-ERROR-HANDLER
002858          MOVE 'APPROVAL FILE ERROR - LOGGED FOR SUPPORT'
002861               TO MSGO OF ADDMAPO
002864          MOVE DFHRED TO MSGC OF ADDMAPI
002867      END-IF.
002870* EVERY SUCCESSFUL ADDHIST WRITE IS ALSO JOURNALED TO THE
002873* APPEND-ONLY ADDJ EXTRAPARTITION TD QUEUE SO ADDJBLD CAN
002876* REBUILD THE CLUSTER FORWARD FROM THE NEWEST ARCHIVE
002879* GENERATION AFTER A FILE FAILURE. A JOURNAL FAILURE IS
002882* LOGGED AND FLAGGED BUT THE CALCULATION STANDS.
002885  WRITE-JOURNAL-RECORD.
002888      EXEC CICS WRITEQ TD QUEUE('ADDJ')
002891                FROM(WS-HIST-RECORD)
002894                LENGTH(LENGTH OF WS-HIST-RECORD)
002897                RESP(WS-RESP)
002900                RESP2(WS-RESP2)
002903      END-EXEC.
002906      IF WS-RESP NOT = DFHRESP(NORMAL)
002909          MOVE 'WRITE-JOURNAL-RECORD'
002912               TO EC-PARAGRAPH OF WS-ERRCOMM
002915          MOVE WS-HIST-RECORD TO EC-RECORD OF WS-ERRCOMM
002918          PERFORM LINK-ERROR-HANDLER
002921          MOVE 'JOURNAL LOG FAILED - LOGGED FOR SUPPORT'
002924               TO MSGO OF ADDMAPO
002927          MOVE DFHRED TO MSGC OF ADDMAPI
002930      END-IF.
002980  MOVE-NUMERIC-ERROR.
002910      MOVE NUM1I OF ADDMAPI TO NUM1O OF ADDMAPO.
002920      MOVE NUM2I OF ADDMAPI TO NUM2O OF ADDMAPO.
004398                       TO WS-AUTH-MSG
004399              END-IF
004400      END-EVALUATE.
004402* CHECK-TERMINAL REFUSES WORK FROM A TERMINAL THAT IS NOT ON
004404* TERMMAST, IS DISABLED, OR IS A BATCH PSEUDO-TERMINAL. IT IS
004406* DONE WHEN THE MENU IS FIRST SENT AND AGAIN BEFORE EVERY
004408* CALCULATION, AHEAD OF THE OPERATOR AUTHORITY CHECK, AND LEAVES
004410* ITS REFUSAL IN WS-AUTH-MSG.
004412  CHECK-TERMINAL.
004414      MOVE 'N' TO WS-TERM-OK-SW.
004416      MOVE 'N' TO WS-AUTH-OK-SW.
004418      MOVE SPACES TO WS-AUTH-MSG.
004420      MOVE EIBTRMID TO WS-TERMID-KEY.
004422      EXEC CICS READ FILE('TERMMAST')
004424                INTO(WS-TERM-RECORD)
004426                RIDFLD(WS-TERMID-KEY)
004428                RESP(WS-RESP)
004430                RESP2(WS-RESP2)
004432      END-EXEC.
004434      EVALUATE TRUE
004436          WHEN WS-RESP = DFHRESP(NOTFND)
004438              MOVE 'TERMINAL NOT REGISTERED - SEE SUPERVISOR'
004440                   TO WS-AUTH-MSG
004442          WHEN WS-RESP NOT = DFHRESP(NORMAL)
004444              MOVE 'CHECK-TERMINAL'
004446                   TO EC-PARAGRAPH OF WS-ERRCOMM
004448              MOVE SPACES TO EC-RECORD OF WS-ERRCOMM
004450              PERFORM LINK-ERROR-HANDLER
004452              MOVE 'TERMINAL FILE ERROR - LOGGED FOR SUPPORT'
004454                   TO WS-AUTH-MSG
004456          WHEN TERM-IS-BATCH OF WS-TERM-RECORD
004458              MOVE 'BATCH TERMINAL ID - NOT FOR ONLINE USE'
004460                   TO WS-AUTH-MSG
004462          WHEN NOT TERM-ACTIVE OF WS-TERM-RECORD
004464              MOVE 'TERMINAL DISABLED - SEE SUPERVISOR'
004466                   TO WS-AUTH-MSG
004468          WHEN OTHER
004470              SET WS-TERM-OK TO TRUE
004472      END-EVALUATE.
004474  START-MENU.
004476      PERFORM CHECK-TERMINAL.
004478      IF WS-TERM-OK
004480          PERFORM SEND-MENU-MAP
004482      ELSE
004484          EXEC CICS SEND TEXT FROM(WS-AUTH-MSG)
004486                         LENGTH(LENGTH OF WS-AUTH-MSG)
004488                         ERASE
004490                         FREEKB
004492          END-EXEC
004494          SET WS-EXIT-REQUESTED TO TRUE
004496      END-IF.
004500  LINK-ERROR-HANDLER.
004510      MOVE 'SENDMAP' TO EC-PROGRAM OF WS-ERRCOMM.
004520      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
006150          COMPUTE WS-EDIT-DEC-NUM =
006160              WS-EDIT-DEC-NUM * 10 + WS-EDIT-DIGIT
006170      END-IF.
006200* LOAD-MENU-NOTICES LINKS TO NOTCHK FOR THE NOTICES IN FORCE FOR
006210* THE OPERATOR AND PUTS THEM ON THE MENU. AN URGENT NOTICE STILL
006220* TO BE ACKNOWLEDGED IS REMEMBERED IN THE COMMAREA AND NO OPTION
006230* IS ACCEPTED UNTIL THE OPERATOR PRESSES PF5. IF NOTCHK CANNOT BE
006240* REACHED OR HITS A FILE ERROR (LOGGED) THE MENU CARRIES ON
006250* WITHOUT NOTICES.
006260  LOAD-MENU-NOTICES.
006270      MOVE 'L' TO NC-FUNCTION OF WS-NOTCOMM.
006280      PERFORM LINK-NOTICE-SERVICE.
006290      IF NOT NC-OK OF WS-NOTCOMM
006300          MOVE SPACES TO NC-LINE OF WS-NOTCOMM (1)
006310          MOVE SPACES TO NC-LINE OF WS-NOTCOMM (2)
006320          MOVE SPACES TO NC-LINE OF WS-NOTCOMM (3)
006330          MOVE 'N' TO NC-URGENT-SW OF WS-NOTCOMM
006340      END-IF.
006350      MOVE NC-LINE OF WS-NOTCOMM (1) TO MNOT1O OF MENUO.
006360      MOVE NC-LINE OF WS-NOTCOMM (2) TO MNOT2O OF MENUO.
006370      MOVE NC-LINE OF WS-NOTCOMM (3) TO MNOT3O OF MENUO.
006380      IF NC-URGENT-PENDING OF WS-NOTCOMM
006390          SET CA-NOTICE-PENDING OF WS-COMMAREA TO TRUE
006400          MOVE NC-URGENT-ID OF WS-NOTCOMM
006410               TO CA-NOTICE-ID OF WS-COMMAREA
006420          MOVE WS-NOTICE-MSG TO MMSGO OF MENUO
006430          MOVE DFHRED TO MMSGC OF MENUI
006440      ELSE
006450          MOVE 'N' TO CA-NOTICE-SW OF WS-COMMAREA
006460          MOVE ZERO TO CA-NOTICE-ID OF WS-COMMAREA
006470      END-IF.
006480  ACK-MENU-NOTICE.
006490      IF CA-NOTICE-PENDING OF WS-COMMAREA
006500          MOVE 'A' TO NC-FUNCTION OF WS-NOTCOMM
006510          MOVE CA-NOTICE-ID OF WS-COMMAREA
006520               TO NC-URGENT-ID OF WS-NOTCOMM
006530          PERFORM LINK-NOTICE-SERVICE
006540      END-IF.
006550      PERFORM SEND-MENU-MAP.
006560  LINK-NOTICE-SERVICE.
006570      EXEC CICS LINK PROGRAM('NOTCHK')
006580                COMMAREA(WS-NOTCOMM)
006590                LENGTH(LENGTH OF WS-NOTCOMM)
006600                RESP(WS-RESP)
006610                RESP2(WS-RESP2)
006620      END-EXEC.
006630      IF WS-RESP NOT = DFHRESP(NORMAL)
006640          MOVE '9' TO NC-RESULT OF WS-NOTCOMM
006650          MOVE 'LINK-NOTICE-SERVICE' TO EC-PARAGRAPH OF WS-ERRCOMM
006660          MOVE SPACES TO EC-RECORD OF WS-ERRCOMM
006670          PERFORM LINK-ERROR-HANDLER
006680      END-IF.
