000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. ADDAPPR.
000300*
000400* ADDAPPR - SECOND-SUPERVISOR APPROVAL OF HIGH-VALUE ADDMAP
000500* CALCULATIONS (TRANSACTION ADAP). SENDMAP HOLDS ANY RESULT
000600* OVER THE KEYING OPERATOR'S OPER-APPR-LIMIT ON THE ADDPEND
000700* FILE IN STATUS 'P' INSTEAD OF POSTING IT. ENTER SHOWS THE
000800* NEXT ITEM STILL PENDING; PF4 APPROVES AND PF5 REJECTS THE
000900* ITEM LAST SHOWN. AN APPROVED ITEM IS WRITTEN TO ADDHIST UNDER
001000* THE KEYING TERMINAL AND THE APPROVAL DATE AND TIME, WITH
001100* HIST-APPR-SUPV SET TO THE APPROVER, AND JOURNALED TO THE ADDJ
001200* TD QUEUE LIKE ANY SENDMAP POSTING; A REJECTED ITEM IS NEVER
001300* POSTED. EITHER WAY THE ADDPEND RECORD IS KEPT, STAMPED WITH
001400* THE DECISION, THE SUPERVISOR AND THE DATE AND TIME, FOR
001500* PENDRPT. ONLY ACTIVE OPERATORS FLAGGED AS SUPERVISORS ON
001600* OPERMAST MAY USE THE SCREEN, RE-CHECKED ON EVERY DECISION,
001700* AND NO SUPERVISOR MAY DECIDE AN ITEM KEYED UNDER THEIR OWN
001800* OPERATOR ID.
001900*
002000  DATA DIVISION.
002100    WORKING-STORAGE SECTION.
002200    77 WS-RESP         PIC S9(8) COMP.
002300    77 WS-RESP2        PIC S9(8) COMP.
002400    77 WS-LINK-RESP    PIC S9(8) COMP.
002500    77 WS-GOODBYE-MSG  PIC X(28)
002600       VALUE 'ADDAPPR SESSION ENDED - PF3'.
002700    77 WS-NOAUTH-MSG   PIC X(40)
002800       VALUE 'SUPERVISOR AUTHORITY REQUIRED - ADDAPPR'.
002900    77 WS-SECERR-MSG   PIC X(40)
003000       VALUE 'SECURITY FILE ERROR - LOGGED FOR SUPPORT'.
003100    77 WS-EXIT-REQUESTED-SW PIC X VALUE 'N'.
003200      88 WS-EXIT-REQUESTED     VALUE 'Y'.
003300    77 WS-SUPV-OK-SW   PIC X VALUE 'N'.
003400      88 WS-SUPV-OK            VALUE 'Y'.
003500    77 WS-SUPV-ERROR-SW PIC X VALUE 'N'.
003600      88 WS-SUPV-ERROR         VALUE 'Y'.
003700    77 WS-BROWSE-SW    PIC X VALUE 'N'.
003800      88 WS-BROWSE-FOUND       VALUE 'F'.
003900      88 WS-BROWSE-END         VALUE 'E'.
004000      88 WS-BROWSE-ERROR       VALUE 'X'.
004100    77 WS-OPERID-KEY   PIC X(3).
004200    77 WS-PEND-KEY     PIC X(22).
004300    77 WS-ABSTIME      PIC S9(15) COMP-3.
004400    77 WS-TODAY-DATE   PIC X(8).
004500    77 WS-NOW-TIME     PIC X(6).
004600    77 WS-TASKN-TEMP   PIC 9(7).
004700    77 WS-ABCODE       PIC X(4).
004800    01 WS-CALC-LINE.
004900      05 WS-CL-TIME     PIC 9(6).
005000      05 FILLER         PIC X(2)  VALUE SPACES.
005100      05 WS-CL-NUM1     PIC Z(6)9.99.
005200      05 WS-CL-OPER     PIC X     VALUE '+'.
005300      05 WS-CL-NUM2     PIC Z(6)9.99.
005400      05 FILLER         PIC X(3)  VALUE ' = '.
005500      05 WS-CL-RESU     PIC -(14)9.99.
005600      05 FILLER         PIC X(10) VALUE SPACES.
005700    01 WS-LIMIT-EDIT    PIC Z(11)9.99.
005800    01 WS-STATUS-LINE.
005900      05 WS-SL-TEXT     PIC X(9).
006000      05 WS-SL-BY       PIC X(4).
006100      05 WS-SL-SUPV     PIC X(3).
006200      05 FILLER         PIC X     VALUE SPACE.
006300      05 WS-SL-DATE     PIC X(8).
006400      05 FILLER         PIC X     VALUE SPACE.
006500      05 WS-SL-TIME     PIC X(6).
006600      05 FILLER         PIC X(8)  VALUE SPACES.
006700    01 WS-COMMAREA.
006800      COPY APRCOMM.
006900    01 WS-PEND-RECORD.
007000      COPY PENDREC.
007100    01 WS-HIST-RECORD.
007200      COPY HISTREC.
007300    01 WS-OPER-RECORD.
007400      COPY OPERREC.
007500    01 WS-ERRCOMM.
007600      COPY ERRCOMM.
007700    COPY DFHAID.
007800    COPY DFHBMSCA.
007900    COPY SCREEN1.
008000  LINKAGE SECTION.
008100    01 DFHCOMMAREA.
008200      COPY APRCOMM.
008300  PROCEDURE DIVISION USING DFHCOMMAREA.
008400  MAIN-PARA.
008500      EXEC CICS HANDLE ABEND
008600                LABEL(ABEND-HANDLER)
008700      END-EXEC.
008800      IF EIBCALEN = 0
008900          PERFORM CHECK-SUPERVISOR
009000          IF WS-SUPV-OK
009100              MOVE SPACES TO WS-COMMAREA
009200              MOVE 'Y' TO CA-APR-ACTIVE OF WS-COMMAREA
009300              MOVE LOW-VALUES TO CA-APR-BROWSE-KEY OF WS-COMMAREA
009400              PERFORM SEND-INITIAL-MAP
009500          ELSE
009600              PERFORM SEND-NOAUTH-MESSAGE
009700              SET WS-EXIT-REQUESTED TO TRUE
009800          END-IF
009900      ELSE
010000          MOVE DFHCOMMAREA TO WS-COMMAREA
010100          PERFORM PROCESS-KEY
010200      END-IF.
010300      IF WS-EXIT-REQUESTED
010400          EXEC CICS RETURN
010500          END-EXEC
010600      ELSE
010700          EXEC CICS RETURN
010800                    TRANSID('ADAP')
010900                    COMMAREA(WS-COMMAREA)
011000                    LENGTH(LENGTH OF WS-COMMAREA)
011100          END-EXEC
011200      END-IF.
011300      GOBACK.
011400  CHECK-SUPERVISOR.
011500      MOVE 'N' TO WS-SUPV-OK-SW.
011600      MOVE 'N' TO WS-SUPV-ERROR-SW.
011700      MOVE EIBOPID TO WS-OPERID-KEY.
011800      EXEC CICS READ FILE('OPERMAST')
011900                INTO(WS-OPER-RECORD)
012000                RIDFLD(WS-OPERID-KEY)
012100                RESP(WS-RESP)
012200                RESP2(WS-RESP2)
012300      END-EXEC.
012400      EVALUATE TRUE
012500          WHEN WS-RESP = DFHRESP(NORMAL)
012600              IF OPER-IS-SUPERVISOR OF WS-OPER-RECORD
012700                      AND OPER-ACTIVE OF WS-OPER-RECORD
012800                  SET WS-SUPV-OK TO TRUE
012900              END-IF
013000          WHEN WS-RESP = DFHRESP(NOTFND)
013100              CONTINUE
013200          WHEN OTHER
013300              SET WS-SUPV-ERROR TO TRUE
013400              MOVE 'CHECK-SUPERVISOR'
013500                   TO EC-PARAGRAPH OF WS-ERRCOMM
013600              PERFORM LINK-ERROR-HANDLER
013700      END-EVALUATE.
013800  SEND-INITIAL-MAP.
013900      MOVE LOW-VALUES TO APRMAPO.
014000      MOVE 'PRESS ENTER TO SHOW THE FIRST ITEM'
014100           TO PMSGO OF APRMAPO.
014200      MOVE DFHNEUTR TO PMSGC OF APRMAPI.
014300      EXEC CICS SEND MAP('APRMAP')
014400                     MAPSET('SCREEN1')
014500                     FROM(APRMAPO)
014600                     ERASE
014700      END-EXEC.
014800  SEND-NOAUTH-MESSAGE.
014900      IF WS-SUPV-ERROR
015000          EXEC CICS SEND TEXT FROM(WS-SECERR-MSG)
015100                         LENGTH(LENGTH OF WS-SECERR-MSG)
015200                         ERASE
015300                         FREEKB
015400          END-EXEC
015500      ELSE
015600          EXEC CICS SEND TEXT FROM(WS-NOAUTH-MSG)
015700                         LENGTH(LENGTH OF WS-NOAUTH-MSG)
015800                         ERASE
015900                         FREEKB
016000          END-EXEC
016100      END-IF.
016200* APRMAP HAS NO INPUT FIELDS - THE ITEM ACTED ON IS ALWAYS THE
016300* ONE HELD IN THE COMMAREA - SO ONLY THE ATTENTION KEY IS LOOKED
016400* AT AND THE MAP IS NEVER RECEIVED.
016500  PROCESS-KEY.
016600      EVALUATE EIBAID
016700          WHEN DFHPF3
016800              PERFORM END-SESSION
016900              SET WS-EXIT-REQUESTED TO TRUE
017000          WHEN DFHCLEAR
017100              MOVE LOW-VALUES TO CA-APR-BROWSE-KEY OF WS-COMMAREA
017200              MOVE SPACES TO CA-APR-SHOWN-KEY OF WS-COMMAREA
017300              PERFORM SEND-INITIAL-MAP
017400          WHEN DFHPF4
017500              PERFORM DECIDE-ITEM
017600          WHEN DFHPF5
017700              PERFORM DECIDE-ITEM
017800          WHEN OTHER
017900              PERFORM SHOW-NEXT-PENDING
018000      END-EVALUATE.
018100* SHOW-NEXT-PENDING BROWSES ADDPEND FORWARD FROM THE LAST ITEM
018200* SHOWN AND SHOWS THE NEXT ONE STILL IN STATUS 'P'. AT THE END OF
018300* THE FILE THE BROWSE STARTS AGAIN FROM THE TOP ON THE NEXT ENTER.
018400  SHOW-NEXT-PENDING.
018500      MOVE LOW-VALUES TO APRMAPO.
018600      MOVE SPACES TO CA-APR-SHOWN-KEY OF WS-COMMAREA.
018700      MOVE 'N' TO WS-BROWSE-SW.
018800      MOVE CA-APR-BROWSE-KEY OF WS-COMMAREA TO WS-PEND-KEY.
018900      EXEC CICS STARTBR
019000                FILE('ADDPEND')
019100                RIDFLD(WS-PEND-KEY)
019200                GTEQ
019300                RESP(WS-RESP)
019400                RESP2(WS-RESP2)
019500      END-EXEC.
019600      EVALUATE TRUE
019700          WHEN WS-RESP = DFHRESP(NORMAL)
019800              PERFORM READ-NEXT-PENDING
019900                  UNTIL WS-BROWSE-FOUND
020000                     OR WS-BROWSE-END
020100                     OR WS-BROWSE-ERROR
020200              EXEC CICS ENDBR FILE('ADDPEND') END-EXEC
020300          WHEN WS-RESP = DFHRESP(NOTFND)
020400              SET WS-BROWSE-END TO TRUE
020500          WHEN OTHER
020600              SET WS-BROWSE-ERROR TO TRUE
020700      END-EVALUATE.
020800      EVALUATE TRUE
020900          WHEN WS-BROWSE-FOUND
021000              MOVE PEND-KEY OF WS-PEND-RECORD
021100                   TO CA-APR-SHOWN-KEY OF WS-COMMAREA
021200              MOVE PEND-KEY OF WS-PEND-RECORD
021300                   TO CA-APR-BROWSE-KEY OF WS-COMMAREA
021400              PERFORM MOVE-RECORD-TO-MAP
021500              IF PEND-OPERID OF WS-PEND-RECORD = EIBOPID
021600                  MOVE 'KEYED BY YOU - ANOTHER SUPV MUST DECIDE'
021700                       TO PMSGO OF APRMAPO
021800              ELSE
021900                  MOVE 'PF4 TO APPROVE OR PF5 TO REJECT'
022000                       TO PMSGO OF APRMAPO
022100              END-IF
022200              MOVE DFHNEUTR TO PMSGC OF APRMAPI
022300          WHEN WS-BROWSE-END
022400              MOVE LOW-VALUES TO CA-APR-BROWSE-KEY OF WS-COMMAREA
022500              MOVE 'NO MORE ITEMS PENDING' TO PMSGO OF APRMAPO
022600              MOVE DFHNEUTR TO PMSGC OF APRMAPI
022700          WHEN OTHER
022800              MOVE 'SHOW-NEXT-PENDING'
022900                   TO EC-PARAGRAPH OF WS-ERRCOMM
023000              MOVE SPACES TO EC-RECORD OF WS-ERRCOMM
023100              PERFORM LINK-ERROR-HANDLER
023200              MOVE 'APPROVAL FILE ERROR - LOGGED FOR SUPPORT'
023300                   TO PMSGO OF APRMAPO
023400              MOVE DFHRED TO PMSGC OF APRMAPI
023500      END-EVALUATE.
023600      PERFORM SEND-APRMAP-RESULT.
023700  READ-NEXT-PENDING.
023800      EXEC CICS READNEXT
023900                FILE('ADDPEND')
024000                INTO(WS-PEND-RECORD)
024100                RIDFLD(WS-PEND-KEY)
024200                RESP(WS-RESP)
024300                RESP2(WS-RESP2)
024400      END-EXEC.
024500      EVALUATE TRUE
024600          WHEN WS-RESP = DFHRESP(ENDFILE)
024700              SET WS-BROWSE-END TO TRUE
024800          WHEN WS-RESP NOT = DFHRESP(NORMAL)
024900              SET WS-BROWSE-ERROR TO TRUE
025000          WHEN WS-PEND-KEY = CA-APR-BROWSE-KEY OF WS-COMMAREA
025100              CONTINUE
025200          WHEN PEND-PENDING OF WS-PEND-RECORD
025300              SET WS-BROWSE-FOUND TO TRUE
025400      END-EVALUATE.
025500* DECIDE-ITEM ACTS ONLY ON THE ITEM LAST SHOWN WITH ENTER, AND
025600* ONLY IF IT IS STILL PENDING WHEN READ FOR UPDATE - ANOTHER
025700* SUPERVISOR MAY HAVE DECIDED IT IN THE MEANTIME.
025800  DECIDE-ITEM.
025900      MOVE LOW-VALUES TO APRMAPO.
026000      PERFORM CHECK-SUPERVISOR.
026100      EVALUATE TRUE
026200          WHEN NOT WS-SUPV-OK
026300              IF WS-SUPV-ERROR
026400                  MOVE WS-SECERR-MSG TO PMSGO OF APRMAPO
026500              ELSE
026600                  MOVE WS-NOAUTH-MSG TO PMSGO OF APRMAPO
026700              END-IF
026800              MOVE DFHRED TO PMSGC OF APRMAPI
026900          WHEN CA-APR-SHOWN-KEY OF WS-COMMAREA = SPACES
027000              MOVE 'PRESS ENTER TO SHOW AN ITEM FIRST'
027100                   TO PMSGO OF APRMAPO
027200              MOVE DFHRED TO PMSGC OF APRMAPI
027300          WHEN OTHER
027400              PERFORM READ-ITEM-FOR-UPDATE
027500      END-EVALUATE.
027600      PERFORM SEND-APRMAP-RESULT.
027700  READ-ITEM-FOR-UPDATE.
027800      MOVE CA-APR-SHOWN-KEY OF WS-COMMAREA TO WS-PEND-KEY.
027900      EXEC CICS READ FILE('ADDPEND')
028000                INTO(WS-PEND-RECORD)
028100                RIDFLD(WS-PEND-KEY)
028200                UPDATE
028300                RESP(WS-RESP)
028400                RESP2(WS-RESP2)
028500      END-EXEC.
028600      EVALUATE TRUE
028700          WHEN WS-RESP = DFHRESP(NOTFND)
028800              MOVE SPACES TO CA-APR-SHOWN-KEY OF WS-COMMAREA
028900              MOVE 'ITEM NO LONGER ON FILE' TO PMSGO OF APRMAPO
029000              MOVE DFHRED TO PMSGC OF APRMAPI
029100          WHEN WS-RESP NOT = DFHRESP(NORMAL)
029200              MOVE 'READ-ITEM-FOR-UPDATE'
029300                   TO EC-PARAGRAPH OF WS-ERRCOMM
029400              MOVE SPACES TO EC-RECORD OF WS-ERRCOMM
029500              PERFORM LINK-ERROR-HANDLER
029600              MOVE 'APPROVAL FILE ERROR - LOGGED FOR SUPPORT'
029700                   TO PMSGO OF APRMAPO
029800              MOVE DFHRED TO PMSGC OF APRMAPI
029900          WHEN NOT PEND-PENDING OF WS-PEND-RECORD
030000              EXEC CICS UNLOCK FILE('ADDPEND') END-EXEC
030100              PERFORM MOVE-RECORD-TO-MAP
030200              MOVE 'ITEM ALREADY DECIDED' TO PMSGO OF APRMAPO
030300              MOVE DFHRED TO PMSGC OF APRMAPI
030400          WHEN PEND-OPERID OF WS-PEND-RECORD = EIBOPID
030500              EXEC CICS UNLOCK FILE('ADDPEND') END-EXEC
030600              PERFORM MOVE-RECORD-TO-MAP
030700              MOVE 'CANNOT DECIDE AN ITEM YOU KEYED'
030800                   TO PMSGO OF APRMAPO
030900              MOVE DFHRED TO PMSGC OF APRMAPI
031000          WHEN EIBAID = DFHPF4
031100              PERFORM APPROVE-ITEM
031200          WHEN OTHER
031300              PERFORM REJECT-ITEM
031400      END-EVALUATE.
031500* APPROVE-ITEM POSTS THE HELD RECORD TO ADDHIST UNDER THE APPROVAL
031600* DATE AND TIME (AND THIS TASK'S SEQUENCE), SO IT IS EXTRACTED AND
031700* CONTROL-TOTALLED WITH THE DAY IT WAS ACTUALLY POSTED, THEN MARKS
031800* THE ADDPEND ITEM APPROVED. THE ADDJ JOURNAL RECORD IS ONLY
031825* WRITTEN ONCE THE ADDPEND REWRITE HAS WORKED; IF THE REWRITE
031850* FAILS THE ADDHIST WRITE IS BACKED OUT AND THE ITEM IS LEFT
031875* PENDING, SO IT CANNOT BE POSTED TWICE.
032000  APPROVE-ITEM.
032100      PERFORM GET-DECISION-TIME.
032200      MOVE PEND-HIST-IMAGE OF WS-PEND-RECORD TO WS-HIST-RECORD.
032300      MOVE WS-TODAY-DATE TO HIST-KEY-DATE OF WS-HIST-RECORD.
032400      MOVE WS-NOW-TIME TO HIST-KEY-TIME OF WS-HIST-RECORD.
032500      MOVE EIBTASKN TO WS-TASKN-TEMP.
032600      MOVE WS-TASKN-TEMP(4:4) TO HIST-KEY-SEQ OF WS-HIST-RECORD.
032700      MOVE EIBOPID TO HIST-APPR-SUPV OF WS-HIST-RECORD.
032800      EXEC CICS WRITE FILE('ADDHIST')
032900                FROM(WS-HIST-RECORD)
033000                RIDFLD(HIST-KEY OF WS-HIST-RECORD)
033100                RESP(WS-RESP)
033200                RESP2(WS-RESP2)
033300      END-EXEC.
033400      IF WS-RESP = DFHRESP(NORMAL)
033600          MOVE 'A' TO PEND-STATUS OF WS-PEND-RECORD
033700          MOVE HIST-KEY OF WS-HIST-RECORD
033800               TO PEND-POSTED-KEY OF WS-PEND-RECORD
033900          PERFORM REWRITE-DECIDED-ITEM
034000      ELSE
034100          EXEC CICS UNLOCK FILE('ADDPEND') END-EXEC
034200          MOVE 'APPROVE-ITEM' TO EC-PARAGRAPH OF WS-ERRCOMM
034300          MOVE WS-HIST-RECORD TO EC-RECORD OF WS-ERRCOMM
034400          PERFORM LINK-ERROR-HANDLER
034500          MOVE 'HISTORY FILE ERROR - LOGGED FOR SUPPORT'
034600               TO PMSGO OF APRMAPO
034700          MOVE DFHRED TO PMSGC OF APRMAPI
034800      END-IF.
034900  REJECT-ITEM.
035000      PERFORM GET-DECISION-TIME.
035100      MOVE 'R' TO PEND-STATUS OF WS-PEND-RECORD.
035200      PERFORM REWRITE-DECIDED-ITEM.
035300  GET-DECISION-TIME.
035400      EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
035500      EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
035600                YYYYMMDD(WS-TODAY-DATE)
035700                TIME(WS-NOW-TIME)
035800      END-EXEC.
035900  REWRITE-DECIDED-ITEM.
036000      MOVE EIBOPID TO PEND-DECIDED-BY OF WS-PEND-RECORD.
036100      MOVE WS-TODAY-DATE TO PEND-DECIDED-DATE OF WS-PEND-RECORD.
036200      MOVE WS-NOW-TIME TO PEND-DECIDED-TIME OF WS-PEND-RECORD.
036300      EXEC CICS REWRITE FILE('ADDPEND')
036400                FROM(WS-PEND-RECORD)
036500                RESP(WS-RESP)
036600                RESP2(WS-RESP2)
036700      END-EXEC.
036800      IF WS-RESP = DFHRESP(NORMAL)
036810          IF PEND-APPROVED OF WS-PEND-RECORD
036820              PERFORM WRITE-JOURNAL-RECORD
036830          END-IF
036900          PERFORM MOVE-RECORD-TO-MAP
037000          IF PEND-APPROVED OF WS-PEND-RECORD
037100              MOVE 'ITEM APPROVED AND POSTED' TO PMSGO OF APRMAPO
037200          ELSE
037300              MOVE 'ITEM REJECTED - NOT POSTED'
037400                   TO PMSGO OF APRMAPO
037500          END-IF
037600          MOVE DFHNEUTR TO PMSGC OF APRMAPI
037700      ELSE
037710          IF PEND-APPROVED OF WS-PEND-RECORD
037720              EXEC CICS SYNCPOINT ROLLBACK END-EXEC
037730          END-IF
037800          MOVE 'REWRITE-DECIDED-ITEM'
037900               TO EC-PARAGRAPH OF WS-ERRCOMM
038000          MOVE WS-PEND-RECORD TO EC-RECORD OF WS-ERRCOMM
038100          PERFORM LINK-ERROR-HANDLER
038200          MOVE 'APPROVAL FILE ERROR - LOGGED FOR SUPPORT'
038300               TO PMSGO OF APRMAPO
038400          MOVE DFHRED TO PMSGC OF APRMAPI
038500      END-IF.
038600* THE APPROVED RECORD GOES TO THE ADDJ JOURNAL LIKE ANY OTHER
038605* ADDHIST WRITE, SO A FORWARD REBUILD REAPPLIES IT. ADDJ IS NOT
038610* BACKED OUT BY A ROLLBACK, SO IT IS ONLY WRITTEN AFTER BOTH
038615* FILES ARE UPDATED. A JOURNAL FAILURE IS LOGGED BUT THE
038620* POSTING STANDS.
038900  WRITE-JOURNAL-RECORD.
039000      EXEC CICS WRITEQ TD QUEUE('ADDJ')
039100                FROM(WS-HIST-RECORD)
039200                LENGTH(LENGTH OF WS-HIST-RECORD)
039300                RESP(WS-RESP)
039400                RESP2(WS-RESP2)
039500      END-EXEC.
039600      IF WS-RESP NOT = DFHRESP(NORMAL)
039700          MOVE 'WRITE-JOURNAL-RECORD'
039800               TO EC-PARAGRAPH OF WS-ERRCOMM
039900          MOVE WS-HIST-RECORD TO EC-RECORD OF WS-ERRCOMM
040000          PERFORM LINK-ERROR-HANDLER
040100      END-IF.
040200  MOVE-RECORD-TO-MAP.
040300      MOVE PEND-HIST-IMAGE OF WS-PEND-RECORD TO WS-HIST-RECORD.
040400      MOVE PEND-KEY-TERM OF WS-PEND-RECORD TO PTERMO OF APRMAPO.
040500      MOVE PEND-KEY-DATE OF WS-PEND-RECORD TO PDATEO OF APRMAPO.
040600      MOVE PEND-KEY-TIME OF WS-PEND-RECORD TO PTIMEO OF APRMAPO.
040700      MOVE PEND-KEY-SEQ OF WS-PEND-RECORD TO PSEQO OF APRMAPO.
040800      MOVE PEND-OPERID OF WS-PEND-RECORD TO POPIDO OF APRMAPO.
040900      MOVE SPACES TO WS-CALC-LINE.
041000      MOVE HIST-KEY-TIME OF WS-HIST-RECORD TO WS-CL-TIME.
041100      MOVE HIST-NUM1 OF WS-HIST-RECORD TO WS-CL-NUM1.
041200      MOVE HIST-OPER OF WS-HIST-RECORD TO WS-CL-OPER.
041300      MOVE HIST-NUM2 OF WS-HIST-RECORD TO WS-CL-NUM2.
041400      MOVE HIST-RESU OF WS-HIST-RECORD TO WS-CL-RESU.
041500      MOVE WS-CALC-LINE TO PCALCO OF APRMAPO.
041600      MOVE PEND-LIMIT OF WS-PEND-RECORD TO WS-LIMIT-EDIT.
041700      MOVE WS-LIMIT-EDIT TO PLIMO OF APRMAPO.
041800      MOVE SPACES TO WS-STATUS-LINE.
041900      EVALUATE TRUE
042000          WHEN PEND-APPROVED OF WS-PEND-RECORD
042100              MOVE 'APPROVED' TO WS-SL-TEXT
042200          WHEN PEND-REJECTED OF WS-PEND-RECORD
042300              MOVE 'REJECTED' TO WS-SL-TEXT
042400          WHEN OTHER
042500              MOVE 'PENDING' TO WS-SL-TEXT
042600      END-EVALUATE.
042700      IF NOT PEND-PENDING OF WS-PEND-RECORD
042800          MOVE ' BY ' TO WS-SL-BY
042900          MOVE PEND-DECIDED-BY OF WS-PEND-RECORD TO WS-SL-SUPV
043000          MOVE PEND-DECIDED-DATE OF WS-PEND-RECORD TO WS-SL-DATE
043100          MOVE PEND-DECIDED-TIME OF WS-PEND-RECORD TO WS-SL-TIME
043200      END-IF.
043300      MOVE WS-STATUS-LINE TO PSTATO OF APRMAPO.
043400  SEND-APRMAP-RESULT.
043500      EXEC CICS SEND MAP('APRMAP')
043600                     MAPSET('SCREEN1')
043700                     FROM(APRMAPO)
043800                     DATAONLY
043900      END-EXEC.
044000  END-SESSION.
044100      EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
044200                     LENGTH(LENGTH OF WS-GOODBYE-MSG)
044300                     ERASE
044400                     FREEKB
044500      END-EXEC.
044600  LINK-ERROR-HANDLER.
044700      MOVE 'ADDAPPR' TO EC-PROGRAM OF WS-ERRCOMM.
044800      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
044900      MOVE WS-RESP TO EC-RESP OF WS-ERRCOMM.
045000      MOVE WS-RESP2 TO EC-RESP2 OF WS-ERRCOMM.
045100      MOVE SPACES TO EC-ABCODE OF WS-ERRCOMM.
045200      EXEC CICS LINK PROGRAM('ERRHNDL')
045300                COMMAREA(WS-ERRCOMM)
045400                LENGTH(LENGTH OF WS-ERRCOMM)
045500                RESP(WS-LINK-RESP)
045600      END-EXEC.
045700  ABEND-HANDLER.
045800      EXEC CICS ASSIGN ABCODE(WS-ABCODE) END-EXEC.
045900      MOVE 'ADDAPPR' TO EC-PROGRAM OF WS-ERRCOMM.
046000      MOVE 'ABEND-HANDLER' TO EC-PARAGRAPH OF WS-ERRCOMM.
046100      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
046200      MOVE ZERO TO EC-RESP OF WS-ERRCOMM.
046300      MOVE ZERO TO EC-RESP2 OF WS-ERRCOMM.
046400      MOVE WS-ABCODE TO EC-ABCODE OF WS-ERRCOMM.
046500      MOVE SPACES TO EC-RECORD OF WS-ERRCOMM.
046600      EXEC CICS LINK PROGRAM('ERRHNDL')
046700                COMMAREA(WS-ERRCOMM)
046800                LENGTH(LENGTH OF WS-ERRCOMM)
046900                RESP(WS-LINK-RESP)
047000      END-EXEC.
047100      EXEC CICS ABEND ABCODE(WS-ABCODE) CANCEL
047200      END-EXEC.
