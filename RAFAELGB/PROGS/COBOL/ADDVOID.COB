000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. ADDVOID.
000300*
000400* ADDVOID - SUPERVISOR VOID OF A POSTED ADDMAP CALCULATION
000500* (TRANSACTION ADVD). ENTER SHOWS THE ADDHIST RECORD AT OR AFTER
000600* THE KEYED TERMINAL, DATE, TIME AND SEQUENCE (TIME AND SEQUENCE
000700* MAY BE LEFT BLANK TO START AT THE TOP OF THE DAY); PF4 THEN
000800* VOIDS THE RECORD LAST SHOWN. A VOID NEVER DELETES ANYTHING -
000900* THE RECORD IS REWRITTEN WITH HIST-VOID-SW 'Y', THE REASON CODE
001000* (KE=KEYING ERROR, DP=DUPLICATE, WO=WRONG OPERATOR,
001100* CX=CUSTOMER CANCELLED, OT=OTHER), THE SUPERVISOR'S EIBOPID AND
001200* THE DATE AND TIME, AND THE AFTER-IMAGE IS JOURNALED TO THE ADDJ
001300* TD QUEUE LIKE A SENDMAP POSTING SO ADDJBLD CAN REAPPLY IT. A
001400* RECORD ALREADY VOIDED IS REFUSED. ONLY ACTIVE OPERATORS FLAGGED
001500* AS SUPERVISORS ON OPERMAST MAY USE THE SCREEN, RE-CHECKED ON
001600* EVERY PF4. ADDINQ AND ADDOPINQ SHOW THE VOID, ADDRECON ACCEPTS
001700* IT, AND ADDEXTR AND PRODRPT LEAVE THE VOIDED WORK OUT OF THEIR
001800* COUNTS AND TOTALS.
001900*
002000  DATA DIVISION.
002100    WORKING-STORAGE SECTION.
002200    77 WS-RESP         PIC S9(8) COMP.
002300    77 WS-RESP2        PIC S9(8) COMP.
002400    77 WS-LINK-RESP    PIC S9(8) COMP.
002500    77 WS-GOODBYE-MSG  PIC X(28)
002600       VALUE 'ADDVOID SESSION ENDED - PF3'.
002700    77 WS-NOAUTH-MSG   PIC X(40)
002800       VALUE 'SUPERVISOR AUTHORITY REQUIRED - ADDVOID'.
002900    77 WS-SECERR-MSG   PIC X(40)
003000       VALUE 'SECURITY FILE ERROR - LOGGED FOR SUPPORT'.
003100    77 WS-EXIT-REQUESTED-SW PIC X VALUE 'N'.
003200      88 WS-EXIT-REQUESTED     VALUE 'Y'.
003300    77 WS-SUPV-OK-SW   PIC X VALUE 'N'.
003400      88 WS-SUPV-OK            VALUE 'Y'.
003500    77 WS-SUPV-ERROR-SW PIC X VALUE 'N'.
003600      88 WS-SUPV-ERROR         VALUE 'Y'.
003700    77 WS-OPERID-KEY   PIC X(3).
003800    77 WS-ABSTIME      PIC S9(15) COMP-3.
003900    77 WS-TODAY-DATE   PIC X(8).
004000    77 WS-NOW-TIME     PIC X(6).
004100    77 WS-ABCODE       PIC X(4).
004200    01 WS-HIST-KEY.
004300      05 WS-HK-TERM     PIC X(4).
004400      05 WS-HK-DATE     PIC X(8).
004500      05 WS-HK-TIME     PIC X(6).
004600      05 WS-HK-SEQ      PIC X(4).
004700    01 WS-CALC-LINE.
004800      05 WS-CL-TIME     PIC 9(6).
004900      05 FILLER         PIC X(2)  VALUE SPACES.
005000      05 WS-CL-NUM1     PIC Z(6)9.99.
005100      05 WS-CL-OPER     PIC X     VALUE '+'.
005200      05 WS-CL-NUM2     PIC Z(6)9.99.
005300      05 FILLER         PIC X(3)  VALUE ' = '.
005400      05 WS-CL-RESU     PIC -(14)9.99.
005500      05 FILLER         PIC X(10) VALUE SPACES.
005600    01 WS-STATUS-LINE.
005700      05 WS-SL-TEXT     PIC X(7).
005800      05 WS-SL-REASON   PIC XX.
005900      05 WS-SL-BY       PIC X(4).
006000      05 WS-SL-SUPV     PIC X(3).
006100      05 FILLER         PIC X     VALUE SPACE.
006200      05 WS-SL-DATE     PIC X(8).
006300      05 FILLER         PIC X     VALUE SPACE.
006400      05 WS-SL-TIME     PIC X(6).
006500      05 FILLER         PIC X(8)  VALUE SPACES.
006600    01 WS-COMMAREA.
006700      COPY VODCOMM.
006800    01 WS-HIST-RECORD.
006900      COPY HISTREC.
007000    01 WS-OPER-RECORD.
007100      COPY OPERREC.
007200    01 WS-ERRCOMM.
007300      COPY ERRCOMM.
007400    COPY DFHAID.
007500    COPY DFHBMSCA.
007600    COPY SCREEN1.
007700  LINKAGE SECTION.
007800    01 DFHCOMMAREA.
007900      COPY VODCOMM.
008000  PROCEDURE DIVISION USING DFHCOMMAREA.
008100  MAIN-PARA.
008200      EXEC CICS HANDLE ABEND
008300                LABEL(ABEND-HANDLER)
008400      END-EXEC.
008500      IF EIBCALEN = 0
008600          PERFORM CHECK-SUPERVISOR
008700          IF WS-SUPV-OK
008800              MOVE SPACES TO WS-COMMAREA
008900              MOVE 'Y' TO CA-VOD-ACTIVE OF WS-COMMAREA
009000              PERFORM SEND-INITIAL-MAP
009100          ELSE
009200              PERFORM SEND-NOAUTH-MESSAGE
009300              SET WS-EXIT-REQUESTED TO TRUE
009400          END-IF
009500      ELSE
009600          MOVE DFHCOMMAREA TO WS-COMMAREA
009700          PERFORM RECEIVE-AND-PROCESS
009800      END-IF.
009900      IF WS-EXIT-REQUESTED
010000          EXEC CICS RETURN
010100          END-EXEC
010200      ELSE
010300          EXEC CICS RETURN
010400                    TRANSID('ADVD')
010500                    COMMAREA(WS-COMMAREA)
010600                    LENGTH(LENGTH OF WS-COMMAREA)
010700          END-EXEC
010800      END-IF.
010900      GOBACK.
011000  CHECK-SUPERVISOR.
011100      MOVE 'N' TO WS-SUPV-OK-SW.
011200      MOVE 'N' TO WS-SUPV-ERROR-SW.
011300      MOVE EIBOPID TO WS-OPERID-KEY.
011400      EXEC CICS READ FILE('OPERMAST')
011500                INTO(WS-OPER-RECORD)
011600                RIDFLD(WS-OPERID-KEY)
011700                RESP(WS-RESP)
011800                RESP2(WS-RESP2)
011900      END-EXEC.
012000      EVALUATE TRUE
012100          WHEN WS-RESP = DFHRESP(NORMAL)
012200              IF OPER-IS-SUPERVISOR OF WS-OPER-RECORD
012300                      AND OPER-ACTIVE OF WS-OPER-RECORD
012400                  SET WS-SUPV-OK TO TRUE
012500              END-IF
012600          WHEN WS-RESP = DFHRESP(NOTFND)
012700              CONTINUE
012800          WHEN OTHER
012900              SET WS-SUPV-ERROR TO TRUE
013000              MOVE 'CHECK-SUPERVISOR'
013100                   TO EC-PARAGRAPH OF WS-ERRCOMM
013200              PERFORM LINK-ERROR-HANDLER
013300      END-EVALUATE.
013400  SEND-INITIAL-MAP.
013500      MOVE LOW-VALUES TO VODMAPI.
013600      MOVE LOW-VALUES TO VODMAPO.
013700      EXEC CICS SEND MAP('VODMAP')
013800                     MAPSET('SCREEN1')
013900                     ERASE
014000      END-EXEC.
014100  SEND-NOAUTH-MESSAGE.
014200      IF WS-SUPV-ERROR
014300          EXEC CICS SEND TEXT FROM(WS-SECERR-MSG)
014400                         LENGTH(LENGTH OF WS-SECERR-MSG)
014500                         ERASE
014600                         FREEKB
014700          END-EXEC
014800      ELSE
014900          EXEC CICS SEND TEXT FROM(WS-NOAUTH-MSG)
015000                         LENGTH(LENGTH OF WS-NOAUTH-MSG)
015100                         ERASE
015200                         FREEKB
015300          END-EXEC
015400      END-IF.
015500  RECEIVE-AND-PROCESS.
015600      MOVE LOW-VALUES TO VODMAPI.
015700      EXEC CICS RECEIVE MAP('VODMAP')
015800                        MAPSET('SCREEN1')
015900                        INTO(VODMAPI)
016000      END-EXEC.
016100      EVALUATE EIBAID
016200          WHEN DFHPF3
016300              PERFORM END-SESSION
016400              SET WS-EXIT-REQUESTED TO TRUE
016500          WHEN DFHCLEAR
016600              MOVE SPACES TO CA-VOD-SHOWN-KEY OF WS-COMMAREA
016700              PERFORM SEND-INITIAL-MAP
016800          WHEN DFHPF4
016900              PERFORM VOID-CALCULATION
017000          WHEN OTHER
017100              PERFORM SHOW-CALCULATION
017200      END-EVALUATE.
017300* SHOW-CALCULATION POSITIONS ON THE KEYED TERMINAL/DATE/TIME/
017400* SEQUENCE AND SHOWS THE FIRST RECORD AT OR AFTER IT FOR THAT
017500* TERMINAL AND DATE, FILLING IN THE FULL KEY SO THE SUPERVISOR
017600* CAN SEE EXACTLY WHICH CALCULATION PF4 WILL VOID.
017700  SHOW-CALCULATION.
017800      MOVE LOW-VALUES TO VODMAPO.
017900      MOVE SPACES TO CA-VOD-SHOWN-KEY OF WS-COMMAREA.
018000      MOVE SPACES TO WS-HIST-KEY.
018100      MOVE VTERMI OF VODMAPI TO WS-HK-TERM.
018200      MOVE VDATEI OF VODMAPI TO WS-HK-DATE.
018300      IF VTIMEL OF VODMAPI > 0
018400          MOVE VTIMEI OF VODMAPI TO WS-HK-TIME
018500      ELSE
018600          MOVE ZERO TO WS-HK-TIME
018700      END-IF.
018800      IF VSEQL OF VODMAPI > 0
018900          MOVE VSEQI OF VODMAPI TO WS-HK-SEQ
019000      ELSE
019100          MOVE ZERO TO WS-HK-SEQ
019200      END-IF.
019300      IF WS-HK-TERM = SPACES OR LOW-VALUES
019400              OR WS-HK-DATE NOT NUMERIC
019500              OR WS-HK-TIME NOT NUMERIC
019600              OR WS-HK-SEQ NOT NUMERIC
019700          MOVE 'ENTER TERMINAL, YYYYMMDD DATE, HHMMSS'
019800               TO VMSGO OF VODMAPO
019900          MOVE DFHRED TO VMSGC OF VODMAPI
020000      ELSE
020100          EXEC CICS STARTBR
020200                    FILE('ADDHIST')
020300                    RIDFLD(WS-HIST-KEY)
020400                    GTEQ
020500                    RESP(WS-RESP)
020600                    RESP2(WS-RESP2)
020700          END-EXEC
020800          IF WS-RESP = DFHRESP(NORMAL)
020900              EXEC CICS READNEXT
021000                        FILE('ADDHIST')
021100                        INTO(WS-HIST-RECORD)
021200                        RIDFLD(WS-HIST-KEY)
021300                        RESP(WS-RESP)
021400                        RESP2(WS-RESP2)
021500              END-EXEC
021600              EXEC CICS ENDBR FILE('ADDHIST') END-EXEC
021700          END-IF
021800          EVALUATE TRUE
021900              WHEN (WS-RESP = DFHRESP(NORMAL)
022000                   AND HIST-KEY-TERM OF WS-HIST-RECORD
022100                       = VTERMI OF VODMAPI
022200                   AND HIST-KEY-DATE OF WS-HIST-RECORD
022300                       = VDATEI OF VODMAPI)
022400                  MOVE HIST-KEY OF WS-HIST-RECORD
022500                       TO CA-VOD-SHOWN-KEY OF WS-COMMAREA
022600                  PERFORM MOVE-RECORD-TO-MAP
022700                  IF HIST-VOIDED OF WS-HIST-RECORD
022800                      MOVE 'CALCULATION ALREADY VOIDED'
022900                           TO VMSGO OF VODMAPO
023000                  ELSE
023100                      MOVE 'KEY A REASON AND PRESS PF4 TO VOID'
023200                           TO VMSGO OF VODMAPO
023300                  END-IF
023400                  MOVE DFHNEUTR TO VMSGC OF VODMAPI
023500              WHEN WS-RESP = DFHRESP(NORMAL)
023600                      OR WS-RESP = DFHRESP(NOTFND)
023700                      OR WS-RESP = DFHRESP(ENDFILE)
023800                  MOVE 'NO CALCULATION AT OR AFTER THAT KEY'
023900                       TO VMSGO OF VODMAPO
024000                  MOVE DFHNEUTR TO VMSGC OF VODMAPI
024100              WHEN OTHER
024200                  MOVE 'SHOW-CALCULATION'
024300                       TO EC-PARAGRAPH OF WS-ERRCOMM
024400                  PERFORM LINK-ERROR-HANDLER
024500                  MOVE 'HISTORY FILE ERROR - LOGGED FOR SUPPORT'
024600                       TO VMSGO OF VODMAPO
024700                  MOVE DFHRED TO VMSGC OF VODMAPI
024800          END-EVALUATE
024900      END-IF.
025000      PERFORM SEND-VODMAP-RESULT.
025100* VOID-CALCULATION ACTS ONLY ON THE RECORD LAST SHOWN WITH ENTER.
025200* IF THE SUPERVISOR HAS OVERKEYED ANY PART OF THE KEY SINCE THEN
025300* THE VOID IS REFUSED UNTIL THE NEW KEY HAS BEEN SHOWN.
025400  VOID-CALCULATION.
025500      MOVE LOW-VALUES TO VODMAPO.
025600      PERFORM CHECK-SUPERVISOR.
025700      MOVE CA-VOD-SHOWN-KEY OF WS-COMMAREA TO WS-HIST-KEY.
025800      IF VTERML OF VODMAPI > 0
025900          MOVE VTERMI OF VODMAPI TO WS-HK-TERM
026000      END-IF.
026100      IF VDATEL OF VODMAPI > 0
026200          MOVE VDATEI OF VODMAPI TO WS-HK-DATE
026300      END-IF.
026400      IF VTIMEL OF VODMAPI > 0
026500          MOVE VTIMEI OF VODMAPI TO WS-HK-TIME
026600      END-IF.
026700      IF VSEQL OF VODMAPI > 0
026800          MOVE VSEQI OF VODMAPI TO WS-HK-SEQ
026900      END-IF.
027000      EVALUATE TRUE
027100          WHEN NOT WS-SUPV-OK
027200              IF WS-SUPV-ERROR
027300                  MOVE WS-SECERR-MSG TO VMSGO OF VODMAPO
027400              ELSE
027500                  MOVE WS-NOAUTH-MSG TO VMSGO OF VODMAPO
027600              END-IF
027700              MOVE DFHRED TO VMSGC OF VODMAPI
027800          WHEN CA-VOD-SHOWN-KEY OF WS-COMMAREA = SPACES
027900                  OR WS-HIST-KEY NOT = CA-VOD-SHOWN-KEY
028000                                           OF WS-COMMAREA
028100              MOVE 'PRESS ENTER TO SHOW CALCULATION FIRST'
028200                   TO VMSGO OF VODMAPO
028300              MOVE DFHRED TO VMSGC OF VODMAPI
028400          WHEN OTHER
028500              MOVE VRSNI OF VODMAPI
028600                   TO HIST-VOID-REASON OF WS-HIST-RECORD
028700              IF HIST-VOID-REASON-VALID OF WS-HIST-RECORD
028800                  PERFORM APPLY-VOID
028900              ELSE
029000                  MOVE 'REASON MUST BE KE, DP, WO, CX OR OT'
029100                       TO VMSGO OF VODMAPO
029200                  MOVE DFHRED TO VMSGC OF VODMAPI
029300              END-IF
029400      END-EVALUATE.
029500      PERFORM SEND-VODMAP-RESULT.
029600  APPLY-VOID.
029700      EXEC CICS READ FILE('ADDHIST')
029800                INTO(WS-HIST-RECORD)
029900                RIDFLD(WS-HIST-KEY)
030000                UPDATE
030100                RESP(WS-RESP)
030200                RESP2(WS-RESP2)
030300      END-EXEC.
030400      EVALUATE TRUE
030500          WHEN WS-RESP = DFHRESP(NOTFND)
030600              MOVE SPACES TO CA-VOD-SHOWN-KEY OF WS-COMMAREA
030700              MOVE 'CALCULATION NO LONGER ON FILE'
030800                   TO VMSGO OF VODMAPO
030900              MOVE DFHRED TO VMSGC OF VODMAPI
031000          WHEN WS-RESP NOT = DFHRESP(NORMAL)
031100              MOVE 'APPLY-VOID' TO EC-PARAGRAPH OF WS-ERRCOMM
031200              PERFORM LINK-ERROR-HANDLER
031300              MOVE 'HISTORY FILE ERROR - LOGGED FOR SUPPORT'
031400                   TO VMSGO OF VODMAPO
031500              MOVE DFHRED TO VMSGC OF VODMAPI
031600          WHEN HIST-VOIDED OF WS-HIST-RECORD
031700              EXEC CICS UNLOCK FILE('ADDHIST') END-EXEC
031800              PERFORM MOVE-RECORD-TO-MAP
031900              MOVE 'CALCULATION ALREADY VOIDED'
032000                   TO VMSGO OF VODMAPO
032100              MOVE DFHRED TO VMSGC OF VODMAPI
032200          WHEN OTHER
032300              PERFORM REWRITE-VOIDED-RECORD
032400      END-EVALUATE.
032500  REWRITE-VOIDED-RECORD.
032600      EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
032700      EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
032800                YYYYMMDD(WS-TODAY-DATE)
032900                TIME(WS-NOW-TIME)
033000      END-EXEC.
033100      MOVE 'Y' TO HIST-VOID-SW OF WS-HIST-RECORD.
033200      MOVE VRSNI OF VODMAPI TO HIST-VOID-REASON OF WS-HIST-RECORD.
033300      MOVE EIBOPID TO HIST-VOID-SUPV OF WS-HIST-RECORD.
033400      MOVE WS-TODAY-DATE TO HIST-VOID-DATE OF WS-HIST-RECORD.
033500      MOVE WS-NOW-TIME TO HIST-VOID-TIME OF WS-HIST-RECORD.
033600      EXEC CICS REWRITE FILE('ADDHIST')
033700                FROM(WS-HIST-RECORD)
033800                RESP(WS-RESP)
033900                RESP2(WS-RESP2)
034000      END-EXEC.
034100      IF WS-RESP = DFHRESP(NORMAL)
034200          PERFORM MOVE-RECORD-TO-MAP
034300          MOVE 'CALCULATION VOIDED' TO VMSGO OF VODMAPO
034400          MOVE DFHNEUTR TO VMSGC OF VODMAPI
034500          PERFORM WRITE-JOURNAL-RECORD
034600      ELSE
034700          MOVE 'REWRITE-VOIDED-RECORD'
034800               TO EC-PARAGRAPH OF WS-ERRCOMM
034900          MOVE WS-HIST-RECORD TO EC-RECORD OF WS-ERRCOMM
035000          PERFORM LINK-ERROR-HANDLER
035100          MOVE 'HISTORY FILE ERROR - LOGGED FOR SUPPORT'
035200               TO VMSGO OF VODMAPO
035300          MOVE DFHRED TO VMSGC OF VODMAPI
035400      END-IF.
035500* THE VOIDED AFTER-IMAGE GOES TO THE ADDJ JOURNAL LIKE ANY OTHER
035600* ADDHIST UPDATE, SO A FORWARD REBUILD REAPPLIES THE VOID. A
035700* JOURNAL FAILURE IS LOGGED AND FLAGGED BUT THE VOID STANDS.
035800  WRITE-JOURNAL-RECORD.
035900      EXEC CICS WRITEQ TD QUEUE('ADDJ')
036000                FROM(WS-HIST-RECORD)
036100                LENGTH(LENGTH OF WS-HIST-RECORD)
036200                RESP(WS-RESP)
036300                RESP2(WS-RESP2)
036400      END-EXEC.
036500      IF WS-RESP NOT = DFHRESP(NORMAL)
036600          MOVE 'WRITE-JOURNAL-RECORD'
036700               TO EC-PARAGRAPH OF WS-ERRCOMM
036800          MOVE WS-HIST-RECORD TO EC-RECORD OF WS-ERRCOMM
036900          PERFORM LINK-ERROR-HANDLER
037000          MOVE 'JOURNAL LOG FAILED - LOGGED FOR SUPPORT'
037100               TO VMSGO OF VODMAPO
037200          MOVE DFHRED TO VMSGC OF VODMAPI
037300      END-IF.
037400  MOVE-RECORD-TO-MAP.
037500      MOVE HIST-KEY-TERM OF WS-HIST-RECORD TO VTERMO OF VODMAPO.
037600      MOVE HIST-KEY-DATE OF WS-HIST-RECORD TO VDATEO OF VODMAPO.
037700      MOVE HIST-KEY-TIME OF WS-HIST-RECORD TO VTIMEO OF VODMAPO.
037800      MOVE HIST-KEY-SEQ OF WS-HIST-RECORD TO VSEQO OF VODMAPO.
037900      MOVE HIST-OPERID OF WS-HIST-RECORD TO VOPIDO OF VODMAPO.
038000      MOVE SPACES TO WS-CALC-LINE.
038100      MOVE HIST-KEY-TIME OF WS-HIST-RECORD TO WS-CL-TIME.
038200      MOVE HIST-NUM1 OF WS-HIST-RECORD TO WS-CL-NUM1.
038300      MOVE HIST-OPER OF WS-HIST-RECORD TO WS-CL-OPER.
038400      MOVE HIST-NUM2 OF WS-HIST-RECORD TO WS-CL-NUM2.
038500      MOVE HIST-RESU OF WS-HIST-RECORD TO WS-CL-RESU.
038600      MOVE WS-CALC-LINE TO VCALCO OF VODMAPO.
038700      MOVE SPACES TO WS-STATUS-LINE.
038800      IF HIST-VOIDED OF WS-HIST-RECORD
038900          MOVE 'VOIDED ' TO WS-SL-TEXT
039000          MOVE HIST-VOID-REASON OF WS-HIST-RECORD TO WS-SL-REASON
039100          MOVE ' BY ' TO WS-SL-BY
039200          MOVE HIST-VOID-SUPV OF WS-HIST-RECORD TO WS-SL-SUPV
039300          MOVE HIST-VOID-DATE OF WS-HIST-RECORD TO WS-SL-DATE
039400          MOVE HIST-VOID-TIME OF WS-HIST-RECORD TO WS-SL-TIME
039500      ELSE
039600          MOVE 'POSTED' TO WS-SL-TEXT
039700      END-IF.
039800      MOVE WS-STATUS-LINE TO VSTATO OF VODMAPO.
039900  SEND-VODMAP-RESULT.
040000      EXEC CICS SEND MAP('VODMAP')
040100                     MAPSET('SCREEN1')
040200                     FROM(VODMAPO)
040300                     DATAONLY
040400      END-EXEC.
040500  END-SESSION.
040600      EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
040700                     LENGTH(LENGTH OF WS-GOODBYE-MSG)
040800                     ERASE
040900                     FREEKB
041000      END-EXEC.
041100  LINK-ERROR-HANDLER.
041200      MOVE 'ADDVOID' TO EC-PROGRAM OF WS-ERRCOMM.
041300      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
041400      MOVE WS-RESP TO EC-RESP OF WS-ERRCOMM.
041500      MOVE WS-RESP2 TO EC-RESP2 OF WS-ERRCOMM.
041600      MOVE SPACES TO EC-ABCODE OF WS-ERRCOMM.
041700      EXEC CICS LINK PROGRAM('ERRHNDL')
041800                COMMAREA(WS-ERRCOMM)
041900                LENGTH(LENGTH OF WS-ERRCOMM)
042000                RESP(WS-LINK-RESP)
042100      END-EXEC.
042200  ABEND-HANDLER.
042300      EXEC CICS ASSIGN ABCODE(WS-ABCODE) END-EXEC.
042400      MOVE 'ADDVOID' TO EC-PROGRAM OF WS-ERRCOMM.
042500      MOVE 'ABEND-HANDLER' TO EC-PARAGRAPH OF WS-ERRCOMM.
042600      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
042700      MOVE ZERO TO EC-RESP OF WS-ERRCOMM.
042800      MOVE ZERO TO EC-RESP2 OF WS-ERRCOMM.
042900      MOVE WS-ABCODE TO EC-ABCODE OF WS-ERRCOMM.
043000      MOVE SPACES TO EC-RECORD OF WS-ERRCOMM.
043100      EXEC CICS LINK PROGRAM('ERRHNDL')
043200                COMMAREA(WS-ERRCOMM)
043300                LENGTH(LENGTH OF WS-ERRCOMM)
043400                RESP(WS-LINK-RESP)
043500      END-EXEC.
043600      EXEC CICS ABEND ABCODE(WS-ABCODE) CANCEL
043700      END-EXEC.
