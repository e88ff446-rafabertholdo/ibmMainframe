000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. TERMMNT.
000300*
000400* TERMMNT - TERMINAL MASTER MAINTENANCE (TRANSACTION TERM). LETS A
000500* SUPERVISOR ADD, CHANGE, DISABLE AND RE-ENABLE RECORDS ON THE
000600* TERMMAST VSAM KSDS (SEE THE TERMREC COPY MEMBER) THAT SAMCICS
000700* AND SENDMAP CHECK BEFORE ACCEPTING WORK FROM A TERMINAL, AND
000800* THAT ADDDASH, ADDINQ AND PRODRPT READ TO SHOW WHERE A TERMINAL
000900* STANDS. A TERMINAL IS REGISTERED WITH ITS BRANCH/LOCATION AND
001000* OWNING DEPARTMENT; THE TYPE (T=TERMINAL, B=BATCH PSEUDO-
001100* TERMINAL) IS SET ON ADD ONLY, AND A BATCH PSEUDO-TERMINAL SUCH
001200* AS $BAT MAY NOT BE DISABLED. EVERY SUCCESSFUL UPDATE STAMPS THE
001300* SUPERVISOR'S EIBOPID AND DATE/TIME ON THE RECORD AND WRITES A
001400* CHANGE-AUDIT RECORD (TERMAUD KSDS, SEE THE TMAUDREC COPY MEMBER)
001500* WITH THE BEFORE AND AFTER LOCATION, DEPARTMENT AND STATUS. ONLY
001600* ACTIVE SUPERVISORS ON OPERMAST MAY USE THE SCREEN. THE SCREEN
001700* ITSELF IS NOT TERMINAL-CHECKED, SO A TERMINAL CAN BE REGISTERED
001800* FROM THE TERMINAL IT DESCRIBES.
001900*
002000  DATA DIVISION.
002100    WORKING-STORAGE SECTION.
002200    77 WS-RESP         PIC S9(8) COMP.
002300    77 WS-RESP2        PIC S9(8) COMP.
002400    77 WS-LINK-RESP    PIC S9(8) COMP.
002500    77 WS-GOODBYE-MSG  PIC X(28)
002600       VALUE 'TERMMNT SESSION ENDED - PF3'.
002700    77 WS-NOAUTH-MSG   PIC X(40)
002800       VALUE 'SUPERVISOR AUTHORITY REQUIRED - TERMMNT'.
002900    77 WS-SECERR-MSG   PIC X(40)
003000       VALUE 'SECURITY FILE ERROR - LOGGED FOR SUPPORT'.
003100    77 WS-TRMERR-MSG   PIC X(40)
003200       VALUE 'TERMINAL FILE ERROR - LOGGED FOR SUPPORT'.
003300    77 WS-EXIT-REQUESTED-SW PIC X VALUE 'N'.
003400      88 WS-EXIT-REQUESTED     VALUE 'Y'.
003500    77 WS-SUPV-OK-SW   PIC X VALUE 'N'.
003600      88 WS-SUPV-OK            VALUE 'Y'.
003700    77 WS-SUPV-ERROR-SW PIC X VALUE 'N'.
003800      88 WS-SUPV-ERROR         VALUE 'Y'.
003900    77 WS-OPERID-KEY   PIC X(3).
004000    77 WS-TERMID-KEY   PIC X(4).
004100    77 WS-ABSTIME      PIC S9(15) COMP-3.
004200    77 WS-NOW-TIME     PIC X(6).
004300    77 WS-TASKN-TEMP   PIC 9(7).
004400    77 WS-RETRY-COUNT  PIC 9(1).
004500    77 WS-AUDIT-ACTION PIC X.
004600    01 WS-TODAY-DATE   PIC X(8).
004700    01 WS-TODAY-NUM REDEFINES WS-TODAY-DATE PIC 9(8).
004800    01 WS-BEFORE-IMAGE.
004900      05 WS-BEF-LOCATION PIC X(20).
005000      05 WS-BEF-DEPT     PIC X(4).
005100      05 WS-BEF-STATUS   PIC X.
005200    01 WS-CHANGE-DETAIL.
005300      05 CD-OPID         PIC X(3).
005400      05 FILLER          PIC X(4) VALUE ' ON '.
005500      05 CD-DATE         PIC 9(8).
005600      05 FILLER          PIC X(4) VALUE ' AT '.
005700      05 CD-TIME         PIC 9(6).
005800      05 FILLER          PIC X(15) VALUE SPACES.
005900    01 WS-AUDIT-RECORD.
006000      COPY TMAUDREC.
006100    01 WS-COMMAREA.
006200      COPY TRMCOMM.
006300    01 WS-TERM-RECORD.
006400      COPY TERMREC.
006500    01 WS-OPER-RECORD.
006600      COPY OPERREC.
006700    01 WS-ERRCOMM.
006800      COPY ERRCOMM.
006900    COPY DFHAID.
007000    COPY DFHBMSCA.
007100    COPY SCREEN1.
007200  LINKAGE SECTION.
007300    01 DFHCOMMAREA.
007400      COPY TRMCOMM.
007500  PROCEDURE DIVISION USING DFHCOMMAREA.
007600  MAIN-PARA.
007700      IF EIBCALEN = 0
007800          PERFORM CHECK-SUPERVISOR
007900          IF WS-SUPV-OK
008000              MOVE SPACES TO WS-COMMAREA
008100              MOVE 'Y' TO CA-TRM-ACTIVE OF WS-COMMAREA
008200              PERFORM SEND-INITIAL-MAP
008300          ELSE
008400              PERFORM SEND-NOAUTH-MESSAGE
008500              SET WS-EXIT-REQUESTED TO TRUE
008600          END-IF
008700      ELSE
008800          MOVE DFHCOMMAREA TO WS-COMMAREA
008900          PERFORM RECEIVE-AND-PROCESS
009000      END-IF.
009100      IF WS-EXIT-REQUESTED
009200          EXEC CICS RETURN
009300          END-EXEC
009400      ELSE
009500          EXEC CICS RETURN
009600                    TRANSID('TERM')
009700                    COMMAREA(WS-COMMAREA)
009800                    LENGTH(LENGTH OF WS-COMMAREA)
009900          END-EXEC
010000      END-IF.
010100      GOBACK.
010200  CHECK-SUPERVISOR.
010300      MOVE 'N' TO WS-SUPV-OK-SW.
010400      MOVE 'N' TO WS-SUPV-ERROR-SW.
010500      MOVE EIBOPID TO WS-OPERID-KEY.
010600      EXEC CICS READ FILE('OPERMAST')
010700                INTO(WS-OPER-RECORD)
010800                RIDFLD(WS-OPERID-KEY)
010900                RESP(WS-RESP)
011000                RESP2(WS-RESP2)
011100      END-EXEC.
011200      EVALUATE TRUE
011300          WHEN WS-RESP = DFHRESP(NORMAL)
011400              IF OPER-IS-SUPERVISOR OF WS-OPER-RECORD
011500                      AND OPER-ACTIVE OF WS-OPER-RECORD
011600                  SET WS-SUPV-OK TO TRUE
011700              END-IF
011800          WHEN WS-RESP = DFHRESP(NOTFND)
011900              CONTINUE
012000          WHEN OTHER
012100              SET WS-SUPV-ERROR TO TRUE
012200              MOVE 'CHECK-SUPERVISOR'
012300                   TO EC-PARAGRAPH OF WS-ERRCOMM
012400              PERFORM LINK-ERROR-HANDLER
012500      END-EVALUATE.
012600  SEND-INITIAL-MAP.
012700      MOVE LOW-VALUES TO TRMMAPI.
012800      MOVE LOW-VALUES TO TRMMAPO.
012900      EXEC CICS SEND MAP('TRMMAP')
013000                     MAPSET('SCREEN1')
013100                     ERASE
013200      END-EXEC.
013300  SEND-NOAUTH-MESSAGE.
013400      IF WS-SUPV-ERROR
013500          EXEC CICS SEND TEXT FROM(WS-SECERR-MSG)
013600                         LENGTH(LENGTH OF WS-SECERR-MSG)
013700                         ERASE
013800                         FREEKB
013900          END-EXEC
014000      ELSE
014100          EXEC CICS SEND TEXT FROM(WS-NOAUTH-MSG)
014200                         LENGTH(LENGTH OF WS-NOAUTH-MSG)
014300                         ERASE
014400                         FREEKB
014500          END-EXEC
014600      END-IF.
014700  RECEIVE-AND-PROCESS.
014800      MOVE LOW-VALUES TO TRMMAPI.
014900      EXEC CICS RECEIVE MAP('TRMMAP')
015000                        MAPSET('SCREEN1')
015100                        INTO(TRMMAPI)
015200      END-EXEC.
015300      EVALUATE EIBAID
015400          WHEN DFHPF3
015500              PERFORM END-SESSION
015600              SET WS-EXIT-REQUESTED TO TRUE
015700          WHEN DFHCLEAR
015800              PERFORM SEND-INITIAL-MAP
015900          WHEN OTHER
016000              PERFORM PROCESS-ACTION
016100      END-EVALUATE.
016200  PROCESS-ACTION.
016300      MOVE SPACES TO WS-BEFORE-IMAGE.
016400      PERFORM CHECK-SUPERVISOR.
016500      MOVE LOW-VALUES TO TRMMAPO.
016600      IF NOT WS-SUPV-OK
016700          IF WS-SUPV-ERROR
016800              MOVE WS-SECERR-MSG TO GMSGO OF TRMMAPO
016900          ELSE
017000              MOVE WS-NOAUTH-MSG TO GMSGO OF TRMMAPO
017100          END-IF
017200          MOVE DFHRED TO GMSGC OF TRMMAPI
017300      ELSE
017400          IF GTERMI OF TRMMAPI = SPACES OR LOW-VALUES
017500              MOVE 'ENTER A TERMINAL ID' TO GMSGO OF TRMMAPO
017600              MOVE DFHRED TO GMSGC OF TRMMAPI
017700          ELSE
017800              MOVE GTERMI OF TRMMAPI
017900                   TO CA-TRM-LAST-ID OF WS-COMMAREA
018000              EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
018100              EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
018200                        YYYYMMDD(WS-TODAY-DATE)
018300                        TIME(WS-NOW-TIME)
018400              END-EXEC
018500              EVALUATE GACTI OF TRMMAPI
018600                  WHEN 'A'
018700                      PERFORM ADD-TERMINAL
018800                  WHEN 'C'
018900                      PERFORM CHANGE-TERMINAL
019000                  WHEN 'D'
019100                      PERFORM DISABLE-TERMINAL
019200                  WHEN 'E'
019300                      PERFORM ENABLE-TERMINAL
019400                  WHEN OTHER
019500                      MOVE 'ACTION MUST BE A, C, D OR E'
019600                           TO GMSGO OF TRMMAPO
019700                      MOVE DFHRED TO GMSGC OF TRMMAPI
019800              END-EVALUATE
019900          END-IF
020000      END-IF.
020100      PERFORM SEND-TRMMAP-RESULT.
020200  ADD-TERMINAL.
020300      MOVE GTERMI OF TRMMAPI TO WS-TERMID-KEY.
020400      EXEC CICS READ FILE('TERMMAST')
020500                INTO(WS-TERM-RECORD)
020600                RIDFLD(WS-TERMID-KEY)
020700                RESP(WS-RESP)
020800                RESP2(WS-RESP2)
020900      END-EXEC.
021000      EVALUATE TRUE
021100          WHEN WS-RESP = DFHRESP(NORMAL)
021200              PERFORM MOVE-RECORD-TO-MAP
021300              MOVE 'TERMINAL ALREADY ON FILE - USE C'
021400                   TO GMSGO OF TRMMAPO
021500              MOVE DFHRED TO GMSGC OF TRMMAPI
021600          WHEN WS-RESP = DFHRESP(NOTFND)
021700              PERFORM BUILD-NEW-RECORD
021800          WHEN OTHER
021900              MOVE 'ADD-TERMINAL' TO EC-PARAGRAPH OF WS-ERRCOMM
022000              PERFORM TERM-FILE-ERROR
022100      END-EVALUATE.
022200  BUILD-NEW-RECORD.
022300      EVALUATE TRUE
022400          WHEN GLOCI OF TRMMAPI = SPACES OR LOW-VALUES
022500              MOVE 'ENTER A LOCATION FOR THE NEW TERMINAL'
022600                   TO GMSGO OF TRMMAPO
022700              MOVE DFHRED TO GMSGC OF TRMMAPI
022800          WHEN GDEPTI OF TRMMAPI = SPACES OR LOW-VALUES
022900              MOVE 'ENTER THE OWNING DEPARTMENT'
023000                   TO GMSGO OF TRMMAPO
023100              MOVE DFHRED TO GMSGC OF TRMMAPI
023200          WHEN GTYPEI OF TRMMAPI NOT = 'T' AND NOT = 'B'
023300                  AND NOT = SPACES AND NOT = LOW-VALUES
023400              MOVE 'TYPE MUST BE T OR B' TO GMSGO OF TRMMAPO
023500              MOVE DFHRED TO GMSGC OF TRMMAPI
023600          WHEN OTHER
023700              MOVE SPACES TO WS-TERM-RECORD
023800              MOVE GTERMI OF TRMMAPI TO TERM-ID OF WS-TERM-RECORD
023900              MOVE GLOCI OF TRMMAPI
024000                   TO TERM-LOCATION OF WS-TERM-RECORD
024100              MOVE GDEPTI OF TRMMAPI
024150                   TO TERM-DEPT OF WS-TERM-RECORD
024200              IF GTYPEI OF TRMMAPI = 'B'
024300                  MOVE 'B' TO TERM-TYPE OF WS-TERM-RECORD
024400              ELSE
024500                  MOVE 'T' TO TERM-TYPE OF WS-TERM-RECORD
024600              END-IF
024700              MOVE 'A' TO TERM-STATUS OF WS-TERM-RECORD
024800              PERFORM STAMP-CHANGE
024900              EXEC CICS WRITE FILE('TERMMAST')
025000                        FROM(WS-TERM-RECORD)
025100                        RIDFLD(TERM-KEY OF WS-TERM-RECORD)
025200                        RESP(WS-RESP)
025300                        RESP2(WS-RESP2)
025400              END-EXEC
025500              IF WS-RESP = DFHRESP(NORMAL)
025600                  PERFORM MOVE-RECORD-TO-MAP
025700                  MOVE 'TERMINAL ADDED' TO GMSGO OF TRMMAPO
025800                  MOVE DFHNEUTR TO GMSGC OF TRMMAPI
025900                  MOVE 'A' TO WS-AUDIT-ACTION
026000                  PERFORM WRITE-AUDIT-RECORD
026100              ELSE
026200                  MOVE 'BUILD-NEW-RECORD'
026300                       TO EC-PARAGRAPH OF WS-ERRCOMM
026400                  PERFORM TERM-FILE-ERROR
026500              END-IF
026600      END-EVALUATE.
026700  CHANGE-TERMINAL.
026800      PERFORM READ-FOR-UPDATE.
026900      IF WS-RESP = DFHRESP(NORMAL)
027000          IF GLOCI OF TRMMAPI NOT = SPACES
027100                  AND GLOCI OF TRMMAPI NOT = LOW-VALUES
027200              MOVE GLOCI OF TRMMAPI
027300                   TO TERM-LOCATION OF WS-TERM-RECORD
027400          END-IF
027500          IF GDEPTI OF TRMMAPI NOT = SPACES
027600                  AND GDEPTI OF TRMMAPI NOT = LOW-VALUES
027700              MOVE GDEPTI OF TRMMAPI
027800                   TO TERM-DEPT OF WS-TERM-RECORD
027900          END-IF
028000          PERFORM REWRITE-RECORD
028100          IF WS-RESP = DFHRESP(NORMAL)
028200              MOVE 'TERMINAL CHANGED' TO GMSGO OF TRMMAPO
028300              MOVE DFHNEUTR TO GMSGC OF TRMMAPI
028400              MOVE 'C' TO WS-AUDIT-ACTION
028500              PERFORM WRITE-AUDIT-RECORD
028600          END-IF
028700      END-IF.
028800  DISABLE-TERMINAL.
028900      PERFORM READ-FOR-UPDATE.
029000      IF WS-RESP = DFHRESP(NORMAL)
029100          IF TERM-IS-BATCH OF WS-TERM-RECORD
029200              EXEC CICS UNLOCK FILE('TERMMAST') END-EXEC
029300              PERFORM MOVE-RECORD-TO-MAP
029400              MOVE 'BATCH PSEUDO-TERMINAL CANNOT BE DISABLED'
029500                   TO GMSGO OF TRMMAPO
029600              MOVE DFHRED TO GMSGC OF TRMMAPI
029700          ELSE
029800              MOVE 'D' TO TERM-STATUS OF WS-TERM-RECORD
029900              PERFORM REWRITE-RECORD
030000              IF WS-RESP = DFHRESP(NORMAL)
030100                  MOVE 'TERMINAL DISABLED' TO GMSGO OF TRMMAPO
030200                  MOVE DFHNEUTR TO GMSGC OF TRMMAPI
030300                  MOVE 'D' TO WS-AUDIT-ACTION
030400                  PERFORM WRITE-AUDIT-RECORD
030500              END-IF
030600          END-IF
030700      END-IF.
030800  ENABLE-TERMINAL.
030900      PERFORM READ-FOR-UPDATE.
031000      IF WS-RESP = DFHRESP(NORMAL)
031100          MOVE 'A' TO TERM-STATUS OF WS-TERM-RECORD
031200          PERFORM REWRITE-RECORD
031300          IF WS-RESP = DFHRESP(NORMAL)
031400              MOVE 'TERMINAL ENABLED' TO GMSGO OF TRMMAPO
031500              MOVE DFHNEUTR TO GMSGC OF TRMMAPI
031600              MOVE 'E' TO WS-AUDIT-ACTION
031700              PERFORM WRITE-AUDIT-RECORD
031800          END-IF
031900      END-IF.
032000  READ-FOR-UPDATE.
032100      MOVE GTERMI OF TRMMAPI TO WS-TERMID-KEY.
032200      EXEC CICS READ FILE('TERMMAST')
032300                INTO(WS-TERM-RECORD)
032400                RIDFLD(WS-TERMID-KEY)
032500                UPDATE
032600                RESP(WS-RESP)
032700                RESP2(WS-RESP2)
032800      END-EXEC.
032900      EVALUATE TRUE
033000          WHEN WS-RESP = DFHRESP(NORMAL)
033100              PERFORM SAVE-BEFORE-IMAGE
033200          WHEN WS-RESP = DFHRESP(NOTFND)
033300              MOVE 'TERMINAL NOT ON FILE - USE A TO ADD'
033400                   TO GMSGO OF TRMMAPO
033500              MOVE DFHRED TO GMSGC OF TRMMAPI
033600          WHEN OTHER
033700              MOVE 'READ-FOR-UPDATE' TO EC-PARAGRAPH OF WS-ERRCOMM
033800              PERFORM TERM-FILE-ERROR
033900      END-EVALUATE.
034000  REWRITE-RECORD.
034100      PERFORM STAMP-CHANGE.
034200      EXEC CICS REWRITE FILE('TERMMAST')
034300                FROM(WS-TERM-RECORD)
034400                RESP(WS-RESP)
034500                RESP2(WS-RESP2)
034600      END-EXEC.
034700      IF WS-RESP = DFHRESP(NORMAL)
034800          PERFORM MOVE-RECORD-TO-MAP
034900      ELSE
035000          MOVE 'REWRITE-RECORD' TO EC-PARAGRAPH OF WS-ERRCOMM
035100          PERFORM TERM-FILE-ERROR
035200      END-IF.
035300  TERM-FILE-ERROR.
035400      PERFORM LINK-ERROR-HANDLER.
035500      MOVE WS-TRMERR-MSG TO GMSGO OF TRMMAPO.
035600      MOVE DFHRED TO GMSGC OF TRMMAPI.
035700  STAMP-CHANGE.
035800      MOVE EIBOPID TO TERM-CHG-OPID OF WS-TERM-RECORD.
035900      MOVE WS-TODAY-NUM TO TERM-CHG-DATE OF WS-TERM-RECORD.
036000      MOVE WS-NOW-TIME TO TERM-CHG-TIME OF WS-TERM-RECORD.
036100  MOVE-RECORD-TO-MAP.
036200      MOVE TERM-ID OF WS-TERM-RECORD TO GTERMO OF TRMMAPO.
036300      MOVE TERM-LOCATION OF WS-TERM-RECORD TO GLOCO OF TRMMAPO.
036400      MOVE TERM-DEPT OF WS-TERM-RECORD TO GDEPTO OF TRMMAPO.
036500      MOVE TERM-TYPE OF WS-TERM-RECORD TO GTYPEO OF TRMMAPO.
036600      MOVE TERM-STATUS OF WS-TERM-RECORD TO GSTATO OF TRMMAPO.
036700      MOVE TERM-CHG-OPID OF WS-TERM-RECORD TO CD-OPID.
036800      MOVE TERM-CHG-DATE OF WS-TERM-RECORD TO CD-DATE.
036900      MOVE TERM-CHG-TIME OF WS-TERM-RECORD TO CD-TIME.
037000      MOVE WS-CHANGE-DETAIL TO GCHGO OF TRMMAPO.
037100  SEND-TRMMAP-RESULT.
037200      EXEC CICS SEND MAP('TRMMAP')
037300                     MAPSET('SCREEN1')
037400                     FROM(TRMMAPO)
037500                     DATAONLY
037600      END-EXEC.
037700  END-SESSION.
037800      EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
037900                     LENGTH(LENGTH OF WS-GOODBYE-MSG)
038000                     ERASE
038100                     FREEKB
038200      END-EXEC.
038300  SAVE-BEFORE-IMAGE.
038400      MOVE TERM-LOCATION OF WS-TERM-RECORD TO WS-BEF-LOCATION.
038500      MOVE TERM-DEPT OF WS-TERM-RECORD TO WS-BEF-DEPT.
038600      MOVE TERM-STATUS OF WS-TERM-RECORD TO WS-BEF-STATUS.
038700* WRITE-AUDIT-RECORD LOGS A SUCCESSFUL TERMMAST UPDATE TO THE
038800* TERMAUD CHANGE-AUDIT KSDS UNDER THE SAME DATE/TIME AS THE STAMP
038900* ON THE RECORD. A DUPREC (TWO CHANGES FROM THE SAME TASK IN THE
039000* SAME SECOND) IS RETRIED WITH THE TIME BUMPED, AS IN OPERMNT.
039100  WRITE-AUDIT-RECORD.
039200      MOVE SPACES TO WS-AUDIT-RECORD.
039300      MOVE WS-TODAY-DATE TO TMAUD-KEY-DATE OF WS-AUDIT-RECORD.
039400      MOVE WS-NOW-TIME TO TMAUD-KEY-TIME OF WS-AUDIT-RECORD.
039500      MOVE EIBTASKN TO WS-TASKN-TEMP.
039600      MOVE WS-TASKN-TEMP TO TMAUD-KEY-TASKN OF WS-AUDIT-RECORD.
039700      MOVE EIBOPID TO TMAUD-SUPV-ID OF WS-AUDIT-RECORD.
039800      MOVE WS-AUDIT-ACTION TO TMAUD-ACTION OF WS-AUDIT-RECORD.
039900      MOVE TERM-ID OF WS-TERM-RECORD
040000           TO TMAUD-TERM-ID OF WS-AUDIT-RECORD.
040100      MOVE WS-BEFORE-IMAGE TO TMAUD-BEFORE OF WS-AUDIT-RECORD.
040200      MOVE TERM-LOCATION OF WS-TERM-RECORD
040300           TO TMAUD-A-LOCATION OF WS-AUDIT-RECORD.
040400      MOVE TERM-DEPT OF WS-TERM-RECORD
040500           TO TMAUD-A-DEPT OF WS-AUDIT-RECORD.
040600      MOVE TERM-STATUS OF WS-TERM-RECORD
040700           TO TMAUD-A-STATUS OF WS-AUDIT-RECORD.
040800      PERFORM WRITE-AUDIT-LOG.
040900      MOVE ZERO TO WS-RETRY-COUNT.
041000      PERFORM RETRY-AUDIT-DUPKEY
041100          UNTIL WS-RESP NOT = DFHRESP(DUPREC)
041200              OR WS-RETRY-COUNT >= 5.
041300      IF WS-RESP NOT = DFHRESP(NORMAL)
041400          MOVE 'WRITE-AUDIT-RECORD'
041500               TO EC-PARAGRAPH OF WS-ERRCOMM
041600          PERFORM LINK-ERROR-HANDLER
041700          MOVE 'AUDIT LOG FAILED - LOGGED FOR SUPPORT'
041800               TO GMSGO OF TRMMAPO
041900          MOVE DFHRED TO GMSGC OF TRMMAPI
042000      END-IF.
042100  WRITE-AUDIT-LOG.
042200      EXEC CICS WRITE FILE('TERMAUD')
042300                FROM(WS-AUDIT-RECORD)
042400                RIDFLD(TMAUD-KEY OF WS-AUDIT-RECORD)
042500                RESP(WS-RESP)
042600                RESP2(WS-RESP2)
042700      END-EXEC.
042800  RETRY-AUDIT-DUPKEY.
042900      ADD 1 TO WS-RETRY-COUNT.
043000      ADD 1 TO TMAUD-KEY-TIME OF WS-AUDIT-RECORD.
043100      PERFORM WRITE-AUDIT-LOG.
043200  LINK-ERROR-HANDLER.
043300      MOVE 'TERMMNT' TO EC-PROGRAM OF WS-ERRCOMM.
043400      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
043500      MOVE WS-RESP TO EC-RESP OF WS-ERRCOMM.
043600      MOVE WS-RESP2 TO EC-RESP2 OF WS-ERRCOMM.
043700      MOVE SPACES TO EC-ABCODE OF WS-ERRCOMM.
043800      MOVE SPACES TO EC-RECORD OF WS-ERRCOMM.
043900      EXEC CICS LINK PROGRAM('ERRHNDL')
044000                COMMAREA(WS-ERRCOMM)
044100                LENGTH(LENGTH OF WS-ERRCOMM)
044200                RESP(WS-LINK-RESP)
044300      END-EXEC.
