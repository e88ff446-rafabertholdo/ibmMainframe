000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. RATEMNT.
000300*
000400* RATEMNT - CHARGEBACK RATE MAINTENANCE (TRANSACTION RATE). LETS
000500* A SUPERVISOR ADD, CHANGE, DELETE AND INQUIRE ON THE RATEFILE
000600* VSAM KSDS (SEE THE RATEREC COPY MEMBER) THAT CHGBILL PRICES THE
000700* MONTH'S CALCULATIONS FROM. A RATE IS KEYED BY OPERATION (+ - *
000800* /) AND EFFECTIVE DATE; A NEW PRICE IS ADDED UNDER A NEW DATE,
000900* NEVER EARLIER THAN TODAY. ONCE A RATE IS IN FORCE (EFFECTIVE
001000* DATE TODAY OR EARLIER) IT CANNOT BE CHANGED OR DELETED, SO A
001100* MONTH ALREADY BILLED CAN ALWAYS BE REPRINTED AT THE SAME RATES.
001200* EVERY ADD OR CHANGE STAMPS THE SUPERVISOR'S EIBOPID AND THE
001300* DATE/TIME ON THE RECORD. THE FOOT OF THE SCREEN SHOWS THE RATE
001400* IN FORCE TODAY FOR EACH OPERATION. ONLY ACTIVE SUPERVISORS ON
001500* OPERMAST MAY USE THE SCREEN.
001600*
001700  DATA DIVISION.
001800    WORKING-STORAGE SECTION.
001900    77 WS-RESP         PIC S9(8) COMP.
002000    77 WS-RESP2        PIC S9(8) COMP.
002100    77 WS-LINK-RESP    PIC S9(8) COMP.
002200    77 WS-GOODBYE-MSG  PIC X(28)
002300       VALUE 'RATEMNT SESSION ENDED - PF3'.
002400    77 WS-NOAUTH-MSG   PIC X(40)
002500       VALUE 'SUPERVISOR AUTHORITY REQUIRED - RATEMNT'.
002600    77 WS-SECERR-MSG   PIC X(40)
002700       VALUE 'SECURITY FILE ERROR - LOGGED FOR SUPPORT'.
002800    77 WS-RATERR-MSG   PIC X(40)
002900       VALUE 'RATE FILE ERROR - LOGGED FOR SUPPORT'.
003000    77 WS-EXIT-REQUESTED-SW PIC X VALUE 'N'.
003100      88 WS-EXIT-REQUESTED     VALUE 'Y'.
003200    77 WS-SUPV-OK-SW   PIC X VALUE 'N'.
003300      88 WS-SUPV-OK            VALUE 'Y'.
003400    77 WS-SUPV-ERROR-SW PIC X VALUE 'N'.
003500      88 WS-SUPV-ERROR         VALUE 'Y'.
003600    77 WS-KEY-OK-SW    PIC X VALUE 'N'.
003700      88 WS-KEY-OK             VALUE 'Y'.
003800    77 WS-BROWSE-DONE-SW PIC X VALUE 'N'.
003900      88 WS-BROWSE-DONE        VALUE 'Y'.
004000    77 WS-OPERID-KEY   PIC X(3).
004100    77 WS-ABSTIME      PIC S9(15) COMP-3.
004200    77 WS-NOW-TIME     PIC X(6).
004300    77 WS-OP-SUB       PIC 9(1).
004400    01 WS-TODAY-DATE   PIC X(8).
004500    01 WS-TODAY-NUM REDEFINES WS-TODAY-DATE PIC 9(8).
004600    01 WS-RATE-KEY.
004700      05 WS-KEY-OPER     PIC X.
004800      05 WS-KEY-EFF      PIC X(8).
004900      05 WS-KEY-EFF-NUM REDEFINES WS-KEY-EFF PIC 9(8).
005000      05 FILLER REDEFINES WS-KEY-EFF.
005100        10 WS-KEY-YYYY   PIC 9(4).
005200        10 WS-KEY-MM     PIC 9(2).
005300        10 WS-KEY-DD     PIC 9(2).
005400    01 WS-RATE-INPUT   PIC X(7).
005500    01 WS-RATE-INPUT-NUM REDEFINES WS-RATE-INPUT PIC 9(3)V9(4).
005600    01 WS-OPER-LIST    PIC X(4) VALUE '+-*/'.
005700    01 FILLER REDEFINES WS-OPER-LIST.
005800      05 WS-LIST-OPER    PIC X OCCURS 4 TIMES.
005900    01 WS-OPER-NAMES   PIC X(32)
006000       VALUE 'ADD     SUBTRACTMULTIPLYDIVIDE  '.
006100    01 FILLER REDEFINES WS-OPER-NAMES.
006200      05 WS-OPER-NAME    PIC X(8) OCCURS 4 TIMES.
006300    01 WS-FORCE-RATE   PIC 9(3)V9(4).
006400    01 WS-FORCE-EFF    PIC X(8).
006500    01 WS-FORCE-LINES.
006600      05 WS-FORCE-LINE   PIC X(60) OCCURS 4 TIMES.
006700    01 WS-FORCE-DETAIL.
006800      05 FD-OPER         PIC X.
006900      05 FILLER          PIC X(2) VALUE SPACES.
007000      05 FD-NAME         PIC X(8).
007100      05 FILLER          PIC X(2) VALUE SPACES.
007200      05 FD-RATE         PIC ZZ9.9999.
007300      05 FILLER          PIC X(19)
007400         VALUE ' PER CALC SINCE    '.
007500      05 FD-EFF          PIC X(8).
007600      05 FILLER          PIC X(12) VALUE SPACES.
007700    01 WS-CHANGE-DETAIL.
007800      05 CD-OPID         PIC X(3).
007900      05 FILLER          PIC X(4) VALUE ' ON '.
008000      05 CD-DATE         PIC 9(8).
008100      05 FILLER          PIC X(4) VALUE ' AT '.
008200      05 CD-TIME         PIC 9(6).
008300      05 FILLER          PIC X(15) VALUE SPACES.
008400    01 WS-COMMAREA.
008500      COPY RATCOMM.
008600    01 WS-RATE-RECORD.
008700      COPY RATEREC.
008800    01 WS-OPER-RECORD.
008900      COPY OPERREC.
009000    01 WS-ERRCOMM.
009100      COPY ERRCOMM.
009200    COPY DFHAID.
009300    COPY DFHBMSCA.
009400    COPY SCREEN1.
009500  LINKAGE SECTION.
009600    01 DFHCOMMAREA.
009700      COPY RATCOMM.
009800  PROCEDURE DIVISION USING DFHCOMMAREA.
009900  MAIN-PARA.
010000      IF EIBCALEN = 0
010100          PERFORM CHECK-SUPERVISOR
010200          IF WS-SUPV-OK
010300              MOVE SPACES TO WS-COMMAREA
010400              MOVE 'Y' TO CA-RAT-ACTIVE OF WS-COMMAREA
010500              PERFORM SEND-INITIAL-MAP
010600          ELSE
010700              PERFORM SEND-NOAUTH-MESSAGE
010800              SET WS-EXIT-REQUESTED TO TRUE
010900          END-IF
011000      ELSE
011100          MOVE DFHCOMMAREA TO WS-COMMAREA
011200          PERFORM RECEIVE-AND-PROCESS
011300      END-IF.
011400      IF WS-EXIT-REQUESTED
011500          EXEC CICS RETURN
011600          END-EXEC
011700      ELSE
011800          EXEC CICS RETURN
011900                    TRANSID('RATE')
012000                    COMMAREA(WS-COMMAREA)
012100                    LENGTH(LENGTH OF WS-COMMAREA)
012200          END-EXEC
012300      END-IF.
012400      GOBACK.
012500  CHECK-SUPERVISOR.
012600      MOVE 'N' TO WS-SUPV-OK-SW.
012700      MOVE 'N' TO WS-SUPV-ERROR-SW.
012800      MOVE EIBOPID TO WS-OPERID-KEY.
012900      EXEC CICS READ FILE('OPERMAST')
013000                INTO(WS-OPER-RECORD)
013100                RIDFLD(WS-OPERID-KEY)
013200                RESP(WS-RESP)
013300                RESP2(WS-RESP2)
013400      END-EXEC.
013500      EVALUATE TRUE
013600          WHEN WS-RESP = DFHRESP(NORMAL)
013700              IF OPER-IS-SUPERVISOR OF WS-OPER-RECORD
013800                      AND OPER-ACTIVE OF WS-OPER-RECORD
013900                  SET WS-SUPV-OK TO TRUE
014000              END-IF
014100          WHEN WS-RESP = DFHRESP(NOTFND)
014200              CONTINUE
014300          WHEN OTHER
014400              SET WS-SUPV-ERROR TO TRUE
014500              MOVE 'CHECK-SUPERVISOR'
014600                   TO EC-PARAGRAPH OF WS-ERRCOMM
014700              PERFORM LINK-ERROR-HANDLER
014800      END-EVALUATE.
014900  SEND-INITIAL-MAP.
015000      MOVE LOW-VALUES TO RATMAPI.
015100      MOVE LOW-VALUES TO RATMAPO.
015200      PERFORM GET-TODAY.
015300      PERFORM SHOW-RATES-IN-FORCE.
015400      EXEC CICS SEND MAP('RATMAP')
015500                     MAPSET('SCREEN1')
015600                     FROM(RATMAPO)
015700                     ERASE
015800      END-EXEC.
015900  SEND-NOAUTH-MESSAGE.
016000      IF WS-SUPV-ERROR
016100          EXEC CICS SEND TEXT FROM(WS-SECERR-MSG)
016200                         LENGTH(LENGTH OF WS-SECERR-MSG)
016300                         ERASE
016400                         FREEKB
016500          END-EXEC
016600      ELSE
016700          EXEC CICS SEND TEXT FROM(WS-NOAUTH-MSG)
016800                         LENGTH(LENGTH OF WS-NOAUTH-MSG)
016900                         ERASE
017000                         FREEKB
017100          END-EXEC
017200      END-IF.
017300  RECEIVE-AND-PROCESS.
017400      MOVE LOW-VALUES TO RATMAPI.
017500      EXEC CICS RECEIVE MAP('RATMAP')
017600                        MAPSET('SCREEN1')
017700                        INTO(RATMAPI)
017800      END-EXEC.
017900      EVALUATE EIBAID
018000          WHEN DFHPF3
018100              PERFORM END-SESSION
018200              SET WS-EXIT-REQUESTED TO TRUE
018300          WHEN DFHCLEAR
018400              PERFORM SEND-INITIAL-MAP
018500          WHEN OTHER
018600              PERFORM PROCESS-ACTION
018700      END-EVALUATE.
018800  PROCESS-ACTION.
018900      PERFORM CHECK-SUPERVISOR.
019000      PERFORM GET-TODAY.
019100      MOVE LOW-VALUES TO RATMAPO.
019200      IF NOT WS-SUPV-OK
019300          IF WS-SUPV-ERROR
019400              MOVE WS-SECERR-MSG TO BMSGO OF RATMAPO
019500          ELSE
019600              MOVE WS-NOAUTH-MSG TO BMSGO OF RATMAPO
019700          END-IF
019800          MOVE DFHRED TO BMSGC OF RATMAPI
019900      ELSE
020000          PERFORM EDIT-RATE-KEY
020100          IF WS-KEY-OK
020200              MOVE WS-RATE-KEY TO CA-RAT-LAST-KEY OF WS-COMMAREA
020300              EVALUATE BACTI OF RATMAPI
020400                  WHEN 'A'
020500                      PERFORM ADD-RATE
020600                  WHEN 'C'
020700                      PERFORM CHANGE-RATE
020800                  WHEN 'D'
020900                      PERFORM DELETE-RATE
021000                  WHEN 'I'
021100                      PERFORM INQUIRE-RATE
021200                  WHEN OTHER
021300                      MOVE 'ACTION MUST BE A, C, D OR I'
021400                           TO BMSGO OF RATMAPO
021500                      MOVE DFHRED TO BMSGC OF RATMAPI
021600              END-EVALUATE
021700          END-IF
021800          PERFORM SHOW-RATES-IN-FORCE
021900      END-IF.
022000      PERFORM SEND-RATMAP-RESULT.
022100  GET-TODAY.
022200      EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
022300      EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
022400                YYYYMMDD(WS-TODAY-DATE)
022500                TIME(WS-NOW-TIME)
022600      END-EXEC.
022700* EDIT-RATE-KEY CHECKS THE OPERATION AND EFFECTIVE DATE KEYED.
022800* THE DATE MUST BE A REAL CALENDAR MONTH AND DAY IN YYYYMMDD.
022900  EDIT-RATE-KEY.
023000      MOVE 'N' TO WS-KEY-OK-SW.
023100      MOVE BOPERI OF RATMAPI TO WS-KEY-OPER.
023200      MOVE BEFFI OF RATMAPI TO WS-KEY-EFF.
023300      IF WS-KEY-OPER NOT = '+' AND NOT = '-'
023400              AND NOT = '*' AND NOT = '/'
023500          MOVE 'OPERATION MUST BE + - * OR /'
023600               TO BMSGO OF RATMAPO
023700          MOVE DFHRED TO BMSGC OF RATMAPI
023800      ELSE
023900          IF WS-KEY-EFF NOT NUMERIC
024000                  OR WS-KEY-MM < 1 OR WS-KEY-MM > 12
024100                  OR WS-KEY-DD < 1 OR WS-KEY-DD > 31
024200              MOVE 'ENTER EFFECTIVE DATE AS YYYYMMDD'
024300                   TO BMSGO OF RATMAPO
024400              MOVE DFHRED TO BMSGC OF RATMAPI
024500          ELSE
024600              SET WS-KEY-OK TO TRUE
024700          END-IF
024800      END-IF.
024900  EDIT-RATE-AMOUNT.
025000      MOVE 'N' TO WS-KEY-OK-SW.
025100      MOVE BRATEI OF RATMAPI TO WS-RATE-INPUT.
025200      IF BRATEL OF RATMAPI = 0 OR WS-RATE-INPUT NOT NUMERIC
025300          MOVE 'ENTER THE RATE, 4 DECIMALS, E.G. 0012500'
025400               TO BMSGO OF RATMAPO
025500          MOVE DFHRED TO BMSGC OF RATMAPI
025600      ELSE
025700          SET WS-KEY-OK TO TRUE
025800      END-IF.
025900  ADD-RATE.
026000      IF WS-KEY-EFF-NUM < WS-TODAY-NUM
026100          MOVE 'EFFECTIVE DATE CANNOT BE IN THE PAST'
026200               TO BMSGO OF RATMAPO
026300          MOVE DFHRED TO BMSGC OF RATMAPI
026400      ELSE
026500          PERFORM EDIT-RATE-AMOUNT
026600          IF WS-KEY-OK
026700              PERFORM WRITE-NEW-RATE
026800          END-IF
026900      END-IF.
027000  WRITE-NEW-RATE.
027100      MOVE SPACES TO WS-RATE-RECORD.
027200      MOVE WS-KEY-OPER TO RATE-OPER OF WS-RATE-RECORD.
027300      MOVE WS-KEY-EFF-NUM TO RATE-EFF-DATE OF WS-RATE-RECORD.
027400      MOVE WS-RATE-INPUT-NUM TO RATE-AMOUNT OF WS-RATE-RECORD.
027500      PERFORM STAMP-CHANGE.
027600      EXEC CICS WRITE FILE('RATEFILE')
027700                FROM(WS-RATE-RECORD)
027800                RIDFLD(RATE-KEY OF WS-RATE-RECORD)
027900                RESP(WS-RESP)
028000                RESP2(WS-RESP2)
028100      END-EXEC.
028200      EVALUATE TRUE
028300          WHEN WS-RESP = DFHRESP(NORMAL)
028400              PERFORM MOVE-RECORD-TO-MAP
028500              MOVE 'RATE ADDED' TO BMSGO OF RATMAPO
028600              MOVE DFHNEUTR TO BMSGC OF RATMAPI
028700          WHEN WS-RESP = DFHRESP(DUPREC)
028800              MOVE 'RATE ALREADY ON FILE - USE C'
028900                   TO BMSGO OF RATMAPO
029000              MOVE DFHRED TO BMSGC OF RATMAPI
029100          WHEN OTHER
029200              MOVE 'WRITE-NEW-RATE' TO EC-PARAGRAPH OF WS-ERRCOMM
029300              PERFORM RATE-FILE-ERROR
029400      END-EVALUATE.
029500  CHANGE-RATE.
029600      IF WS-KEY-EFF-NUM NOT > WS-TODAY-NUM
029700          MOVE 'RATE IN FORCE - ADD A NEW EFFECTIVE DATE'
029800               TO BMSGO OF RATMAPO
029900          MOVE DFHRED TO BMSGC OF RATMAPI
030000      ELSE
030100          PERFORM EDIT-RATE-AMOUNT
030200          IF WS-KEY-OK
030300              PERFORM READ-FOR-UPDATE
030400              IF WS-RESP = DFHRESP(NORMAL)
030500                  MOVE WS-RATE-INPUT-NUM
030600                       TO RATE-AMOUNT OF WS-RATE-RECORD
030700                  PERFORM STAMP-CHANGE
030800                  PERFORM REWRITE-RATE
030900              END-IF
031000          END-IF
031100      END-IF.
031200  REWRITE-RATE.
031300      EXEC CICS REWRITE FILE('RATEFILE')
031400                FROM(WS-RATE-RECORD)
031500                RESP(WS-RESP)
031600                RESP2(WS-RESP2)
031700      END-EXEC.
031800      IF WS-RESP = DFHRESP(NORMAL)
031900          PERFORM MOVE-RECORD-TO-MAP
032000          MOVE 'RATE CHANGED' TO BMSGO OF RATMAPO
032100          MOVE DFHNEUTR TO BMSGC OF RATMAPI
032200      ELSE
032300          MOVE 'REWRITE-RATE' TO EC-PARAGRAPH OF WS-ERRCOMM
032400          PERFORM RATE-FILE-ERROR
032500      END-IF.
032600  DELETE-RATE.
032700      IF WS-KEY-EFF-NUM NOT > WS-TODAY-NUM
032800          MOVE 'RATE IN FORCE - CANNOT BE DELETED'
032900               TO BMSGO OF RATMAPO
033000          MOVE DFHRED TO BMSGC OF RATMAPI
033100      ELSE
033200          PERFORM READ-FOR-UPDATE
033300          IF WS-RESP = DFHRESP(NORMAL)
033400              EXEC CICS DELETE FILE('RATEFILE')
033500                        RESP(WS-RESP)
033600                        RESP2(WS-RESP2)
033700              END-EXEC
033800              IF WS-RESP = DFHRESP(NORMAL)
033900                  PERFORM MOVE-RECORD-TO-MAP
034000                  MOVE 'RATE DELETED' TO BMSGO OF RATMAPO
034100                  MOVE DFHNEUTR TO BMSGC OF RATMAPI
034200              ELSE
034300                  MOVE 'DELETE-RATE'
034400                       TO EC-PARAGRAPH OF WS-ERRCOMM
034500                  PERFORM RATE-FILE-ERROR
034600              END-IF
034700          END-IF
034800      END-IF.
034900  INQUIRE-RATE.
035000      EXEC CICS READ FILE('RATEFILE')
035100                INTO(WS-RATE-RECORD)
035200                RIDFLD(WS-RATE-KEY)
035300                RESP(WS-RESP)
035400                RESP2(WS-RESP2)
035500      END-EXEC.
035600      EVALUATE TRUE
035700          WHEN WS-RESP = DFHRESP(NORMAL)
035800              PERFORM MOVE-RECORD-TO-MAP
035900              MOVE 'RATE DISPLAYED' TO BMSGO OF RATMAPO
036000              MOVE DFHNEUTR TO BMSGC OF RATMAPI
036100          WHEN WS-RESP = DFHRESP(NOTFND)
036200              MOVE 'RATE NOT ON FILE - USE A TO ADD'
036300                   TO BMSGO OF RATMAPO
036400              MOVE DFHRED TO BMSGC OF RATMAPI
036500          WHEN OTHER
036600              MOVE 'INQUIRE-RATE' TO EC-PARAGRAPH OF WS-ERRCOMM
036700              PERFORM RATE-FILE-ERROR
036800      END-EVALUATE.
036900  READ-FOR-UPDATE.
037000      EXEC CICS READ FILE('RATEFILE')
037100                INTO(WS-RATE-RECORD)
037200                RIDFLD(WS-RATE-KEY)
037300                UPDATE
037400                RESP(WS-RESP)
037500                RESP2(WS-RESP2)
037600      END-EXEC.
037700      EVALUATE TRUE
037800          WHEN WS-RESP = DFHRESP(NORMAL)
037900              CONTINUE
038000          WHEN WS-RESP = DFHRESP(NOTFND)
038100              MOVE 'RATE NOT ON FILE - USE A TO ADD'
038200                   TO BMSGO OF RATMAPO
038300              MOVE DFHRED TO BMSGC OF RATMAPI
038400          WHEN OTHER
038500              MOVE 'READ-FOR-UPDATE' TO EC-PARAGRAPH OF WS-ERRCOMM
038600              PERFORM RATE-FILE-ERROR
038700      END-EVALUATE.
038800  STAMP-CHANGE.
038900      MOVE EIBOPID TO RATE-CHG-OPID OF WS-RATE-RECORD.
039000      MOVE WS-TODAY-NUM TO RATE-CHG-DATE OF WS-RATE-RECORD.
039100      MOVE WS-NOW-TIME TO RATE-CHG-TIME OF WS-RATE-RECORD.
039200  MOVE-RECORD-TO-MAP.
039300      MOVE RATE-OPER OF WS-RATE-RECORD TO BOPERO OF RATMAPO.
039400      MOVE RATE-EFF-DATE OF WS-RATE-RECORD TO BEFFO OF RATMAPO.
039500      MOVE RATE-AMOUNT OF WS-RATE-RECORD TO WS-RATE-INPUT-NUM.
039600      MOVE WS-RATE-INPUT TO BRATEO OF RATMAPO.
039700      MOVE RATE-CHG-OPID OF WS-RATE-RECORD TO CD-OPID.
039800      MOVE RATE-CHG-DATE OF WS-RATE-RECORD TO CD-DATE.
039900      MOVE RATE-CHG-TIME OF WS-RATE-RECORD TO CD-TIME.
040000      MOVE WS-CHANGE-DETAIL TO BCHGO OF RATMAPO.
040100* SHOW-RATES-IN-FORCE BROWSES EACH OPERATION'S RATES FROM THE
040200* EARLIEST EFFECTIVE DATE AND KEEPS THE LAST ONE NOT AFTER TODAY,
040300* THE SAME RULE CHGBILL APPLIES TO EACH CALCULATION'S DATE.
040400  SHOW-RATES-IN-FORCE.
040500      MOVE SPACES TO WS-FORCE-LINES.
040600      PERFORM VARYING WS-OP-SUB FROM 1 BY 1 UNTIL WS-OP-SUB > 4
040700          PERFORM FIND-RATE-IN-FORCE
040800      END-PERFORM.
040900      MOVE WS-FORCE-LINE (1) TO B1O OF RATMAPO.
041000      MOVE WS-FORCE-LINE (2) TO B2O OF RATMAPO.
041100      MOVE WS-FORCE-LINE (3) TO B3O OF RATMAPO.
041200      MOVE WS-FORCE-LINE (4) TO B4O OF RATMAPO.
041300  FIND-RATE-IN-FORCE.
041400      MOVE SPACES TO WS-FORCE-EFF.
041500      MOVE ZERO TO WS-FORCE-RATE.
041600      MOVE 'N' TO WS-BROWSE-DONE-SW.
041700      MOVE WS-LIST-OPER (WS-OP-SUB) TO WS-KEY-OPER.
041800      MOVE ZEROS TO WS-KEY-EFF.
041900      EXEC CICS STARTBR FILE('RATEFILE')
042000                RIDFLD(WS-RATE-KEY)
042100                GTEQ
042200                RESP(WS-RESP)
042300                RESP2(WS-RESP2)
042400      END-EXEC.
042500      EVALUATE TRUE
042600          WHEN WS-RESP = DFHRESP(NORMAL)
042700              PERFORM READ-NEXT-RATE UNTIL WS-BROWSE-DONE
042800              EXEC CICS ENDBR FILE('RATEFILE') END-EXEC
042900          WHEN WS-RESP = DFHRESP(NOTFND)
043000              CONTINUE
043100          WHEN OTHER
043200              MOVE 'FIND-RATE-IN-FORCE'
043300                   TO EC-PARAGRAPH OF WS-ERRCOMM
043400              PERFORM RATE-FILE-ERROR
043500      END-EVALUATE.
043600      MOVE WS-LIST-OPER (WS-OP-SUB) TO FD-OPER.
043700      MOVE WS-OPER-NAME (WS-OP-SUB) TO FD-NAME.
043800      IF WS-FORCE-EFF = SPACES
043900          MOVE SPACES TO WS-FORCE-LINE (WS-OP-SUB)
044000          STRING FD-OPER '  ' FD-NAME '  NO RATE IN FORCE'
044100                 DELIMITED BY SIZE
044200                 INTO WS-FORCE-LINE (WS-OP-SUB)
044300      ELSE
044400          MOVE WS-FORCE-RATE TO FD-RATE
044500          MOVE WS-FORCE-EFF TO FD-EFF
044600          MOVE WS-FORCE-DETAIL TO WS-FORCE-LINE (WS-OP-SUB)
044700      END-IF.
044800  READ-NEXT-RATE.
044900      EXEC CICS READNEXT FILE('RATEFILE')
045000                INTO(WS-RATE-RECORD)
045100                RIDFLD(WS-RATE-KEY)
045200                RESP(WS-RESP)
045300                RESP2(WS-RESP2)
045400      END-EXEC.
045500      EVALUATE TRUE
045600          WHEN WS-RESP = DFHRESP(ENDFILE)
045700              SET WS-BROWSE-DONE TO TRUE
045800          WHEN WS-RESP NOT = DFHRESP(NORMAL)
045900              SET WS-BROWSE-DONE TO TRUE
046000              MOVE 'READ-NEXT-RATE' TO EC-PARAGRAPH OF WS-ERRCOMM
046100              PERFORM RATE-FILE-ERROR
046200          WHEN RATE-OPER OF WS-RATE-RECORD
046300                  NOT = WS-LIST-OPER (WS-OP-SUB)
046400              SET WS-BROWSE-DONE TO TRUE
046500          WHEN RATE-EFF-DATE OF WS-RATE-RECORD > WS-TODAY-NUM
046600              SET WS-BROWSE-DONE TO TRUE
046700          WHEN OTHER
046800              MOVE RATE-AMOUNT OF WS-RATE-RECORD TO WS-FORCE-RATE
046900              MOVE RATE-EFF-DATE OF WS-RATE-RECORD TO WS-FORCE-EFF
047000      END-EVALUATE.
047100  RATE-FILE-ERROR.
047200      PERFORM LINK-ERROR-HANDLER.
047300      MOVE WS-RATERR-MSG TO BMSGO OF RATMAPO.
047400      MOVE DFHRED TO BMSGC OF RATMAPI.
047500  SEND-RATMAP-RESULT.
047600      EXEC CICS SEND MAP('RATMAP')
047700                     MAPSET('SCREEN1')
047800                     FROM(RATMAPO)
047900                     DATAONLY
048000      END-EXEC.
048100  END-SESSION.
048200      EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
048300                     LENGTH(LENGTH OF WS-GOODBYE-MSG)
048400                     ERASE
048500                     FREEKB
048600      END-EXEC.
048700  LINK-ERROR-HANDLER.
048800      MOVE 'RATEMNT' TO EC-PROGRAM OF WS-ERRCOMM.
048900      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
049000      MOVE WS-RESP TO EC-RESP OF WS-ERRCOMM.
049100      MOVE WS-RESP2 TO EC-RESP2 OF WS-ERRCOMM.
049200      MOVE SPACES TO EC-ABCODE OF WS-ERRCOMM.
049300      MOVE SPACES TO EC-RECORD OF WS-ERRCOMM.
049400      EXEC CICS LINK PROGRAM('ERRHNDL')
049500                COMMAREA(WS-ERRCOMM)
049600                LENGTH(LENGTH OF WS-ERRCOMM)
049700                RESP(WS-LINK-RESP)
049800      END-EXEC.
