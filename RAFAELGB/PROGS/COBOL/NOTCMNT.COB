000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. NOTCMNT.
000300*
000400* NOTCMNT - OPERATOR NOTICE BOARD MAINTENANCE (TRANSACTION NOTC).
000500* LETS A SUPERVISOR ADD, CHANGE, WITHDRAW AND INQUIRE ON THE
000600* BROADCAST NOTICES KEPT ON THE NOTICES VSAM KSDS (SEE THE NOTCREC
000700* COPY MEMBER) THAT NOTCHK PUTS ON THE SAMCICS AND SENDMAP MENUS.
000800* A NOTICE CARRIES ITS TEXT, THE DATE/TIME IT STARTS AND EXPIRES,
000900* AN OPTIONAL TARGET DEPARTMENT (BLANK FOR EVERY DEPARTMENT; KEY
001000* ALL ON A CHANGE TO CLEAR ONE) AND AN URGENT FLAG. AN URGENT
001100* NOTICE HAS TO BE ACKNOWLEDGED BY EACH OPERATOR IT REACHES.
001200* THE NOTICE NUMBER IS GIVEN OUT ON ADD AS ONE MORE THAN THE
001300* HIGHEST ON FILE. A BLANK START DATE IS TODAY, A BLANK START
001400* TIME IS 000000 AND A BLANK EXPIRY TIME IS 235959. NOTICES ARE
001500* NEVER DELETED - A WITHDRAWN NOTICE STOPS SHOWING AT ONCE BUT
001600* STAYS ON FILE, AS DOES AN EXPIRED ONE, FOR NOTCRPT. EVERY
001700* SUCCESSFUL UPDATE STAMPS THE SUPERVISOR'S EIBOPID AND DATE/TIME
001800* ON THE RECORD. ONLY ACTIVE SUPERVISORS ON OPERMAST MAY USE THE
001900* SCREEN.
002000*
002100  DATA DIVISION.
002200    WORKING-STORAGE SECTION.
002300    77 WS-RESP         PIC S9(8) COMP.
002400    77 WS-RESP2        PIC S9(8) COMP.
002500    77 WS-LINK-RESP    PIC S9(8) COMP.
002600    77 WS-GOODBYE-MSG  PIC X(28)
002700       VALUE 'NOTCMNT SESSION ENDED - PF3'.
002800    77 WS-NOAUTH-MSG   PIC X(40)
002900       VALUE 'SUPERVISOR AUTHORITY REQUIRED - NOTCMNT'.
003000    77 WS-SECERR-MSG   PIC X(40)
003100       VALUE 'SECURITY FILE ERROR - LOGGED FOR SUPPORT'.
003200    77 WS-NTCERR-MSG   PIC X(40)
003300       VALUE 'NOTICE FILE ERROR - LOGGED FOR SUPPORT'.
003400    77 WS-EXIT-REQUESTED-SW PIC X VALUE 'N'.
003500      88 WS-EXIT-REQUESTED     VALUE 'Y'.
003600    77 WS-SUPV-OK-SW   PIC X VALUE 'N'.
003700      88 WS-SUPV-OK            VALUE 'Y'.
003800    77 WS-SUPV-ERROR-SW PIC X VALUE 'N'.
003900      88 WS-SUPV-ERROR         VALUE 'Y'.
004000    77 WS-KEY-OK-SW    PIC X VALUE 'N'.
004100      88 WS-KEY-OK             VALUE 'Y'.
004200    77 WS-EDIT-OK-SW   PIC X VALUE 'N'.
004300      88 WS-EDIT-OK            VALUE 'Y'.
004400    77 WS-OPERID-KEY   PIC X(3).
004500    77 WS-ABSTIME      PIC S9(15) COMP-3.
004600    77 WS-ID-START     PIC 9(1).
004700    01 WS-NOW-STAMP.
004800      05 WS-TODAY-DATE PIC X(8).
004900      05 WS-NOW-TIME   PIC X(6).
005000    01 WS-NOTC-KEY.
005100      05 WS-NOTC-KEY-ID PIC 9(5).
005200    01 WS-NOTC-HIGH-KEY PIC X(5).
005300    01 WS-ID-INPUT     PIC X(5).
005400    01 WS-ID-INPUT-NUM REDEFINES WS-ID-INPUT PIC 9(5).
005500    01 WS-EDIT-FIELDS.
005600      05 WS-IN-TEXT      PIC X(60).
005700      05 WS-IN-START.
005800        10 WS-IN-SDATE   PIC X(8).
005900        10 FILLER REDEFINES WS-IN-SDATE.
006000          15 WS-IN-SYYYY PIC 9(4).
006100          15 WS-IN-SMM   PIC 9(2).
006200          15 WS-IN-SDD   PIC 9(2).
006300        10 WS-IN-STIME   PIC X(6).
006400        10 FILLER REDEFINES WS-IN-STIME.
006500          15 WS-IN-SHH   PIC 9(2).
006600          15 WS-IN-SMI   PIC 9(2).
006700          15 WS-IN-SSS   PIC 9(2).
006800      05 WS-IN-EXPIRY.
006900        10 WS-IN-EDATE   PIC X(8).
007000        10 FILLER REDEFINES WS-IN-EDATE.
007100          15 WS-IN-EYYYY PIC 9(4).
007200          15 WS-IN-EMM   PIC 9(2).
007300          15 WS-IN-EDD   PIC 9(2).
007400        10 WS-IN-ETIME   PIC X(6).
007500        10 FILLER REDEFINES WS-IN-ETIME.
007600          15 WS-IN-EHH   PIC 9(2).
007700          15 WS-IN-EMI   PIC 9(2).
007800          15 WS-IN-ESS   PIC 9(2).
007900      05 WS-IN-DEPT      PIC X(4).
008000      05 WS-IN-URGENT    PIC X.
008100    01 WS-CHANGE-DETAIL.
008200      05 CD-OPID         PIC X(3).
008300      05 FILLER          PIC X(4) VALUE ' ON '.
008400      05 CD-DATE         PIC 9(8).
008500      05 FILLER          PIC X(4) VALUE ' AT '.
008600      05 CD-TIME         PIC 9(6).
008700      05 FILLER          PIC X(15) VALUE SPACES.
008800    01 WS-COMMAREA.
008900      COPY NTCCOMM.
009000    01 WS-NOTC-RECORD.
009100      COPY NOTCREC.
009200    01 WS-OPER-RECORD.
009300      COPY OPERREC.
009400    01 WS-ERRCOMM.
009500      COPY ERRCOMM.
009600    COPY DFHAID.
009700    COPY DFHBMSCA.
009800    COPY SCREEN1.
009900  LINKAGE SECTION.
010000    01 DFHCOMMAREA.
010100      COPY NTCCOMM.
010200  PROCEDURE DIVISION USING DFHCOMMAREA.
010300  MAIN-PARA.
010400      IF EIBCALEN = 0
010500          PERFORM CHECK-SUPERVISOR
010600          IF WS-SUPV-OK
010700              MOVE SPACES TO WS-COMMAREA
010800              MOVE 'Y' TO CA-NTC-ACTIVE OF WS-COMMAREA
010900              MOVE ZERO TO CA-NTC-LAST-ID OF WS-COMMAREA
011000              PERFORM SEND-INITIAL-MAP
011100          ELSE
011200              PERFORM SEND-NOAUTH-MESSAGE
011300              SET WS-EXIT-REQUESTED TO TRUE
011400          END-IF
011500      ELSE
011600          MOVE DFHCOMMAREA TO WS-COMMAREA
011700          PERFORM RECEIVE-AND-PROCESS
011800      END-IF.
011900      IF WS-EXIT-REQUESTED
012000          EXEC CICS RETURN
012100          END-EXEC
012200      ELSE
012300          EXEC CICS RETURN
012400                    TRANSID('NOTC')
012500                    COMMAREA(WS-COMMAREA)
012600                    LENGTH(LENGTH OF WS-COMMAREA)
012700          END-EXEC
012800      END-IF.
012900      GOBACK.
013000  CHECK-SUPERVISOR.
013100      MOVE 'N' TO WS-SUPV-OK-SW.
013200      MOVE 'N' TO WS-SUPV-ERROR-SW.
013300      MOVE EIBOPID TO WS-OPERID-KEY.
013400      EXEC CICS READ FILE('OPERMAST')
013500                INTO(WS-OPER-RECORD)
013600                RIDFLD(WS-OPERID-KEY)
013700                RESP(WS-RESP)
013800                RESP2(WS-RESP2)
013900      END-EXEC.
014000      EVALUATE TRUE
014100          WHEN WS-RESP = DFHRESP(NORMAL)
014200              IF OPER-IS-SUPERVISOR OF WS-OPER-RECORD
014300                      AND OPER-ACTIVE OF WS-OPER-RECORD
014400                  SET WS-SUPV-OK TO TRUE
014500              END-IF
014600          WHEN WS-RESP = DFHRESP(NOTFND)
014700              CONTINUE
014800          WHEN OTHER
014900              SET WS-SUPV-ERROR TO TRUE
015000              MOVE 'CHECK-SUPERVISOR'
015100                   TO EC-PARAGRAPH OF WS-ERRCOMM
015200              PERFORM LINK-ERROR-HANDLER
015300      END-EVALUATE.
015400  SEND-INITIAL-MAP.
015500      MOVE LOW-VALUES TO NOTMAPI.
015600      MOVE LOW-VALUES TO NOTMAPO.
015700      EXEC CICS SEND MAP('NOTMAP')
015800                     MAPSET('SCREEN1')
015900                     ERASE
016000      END-EXEC.
016100  SEND-NOAUTH-MESSAGE.
016200      IF WS-SUPV-ERROR
016300          EXEC CICS SEND TEXT FROM(WS-SECERR-MSG)
016400                         LENGTH(LENGTH OF WS-SECERR-MSG)
016500                         ERASE
016600                         FREEKB
016700          END-EXEC
016800      ELSE
016900          EXEC CICS SEND TEXT FROM(WS-NOAUTH-MSG)
017000                         LENGTH(LENGTH OF WS-NOAUTH-MSG)
017100                         ERASE
017200                         FREEKB
017300          END-EXEC
017400      END-IF.
017500  RECEIVE-AND-PROCESS.
017600      MOVE LOW-VALUES TO NOTMAPI.
017700      EXEC CICS RECEIVE MAP('NOTMAP')
017800                        MAPSET('SCREEN1')
017900                        INTO(NOTMAPI)
018000      END-EXEC.
018100      EVALUATE EIBAID
018200          WHEN DFHPF3
018300              PERFORM END-SESSION
018400              SET WS-EXIT-REQUESTED TO TRUE
018500          WHEN DFHCLEAR
018600              PERFORM SEND-INITIAL-MAP
018700          WHEN OTHER
018800              PERFORM PROCESS-ACTION
018900      END-EVALUATE.
019000  PROCESS-ACTION.
019100      PERFORM CHECK-SUPERVISOR.
019200      MOVE LOW-VALUES TO NOTMAPO.
019300      IF NOT WS-SUPV-OK
019400          IF WS-SUPV-ERROR
019500              MOVE WS-SECERR-MSG TO HMSGO OF NOTMAPO
019600          ELSE
019700              MOVE WS-NOAUTH-MSG TO HMSGO OF NOTMAPO
019800          END-IF
019900          MOVE DFHRED TO HMSGC OF NOTMAPI
020000      ELSE
020100          EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC
020200          EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
020300                    YYYYMMDD(WS-TODAY-DATE)
020400                    TIME(WS-NOW-TIME)
020500          END-EXEC
020600          EVALUATE HACTI OF NOTMAPI
020700              WHEN 'A'
020800                  PERFORM ADD-NOTICE
020900              WHEN 'C'
021000                  PERFORM EDIT-NOTICE-ID
021100                  IF WS-KEY-OK
021200                      PERFORM CHANGE-NOTICE
021300                  END-IF
021400              WHEN 'W'
021500                  PERFORM EDIT-NOTICE-ID
021600                  IF WS-KEY-OK
021700                      PERFORM WITHDRAW-NOTICE
021800                  END-IF
021900              WHEN 'I'
022000                  PERFORM EDIT-NOTICE-ID
022100                  IF WS-KEY-OK
022200                      PERFORM INQUIRE-NOTICE
022300                  END-IF
022400              WHEN OTHER
022500                  MOVE 'ACTION MUST BE A, C, W OR I'
022600                       TO HMSGO OF NOTMAPO
022700                  MOVE DFHRED TO HMSGC OF NOTMAPI
022800          END-EVALUATE
022900      END-IF.
023000      PERFORM SEND-NOTMAP-RESULT.
023100* EDIT-NOTICE-ID TAKES THE NOTICE NUMBER KEYED (ONE TO FIVE
023200* DIGITS) AND RIGHT-JUSTIFIES IT WITH LEADING ZEROS. NOTICE
023300* NUMBERS START AT 00001.
023400  EDIT-NOTICE-ID.
023500      MOVE 'N' TO WS-KEY-OK-SW.
023600      MOVE ZEROS TO WS-ID-INPUT.
023700      IF HIDL OF NOTMAPI > 0 AND HIDL OF NOTMAPI < 6
023800          COMPUTE WS-ID-START = 6 - HIDL OF NOTMAPI
023900          MOVE HIDI OF NOTMAPI (1:HIDL OF NOTMAPI)
024000               TO WS-ID-INPUT (WS-ID-START:HIDL OF NOTMAPI)
024100      END-IF.
024200      IF WS-ID-INPUT NOT NUMERIC OR WS-ID-INPUT-NUM = ZERO
024300          MOVE 'ENTER THE NOTICE NUMBER' TO HMSGO OF NOTMAPO
024400          MOVE DFHRED TO HMSGC OF NOTMAPI
024500      ELSE
024600          MOVE WS-ID-INPUT-NUM TO WS-NOTC-KEY-ID
024700          MOVE WS-ID-INPUT-NUM TO CA-NTC-LAST-ID OF WS-COMMAREA
024800          SET WS-KEY-OK TO TRUE
024900      END-IF.
025000  ADD-NOTICE.
025100      MOVE SPACES TO WS-EDIT-FIELDS.
025200      MOVE WS-TODAY-DATE TO WS-IN-SDATE.
025300      MOVE '000000' TO WS-IN-STIME.
025400      MOVE '235959' TO WS-IN-ETIME.
025500      MOVE 'N' TO WS-IN-URGENT.
025600      PERFORM MERGE-MAP-FIELDS.
025700      PERFORM EDIT-NOTICE-FIELDS.
025800      IF WS-EDIT-OK
025900          PERFORM GET-NEXT-NOTICE-ID
026000      END-IF.
026100      IF WS-EDIT-OK
026200          MOVE SPACES TO WS-NOTC-RECORD
026300          MOVE WS-NOTC-KEY-ID TO NOTC-ID OF WS-NOTC-RECORD
026400          MOVE 'A' TO NOTC-STATUS OF WS-NOTC-RECORD
026500          PERFORM MOVE-FIELDS-TO-RECORD
026600          PERFORM STAMP-CHANGE
026700          EXEC CICS WRITE FILE('NOTICES')
026800                    FROM(WS-NOTC-RECORD)
026900                    RIDFLD(NOTC-KEY OF WS-NOTC-RECORD)
027000                    RESP(WS-RESP)
027100                    RESP2(WS-RESP2)
027200          END-EXEC
027300          EVALUATE TRUE
027400              WHEN WS-RESP = DFHRESP(NORMAL)
027500                  MOVE WS-NOTC-KEY-ID
027600                       TO CA-NTC-LAST-ID OF WS-COMMAREA
027700                  PERFORM MOVE-RECORD-TO-MAP
027800                  MOVE 'NOTICE ADDED' TO HMSGO OF NOTMAPO
027900                  MOVE DFHNEUTR TO HMSGC OF NOTMAPI
028000              WHEN WS-RESP = DFHRESP(DUPREC)
028100                  MOVE 'NOTICE NUMBER TAKEN - PRESS ENTER AGAIN'
028200                       TO HMSGO OF NOTMAPO
028300                  MOVE DFHRED TO HMSGC OF NOTMAPI
028400              WHEN OTHER
028500                  MOVE 'ADD-NOTICE' TO EC-PARAGRAPH OF WS-ERRCOMM
028600                  PERFORM NOTICE-FILE-ERROR
028700          END-EVALUATE
028800      END-IF.
028900* GET-NEXT-NOTICE-ID READS BACKWARDS FROM THE END OF THE FILE FOR
029000* THE HIGHEST NOTICE NUMBER IN USE. THE FILE IS DEFINED EMPTY, SO
029100* THE FIRST NOTICE EVER ADDED IS 00001.
029200  GET-NEXT-NOTICE-ID.
029300      MOVE HIGH-VALUES TO WS-NOTC-HIGH-KEY.
029400      MOVE ZERO TO WS-NOTC-KEY-ID.
029500      EXEC CICS STARTBR FILE('NOTICES')
029600                RIDFLD(WS-NOTC-HIGH-KEY)
029700                GTEQ
029800                RESP(WS-RESP)
029900                RESP2(WS-RESP2)
030000      END-EXEC.
030100      IF WS-RESP = DFHRESP(NORMAL)
030200          EXEC CICS READPREV FILE('NOTICES')
030300                    INTO(WS-NOTC-RECORD)
030400                    RIDFLD(WS-NOTC-HIGH-KEY)
030500                    RESP(WS-RESP)
030600                    RESP2(WS-RESP2)
030700          END-EXEC
030800          EXEC CICS ENDBR FILE('NOTICES') END-EXEC
030900      END-IF.
031000      EVALUATE TRUE
031100          WHEN WS-RESP = DFHRESP(NOTFND)
031200                  OR WS-RESP = DFHRESP(ENDFILE)
031300              MOVE 1 TO WS-NOTC-KEY-ID
031400          WHEN WS-RESP NOT = DFHRESP(NORMAL)
031500              MOVE 'N' TO WS-EDIT-OK-SW
031600              MOVE 'GET-NEXT-NOTICE-ID'
031700                   TO EC-PARAGRAPH OF WS-ERRCOMM
031800              PERFORM NOTICE-FILE-ERROR
031900          WHEN NOTC-ID OF WS-NOTC-RECORD = 99999
032000              MOVE 'N' TO WS-EDIT-OK-SW
032100              MOVE 'NOTICE NUMBERS USED UP - SEE SUPPORT'
032200                   TO HMSGO OF NOTMAPO
032300              MOVE DFHRED TO HMSGC OF NOTMAPI
032400          WHEN OTHER
032500              COMPUTE WS-NOTC-KEY-ID
032600                  = NOTC-ID OF WS-NOTC-RECORD + 1
032700      END-EVALUATE.
032800  CHANGE-NOTICE.
032900      PERFORM READ-FOR-UPDATE.
033000      IF WS-RESP = DFHRESP(NORMAL)
033100          IF NOTC-WITHDRAWN OF WS-NOTC-RECORD
033200              EXEC CICS UNLOCK FILE('NOTICES') END-EXEC
033300              PERFORM MOVE-RECORD-TO-MAP
033400              MOVE 'NOTICE IS WITHDRAWN - CANNOT BE CHANGED'
033500                   TO HMSGO OF NOTMAPO
033600              MOVE DFHRED TO HMSGC OF NOTMAPI
033700          ELSE
033800              MOVE NOTC-TEXT OF WS-NOTC-RECORD TO WS-IN-TEXT
033900              MOVE NOTC-START OF WS-NOTC-RECORD TO WS-IN-START
034000              MOVE NOTC-EXPIRY OF WS-NOTC-RECORD TO WS-IN-EXPIRY
034100              MOVE NOTC-DEPT OF WS-NOTC-RECORD TO WS-IN-DEPT
034200              MOVE NOTC-URGENT-SW OF WS-NOTC-RECORD
034250                   TO WS-IN-URGENT
034300              PERFORM MERGE-MAP-FIELDS
034400              PERFORM EDIT-NOTICE-FIELDS
034500              IF WS-EDIT-OK
034600                  PERFORM MOVE-FIELDS-TO-RECORD
034700                  PERFORM REWRITE-RECORD
034800                  IF WS-RESP = DFHRESP(NORMAL)
034900                      MOVE 'NOTICE CHANGED' TO HMSGO OF NOTMAPO
035000                      MOVE DFHNEUTR TO HMSGC OF NOTMAPI
035100                  END-IF
035200              ELSE
035300                  EXEC CICS UNLOCK FILE('NOTICES') END-EXEC
035400              END-IF
035500          END-IF
035600      END-IF.
035700  WITHDRAW-NOTICE.
035800      PERFORM READ-FOR-UPDATE.
035900      IF WS-RESP = DFHRESP(NORMAL)
036000          IF NOTC-WITHDRAWN OF WS-NOTC-RECORD
036100              EXEC CICS UNLOCK FILE('NOTICES') END-EXEC
036200              PERFORM MOVE-RECORD-TO-MAP
036300              MOVE 'NOTICE IS ALREADY WITHDRAWN'
036400                   TO HMSGO OF NOTMAPO
036500              MOVE DFHRED TO HMSGC OF NOTMAPI
036600          ELSE
036700              MOVE 'W' TO NOTC-STATUS OF WS-NOTC-RECORD
036800              PERFORM REWRITE-RECORD
036900              IF WS-RESP = DFHRESP(NORMAL)
037000                  MOVE 'NOTICE WITHDRAWN' TO HMSGO OF NOTMAPO
037100                  MOVE DFHNEUTR TO HMSGC OF NOTMAPI
037200              END-IF
037300          END-IF
037400      END-IF.
037500  INQUIRE-NOTICE.
037600      EXEC CICS READ FILE('NOTICES')
037700                INTO(WS-NOTC-RECORD)
037800                RIDFLD(WS-NOTC-KEY)
037900                RESP(WS-RESP)
038000                RESP2(WS-RESP2)
038100      END-EXEC.
038200      EVALUATE TRUE
038300          WHEN WS-RESP = DFHRESP(NORMAL)
038400              PERFORM MOVE-RECORD-TO-MAP
038500              MOVE 'NOTICE DISPLAYED' TO HMSGO OF NOTMAPO
038600              MOVE DFHNEUTR TO HMSGC OF NOTMAPI
038700          WHEN WS-RESP = DFHRESP(NOTFND)
038800              MOVE 'NOTICE NOT ON FILE' TO HMSGO OF NOTMAPO
038900              MOVE DFHRED TO HMSGC OF NOTMAPI
039000          WHEN OTHER
039100              MOVE 'INQUIRE-NOTICE' TO EC-PARAGRAPH OF WS-ERRCOMM
039200              PERFORM NOTICE-FILE-ERROR
039300      END-EVALUATE.
039400  READ-FOR-UPDATE.
039500      EXEC CICS READ FILE('NOTICES')
039600                INTO(WS-NOTC-RECORD)
039700                RIDFLD(WS-NOTC-KEY)
039800                UPDATE
039900                RESP(WS-RESP)
040000                RESP2(WS-RESP2)
040100      END-EXEC.
040200      EVALUATE TRUE
040300          WHEN WS-RESP = DFHRESP(NORMAL)
040400              CONTINUE
040500          WHEN WS-RESP = DFHRESP(NOTFND)
040600              MOVE 'NOTICE NOT ON FILE' TO HMSGO OF NOTMAPO
040700              MOVE DFHRED TO HMSGC OF NOTMAPI
040800          WHEN OTHER
040900              MOVE 'READ-FOR-UPDATE' TO EC-PARAGRAPH OF WS-ERRCOMM
041000              PERFORM NOTICE-FILE-ERROR
041100      END-EVALUATE.
041200  REWRITE-RECORD.
041300      PERFORM STAMP-CHANGE.
041400      EXEC CICS REWRITE FILE('NOTICES')
041500                FROM(WS-NOTC-RECORD)
041600                RESP(WS-RESP)
041700                RESP2(WS-RESP2)
041800      END-EXEC.
041900      IF WS-RESP = DFHRESP(NORMAL)
042000          PERFORM MOVE-RECORD-TO-MAP
042100      ELSE
042200          MOVE 'REWRITE-RECORD' TO EC-PARAGRAPH OF WS-ERRCOMM
042300          PERFORM NOTICE-FILE-ERROR
042400      END-IF.
042500* MERGE-MAP-FIELDS LAYS WHATEVER WAS KEYED ON THE SCREEN OVER THE
042600* STARTING VALUES (THE DEFAULTS ON ADD, THE RECORD ON CHANGE).
042700  MERGE-MAP-FIELDS.
042800      IF HTEXTI OF NOTMAPI NOT = SPACES
042900              AND HTEXTI OF NOTMAPI NOT = LOW-VALUES
043000          MOVE HTEXTI OF NOTMAPI TO WS-IN-TEXT
043100      END-IF.
043200      IF HSDATEI OF NOTMAPI NOT = SPACES
043300              AND HSDATEI OF NOTMAPI NOT = LOW-VALUES
043400          MOVE HSDATEI OF NOTMAPI TO WS-IN-SDATE
043500      END-IF.
043600      IF HSTIMEI OF NOTMAPI NOT = SPACES
043700              AND HSTIMEI OF NOTMAPI NOT = LOW-VALUES
043800          MOVE HSTIMEI OF NOTMAPI TO WS-IN-STIME
043900      END-IF.
044000      IF HEDATEI OF NOTMAPI NOT = SPACES
044100              AND HEDATEI OF NOTMAPI NOT = LOW-VALUES
044200          MOVE HEDATEI OF NOTMAPI TO WS-IN-EDATE
044300      END-IF.
044400      IF HETIMEI OF NOTMAPI NOT = SPACES
044500              AND HETIMEI OF NOTMAPI NOT = LOW-VALUES
044600          MOVE HETIMEI OF NOTMAPI TO WS-IN-ETIME
044700      END-IF.
044800      EVALUATE TRUE
044900          WHEN HDEPTL OF NOTMAPI = 3
045000                  AND HDEPTI OF NOTMAPI (1:3) = 'ALL'
045100              MOVE SPACES TO WS-IN-DEPT
045200          WHEN HDEPTI OF NOTMAPI NOT = SPACES
045300                  AND HDEPTI OF NOTMAPI NOT = LOW-VALUES
045400              MOVE HDEPTI OF NOTMAPI TO WS-IN-DEPT
045500      END-EVALUATE.
045600      IF HURGI OF NOTMAPI NOT = SPACES
045700              AND HURGI OF NOTMAPI NOT = LOW-VALUES
045800          MOVE HURGI OF NOTMAPI TO WS-IN-URGENT
045900      END-IF.
046000* EDIT-NOTICE-FIELDS CHECKS THE MERGED VALUES. DATES MUST BE A
046100* REAL CALENDAR MONTH AND DAY IN YYYYMMDD, TIMES A REAL HHMMSS,
046200* AND THE NOTICE MUST EXPIRE AFTER IT STARTS AND AFTER NOW.
046300  EDIT-NOTICE-FIELDS.
046400      MOVE 'N' TO WS-EDIT-OK-SW.
046500      MOVE DFHRED TO HMSGC OF NOTMAPI.
046600      EVALUATE TRUE
046700          WHEN WS-IN-TEXT = SPACES
046800              MOVE 'ENTER THE NOTICE TEXT' TO HMSGO OF NOTMAPO
046900          WHEN WS-IN-SDATE NOT NUMERIC
047000                  OR WS-IN-SMM < 1 OR WS-IN-SMM > 12
047100                  OR WS-IN-SDD < 1 OR WS-IN-SDD > 31
047200              MOVE 'ENTER START DATE AS YYYYMMDD'
047300                   TO HMSGO OF NOTMAPO
047400          WHEN WS-IN-STIME NOT NUMERIC
047500                  OR WS-IN-SHH > 23 OR WS-IN-SMI > 59
047600                  OR WS-IN-SSS > 59
047700              MOVE 'ENTER START TIME AS HHMMSS'
047800                   TO HMSGO OF NOTMAPO
047900          WHEN WS-IN-EDATE NOT NUMERIC
048000                  OR WS-IN-EMM < 1 OR WS-IN-EMM > 12
048100                  OR WS-IN-EDD < 1 OR WS-IN-EDD > 31
048200              MOVE 'ENTER EXPIRY DATE AS YYYYMMDD'
048300                   TO HMSGO OF NOTMAPO
048400          WHEN WS-IN-ETIME NOT NUMERIC
048500                  OR WS-IN-EHH > 23 OR WS-IN-EMI > 59
048600                  OR WS-IN-ESS > 59
048700              MOVE 'ENTER EXPIRY TIME AS HHMMSS'
048800                   TO HMSGO OF NOTMAPO
048900          WHEN WS-IN-EXPIRY NOT > WS-IN-START
049000              MOVE 'EXPIRY MUST BE AFTER THE START'
049100                   TO HMSGO OF NOTMAPO
049200          WHEN WS-IN-EXPIRY NOT > WS-NOW-STAMP
049300              MOVE 'EXPIRY DATE/TIME HAS ALREADY PASSED'
049400                   TO HMSGO OF NOTMAPO
049500          WHEN WS-IN-URGENT NOT = 'Y' AND NOT = 'N'
049600              MOVE 'URGENT MUST BE Y OR N' TO HMSGO OF NOTMAPO
049700          WHEN OTHER
049800              SET WS-EDIT-OK TO TRUE
049900      END-EVALUATE.
050000  MOVE-FIELDS-TO-RECORD.
050100      MOVE WS-IN-TEXT TO NOTC-TEXT OF WS-NOTC-RECORD.
050200      MOVE WS-IN-START TO NOTC-START OF WS-NOTC-RECORD.
050300      MOVE WS-IN-EXPIRY TO NOTC-EXPIRY OF WS-NOTC-RECORD.
050400      MOVE WS-IN-DEPT TO NOTC-DEPT OF WS-NOTC-RECORD.
050500      MOVE WS-IN-URGENT TO NOTC-URGENT-SW OF WS-NOTC-RECORD.
050600  NOTICE-FILE-ERROR.
050700      PERFORM LINK-ERROR-HANDLER.
050800      MOVE WS-NTCERR-MSG TO HMSGO OF NOTMAPO.
050900      MOVE DFHRED TO HMSGC OF NOTMAPI.
051000  STAMP-CHANGE.
051100      MOVE EIBOPID TO NOTC-CHG-OPID OF WS-NOTC-RECORD.
051200      MOVE WS-TODAY-DATE TO NOTC-CHG-DATE OF WS-NOTC-RECORD.
051300      MOVE WS-NOW-TIME TO NOTC-CHG-TIME OF WS-NOTC-RECORD.
051400  MOVE-RECORD-TO-MAP.
051500      MOVE NOTC-ID OF WS-NOTC-RECORD TO HIDO OF NOTMAPO.
051600      MOVE NOTC-TEXT OF WS-NOTC-RECORD TO HTEXTO OF NOTMAPO.
051700      MOVE NOTC-START-DATE OF WS-NOTC-RECORD
051750           TO HSDATEO OF NOTMAPO.
051800      MOVE NOTC-START-TIME OF WS-NOTC-RECORD
051850           TO HSTIMEO OF NOTMAPO.
051900      MOVE NOTC-EXP-DATE OF WS-NOTC-RECORD TO HEDATEO OF NOTMAPO.
052000      MOVE NOTC-EXP-TIME OF WS-NOTC-RECORD TO HETIMEO OF NOTMAPO.
052100      IF NOTC-DEPT OF WS-NOTC-RECORD = SPACES
052200          MOVE 'ALL' TO HDEPTO OF NOTMAPO
052300      ELSE
052400          MOVE NOTC-DEPT OF WS-NOTC-RECORD TO HDEPTO OF NOTMAPO
052500      END-IF.
052600      MOVE NOTC-URGENT-SW OF WS-NOTC-RECORD TO HURGO OF NOTMAPO.
052700      MOVE NOTC-STATUS OF WS-NOTC-RECORD TO HSTATO OF NOTMAPO.
052800      MOVE NOTC-CHG-OPID OF WS-NOTC-RECORD TO CD-OPID.
052900      MOVE NOTC-CHG-DATE OF WS-NOTC-RECORD TO CD-DATE.
053000      MOVE NOTC-CHG-TIME OF WS-NOTC-RECORD TO CD-TIME.
053100      MOVE WS-CHANGE-DETAIL TO HCHGO OF NOTMAPO.
053200  SEND-NOTMAP-RESULT.
053300      EXEC CICS SEND MAP('NOTMAP')
053400                     MAPSET('SCREEN1')
053500                     FROM(NOTMAPO)
053600                     DATAONLY
053700      END-EXEC.
053800  END-SESSION.
053900      EXEC CICS SEND TEXT FROM(WS-GOODBYE-MSG)
054000                     LENGTH(LENGTH OF WS-GOODBYE-MSG)
054100                     ERASE
054200                     FREEKB
054300      END-EXEC.
054400  LINK-ERROR-HANDLER.
054500      MOVE 'NOTCMNT' TO EC-PROGRAM OF WS-ERRCOMM.
054600      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
054700      MOVE WS-RESP TO EC-RESP OF WS-ERRCOMM.
054800      MOVE WS-RESP2 TO EC-RESP2 OF WS-ERRCOMM.
054900      MOVE SPACES TO EC-ABCODE OF WS-ERRCOMM.
055000      MOVE SPACES TO EC-RECORD OF WS-ERRCOMM.
055100      EXEC CICS LINK PROGRAM('ERRHNDL')
055200                COMMAREA(WS-ERRCOMM)
055300                LENGTH(LENGTH OF WS-ERRCOMM)
055400                RESP(WS-LINK-RESP)
055500      END-EXEC.
