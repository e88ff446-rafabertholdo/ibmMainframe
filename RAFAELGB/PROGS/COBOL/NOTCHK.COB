000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. NOTCHK.
000300*
000400* NOTCHK - OPERATOR NOTICE BOARD SERVICE. LINKED TO BY THE SAMCICS
000500* AND SENDMAP MENUS WITH THE NOTCOMM COMMAREA; RUNS UNDER THE
000600* CALLER'S TASK, SO EIBOPID AND EIBTRMID ARE THE SIGNED-ON
000700* OPERATOR AND TERMINAL.
000800* FUNCTION L BROWSES THE NOTICES KSDS (SEE THE NOTCREC COPY
000900* MEMBER) FOR NOTICES IN FORCE NOW FOR EVERY DEPARTMENT OR FOR
001000* THE OPERATOR'S OPER-DEPT, AND RETURNS UP TO THREE FORMATTED
001100* LINES. THE FIRST TIME AN URGENT NOTICE IS RETURNED TO AN
001200* OPERATOR A SEEN RECORD IS WRITTEN TO THE NOTACK LOG (SEE THE
001300* NACKREC COPY MEMBER). THE FIRST URGENT NOTICE THE OPERATOR HAS
001400* NOT YET ACKNOWLEDGED IS PASSED BACK IN NC-URGENT-ID, AND IS
001500* ALWAYS AMONG THE LINES RETURNED - IT TAKES THE THIRD LINE IF
001600* THE OTHER NOTICES HAVE FILLED THEM.
001700* FUNCTION A RECORDS THE ACKNOWLEDGEMENT OF NOTICE NC-URGENT-ID
001800* WITH THE DATE/TIME AND TERMINAL ON THE NOTACK LOG.
001900* A FILE ERROR IS LOGGED THROUGH ERRHNDL AND RETURNED AS NC-RESULT
002000* 9; THE MENUS THEN CARRY ON WITHOUT THE NOTICES.
002100*
002200  DATA DIVISION.
002300    WORKING-STORAGE SECTION.
002400    77 WS-RESP         PIC S9(8) COMP.
002500    77 WS-RESP2        PIC S9(8) COMP.
002600    77 WS-LINK-RESP    PIC S9(8) COMP.
002700    77 WS-BROWSE-DONE-SW PIC X VALUE 'N'.
002800      88 WS-BROWSE-DONE        VALUE 'Y'.
002900    77 WS-NOTICE-PENDING-SW PIC X VALUE 'N'.
003000      88 WS-NOTICE-PENDING     VALUE 'Y'.
003010    77 WS-NACK-ON-FILE-SW PIC X VALUE 'Y'.
003020      88 WS-NACK-ON-FILE       VALUE 'Y'.
003100    77 WS-OPER-DEPT    PIC X(4).
003200    77 WS-OPERID-KEY   PIC X(3).
003300    77 WS-ABSTIME      PIC S9(15) COMP-3.
003400    01 WS-NOW-STAMP.
003500      05 WS-TODAY-DATE PIC 9(8).
003600      05 WS-NOW-TIME   PIC 9(6).
003700    01 WS-NOTC-KEY.
003800      05 WS-NOTC-KEY-ID PIC 9(5).
003900    01 WS-NACK-KEY.
004000      05 WS-NACK-KEY-ID PIC 9(5).
004100      05 WS-NACK-KEY-OPER PIC X(3).
004200    01 WS-NOTICE-LINE.
004300      05 NL-TAG        PIC X(8).
004400      05 NL-TEXT       PIC X(60).
004500      05 FILLER        PIC X(2) VALUE SPACES.
004600    01 WS-NOTC-RECORD.
004700      COPY NOTCREC.
004800    01 WS-NACK-RECORD.
004900      COPY NACKREC.
005000    01 WS-OPER-RECORD.
005100      COPY OPERREC.
005200    01 WS-ERRCOMM.
005300      COPY ERRCOMM.
005400  LINKAGE SECTION.
005500    01 DFHCOMMAREA.
005600      COPY NOTCOMM.
005700  PROCEDURE DIVISION USING DFHCOMMAREA.
005800  MAIN-PARA.
005900      MOVE '0' TO NC-RESULT OF DFHCOMMAREA.
006000      EXEC CICS ASKTIME ABSTIME(WS-ABSTIME) END-EXEC.
006100      EXEC CICS FORMATTIME ABSTIME(WS-ABSTIME)
006200                YYYYMMDD(WS-TODAY-DATE)
006300                TIME(WS-NOW-TIME)
006400      END-EXEC.
006500      EVALUATE TRUE
006600          WHEN NC-LIST OF DFHCOMMAREA
006700              PERFORM LIST-NOTICES
006800          WHEN NC-ACKNOWLEDGE OF DFHCOMMAREA
006900              PERFORM ACKNOWLEDGE-NOTICE
007000          WHEN OTHER
007100              MOVE '9' TO NC-RESULT OF DFHCOMMAREA
007200      END-EVALUATE.
007300      EXEC CICS RETURN
007400      END-EXEC.
007500      GOBACK.
007600* LIST-NOTICES FINDS THE OPERATOR'S DEPARTMENT ON OPERMAST (AN
007700* OPERATOR NOT ON FILE SEES ONLY THE ALL-DEPARTMENT NOTICES) AND
007800* PASSES THE WHOLE NOTICES FILE IN KEY ORDER.
007900  LIST-NOTICES.
008000      MOVE ZERO TO NC-LINE-COUNT OF DFHCOMMAREA.
008100      MOVE SPACES TO NC-LINE OF DFHCOMMAREA (1).
008200      MOVE SPACES TO NC-LINE OF DFHCOMMAREA (2).
008300      MOVE SPACES TO NC-LINE OF DFHCOMMAREA (3).
008400      MOVE 'N' TO NC-URGENT-SW OF DFHCOMMAREA.
008500      MOVE ZERO TO NC-URGENT-ID OF DFHCOMMAREA.
008600      PERFORM GET-OPERATOR-DEPT.
008700      IF NOT NC-ERROR OF DFHCOMMAREA
008800          MOVE 'N' TO WS-BROWSE-DONE-SW
008900          MOVE ZERO TO WS-NOTC-KEY-ID
009000          EXEC CICS STARTBR FILE('NOTICES')
009100                    RIDFLD(WS-NOTC-KEY)
009200                    GTEQ
009300                    RESP(WS-RESP)
009400                    RESP2(WS-RESP2)
009500          END-EXEC
009600          EVALUATE TRUE
009700              WHEN WS-RESP = DFHRESP(NORMAL)
009800                  PERFORM READ-NEXT-NOTICE UNTIL WS-BROWSE-DONE
009900                  EXEC CICS ENDBR FILE('NOTICES') END-EXEC
010000              WHEN WS-RESP = DFHRESP(NOTFND)
010100                  CONTINUE
010200              WHEN OTHER
010300                  MOVE 'LIST-NOTICES'
010350                       TO EC-PARAGRAPH OF WS-ERRCOMM
010400                  PERFORM NOTICE-FILE-ERROR
010500          END-EVALUATE
010600      END-IF.
010700  GET-OPERATOR-DEPT.
010800      MOVE SPACES TO WS-OPER-DEPT.
010900      MOVE EIBOPID TO WS-OPERID-KEY.
011000      EXEC CICS READ FILE('OPERMAST')
011100                INTO(WS-OPER-RECORD)
011200                RIDFLD(WS-OPERID-KEY)
011300                RESP(WS-RESP)
011400                RESP2(WS-RESP2)
011500      END-EXEC.
011600      EVALUATE TRUE
011700          WHEN WS-RESP = DFHRESP(NORMAL)
011800              MOVE OPER-DEPT OF WS-OPER-RECORD TO WS-OPER-DEPT
011900          WHEN WS-RESP = DFHRESP(NOTFND)
012000              CONTINUE
012100          WHEN OTHER
012200              MOVE 'GET-OPERATOR-DEPT'
012300                   TO EC-PARAGRAPH OF WS-ERRCOMM
012400              PERFORM NOTICE-FILE-ERROR
012500      END-EVALUATE.
012600  READ-NEXT-NOTICE.
012700      EXEC CICS READNEXT FILE('NOTICES')
012800                INTO(WS-NOTC-RECORD)
012900                RIDFLD(WS-NOTC-KEY)
013000                RESP(WS-RESP)
013100                RESP2(WS-RESP2)
013200      END-EXEC.
013300      EVALUATE TRUE
013400          WHEN WS-RESP = DFHRESP(ENDFILE)
013500              SET WS-BROWSE-DONE TO TRUE
013600          WHEN WS-RESP NOT = DFHRESP(NORMAL)
013700              SET WS-BROWSE-DONE TO TRUE
013800              MOVE 'READ-NEXT-NOTICE'
013900                   TO EC-PARAGRAPH OF WS-ERRCOMM
014000              PERFORM NOTICE-FILE-ERROR
014100          WHEN NOT NOTC-ACTIVE OF WS-NOTC-RECORD
014200              CONTINUE
014300          WHEN NOTC-START OF WS-NOTC-RECORD > WS-NOW-STAMP
014400              CONTINUE
014500          WHEN NOTC-EXPIRY OF WS-NOTC-RECORD NOT > WS-NOW-STAMP
014600              CONTINUE
014700          WHEN NOTC-DEPT OF WS-NOTC-RECORD NOT = SPACES
014800                  AND NOTC-DEPT OF WS-NOTC-RECORD
014900                      NOT = WS-OPER-DEPT
015000              CONTINUE
015100          WHEN OTHER
015200              PERFORM SELECT-NOTICE
015300      END-EVALUATE.
015400* SELECT-NOTICE ADDS A NOTICE IN FORCE TO THE LINES RETURNED. THE
015480* FIRST UNACKNOWLEDGED URGENT NOTICE REPLACES THE THIRD LINE WHEN
015560* THERE IS NO ROOM LEFT FOR IT. AN URGENT NOTICE IS ONLY LOGGED AS
015640* SEEN WHEN IT IS ACTUALLY ONE OF THE LINES RETURNED.
015720  SELECT-NOTICE.
015800      MOVE 'N' TO WS-NOTICE-PENDING-SW.
015880      MOVE NOTC-TEXT OF WS-NOTC-RECORD TO NL-TEXT.
015960      IF NOTC-URGENT OF WS-NOTC-RECORD
016040          MOVE 'URGENT: ' TO NL-TAG
016120          PERFORM CHECK-NOTICE-SEEN
016200      ELSE
016280          MOVE 'NOTICE: ' TO NL-TAG
016360      END-IF.
016440      EVALUATE TRUE
016520          WHEN NC-LINE-COUNT OF DFHCOMMAREA < 3
016600              ADD 1 TO NC-LINE-COUNT OF DFHCOMMAREA
016680              MOVE WS-NOTICE-LINE TO NC-LINE OF DFHCOMMAREA
016760                   (NC-LINE-COUNT OF DFHCOMMAREA)
016840              IF NOTC-URGENT OF WS-NOTC-RECORD
016920                  PERFORM MARK-NOTICE-SEEN
017000              END-IF
017080          WHEN WS-NOTICE-PENDING
017160              MOVE WS-NOTICE-LINE TO NC-LINE OF DFHCOMMAREA (3)
017240              PERFORM MARK-NOTICE-SEEN
017320          WHEN OTHER
017400              CONTINUE
017480      END-EVALUATE.
017560* CHECK-NOTICE-SEEN LOOKS FOR THE OPERATOR'S NOTACK RECORD FOR AN
017640* URGENT NOTICE AND FLAGS THE FIRST ONE THE OPERATOR STILL HAS TO
017720* ACKNOWLEDGE. NOTHING IS WRITTEN HERE.
017800  CHECK-NOTICE-SEEN.
017880      MOVE 'Y' TO WS-NACK-ON-FILE-SW.
017960      MOVE NOTC-ID OF WS-NOTC-RECORD TO WS-NACK-KEY-ID.
018040      MOVE EIBOPID TO WS-NACK-KEY-OPER.
018120      EXEC CICS READ FILE('NOTACK')
018200                INTO(WS-NACK-RECORD)
018280                RIDFLD(WS-NACK-KEY)
018360                RESP(WS-RESP)
018440                RESP2(WS-RESP2)
018520      END-EXEC.
018600      EVALUATE TRUE
018680          WHEN WS-RESP = DFHRESP(NORMAL)
018760              IF NOT NACK-ACKNOWLEDGED OF WS-NACK-RECORD
018840                  PERFORM TEST-PENDING-NOTICE
018920              END-IF
019000          WHEN WS-RESP = DFHRESP(NOTFND)
019080              MOVE 'N' TO WS-NACK-ON-FILE-SW
019160              PERFORM TEST-PENDING-NOTICE
019240          WHEN OTHER
019320              MOVE 'CHECK-NOTICE-SEEN'
019400                   TO EC-PARAGRAPH OF WS-ERRCOMM
019480              PERFORM NOTICE-FILE-ERROR
019560      END-EVALUATE.
019640  TEST-PENDING-NOTICE.
019720      IF NOT NC-URGENT-PENDING OF DFHCOMMAREA
019800          SET WS-NOTICE-PENDING TO TRUE
019880      END-IF.
019960* MARK-NOTICE-SEEN LOGS THE FIRST SIGHT OF AN URGENT NOTICE PLACED
020040* IN THE LINES AND NOTES IT IF IT IS THE ONE STILL TO ACKNOWLEDGE.
020120  MARK-NOTICE-SEEN.
020200      IF NOT WS-NACK-ON-FILE
020280          MOVE SPACES TO WS-NACK-RECORD
020360          MOVE WS-NACK-KEY TO NACK-KEY OF WS-NACK-RECORD
020440          MOVE 'S' TO NACK-STATUS OF WS-NACK-RECORD
020520          MOVE WS-TODAY-DATE TO NACK-SEEN-DATE OF WS-NACK-RECORD
020600          MOVE WS-NOW-TIME TO NACK-SEEN-TIME OF WS-NACK-RECORD
020680          MOVE EIBTRMID TO NACK-SEEN-TERM OF WS-NACK-RECORD
020760          MOVE ZERO TO NACK-ACK-DATE OF WS-NACK-RECORD
020840          MOVE ZERO TO NACK-ACK-TIME OF WS-NACK-RECORD
020920          EXEC CICS WRITE FILE('NOTACK')
021000                    FROM(WS-NACK-RECORD)
021080                    RIDFLD(NACK-KEY OF WS-NACK-RECORD)
021160                    RESP(WS-RESP)
021240                    RESP2(WS-RESP2)
021320          END-EXEC
021400          IF WS-RESP NOT = DFHRESP(NORMAL)
021480                  AND WS-RESP NOT = DFHRESP(DUPREC)
021560              MOVE 'MARK-NOTICE-SEEN'
021640                   TO EC-PARAGRAPH OF WS-ERRCOMM
021720              PERFORM NOTICE-FILE-ERROR
021800          END-IF
021880      END-IF.
021960      IF WS-NOTICE-PENDING
022040          SET NC-URGENT-PENDING OF DFHCOMMAREA TO TRUE
022120          MOVE NOTC-ID OF WS-NOTC-RECORD
022200               TO NC-URGENT-ID OF DFHCOMMAREA
022280      END-IF.
022600* ACKNOWLEDGE-NOTICE MARKS THE OPERATOR'S NOTACK RECORD FOR THE
022700* NOTICE ACKNOWLEDGED. THE SEEN RECORD IS NORMALLY THERE ALREADY;
022800* IF NOT, ONE IS WRITTEN SEEN AND ACKNOWLEDGED AT THE SAME TIME.
022900  ACKNOWLEDGE-NOTICE.
023000      MOVE NC-URGENT-ID OF DFHCOMMAREA TO WS-NACK-KEY-ID.
023100      MOVE EIBOPID TO WS-NACK-KEY-OPER.
023200      EXEC CICS READ FILE('NOTACK')
023300                INTO(WS-NACK-RECORD)
023400                RIDFLD(WS-NACK-KEY)
023500                UPDATE
023600                RESP(WS-RESP)
023700                RESP2(WS-RESP2)
023800      END-EXEC.
023900      EVALUATE TRUE
024000          WHEN WS-RESP = DFHRESP(NORMAL)
024100              PERFORM STAMP-ACKNOWLEDGEMENT
024200              EXEC CICS REWRITE FILE('NOTACK')
024300                        FROM(WS-NACK-RECORD)
024400                        RESP(WS-RESP)
024500                        RESP2(WS-RESP2)
024600              END-EXEC
024700          WHEN WS-RESP = DFHRESP(NOTFND)
024800              MOVE SPACES TO WS-NACK-RECORD
024900              MOVE WS-NACK-KEY TO NACK-KEY OF WS-NACK-RECORD
025000              MOVE WS-TODAY-DATE
025100                   TO NACK-SEEN-DATE OF WS-NACK-RECORD
025200              MOVE WS-NOW-TIME TO NACK-SEEN-TIME OF WS-NACK-RECORD
025300              MOVE EIBTRMID TO NACK-SEEN-TERM OF WS-NACK-RECORD
025400              PERFORM STAMP-ACKNOWLEDGEMENT
025500              EXEC CICS WRITE FILE('NOTACK')
025600                        FROM(WS-NACK-RECORD)
025700                        RIDFLD(NACK-KEY OF WS-NACK-RECORD)
025800                        RESP(WS-RESP)
025900                        RESP2(WS-RESP2)
026000              END-EXEC
026100      END-EVALUATE.
026200      IF WS-RESP NOT = DFHRESP(NORMAL)
026300          MOVE 'ACKNOWLEDGE-NOTICE'
026400               TO EC-PARAGRAPH OF WS-ERRCOMM
026500          PERFORM NOTICE-FILE-ERROR
026600      END-IF.
026700  STAMP-ACKNOWLEDGEMENT.
026800      MOVE 'A' TO NACK-STATUS OF WS-NACK-RECORD.
026900      MOVE WS-TODAY-DATE TO NACK-ACK-DATE OF WS-NACK-RECORD.
027000      MOVE WS-NOW-TIME TO NACK-ACK-TIME OF WS-NACK-RECORD.
027100      MOVE EIBTRMID TO NACK-ACK-TERM OF WS-NACK-RECORD.
027200  NOTICE-FILE-ERROR.
027300      MOVE '9' TO NC-RESULT OF DFHCOMMAREA.
027400      PERFORM LINK-ERROR-HANDLER.
027500  LINK-ERROR-HANDLER.
027600      MOVE 'NOTCHK' TO EC-PROGRAM OF WS-ERRCOMM.
027700      MOVE EIBFN TO EC-EIBFN OF WS-ERRCOMM.
027800      MOVE WS-RESP TO EC-RESP OF WS-ERRCOMM.
027900      MOVE WS-RESP2 TO EC-RESP2 OF WS-ERRCOMM.
028000      MOVE SPACES TO EC-ABCODE OF WS-ERRCOMM.
028100      MOVE SPACES TO EC-RECORD OF WS-ERRCOMM.
028200      EXEC CICS LINK PROGRAM('ERRHNDL')
028300                COMMAREA(WS-ERRCOMM)
028400                LENGTH(LENGTH OF WS-ERRCOMM)
028500                RESP(WS-LINK-RESP)
028600      END-EXEC.
