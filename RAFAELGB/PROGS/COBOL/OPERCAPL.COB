000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. OPERCAPL.
000300*
000400* OPERCAPL - APPLIES THE MANAGERS' RESPONSES TO THE QUARTERLY
000500* ACCESS RECERTIFICATION (THE CERTRESP FILE WRITTEN BY OPERCERT
000600* AND MARKED UP BY EACH DEPARTMENT - SEE CERTREC) TO THE
000700* OPERATOR SECURITY MASTER (OPERMAST). THE PARM IS THE QUARTER
000800* (YYYYQN) AND EVERY RESPONSE RECORD MUST CARRY IT. THE WHOLE
000900* RESPONSE FILE IS EDITED BEFORE ANY OPERMAST RECORD IS
001000* TOUCHED, SO A BAD DECK CHANGES NOTHING. THEN, FOR EVERY
001100* ACTIVE OPERATOR:
001200*   - CONFIRMED ('C') - EACH AUTHORITY MARKED 'R' IS REVOKED
001300*     (SET TO 'N'); THE OPERATOR STAYS ACTIVE.
001400*   - DISABLE ('D'), LEFT BLANK, OR NOT ON THE RESPONSE FILE
001500*     AT ALL - OPER-STATUS IS SET TO 'D' (DISABLED).
001600* EVERY CHANGE IS LOGGED TO THE OPERAUD CHANGE-AUDIT KSDS JUST
001700* AS OPERMNT LOGS AN ONLINE CHANGE, WITH THE RESERVED BATCH ID
001800* 'BAT' AS THE SUPERVISOR AND A RUN SEQUENCE NUMBER IN THE
001900* TASK-NUMBER PART OF THE KEY. RUN WITH THE CICS REGION DOWN
002000* (OR OPERMAST/OPERAUD CLOSED TO CICS).
002100* RETURN CODES: 0 = APPLIED, NOBODY DISABLED FOR WANT OF A
002200* RESPONSE, 4 = APPLIED, BUT SOMEONE WAS DISABLED FOR WANT OF A
002300* CONFIRMATION OR A RESPONSE WAS IGNORED, 12 = COULD NOT
002400* PROCESS (NOTHING ON OPERMAST WAS CHANGED IF THE RESPONSE
002500* FILE FAILED ITS EDIT).
002600*
002700  ENVIRONMENT DIVISION.
002800    INPUT-OUTPUT SECTION.
002900    FILE-CONTROL.
003000      SELECT RESP-FILE ASSIGN TO CERTRESP
003100        ORGANIZATION IS SEQUENTIAL
003200        FILE STATUS IS WS-RESP-STATUS.
003300      SELECT OPER-FILE ASSIGN TO OPERMAST
003400        ORGANIZATION IS INDEXED
003500        ACCESS MODE IS SEQUENTIAL
003600        RECORD KEY IS OPER-KEY
003700        FILE STATUS IS WS-OPER-STATUS.
003800      SELECT AUD-FILE ASSIGN TO OPERAUD
003900        ORGANIZATION IS INDEXED
004000        ACCESS MODE IS RANDOM
004100        RECORD KEY IS OPAUD-KEY
004200        FILE STATUS IS WS-AUD-STATUS.
004300      SELECT PRINT-FILE ASSIGN TO OPERCAPP
004400        ORGANIZATION IS LINE SEQUENTIAL
004500        FILE STATUS IS WS-PRINT-STATUS.
004600  DATA DIVISION.
004700    FILE SECTION.
004800    FD  RESP-FILE
004900        RECORD CONTAINS 80 CHARACTERS.
005000    01  RESP-FILE-RECORD.
005100      COPY CERTREC.
005200    FD  OPER-FILE.
005300    01  OPER-FILE-RECORD.
005400      COPY OPERREC.
005500    FD  AUD-FILE.
005600    01  AUD-FILE-RECORD.
005700      COPY OPAUDREC.
005800    FD  PRINT-FILE
005900        RECORD CONTAINS 132 CHARACTERS.
006000    01  PRINT-LINE            PIC X(132).
006100    WORKING-STORAGE SECTION.
006200    77  WS-RESP-STATUS        PIC XX.
006300    77  WS-OPER-STATUS        PIC XX.
006400    77  WS-AUD-STATUS         PIC XX.
006500    77  WS-PRINT-STATUS       PIC XX.
006600    77  WS-EOF-SW             PIC X       VALUE 'N'.
006700        88  WS-EOF                        VALUE 'Y'.
006800    77  WS-ABORT-SW           PIC X       VALUE 'N'.
006900        88  WS-ABORT                      VALUE 'Y'.
007000    77  WS-FOUND-SW           PIC X.
007100        88  WS-FOUND                      VALUE 'Y'.
007200    77  WS-DECK-ERROR-SW      PIC X       VALUE 'N'.
007300        88  WS-DECK-ERROR                 VALUE 'Y'.
007400    77  WS-CHANGED-SW         PIC X.
007500        88  WS-CHANGED                    VALUE 'Y'.
007600    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
007700    77  WS-RUN-DATE           PIC 9(8).
007800    77  WS-NOW-TIME           PIC 9(8).
007900    77  WS-AUDIT-SEQ          PIC 9(7)    VALUE ZERO.
008000    77  WS-RETRY-COUNT        PIC 9(2).
008100    77  WS-AUDIT-ACTION       PIC X.
008200    77  WS-ACTION-TEXT        PIC X(30).
008300    77  WS-BATCH-OPERID       PIC X(3)    VALUE 'BAT'.
008400    77  WS-MATCH-IDX          PIC 9(4)    COMP.
008500    77  WS-RESP-READ          PIC 9(5)    VALUE ZERO.
008600    77  WS-OPER-READ          PIC 9(7)    VALUE ZERO.
008700    77  WS-CONFIRMED          PIC 9(7)    VALUE ZERO.
008800    77  WS-REVOKED            PIC 9(7)    VALUE ZERO.
008900    77  WS-DISABLED           PIC 9(7)    VALUE ZERO.
009000    77  WS-NO-RESPONSE        PIC 9(7)    VALUE ZERO.
009100    77  WS-IGNORED            PIC 9(7)    VALUE ZERO.
009200    01  WS-BEFORE-FLAGS.
009300      05  WS-BEF-ADD          PIC X.
009400      05  WS-BEF-SUB          PIC X.
009500      05  WS-BEF-MPY          PIC X.
009600      05  WS-BEF-DIV          PIC X.
009700      05  WS-BEF-SUPV         PIC X.
009800      05  WS-BEF-STATUS       PIC X.
009900    77  WS-RSP-USED           PIC 9(4)    VALUE ZERO.
010000    01  WS-RSP-TABLE.
010100      05  WS-RSP-ENTRY OCCURS 500 TIMES INDEXED BY WS-RSP-IDX.
010200        10  WS-RSP-OPER-ID      PIC X(3).
010300        10  WS-RSP-DEPT         PIC X(4).
010400        10  WS-RSP-DECISION     PIC X.
010500        10  WS-RSP-REVOKE.
010600          15  WS-RSP-REV-ADD    PIC X.
010700          15  WS-RSP-REV-SUB    PIC X.
010800          15  WS-RSP-REV-MPY    PIC X.
010900          15  WS-RSP-REV-DIV    PIC X.
011000          15  WS-RSP-REV-SUPV   PIC X.
011100        10  WS-RSP-APPLIED      PIC X.
011200    01  WS-HEAD-1.
011300      05  FILLER              PIC X(20)   VALUE SPACES.
011400      05  FILLER              PIC X(50)
011500          VALUE 'ACCESS RECERTIFICATION APPLY - RAFAELGB'.
011600    01  WS-PARM-LINE.
011700      05  FILLER              PIC X(4)    VALUE SPACES.
011800      05  FILLER              PIC X(17)   VALUE 'QUARTER'.
011900      05  PL-QUARTER          PIC X(6).
012000      05  FILLER              PIC X(4)    VALUE SPACES.
012100      05  FILLER              PIC X(9)    VALUE 'RUN DATE '.
012200      05  PL-RUN-DATE         PIC 9(8).
012300      05  FILLER              PIC X(84)   VALUE SPACES.
012400    01  WS-HEAD-2.
012500      05  FILLER              PIC X(4)    VALUE SPACES.
012600      05  FILLER              PIC X(5)    VALUE 'OPR'.
012700      05  FILLER              PIC X(6)    VALUE 'DEPT'.
012800      05  FILLER              PIC X(22)   VALUE 'NAME'.
012900      05  FILLER              PIC X(19)   VALUE 'BEFORE   AFTER'.
013000      05  FILLER              PIC X(30)   VALUE 'ACTION'.
013100    01  WS-HEAD-3.
013200      05  FILLER              PIC X(37)   VALUE SPACES.
013300      05  FILLER              PIC X(16)   VALUE 'ASMDVS   ASMDVS'.
013400    01  WS-DETAIL-LINE.
013500      05  FILLER              PIC X(4)    VALUE SPACES.
013600      05  DL-OPER             PIC X(3).
013700      05  FILLER              PIC X(2)    VALUE SPACES.
013800      05  DL-DEPT             PIC X(4).
013900      05  FILLER              PIC X(2)    VALUE SPACES.
014000      05  DL-NAME             PIC X(20).
014100      05  FILLER              PIC X(2)    VALUE SPACES.
014200      05  DL-BEFORE           PIC X(6).
014300      05  FILLER              PIC X(3)    VALUE SPACES.
014400      05  DL-AFTER            PIC X(6).
014500      05  FILLER              PIC X(4)    VALUE SPACES.
014600      05  DL-ACTION           PIC X(30).
014700      05  FILLER              PIC X(46)   VALUE SPACES.
014800    01  WS-IGNORE-LINE.
014900      05  FILLER              PIC X(4)    VALUE SPACES.
015000      05  IL-OPER             PIC X(3).
015100      05  FILLER              PIC X(2)    VALUE SPACES.
015200      05  IL-DEPT             PIC X(4).
015300      05  FILLER              PIC X(2)    VALUE SPACES.
015400      05  FILLER              PIC X(50)   VALUE
015500          'RESPONSE IGNORED - NOT AN ACTIVE OPERATOR'.
015600      05  FILLER              PIC X(67)   VALUE SPACES.
015700    01  WS-REJECT-LINE.
015800      05  FILLER              PIC X(4)    VALUE SPACES.
015900      05  FILLER              PIC X(7)    VALUE 'RECORD '.
016000      05  RL-RECNO            PIC ZZZZ9.
016100      05  FILLER              PIC X(2)    VALUE SPACES.
016200      05  RL-OPER             PIC X(3).
016300      05  FILLER              PIC X(2)    VALUE SPACES.
016400      05  RL-TEXT             PIC X(40).
016500      05  FILLER              PIC X(69)   VALUE SPACES.
016600    01  WS-COUNT-LINE.
016700      05  FILLER              PIC X(4)    VALUE SPACES.
016800      05  CL-LABEL            PIC X(22).
016900      05  CL-COUNT            PIC ZZZ,ZZ9.
017000      05  FILLER              PIC X(99)   VALUE SPACES.
017100    01  WS-ERROR-LINE.
017200      05  FILLER              PIC X(4)    VALUE SPACES.
017300      05  EL-TEXT             PIC X(40).
017400      05  EL-STATUS           PIC XX.
017500      05  FILLER              PIC X(86)   VALUE SPACES.
017600  LINKAGE SECTION.
017700    01  PARM-DATA.
017800      05  PARM-LENGTH         PIC S9(4)   COMP.
017900      05  PARM-QUARTER.
018000        10  PARM-YEAR         PIC X(4).
018100        10  PARM-Q            PIC X.
018200        10  PARM-QTR          PIC X.
018300  PROCEDURE DIVISION USING PARM-DATA.
018400  MAIN-PARA.
018500      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
018600      PERFORM OPEN-FILES.
018700      IF NOT WS-ABORT
018800          PERFORM EDIT-PARM
018900      END-IF.
019000      IF NOT WS-ABORT
019100          WRITE PRINT-LINE FROM WS-HEAD-1
019200          MOVE PARM-QUARTER TO PL-QUARTER
019300          MOVE WS-RUN-DATE TO PL-RUN-DATE
019400          WRITE PRINT-LINE FROM WS-PARM-LINE
019500          PERFORM LOAD-RESPONSES
019600      END-IF.
019700      IF NOT WS-ABORT
019800          MOVE SPACES TO PRINT-LINE
019900          WRITE PRINT-LINE
020000          WRITE PRINT-LINE FROM WS-HEAD-2
020100          WRITE PRINT-LINE FROM WS-HEAD-3
020200          PERFORM APPLY-RESPONSES
020300      END-IF.
020400      IF NOT WS-ABORT
020500          PERFORM LIST-IGNORED-RESPONSES
020600              VARYING WS-RSP-IDX FROM 1 BY 1
020700              UNTIL WS-RSP-IDX > WS-RSP-USED
020800          PERFORM PRINT-RUN-TOTALS
020900          PERFORM SET-RETURN-CODE
021000      END-IF.
021100      PERFORM CLOSE-FILES.
021200      MOVE WS-RETURN-CODE TO RETURN-CODE.
021300      STOP RUN.
021400  OPEN-FILES.
021500      OPEN OUTPUT PRINT-FILE.
021600      IF WS-PRINT-STATUS NOT = '00'
021700          MOVE 'OPERCAPP OPEN FAILED - STATUS ' TO EL-TEXT
021800          MOVE WS-PRINT-STATUS TO EL-STATUS
021900          PERFORM ABORT-RUN
022000      END-IF.
022100      OPEN INPUT RESP-FILE.
022200      IF WS-RESP-STATUS NOT = '00'
022300          MOVE 'CERTRESP OPEN FAILED - STATUS ' TO EL-TEXT
022400          MOVE WS-RESP-STATUS TO EL-STATUS
022500          PERFORM ABORT-RUN
022600      END-IF.
022700      OPEN I-O OPER-FILE.
022800      IF WS-OPER-STATUS NOT = '00' AND WS-OPER-STATUS NOT = '97'
022900          MOVE 'OPERMAST OPEN FAILED - STATUS ' TO EL-TEXT
023000          MOVE WS-OPER-STATUS TO EL-STATUS
023100          PERFORM ABORT-RUN
023200      END-IF.
023300      OPEN I-O AUD-FILE.
023400      IF WS-AUD-STATUS NOT = '00' AND WS-AUD-STATUS NOT = '97'
023500          MOVE 'OPERAUD OPEN FAILED - STATUS ' TO EL-TEXT
023600          MOVE WS-AUD-STATUS TO EL-STATUS
023700          PERFORM ABORT-RUN
023800      END-IF.
023900  EDIT-PARM.
024000      IF PARM-LENGTH NOT = 6
024100              OR PARM-YEAR NOT NUMERIC
024200              OR PARM-Q NOT = 'Q'
024300              OR PARM-QTR < '1' OR PARM-QTR > '4'
024400          MOVE 'PARM MUST BE A QUARTER, YYYYQN' TO EL-TEXT
024500          MOVE SPACES TO EL-STATUS
024600          PERFORM ABORT-RUN
024700      END-IF.
024800* LOAD-RESPONSES TABLES AND EDITS THE WHOLE RESPONSE FILE. ANY
024900* BAD RECORD IS LISTED AND THE RUN IS ABORTED AFTER THE LAST
025000* ONE IS READ, BEFORE OPERMAST IS READ FOR UPDATE.
025100  LOAD-RESPONSES.
025200      MOVE 'N' TO WS-EOF-SW.
025300      PERFORM READ-RESP-FILE.
025400      PERFORM EDIT-RESPONSE
025500          UNTIL WS-EOF OR WS-ABORT.
025600      IF NOT WS-ABORT
025700          IF WS-RSP-USED = ZERO
025800              MOVE 'CERTRESP IS EMPTY - NOTHING APPLIED'
025900                  TO EL-TEXT
026000              MOVE SPACES TO EL-STATUS
026100              PERFORM ABORT-RUN
026200          ELSE
026300              IF WS-DECK-ERROR
026400                  MOVE 'CERTRESP REJECTED - NOTHING APPLIED'
026500                      TO EL-TEXT
026600                  MOVE SPACES TO EL-STATUS
026700                  PERFORM ABORT-RUN
026800              END-IF
026900          END-IF
027000      END-IF.
027100  READ-RESP-FILE.
027200      READ RESP-FILE
027300          AT END MOVE 'Y' TO WS-EOF-SW
027400      END-READ.
027500      IF NOT WS-EOF
027600          IF WS-RESP-STATUS NOT = '00'
027700              MOVE 'CERTRESP READ FAILED - STATUS ' TO EL-TEXT
027800              MOVE WS-RESP-STATUS TO EL-STATUS
027900              PERFORM ABORT-RUN
028000          ELSE
028100              ADD 1 TO WS-RESP-READ
028200          END-IF
028300      END-IF.
028400  EDIT-RESPONSE.
028500      MOVE SPACES TO RL-TEXT.
028600      EVALUATE TRUE
028700          WHEN CERT-QUARTER NOT = PARM-QUARTER
028800              MOVE 'WRONG QUARTER' TO RL-TEXT
028900          WHEN NOT CERT-CONFIRMED AND NOT CERT-DISABLE
029000                  AND NOT CERT-NO-RESPONSE
029100              MOVE 'DECISION MUST BE C, D OR BLANK' TO RL-TEXT
029200          WHEN (CERT-REVOKE-ADD NOT = 'R' AND NOT = SPACE)
029300                  OR (CERT-REVOKE-SUB NOT = 'R' AND NOT = SPACE)
029400                  OR (CERT-REVOKE-MPY NOT = 'R' AND NOT = SPACE)
029500                  OR (CERT-REVOKE-DIV NOT = 'R' AND NOT = SPACE)
029600                  OR (CERT-REVOKE-SUPV NOT = 'R' AND NOT = SPACE)
029700              MOVE 'REVOKE COLUMNS MUST BE R OR BLANK' TO RL-TEXT
029800          WHEN OTHER
029900              PERFORM CHECK-DUPLICATE-RESPONSE
030000      END-EVALUATE.
030100      IF RL-TEXT = SPACES
030200          IF WS-RSP-USED < 500
030300              ADD 1 TO WS-RSP-USED
030400              SET WS-RSP-IDX TO WS-RSP-USED
030500              MOVE CERT-OPER-ID TO WS-RSP-OPER-ID (WS-RSP-IDX)
030600              MOVE CERT-DEPT TO WS-RSP-DEPT (WS-RSP-IDX)
030700              MOVE CERT-DECISION TO WS-RSP-DECISION (WS-RSP-IDX)
030800              MOVE CERT-REVOKE TO WS-RSP-REVOKE (WS-RSP-IDX)
030900              MOVE 'N' TO WS-RSP-APPLIED (WS-RSP-IDX)
031000          ELSE
031100              MOVE 'MORE THAN 500 RESPONSE RECORDS' TO EL-TEXT
031200              MOVE SPACES TO EL-STATUS
031300              PERFORM ABORT-RUN
031400          END-IF
031500      ELSE
031600          MOVE WS-RESP-READ TO RL-RECNO
031700          MOVE CERT-OPER-ID TO RL-OPER
031800          WRITE PRINT-LINE FROM WS-REJECT-LINE
031900          MOVE 'Y' TO WS-DECK-ERROR-SW
032000      END-IF.
032100      IF NOT WS-ABORT
032200          PERFORM READ-RESP-FILE
032300      END-IF.
032400  CHECK-DUPLICATE-RESPONSE.
032500      PERFORM VARYING WS-RSP-IDX FROM 1 BY 1
032600              UNTIL WS-RSP-IDX > WS-RSP-USED
032700          IF WS-RSP-OPER-ID (WS-RSP-IDX) = CERT-OPER-ID
032800              MOVE 'OPERATOR APPEARS MORE THAN ONCE' TO RL-TEXT
032900          END-IF
033000      END-PERFORM.
033100* APPLY-RESPONSES READS OPERMAST IN KEY ORDER AND REWRITES EACH
033200* ACTIVE OPERATOR THE RESPONSES CHANGE. DISABLED OPERATORS ARE
033300* LEFT ALONE.
033400  APPLY-RESPONSES.
033500      MOVE 'N' TO WS-EOF-SW.
033600      PERFORM READ-OPER-FILE.
033700      PERFORM APPLY-ONE-OPERATOR
033800          UNTIL WS-EOF OR WS-ABORT.
033900  READ-OPER-FILE.
034000      READ OPER-FILE
034100          AT END MOVE 'Y' TO WS-EOF-SW
034200      END-READ.
034300      IF NOT WS-EOF
034400          IF WS-OPER-STATUS NOT = '00'
034500              MOVE 'OPERMAST READ FAILED - STATUS ' TO EL-TEXT
034600              MOVE WS-OPER-STATUS TO EL-STATUS
034700              PERFORM ABORT-RUN
034800          ELSE
034900              ADD 1 TO WS-OPER-READ
035000          END-IF
035100      END-IF.
035200  APPLY-ONE-OPERATOR.
035300      IF OPER-ACTIVE
035400          PERFORM SAVE-BEFORE-FLAGS
035500          PERFORM FIND-RESPONSE
035600          MOVE 'N' TO WS-CHANGED-SW
035700          EVALUATE TRUE
035800              WHEN NOT WS-FOUND
035900                  MOVE 'DISABLED - NOT ON RESPONSE FILE'
036000                      TO WS-ACTION-TEXT
036100                  PERFORM DISABLE-OPERATOR
036200                  ADD 1 TO WS-NO-RESPONSE
036300              WHEN WS-RSP-DECISION (WS-MATCH-IDX) = 'C'
036400                  ADD 1 TO WS-CONFIRMED
036500                  PERFORM REVOKE-AUTHORITIES
036600              WHEN WS-RSP-DECISION (WS-MATCH-IDX) = 'D'
036700                  MOVE 'DISABLED BY MANAGER' TO WS-ACTION-TEXT
036800                  PERFORM DISABLE-OPERATOR
036900              WHEN OTHER
037000                  MOVE 'DISABLED - NOT CONFIRMED'
037100                      TO WS-ACTION-TEXT
037200                  PERFORM DISABLE-OPERATOR
037300                  ADD 1 TO WS-NO-RESPONSE
037400          END-EVALUATE
037500          IF WS-CHANGED
037600              PERFORM REWRITE-OPERATOR
037700          END-IF
037800      END-IF.
037900      IF NOT WS-ABORT
038000          PERFORM READ-OPER-FILE
038100      END-IF.
038200  SAVE-BEFORE-FLAGS.
038300      MOVE OPER-AUTH-ADD TO WS-BEF-ADD.
038400      MOVE OPER-AUTH-SUB TO WS-BEF-SUB.
038500      MOVE OPER-AUTH-MPY TO WS-BEF-MPY.
038600      MOVE OPER-AUTH-DIV TO WS-BEF-DIV.
038700      MOVE OPER-SUPV TO WS-BEF-SUPV.
038800      MOVE OPER-STATUS TO WS-BEF-STATUS.
038900  FIND-RESPONSE.
039000      MOVE 'N' TO WS-FOUND-SW.
039100      PERFORM VARYING WS-RSP-IDX FROM 1 BY 1
039200              UNTIL WS-RSP-IDX > WS-RSP-USED
039300                 OR WS-FOUND
039400          IF WS-RSP-OPER-ID (WS-RSP-IDX) = OPER-ID
039500              SET WS-MATCH-IDX TO WS-RSP-IDX
039600              MOVE 'Y' TO WS-RSP-APPLIED (WS-RSP-IDX)
039700              MOVE 'Y' TO WS-FOUND-SW
039800          END-IF
039900      END-PERFORM.
040000  DISABLE-OPERATOR.
040100      MOVE 'D' TO OPER-STATUS.
040200      MOVE 'D' TO WS-AUDIT-ACTION.
040300      MOVE 'Y' TO WS-CHANGED-SW.
040400      ADD 1 TO WS-DISABLED.
040500* REVOKE-AUTHORITIES ONLY TURNS OFF AN AUTHORITY THE OPERATOR
040600* STILL HOLDS - AN 'R' AGAINST A FLAG ALREADY 'N' IS A NO-OP.
040700  REVOKE-AUTHORITIES.
040800      IF WS-RSP-REV-ADD (WS-MATCH-IDX) = 'R' AND OPER-MAY-ADD
040900          MOVE 'N' TO OPER-AUTH-ADD
041000          MOVE 'Y' TO WS-CHANGED-SW
041100      END-IF.
041200      IF WS-RSP-REV-SUB (WS-MATCH-IDX) = 'R' AND OPER-MAY-SUBTRACT
041300          MOVE 'N' TO OPER-AUTH-SUB
041400          MOVE 'Y' TO WS-CHANGED-SW
041500      END-IF.
041600      IF WS-RSP-REV-MPY (WS-MATCH-IDX) = 'R' AND OPER-MAY-MULTIPLY
041700          MOVE 'N' TO OPER-AUTH-MPY
041800          MOVE 'Y' TO WS-CHANGED-SW
041900      END-IF.
042000      IF WS-RSP-REV-DIV (WS-MATCH-IDX) = 'R' AND OPER-MAY-DIVIDE
042100          MOVE 'N' TO OPER-AUTH-DIV
042200          MOVE 'Y' TO WS-CHANGED-SW
042300      END-IF.
042400      IF WS-RSP-REV-SUPV (WS-MATCH-IDX) = 'R'
042500              AND OPER-IS-SUPERVISOR
042600          MOVE 'N' TO OPER-SUPV
042700          MOVE 'Y' TO WS-CHANGED-SW
042800      END-IF.
042900      IF WS-CHANGED
043000          MOVE 'C' TO WS-AUDIT-ACTION
043100          MOVE 'CONFIRMED - AUTHORITY REVOKED' TO WS-ACTION-TEXT
043200          ADD 1 TO WS-REVOKED
043300      END-IF.
043400  REWRITE-OPERATOR.
043500      REWRITE OPER-FILE-RECORD.
043600      IF WS-OPER-STATUS NOT = '00'
043700          MOVE 'OPERMAST REWRITE FAILED - STATUS ' TO EL-TEXT
043800          MOVE WS-OPER-STATUS TO EL-STATUS
043900          PERFORM ABORT-RUN
044000      ELSE
044100          PERFORM WRITE-AUDIT-RECORD
044200          PERFORM PRINT-CHANGE-LINE
044300      END-IF.
044400* WRITE-AUDIT-RECORD LOGS THE CHANGE TO OPERAUD THE WAY OPERMNT
044500* DOES, UNDER THE BATCH ID. A DUPLICATE KEY IS RETRIED WITH THE
044600* SEQUENCE BUMPED.
044700  WRITE-AUDIT-RECORD.
044800      ACCEPT WS-NOW-TIME FROM TIME.
044900      ADD 1 TO WS-AUDIT-SEQ.
045000      MOVE SPACES TO AUD-FILE-RECORD.
045100      MOVE WS-RUN-DATE TO OPAUD-KEY-DATE.
045200      MOVE WS-NOW-TIME (1:6) TO OPAUD-KEY-TIME.
045300      MOVE WS-AUDIT-SEQ TO OPAUD-KEY-TASKN.
045400      MOVE WS-BATCH-OPERID TO OPAUD-SUPV-ID.
045500      MOVE WS-AUDIT-ACTION TO OPAUD-ACTION.
045600      MOVE OPER-ID TO OPAUD-OPER-ID.
045700      MOVE WS-BEFORE-FLAGS TO OPAUD-BEFORE.
045800      MOVE OPER-AUTH-ADD TO OPAUD-A-AUTH-ADD.
045900      MOVE OPER-AUTH-SUB TO OPAUD-A-AUTH-SUB.
046000      MOVE OPER-AUTH-MPY TO OPAUD-A-AUTH-MPY.
046100      MOVE OPER-AUTH-DIV TO OPAUD-A-AUTH-DIV.
046200      MOVE OPER-SUPV TO OPAUD-A-SUPV.
046300      MOVE OPER-STATUS TO OPAUD-A-STATUS.
046400      WRITE AUD-FILE-RECORD.
046500      MOVE ZERO TO WS-RETRY-COUNT.
046600      PERFORM RETRY-AUDIT-DUPKEY
046700          UNTIL WS-AUD-STATUS NOT = '22'
046800             OR WS-RETRY-COUNT >= 5.
046900      IF WS-AUD-STATUS NOT = '00'
047000          MOVE 'OPERAUD WRITE FAILED - STATUS ' TO EL-TEXT
047100          MOVE WS-AUD-STATUS TO EL-STATUS
047200          PERFORM ABORT-RUN
047300      END-IF.
047400  RETRY-AUDIT-DUPKEY.
047500      ADD 1 TO WS-RETRY-COUNT.
047600      ADD 1 TO WS-AUDIT-SEQ.
047700      MOVE WS-AUDIT-SEQ TO OPAUD-KEY-TASKN.
047800      WRITE AUD-FILE-RECORD.
047900  PRINT-CHANGE-LINE.
048000      MOVE OPER-ID TO DL-OPER.
048100      MOVE OPER-DEPT TO DL-DEPT.
048200      MOVE OPER-NAME TO DL-NAME.
048300      MOVE WS-BEFORE-FLAGS TO DL-BEFORE.
048400      MOVE OPAUD-AFTER TO DL-AFTER.
048500      MOVE WS-ACTION-TEXT TO DL-ACTION.
048600      WRITE PRINT-LINE FROM WS-DETAIL-LINE.
048700  LIST-IGNORED-RESPONSES.
048800      IF WS-RSP-APPLIED (WS-RSP-IDX) = 'N'
048900          MOVE WS-RSP-OPER-ID (WS-RSP-IDX) TO IL-OPER
049000          MOVE WS-RSP-DEPT (WS-RSP-IDX) TO IL-DEPT
049100          WRITE PRINT-LINE FROM WS-IGNORE-LINE
049200          ADD 1 TO WS-IGNORED
049300      END-IF.
049400  PRINT-RUN-TOTALS.
049500      MOVE SPACES TO PRINT-LINE.
049600      WRITE PRINT-LINE.
049700      MOVE 'RESPONSES READ        ' TO CL-LABEL.
049800      MOVE WS-RESP-READ TO CL-COUNT.
049900      WRITE PRINT-LINE FROM WS-COUNT-LINE.
050000      MOVE 'OPERATORS READ        ' TO CL-LABEL.
050100      MOVE WS-OPER-READ TO CL-COUNT.
050200      WRITE PRINT-LINE FROM WS-COUNT-LINE.
050300      MOVE 'CONFIRMED             ' TO CL-LABEL.
050400      MOVE WS-CONFIRMED TO CL-COUNT.
050500      WRITE PRINT-LINE FROM WS-COUNT-LINE.
050600      MOVE 'AUTHORITIES REVOKED   ' TO CL-LABEL.
050700      MOVE WS-REVOKED TO CL-COUNT.
050800      WRITE PRINT-LINE FROM WS-COUNT-LINE.
050900      MOVE 'DISABLED              ' TO CL-LABEL.
051000      MOVE WS-DISABLED TO CL-COUNT.
051100      WRITE PRINT-LINE FROM WS-COUNT-LINE.
051200      MOVE '  NOT CONFIRMED       ' TO CL-LABEL.
051300      MOVE WS-NO-RESPONSE TO CL-COUNT.
051400      WRITE PRINT-LINE FROM WS-COUNT-LINE.
051500      MOVE 'RESPONSES IGNORED     ' TO CL-LABEL.
051600      MOVE WS-IGNORED TO CL-COUNT.
051700      WRITE PRINT-LINE FROM WS-COUNT-LINE.
051800  SET-RETURN-CODE.
051900      IF WS-NO-RESPONSE > ZERO OR WS-IGNORED > ZERO
052000          MOVE 4 TO WS-RETURN-CODE
052100      END-IF.
052200  CLOSE-FILES.
052300      CLOSE RESP-FILE.
052400      CLOSE OPER-FILE.
052500      CLOSE AUD-FILE.
052600      CLOSE PRINT-FILE.
052700  ABORT-RUN.
052800      SET WS-ABORT TO TRUE.
052900      MOVE 12 TO WS-RETURN-CODE.
053000      IF WS-PRINT-STATUS = '00'
053100          WRITE PRINT-LINE FROM WS-ERROR-LINE
053200      END-IF.
