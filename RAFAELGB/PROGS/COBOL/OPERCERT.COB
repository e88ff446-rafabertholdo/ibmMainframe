000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. OPERCERT.
000300*
000400* OPERCERT - QUARTERLY ACCESS RECERTIFICATION RUN FOR THE
000500* OPERATOR SECURITY MASTER (OPERMAST). PRINTS ONE SHEET PER
000600* OPER-DEPT LISTING EVERY ACTIVE OPERATOR WITH THEIR AUTHORITY
000700* FLAGS (ADD/SUB/MPY/DIV/SUPV), THE DATE OF THEIR LAST ADDHIST
000800* ACTIVITY, AND THE AUTHORITIES THEY HOLD BUT NEVER USED IN THE
000900* QUARTER GIVEN IN THE PARM (YYYYQN, E.G. 2026Q3). USE OF AN
001000* OPERATION IS TAKEN FROM THE HIST-OPER OF THE OPERATOR'S OWN
001100* HISTORY RECORDS; USE OF SUPERVISOR AUTHORITY FROM THE VOIDS
001200* (HIST-VOID-SUPV) AND APPROVALS (HIST-APPR-SUPV) THEY STAMPED.
001300* READS THE LIVE ADDHIST KSDS PLUS THE ARCHIVE GENERATIONS
001400* CONCATENATED ON THE ADDARCH DD, LIKE PRODRPT. ALSO WRITES THE
001500* CERTRESP RESPONSE FILE (CERTREC LAYOUT), ONE RECORD PER
001600* OPERATOR ON THE SHEETS, FOR THE MANAGERS TO MARK CONFIRM,
001700* DISABLE OR REVOKE; OPERCAPL THEN APPLIES IT.
001800* RETURN CODES: 0 = SHEETS PRINTED, 4 = NO ACTIVE OPERATORS,
001900* 12 = COULD NOT PROCESS.
002000*
002100  ENVIRONMENT DIVISION.
002200    INPUT-OUTPUT SECTION.
002300    FILE-CONTROL.
002400      SELECT OPER-FILE ASSIGN TO OPERMAST
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS SEQUENTIAL
002700        RECORD KEY IS OPER-KEY
002800        FILE STATUS IS WS-OPER-STATUS.
002900      SELECT HIST-FILE ASSIGN TO ADDHIST
003000        ORGANIZATION IS INDEXED
003100        ACCESS MODE IS SEQUENTIAL
003200        RECORD KEY IS HIST-KEY OF HIST-FILE-RECORD
003300        FILE STATUS IS WS-HIST-STATUS.
003400      SELECT ARCH-FILE ASSIGN TO ADDARCH
003500        ORGANIZATION IS SEQUENTIAL
003600        FILE STATUS IS WS-ARCH-STATUS.
003700      SELECT RESP-FILE ASSIGN TO CERTRESP
003800        ORGANIZATION IS SEQUENTIAL
003900        FILE STATUS IS WS-RESP-STATUS.
004000      SELECT PRINT-FILE ASSIGN TO OPERCRTP
004100        ORGANIZATION IS LINE SEQUENTIAL
004200        FILE STATUS IS WS-PRINT-STATUS.
004300  DATA DIVISION.
004400    FILE SECTION.
004500    FD  OPER-FILE.
004600    01  OPER-FILE-RECORD.
004700      COPY OPERREC.
004800    FD  HIST-FILE.
004900    01  HIST-FILE-RECORD.
005000      COPY HISTREC.
005100    FD  ARCH-FILE
005200        RECORD CONTAINS 120 CHARACTERS.
005300    01  ARCH-FILE-RECORD.
005400      COPY HISTREC.
005500    FD  RESP-FILE
005600        RECORD CONTAINS 80 CHARACTERS.
005700    01  RESP-FILE-RECORD.
005800      COPY CERTREC.
005900    FD  PRINT-FILE
006000        RECORD CONTAINS 132 CHARACTERS.
006100    01  PRINT-LINE            PIC X(132).
006200    WORKING-STORAGE SECTION.
006300    77  WS-OPER-STATUS        PIC XX.
006400    77  WS-HIST-STATUS        PIC XX.
006500    77  WS-ARCH-STATUS        PIC XX.
006600    77  WS-RESP-STATUS        PIC XX.
006700    77  WS-PRINT-STATUS       PIC XX.
006800    77  WS-EOF-SW             PIC X       VALUE 'N'.
006900        88  WS-EOF                        VALUE 'Y'.
007000    77  WS-ABORT-SW           PIC X       VALUE 'N'.
007100        88  WS-ABORT                      VALUE 'Y'.
007200    77  WS-FOUND-SW           PIC X.
007300        88  WS-FOUND                      VALUE 'Y'.
007400    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
007500    77  WS-HIST-COUNT         PIC 9(9)    VALUE ZERO.
007600    77  WS-QTR-COUNT          PIC 9(9)    VALUE ZERO.
007700    77  WS-RESP-COUNT         PIC 9(7)    VALUE ZERO.
007800    77  WS-QTR-FROM           PIC 9(8).
007900    77  WS-QTR-TO             PIC 9(8).
008000    77  WS-QTR-NUM            PIC 9.
008100    77  WS-LOOK-ID            PIC X(3).
008200    77  WS-MATCH-IDX          PIC 9(4)    COMP.
008300    77  WS-SUB                PIC 9(4)    COMP.
008400    01  WS-WORK-RECORD.
008500      COPY HISTREC.
008600    77  WS-OPR-USED           PIC 9(4)    VALUE ZERO.
008700    01  WS-OPR-TABLE.
008800      05  WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPR-IDX.
008900        10  WS-OPR-ID           PIC X(3).
009000        10  WS-OPR-NAME         PIC X(20).
009100        10  WS-OPR-DEPT         PIC X(4).
009200        10  WS-OPR-FLAGS.
009300          15  WS-OPR-ADD        PIC X.
009400          15  WS-OPR-SUB        PIC X.
009500          15  WS-OPR-MPY        PIC X.
009600          15  WS-OPR-DIV        PIC X.
009700          15  WS-OPR-SUPV       PIC X.
009800        10  WS-OPR-LAST-DATE    PIC 9(8).
009900        10  WS-OPR-USAGE.
010000          15  WS-OPR-USED-ADD   PIC X.
010100          15  WS-OPR-USED-SUB   PIC X.
010200          15  WS-OPR-USED-MPY   PIC X.
010300          15  WS-OPR-USED-DIV   PIC X.
010400          15  WS-OPR-USED-SUPV  PIC X.
010500    77  WS-DEPT-USED          PIC 9(4)    VALUE ZERO.
010600    01  WS-DEPT-TABLE.
010700      05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
010800        10  WS-DEPT-ID          PIC X(4).
010900        10  WS-DEPT-COUNT       PIC 9(5).
011000    01  WS-HEAD-1.
011100      05  FILLER              PIC X(20)   VALUE SPACES.
011200      05  FILLER              PIC X(50)
011300          VALUE 'OPERATOR ACCESS RECERTIFICATION - RAFAELGB'.
011400    01  WS-SHEET-LINE.
011500      05  FILLER              PIC X(4)    VALUE SPACES.
011600      05  FILLER              PIC X(11)   VALUE 'DEPARTMENT '.
011700      05  SH-DEPT             PIC X(4).
011800      05  FILLER              PIC X(4)    VALUE SPACES.
011900      05  FILLER              PIC X(8)    VALUE 'QUARTER '.
012000      05  SH-QUARTER          PIC X(6).
012100      05  FILLER              PIC X(3)    VALUE ' - '.
012200      05  SH-FROM             PIC 9(8).
012300      05  FILLER              PIC X(4)    VALUE ' TO '.
012400      05  SH-TO               PIC 9(8).
012500      05  FILLER              PIC X(72)   VALUE SPACES.
012600    01  WS-HEAD-2.
012700      05  FILLER              PIC X(4)    VALUE SPACES.
012800      05  FILLER              PIC X(5)    VALUE 'OPR'.
012900      05  FILLER              PIC X(22)   VALUE 'NAME'.
013000      05  FILLER              PIC X(20)
013100          VALUE 'ADD SUB MPY DIV SUP'.
013200      05  FILLER              PIC X(11)   VALUE 'LAST USED'.
013300      05  FILLER              PIC X(26)
013400          VALUE 'GRANTED BUT UNUSED'.
013500      05  FILLER              PIC X(20)
013600          VALUE 'CONFIRM  REVOKE'.
013700    01  WS-DETAIL-LINE.
013800      05  FILLER              PIC X(4)    VALUE SPACES.
013900      05  DL-OPER             PIC X(3).
014000      05  FILLER              PIC X(2)    VALUE SPACES.
014100      05  DL-NAME             PIC X(20).
014200      05  FILLER              PIC X(3)    VALUE SPACES.
014300      05  DL-ADD              PIC X.
014400      05  FILLER              PIC X(3)    VALUE SPACES.
014500      05  DL-SUB              PIC X.
014600      05  FILLER              PIC X(3)    VALUE SPACES.
014700      05  DL-MPY              PIC X.
014800      05  FILLER              PIC X(3)    VALUE SPACES.
014900      05  DL-DIV              PIC X.
015000      05  FILLER              PIC X(3)    VALUE SPACES.
015100      05  DL-SUPV             PIC X.
015200      05  FILLER              PIC X(2)    VALUE SPACES.
015300      05  DL-LAST-DATE        PIC X(8).
015400      05  FILLER              PIC X(3)    VALUE SPACES.
015500      05  DL-UNUSED.
015600        10  DL-UNUSED-ADD     PIC X(4).
015700        10  DL-UNUSED-SUB     PIC X(4).
015800        10  DL-UNUSED-MPY     PIC X(4).
015900        10  DL-UNUSED-DIV     PIC X(4).
016000        10  DL-UNUSED-SUPV    PIC X(4).
016100      05  FILLER              PIC X(6)    VALUE SPACES.
016200      05  FILLER              PIC X(9)    VALUE '___'.
016300      05  FILLER              PIC X(20)   VALUE '_____'.
016400      05  FILLER              PIC X(15)   VALUE SPACES.
016500    01  WS-SIGN-LINE.
016600      05  FILLER              PIC X(4)    VALUE SPACES.
016700      05  FILLER              PIC X(60)   VALUE
016800          'MANAGER ____________________________  DATE ________'.
016900      05  FILLER              PIC X(68)   VALUE SPACES.
017000    01  WS-NOTE-LINE.
017100      05  FILLER              PIC X(4)    VALUE SPACES.
017200      05  FILLER              PIC X(66)   VALUE
017300          'MARK C TO CONFIRM OR D TO DISABLE; R AGAINST A FLAG'.
017400      05  FILLER              PIC X(62)   VALUE SPACES.
017500    01  WS-NOTE-LINE-2.
017600      05  FILLER              PIC X(4)    VALUE SPACES.
017700      05  FILLER              PIC X(66)   VALUE
017800          'REVOKES IT. ANYONE NOT CONFIRMED WILL BE DISABLED.'.
017900      05  FILLER              PIC X(62)   VALUE SPACES.
018000    01  WS-RULE-LINE.
018100      05  FILLER              PIC X(4)    VALUE SPACES.
018200      05  FILLER              PIC X(100)  VALUE ALL '-'.
018300      05  FILLER              PIC X(28)   VALUE SPACES.
018400    01  WS-COUNT-LINE.
018500      05  FILLER              PIC X(4)    VALUE SPACES.
018600      05  CL-LABEL            PIC X(22).
018700      05  CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
018800      05  FILLER              PIC X(95)   VALUE SPACES.
018900    01  WS-ERROR-LINE.
019000      05  FILLER              PIC X(4)    VALUE SPACES.
019100      05  EL-TEXT             PIC X(40).
019200      05  EL-STATUS           PIC XX.
019300      05  FILLER              PIC X(86)   VALUE SPACES.
019400  LINKAGE SECTION.
019500    01  PARM-DATA.
019600      05  PARM-LENGTH         PIC S9(4)   COMP.
019700      05  PARM-QUARTER.
019800        10  PARM-YEAR         PIC X(4).
019900        10  PARM-Q            PIC X.
020000        10  PARM-QTR          PIC X.
020100  PROCEDURE DIVISION USING PARM-DATA.
020200  MAIN-PARA.
020300      PERFORM OPEN-FILES.
020400      IF NOT WS-ABORT
020500          PERFORM EDIT-PARM
020600      END-IF.
020700      IF NOT WS-ABORT
020800          PERFORM LOAD-OPERATORS
020900      END-IF.
021000      IF NOT WS-ABORT
021100          PERFORM SCAN-LIVE-FILE
021200      END-IF.
021300      IF NOT WS-ABORT
021400          PERFORM SCAN-ARCHIVE-FILE
021500      END-IF.
021600      IF NOT WS-ABORT
021700          WRITE PRINT-LINE FROM WS-HEAD-1
021800          PERFORM PRINT-DEPT-SHEET
021900              VARYING WS-DEPT-IDX FROM 1 BY 1
022000              UNTIL WS-DEPT-IDX > WS-DEPT-USED
022100                 OR WS-ABORT
022200      END-IF.
022300      IF NOT WS-ABORT
022400          PERFORM PRINT-RUN-TOTALS
022500          PERFORM SET-RETURN-CODE
022600      END-IF.
022700      PERFORM CLOSE-FILES.
022800      MOVE WS-RETURN-CODE TO RETURN-CODE.
022900      STOP RUN.
023000  OPEN-FILES.
023100      OPEN OUTPUT PRINT-FILE.
023200      IF WS-PRINT-STATUS NOT = '00'
023300          MOVE 'OPERCRTP OPEN FAILED - STATUS ' TO EL-TEXT
023400          MOVE WS-PRINT-STATUS TO EL-STATUS
023500          PERFORM ABORT-RUN
023600      END-IF.
023700      OPEN INPUT OPER-FILE.
023800      IF WS-OPER-STATUS NOT = '00' AND WS-OPER-STATUS NOT = '97'
023900          MOVE 'OPERMAST OPEN FAILED - STATUS ' TO EL-TEXT
024000          MOVE WS-OPER-STATUS TO EL-STATUS
024100          PERFORM ABORT-RUN
024200      END-IF.
024300      OPEN INPUT HIST-FILE.
024400      IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
024500          MOVE 'ADDHIST OPEN FAILED - STATUS ' TO EL-TEXT
024600          MOVE WS-HIST-STATUS TO EL-STATUS
024700          PERFORM ABORT-RUN
024800      END-IF.
024900      OPEN INPUT ARCH-FILE.
025000      IF WS-ARCH-STATUS NOT = '00'
025100          MOVE 'ADDARCH OPEN FAILED - STATUS ' TO EL-TEXT
025200          MOVE WS-ARCH-STATUS TO EL-STATUS
025300          PERFORM ABORT-RUN
025400      END-IF.
025500      OPEN OUTPUT RESP-FILE.
025600      IF WS-RESP-STATUS NOT = '00'
025700          MOVE 'CERTRESP OPEN FAILED - STATUS ' TO EL-TEXT
025800          MOVE WS-RESP-STATUS TO EL-STATUS
025900          PERFORM ABORT-RUN
026000      END-IF.
026100  EDIT-PARM.
026200      IF PARM-LENGTH NOT = 6
026300              OR PARM-YEAR NOT NUMERIC
026400              OR PARM-Q NOT = 'Q'
026500              OR PARM-QTR < '1' OR PARM-QTR > '4'
026600          MOVE 'PARM MUST BE A QUARTER, YYYYQN' TO EL-TEXT
026700          MOVE SPACES TO EL-STATUS
026800          PERFORM ABORT-RUN
026900      ELSE
027000          MOVE PARM-QTR TO WS-QTR-NUM
027100          MOVE PARM-YEAR TO WS-QTR-FROM (1:4)
027200          MOVE PARM-YEAR TO WS-QTR-TO (1:4)
027300          EVALUATE WS-QTR-NUM
027400              WHEN 1
027500                  MOVE '0101' TO WS-QTR-FROM (5:4)
027600                  MOVE '0331' TO WS-QTR-TO (5:4)
027700              WHEN 2
027800                  MOVE '0401' TO WS-QTR-FROM (5:4)
027900                  MOVE '0630' TO WS-QTR-TO (5:4)
028000              WHEN 3
028100                  MOVE '0701' TO WS-QTR-FROM (5:4)
028200                  MOVE '0930' TO WS-QTR-TO (5:4)
028300              WHEN 4
028400                  MOVE '1001' TO WS-QTR-FROM (5:4)
028500                  MOVE '1231' TO WS-QTR-TO (5:4)
028600          END-EVALUATE
028700      END-IF.
028800* LOAD-OPERATORS TABLES EVERY ACTIVE OPERATOR IN OPERATOR-ID
028900* ORDER AND BUILDS THE LIST OF DEPARTMENTS THAT NEED A SHEET.
029000* A DISABLED OPERATOR HOLDS NO USABLE AUTHORITY AND IS NOT
029100* RECERTIFIED.
029200  LOAD-OPERATORS.
029300      MOVE 'N' TO WS-EOF-SW.
029400      PERFORM READ-OPER-FILE.
029500      PERFORM TABLE-OPERATOR
029600          UNTIL WS-EOF OR WS-ABORT.
029700  READ-OPER-FILE.
029800      READ OPER-FILE
029900          AT END MOVE 'Y' TO WS-EOF-SW
030000      END-READ.
030100      IF NOT WS-EOF
030200          IF WS-OPER-STATUS NOT = '00'
030300              MOVE 'OPERMAST READ FAILED - STATUS ' TO EL-TEXT
030400              MOVE WS-OPER-STATUS TO EL-STATUS
030500              PERFORM ABORT-RUN
030600          END-IF
030700      END-IF.
030800  TABLE-OPERATOR.
030900      IF OPER-ACTIVE OF OPER-FILE-RECORD
031000          IF WS-OPR-USED < 500
031100              ADD 1 TO WS-OPR-USED
031200              SET WS-OPR-IDX TO WS-OPR-USED
031300              MOVE OPER-ID OF OPER-FILE-RECORD
031400                  TO WS-OPR-ID (WS-OPR-IDX)
031500              MOVE OPER-NAME OF OPER-FILE-RECORD
031600                  TO WS-OPR-NAME (WS-OPR-IDX)
031700              MOVE OPER-DEPT OF OPER-FILE-RECORD
031800                  TO WS-OPR-DEPT (WS-OPR-IDX)
031900              MOVE OPER-AUTH-ADD OF OPER-FILE-RECORD
032000                  TO WS-OPR-ADD (WS-OPR-IDX)
032100              MOVE OPER-AUTH-SUB OF OPER-FILE-RECORD
032200                  TO WS-OPR-SUB (WS-OPR-IDX)
032300              MOVE OPER-AUTH-MPY OF OPER-FILE-RECORD
032400                  TO WS-OPR-MPY (WS-OPR-IDX)
032500              MOVE OPER-AUTH-DIV OF OPER-FILE-RECORD
032600                  TO WS-OPR-DIV (WS-OPR-IDX)
032700              MOVE OPER-SUPV OF OPER-FILE-RECORD
032800                  TO WS-OPR-SUPV (WS-OPR-IDX)
032900              MOVE ZERO TO WS-OPR-LAST-DATE (WS-OPR-IDX)
033000              MOVE 'NNNNN' TO WS-OPR-USAGE (WS-OPR-IDX)
033100              PERFORM TABLE-DEPARTMENT
033200          ELSE
033300              MOVE 'MORE THAN 500 ACTIVE OPERATORS' TO EL-TEXT
033400              MOVE SPACES TO EL-STATUS
033500              PERFORM ABORT-RUN
033600          END-IF
033700      END-IF.
033800      IF NOT WS-ABORT
033900          PERFORM READ-OPER-FILE
034000      END-IF.
034100  TABLE-DEPARTMENT.
034200      MOVE 'N' TO WS-FOUND-SW.
034300      PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
034400              UNTIL WS-DEPT-IDX > WS-DEPT-USED
034500          IF WS-DEPT-ID (WS-DEPT-IDX) =
034600                  OPER-DEPT OF OPER-FILE-RECORD
034700              ADD 1 TO WS-DEPT-COUNT (WS-DEPT-IDX)
034800              MOVE 'Y' TO WS-FOUND-SW
034900          END-IF
035000      END-PERFORM.
035100      IF WS-FOUND-SW = 'N'
035200          IF WS-DEPT-USED < 100
035300              ADD 1 TO WS-DEPT-USED
035400              MOVE OPER-DEPT OF OPER-FILE-RECORD
035500                  TO WS-DEPT-ID (WS-DEPT-USED)
035600              MOVE 1 TO WS-DEPT-COUNT (WS-DEPT-USED)
035700          ELSE
035800              MOVE 'MORE THAN 100 DEPARTMENTS' TO EL-TEXT
035900              MOVE SPACES TO EL-STATUS
036000              PERFORM ABORT-RUN
036100          END-IF
036200      END-IF.
036300  SCAN-LIVE-FILE.
036400      MOVE 'N' TO WS-EOF-SW.
036500      PERFORM READ-HIST-FILE.
036600      PERFORM UNTIL WS-EOF OR WS-ABORT
036700          MOVE HIST-FILE-RECORD TO WS-WORK-RECORD
036800          PERFORM RECORD-USAGE
036900          PERFORM READ-HIST-FILE
037000      END-PERFORM.
037100  READ-HIST-FILE.
037200      READ HIST-FILE
037300          AT END MOVE 'Y' TO WS-EOF-SW
037400      END-READ.
037500      IF NOT WS-EOF
037600          IF WS-HIST-STATUS NOT = '00'
037700              MOVE 'ADDHIST READ FAILED - STATUS ' TO EL-TEXT
037800              MOVE WS-HIST-STATUS TO EL-STATUS
037900              PERFORM ABORT-RUN
038000          END-IF
038100      END-IF.
038200  SCAN-ARCHIVE-FILE.
038300      MOVE 'N' TO WS-EOF-SW.
038400      PERFORM READ-ARCH-FILE.
038500      PERFORM UNTIL WS-EOF OR WS-ABORT
038600          MOVE ARCH-FILE-RECORD TO WS-WORK-RECORD
038700          PERFORM RECORD-USAGE
038800          PERFORM READ-ARCH-FILE
038900      END-PERFORM.
039000  READ-ARCH-FILE.
039100      READ ARCH-FILE
039200          AT END MOVE 'Y' TO WS-EOF-SW
039300      END-READ.
039400      IF NOT WS-EOF
039500          IF WS-ARCH-STATUS NOT = '00'
039600              MOVE 'ADDARCH READ FAILED - STATUS ' TO EL-TEXT
039700              MOVE WS-ARCH-STATUS TO EL-STATUS
039800              PERFORM ABORT-RUN
039900          END-IF
040000      END-IF.
040100* RECORD-USAGE KEEPS THE LATEST ACTIVITY DATE SEEN FOR THE
040200* KEYING OPERATOR, WHENEVER IT FELL, AND FOR WORK INSIDE THE
040300* QUARTER MARKS THE OPERATION USED. A VOID OR APPROVAL STAMPED
040400* INSIDE THE QUARTER MARKS THE SUPERVISOR'S AUTHORITY USED.
040500  RECORD-USAGE.
040600      ADD 1 TO WS-HIST-COUNT.
040700      MOVE HIST-OPERID OF WS-WORK-RECORD TO WS-LOOK-ID.
040800      PERFORM FIND-OPERATOR.
040900      IF WS-FOUND
041000          IF HIST-KEY-DATE OF WS-WORK-RECORD
041100                  > WS-OPR-LAST-DATE (WS-MATCH-IDX)
041200              MOVE HIST-KEY-DATE OF WS-WORK-RECORD
041300                  TO WS-OPR-LAST-DATE (WS-MATCH-IDX)
041400          END-IF
041500      END-IF.
041600      IF HIST-KEY-DATE OF WS-WORK-RECORD NOT < WS-QTR-FROM
041700              AND HIST-KEY-DATE OF WS-WORK-RECORD NOT > WS-QTR-TO
041800          ADD 1 TO WS-QTR-COUNT
041900          IF WS-FOUND
042000              EVALUATE HIST-OPER OF WS-WORK-RECORD
042100                  WHEN '+'
042200                      MOVE 'Y' TO WS-OPR-USED-ADD (WS-MATCH-IDX)
042300                  WHEN '-'
042400                      MOVE 'Y' TO WS-OPR-USED-SUB (WS-MATCH-IDX)
042500                  WHEN '*'
042600                      MOVE 'Y' TO WS-OPR-USED-MPY (WS-MATCH-IDX)
042700                  WHEN '/'
042800                      MOVE 'Y' TO WS-OPR-USED-DIV (WS-MATCH-IDX)
042900              END-EVALUATE
043000          END-IF
043100          IF HIST-APPR-SUPV OF WS-WORK-RECORD NOT = SPACES
043200              MOVE HIST-APPR-SUPV OF WS-WORK-RECORD TO WS-LOOK-ID
043300              PERFORM MARK-SUPERVISOR-USED
043400          END-IF
043500      END-IF.
043600      IF HIST-VOIDED OF WS-WORK-RECORD
043700              AND HIST-VOID-DATE OF WS-WORK-RECORD
043800                  NOT < WS-QTR-FROM
043900              AND HIST-VOID-DATE OF WS-WORK-RECORD
044000                  NOT > WS-QTR-TO
044100          MOVE HIST-VOID-SUPV OF WS-WORK-RECORD TO WS-LOOK-ID
044200          PERFORM MARK-SUPERVISOR-USED
044300      END-IF.
044400  MARK-SUPERVISOR-USED.
044500      PERFORM FIND-OPERATOR.
044600      IF WS-FOUND
044700          MOVE 'Y' TO WS-OPR-USED-SUPV (WS-MATCH-IDX)
044800      END-IF.
044900  FIND-OPERATOR.
045000      MOVE 'N' TO WS-FOUND-SW.
045100      PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
045200              UNTIL WS-OPR-IDX > WS-OPR-USED
045300                 OR WS-FOUND
045400          IF WS-OPR-ID (WS-OPR-IDX) = WS-LOOK-ID
045500              SET WS-MATCH-IDX TO WS-OPR-IDX
045600              MOVE 'Y' TO WS-FOUND-SW
045700          END-IF
045800      END-PERFORM.
045900* PRINT-DEPT-SHEET PRINTS ONE DEPARTMENT'S SHEET AND WRITES ITS
046000* OPERATORS TO THE RESPONSE FILE IN THE SAME ORDER.
046100  PRINT-DEPT-SHEET.
046200      MOVE SPACES TO PRINT-LINE.
046300      WRITE PRINT-LINE.
046400      WRITE PRINT-LINE FROM WS-RULE-LINE.
046500      MOVE WS-DEPT-ID (WS-DEPT-IDX) TO SH-DEPT.
046600      MOVE PARM-QUARTER TO SH-QUARTER.
046700      MOVE WS-QTR-FROM TO SH-FROM.
046800      MOVE WS-QTR-TO TO SH-TO.
046900      WRITE PRINT-LINE FROM WS-SHEET-LINE.
047000      MOVE SPACES TO PRINT-LINE.
047100      WRITE PRINT-LINE.
047200      WRITE PRINT-LINE FROM WS-HEAD-2.
047300      PERFORM PRINT-OPERATOR-IF-IN-DEPT
047400          VARYING WS-SUB FROM 1 BY 1
047500          UNTIL WS-SUB > WS-OPR-USED
047600             OR WS-ABORT.
047700      MOVE SPACES TO PRINT-LINE.
047800      WRITE PRINT-LINE.
047900      WRITE PRINT-LINE FROM WS-NOTE-LINE.
048000      WRITE PRINT-LINE FROM WS-NOTE-LINE-2.
048100      MOVE SPACES TO PRINT-LINE.
048200      WRITE PRINT-LINE.
048300      WRITE PRINT-LINE FROM WS-SIGN-LINE.
048400  PRINT-OPERATOR-IF-IN-DEPT.
048500      SET WS-OPR-IDX TO WS-SUB.
048600      IF WS-OPR-DEPT (WS-OPR-IDX) = WS-DEPT-ID (WS-DEPT-IDX)
048700          PERFORM PRINT-OPERATOR-LINE
048800          PERFORM WRITE-RESPONSE-RECORD
048900      END-IF.
049000  PRINT-OPERATOR-LINE.
049100      MOVE WS-OPR-ID (WS-OPR-IDX) TO DL-OPER.
049200      MOVE WS-OPR-NAME (WS-OPR-IDX) TO DL-NAME.
049300      MOVE WS-OPR-ADD (WS-OPR-IDX) TO DL-ADD.
049400      MOVE WS-OPR-SUB (WS-OPR-IDX) TO DL-SUB.
049500      MOVE WS-OPR-MPY (WS-OPR-IDX) TO DL-MPY.
049600      MOVE WS-OPR-DIV (WS-OPR-IDX) TO DL-DIV.
049700      MOVE WS-OPR-SUPV (WS-OPR-IDX) TO DL-SUPV.
049800      IF WS-OPR-LAST-DATE (WS-OPR-IDX) = ZERO
049900          MOVE 'NONE' TO DL-LAST-DATE
050000      ELSE
050100          MOVE WS-OPR-LAST-DATE (WS-OPR-IDX) TO DL-LAST-DATE
050200      END-IF.
050300      MOVE SPACES TO DL-UNUSED.
050400      IF WS-OPR-ADD (WS-OPR-IDX) = 'Y'
050500              AND WS-OPR-USED-ADD (WS-OPR-IDX) = 'N'
050600          MOVE 'ADD' TO DL-UNUSED-ADD
050700      END-IF.
050800      IF WS-OPR-SUB (WS-OPR-IDX) = 'Y'
050900              AND WS-OPR-USED-SUB (WS-OPR-IDX) = 'N'
051000          MOVE 'SUB' TO DL-UNUSED-SUB
051100      END-IF.
051200      IF WS-OPR-MPY (WS-OPR-IDX) = 'Y'
051300              AND WS-OPR-USED-MPY (WS-OPR-IDX) = 'N'
051400          MOVE 'MPY' TO DL-UNUSED-MPY
051500      END-IF.
051600      IF WS-OPR-DIV (WS-OPR-IDX) = 'Y'
051700              AND WS-OPR-USED-DIV (WS-OPR-IDX) = 'N'
051800          MOVE 'DIV' TO DL-UNUSED-DIV
051900      END-IF.
052000      IF WS-OPR-SUPV (WS-OPR-IDX) = 'Y'
052100              AND WS-OPR-USED-SUPV (WS-OPR-IDX) = 'N'
052200          MOVE 'SUPV' TO DL-UNUSED-SUPV
052300      END-IF.
052400      WRITE PRINT-LINE FROM WS-DETAIL-LINE.
052500  WRITE-RESPONSE-RECORD.
052600      MOVE SPACES TO RESP-FILE-RECORD.
052700      MOVE PARM-QUARTER TO CERT-QUARTER OF RESP-FILE-RECORD.
052800      MOVE WS-OPR-DEPT (WS-OPR-IDX)
052900          TO CERT-DEPT OF RESP-FILE-RECORD.
053000      MOVE WS-OPR-ID (WS-OPR-IDX)
053100          TO CERT-OPER-ID OF RESP-FILE-RECORD.
053200      MOVE WS-OPR-NAME (WS-OPR-IDX)
053300          TO CERT-OPER-NAME OF RESP-FILE-RECORD.
053400      MOVE WS-OPR-FLAGS (WS-OPR-IDX)
053500          TO CERT-FLAGS OF RESP-FILE-RECORD.
053600      WRITE RESP-FILE-RECORD.
053700      IF WS-RESP-STATUS NOT = '00'
053800          MOVE 'CERTRESP WRITE FAILED - STATUS ' TO EL-TEXT
053900          MOVE WS-RESP-STATUS TO EL-STATUS
054000          PERFORM ABORT-RUN
054100      ELSE
054200          ADD 1 TO WS-RESP-COUNT
054300      END-IF.
054400  PRINT-RUN-TOTALS.
054500      MOVE SPACES TO PRINT-LINE.
054600      WRITE PRINT-LINE.
054700      WRITE PRINT-LINE FROM WS-RULE-LINE.
054800      MOVE 'HISTORY RECORDS READ  ' TO CL-LABEL.
054900      MOVE WS-HIST-COUNT TO CL-COUNT.
055000      WRITE PRINT-LINE FROM WS-COUNT-LINE.
055100      MOVE 'IN THE QUARTER        ' TO CL-LABEL.
055200      MOVE WS-QTR-COUNT TO CL-COUNT.
055300      WRITE PRINT-LINE FROM WS-COUNT-LINE.
055400      MOVE 'DEPARTMENT SHEETS     ' TO CL-LABEL.
055500      MOVE WS-DEPT-USED TO CL-COUNT.
055600      WRITE PRINT-LINE FROM WS-COUNT-LINE.
055700      MOVE 'RESPONSE RECORDS      ' TO CL-LABEL.
055800      MOVE WS-RESP-COUNT TO CL-COUNT.
055900      WRITE PRINT-LINE FROM WS-COUNT-LINE.
056000  SET-RETURN-CODE.
056100      IF WS-OPR-USED = ZERO
056200          MOVE 'NO ACTIVE OPERATORS ON OPERMAST' TO EL-TEXT
056300          MOVE SPACES TO EL-STATUS
056400          WRITE PRINT-LINE FROM WS-ERROR-LINE
056500          MOVE 4 TO WS-RETURN-CODE
056600      END-IF.
056700  CLOSE-FILES.
056800      CLOSE OPER-FILE.
056900      CLOSE HIST-FILE.
057000      CLOSE ARCH-FILE.
057100      CLOSE RESP-FILE.
057200      CLOSE PRINT-FILE.
057300  ABORT-RUN.
057400      SET WS-ABORT TO TRUE.
057500      MOVE 12 TO WS-RETURN-CODE.
057600      IF WS-PRINT-STATUS = '00'
057700          WRITE PRINT-LINE FROM WS-ERROR-LINE
057800      END-IF.
