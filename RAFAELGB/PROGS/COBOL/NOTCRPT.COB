000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. NOTCRPT.
000300*
000400* NOTCRPT - URGENT NOTICE ACKNOWLEDGEMENT REPORT. FOR EVERY URGENT
000500* NOTICE ON THE NOTICES KSDS (SEE THE NOTCREC COPY MEMBER) THAT IS
000600* NOT WITHDRAWN AND IS IN FORCE AT SOME TIME ON THE REPORT DATE,
000700* LISTS EACH ACTIVE OPERATOR ON OPERMAST THE NOTICE IS AIMED AT
000800* (EVERY OPERATOR, OR THOSE OF THE NOTICE'S OPER-DEPT) WHO HAS NOT
000900* YET ACKNOWLEDGED IT - EITHER NOT SEEN AT ALL, OR SEEN ON A MENU
001000* (WITH WHEN AND WHERE, FROM THE NOTACK LOG - SEE THE NACKREC
001100* COPY MEMBER) BUT NOT ACKNOWLEDGED - WITH COUNTS PER NOTICE. THE
001200* REPORT DATE IS THE PARM (YYYYMMDD) OR, BY DEFAULT, TODAY. A
001300* NOTICES OR NOTACK CLUSTER THAT HAS NEVER BEEN LOADED IS TAKEN AS
001400* NO NOTICES OR NO ACKNOWLEDGEMENTS.
001500* RETURN CODES: 0 = EVERY URGENT NOTICE ACKNOWLEDGED BY EVERYONE
001600* IT IS AIMED AT, 4 = ACKNOWLEDGEMENTS OUTSTANDING, 12 = COULD NOT
001700* PROCESS.
001800*
001900  ENVIRONMENT DIVISION.
002000    INPUT-OUTPUT SECTION.
002100    FILE-CONTROL.
002200      SELECT NOTC-FILE ASSIGN TO NOTICES
002300        ORGANIZATION IS INDEXED
002400        ACCESS MODE IS SEQUENTIAL
002500        RECORD KEY IS NOTC-KEY
002600        FILE STATUS IS WS-NOTC-STATUS.
002700      SELECT OPER-FILE ASSIGN TO OPERMAST
002800        ORGANIZATION IS INDEXED
002900        ACCESS MODE IS DYNAMIC
003000        RECORD KEY IS OPER-KEY
003100        FILE STATUS IS WS-OPER-STATUS.
003200      SELECT NACK-FILE ASSIGN TO NOTACK
003300        ORGANIZATION IS INDEXED
003400        ACCESS MODE IS RANDOM
003500        RECORD KEY IS NACK-KEY
003600        FILE STATUS IS WS-NACK-STATUS.
003700      SELECT PRINT-FILE ASSIGN TO NOTCRPTP
003800        ORGANIZATION IS LINE SEQUENTIAL
003900        FILE STATUS IS WS-PRINT-STATUS.
004000  DATA DIVISION.
004100    FILE SECTION.
004200    FD  NOTC-FILE.
004300    01  NOTC-FILE-RECORD.
004400      COPY NOTCREC.
004500    FD  OPER-FILE.
004600    01  OPER-FILE-RECORD.
004700      COPY OPERREC.
004800    FD  NACK-FILE.
004900    01  NACK-FILE-RECORD.
005000      COPY NACKREC.
005100    FD  PRINT-FILE
005200        RECORD CONTAINS 132 CHARACTERS.
005300    01  PRINT-LINE            PIC X(132).
005400    WORKING-STORAGE SECTION.
005500    77  WS-NOTC-STATUS        PIC XX.
005600    77  WS-OPER-STATUS        PIC XX.
005700    77  WS-NACK-STATUS        PIC XX.
005800    77  WS-PRINT-STATUS       PIC XX.
005900    77  WS-EOF-SW             PIC X       VALUE 'N'.
006000        88  WS-EOF                        VALUE 'Y'.
006100    77  WS-OPER-EOF-SW        PIC X       VALUE 'N'.
006200        88  WS-OPER-EOF                   VALUE 'Y'.
006300    77  WS-ABORT-SW           PIC X       VALUE 'N'.
006400        88  WS-ABORT                      VALUE 'Y'.
006500    77  WS-NOTC-OPEN-SW       PIC X       VALUE 'N'.
006600        88  WS-NOTC-OPEN                  VALUE 'Y'.
006700    77  WS-OPER-OPEN-SW       PIC X       VALUE 'N'.
006800        88  WS-OPER-OPEN                  VALUE 'Y'.
006900    77  WS-NACK-OPEN-SW       PIC X       VALUE 'N'.
007000        88  WS-NACK-OPEN                  VALUE 'Y'.
007100    77  WS-NACK-FOUND-SW      PIC X       VALUE 'N'.
007200        88  WS-NACK-FOUND                 VALUE 'Y'.
007300    77  WS-NOTICE-COUNT       PIC 9(7)    VALUE ZERO.
007400    77  WS-OUTSTANDING-COUNT  PIC 9(7)    VALUE ZERO.
007500    77  WS-OPER-COUNT         PIC 9(7)    VALUE ZERO.
007600    77  WS-ACKED-COUNT        PIC 9(7)    VALUE ZERO.
007700    77  WS-SEEN-COUNT         PIC 9(7)    VALUE ZERO.
007800    77  WS-NOT-SEEN-COUNT     PIC 9(7)    VALUE ZERO.
007900    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
008000    77  WS-REPORT-DATE        PIC 9(8)    VALUE ZERO.
008100    01  WS-DAY-START.
008200      05  WS-DAY-START-DATE   PIC 9(8).
008300      05  FILLER              PIC 9(6)    VALUE ZERO.
008400    01  WS-DAY-END.
008500      05  WS-DAY-END-DATE     PIC 9(8).
008600      05  FILLER              PIC 9(6)    VALUE 235959.
008700    01  WS-HEAD-1.
008800      05  FILLER              PIC X(20)   VALUE SPACES.
008900      05  FILLER              PIC X(48)
009000          VALUE 'URGENT NOTICE ACKNOWLEDGEMENT REPORT - RAFAELGB'.
009100      05  FILLER              PIC X(64)   VALUE SPACES.
009200    01  WS-PARM-LINE.
009300      05  FILLER              PIC X(4)    VALUE SPACES.
009400      05  FILLER              PIC X(17)
009500          VALUE 'REPORT DATE      '.
009600      05  PL-DATE             PIC 9(8).
009700      05  FILLER              PIC X(103)  VALUE SPACES.
009800    01  WS-NOTICE-HEAD.
009900      05  FILLER              PIC X(4)    VALUE SPACES.
010000      05  FILLER              PIC X(7)    VALUE 'NOTICE '.
010100      05  NH-ID               PIC 9(5).
010200      05  FILLER              PIC X(2)    VALUE SPACES.
010300      05  NH-TEXT             PIC X(60).
010400      05  FILLER              PIC X(54)   VALUE SPACES.
010500    01  WS-NOTICE-FORCE.
010600      05  FILLER              PIC X(4)    VALUE SPACES.
010700      05  FILLER              PIC X(9)    VALUE 'IN FORCE '.
010800      05  NF-START-DATE       PIC 9(8).
010900      05  FILLER              PIC X       VALUE SPACE.
011000      05  NF-START-TIME       PIC 9(6).
011100      05  FILLER              PIC X(4)    VALUE ' TO '.
011200      05  NF-EXP-DATE         PIC 9(8).
011300      05  FILLER              PIC X       VALUE SPACE.
011400      05  NF-EXP-TIME         PIC 9(6).
011500      05  FILLER              PIC X(7)    VALUE '  DEPT '.
011600      05  NF-DEPT             PIC X(4).
011700      05  FILLER              PIC X(74)   VALUE SPACES.
011800    01  WS-HEAD-2.
011900      05  FILLER              PIC X(4)    VALUE SPACES.
012000      05  FILLER              PIC X(5)    VALUE 'OPR'.
012100      05  FILLER              PIC X(22)   VALUE 'NAME'.
012200      05  FILLER              PIC X(6)    VALUE 'DEPT'.
012300      05  FILLER              PIC X(18)   VALUE 'STATUS'.
012400      05  FILLER              PIC X(10)   VALUE 'SEEN ON'.
012500      05  FILLER              PIC X(8)    VALUE 'TIME'.
012600      05  FILLER              PIC X(4)    VALUE 'TERM'.
012700      05  FILLER              PIC X(55)   VALUE SPACES.
012800    01  WS-DETAIL-LINE.
012900      05  FILLER              PIC X(4)    VALUE SPACES.
013000      05  DL-OPER             PIC X(3).
013100      05  FILLER              PIC X(2)    VALUE SPACES.
013200      05  DL-NAME             PIC X(20).
013300      05  FILLER              PIC X(2)    VALUE SPACES.
013400      05  DL-DEPT             PIC X(4).
013500      05  FILLER              PIC X(2)    VALUE SPACES.
013600      05  DL-STATUS           PIC X(16).
013700      05  FILLER              PIC X(2)    VALUE SPACES.
013800      05  DL-SEEN-DATE        PIC X(8).
013900      05  FILLER              PIC X(2)    VALUE SPACES.
014000      05  DL-SEEN-TIME        PIC X(6).
014100      05  FILLER              PIC X(2)    VALUE SPACES.
014200      05  DL-SEEN-TERM        PIC X(4).
014300      05  FILLER              PIC X(55)   VALUE SPACES.
014400    01  WS-NOTICE-COUNT-LINE.
014500      05  FILLER              PIC X(4)    VALUE SPACES.
014600      05  FILLER              PIC X(10)   VALUE 'OPERATORS '.
014700      05  CT-OPERS            PIC ZZZ9.
014800      05  FILLER              PIC X(15)   VALUE '  ACKNOWLEDGED '.
014900      05  CT-ACKED            PIC ZZZ9.
015000      05  FILLER              PIC X(12)   VALUE '  SEEN ONLY '.
015100      05  CT-SEEN             PIC ZZZ9.
015200      05  FILLER              PIC X(11)   VALUE '  NOT SEEN '.
015300      05  CT-NOT-SEEN         PIC ZZZ9.
015400      05  FILLER              PIC X(64)   VALUE SPACES.
015500    01  WS-COUNT-LINE.
015600      05  FILLER              PIC X(4)    VALUE SPACES.
015700      05  CL-LABEL            PIC X(18).
015800      05  CL-COUNT            PIC ZZZ,ZZ9.
015900      05  FILLER              PIC X(103)  VALUE SPACES.
016000    01  WS-ERROR-LINE.
016100      05  FILLER              PIC X(4)    VALUE SPACES.
016200      05  EL-TEXT             PIC X(40).
016300      05  EL-STATUS           PIC XX.
016400      05  FILLER              PIC X(86)   VALUE SPACES.
016500  LINKAGE SECTION.
016600    01  PARM-DATA.
016700      05  PARM-LENGTH         PIC S9(4)   COMP.
016800      05  PARM-VALUE          PIC X(8).
016900  PROCEDURE DIVISION USING PARM-DATA.
017000  MAIN-PARA.
017100      PERFORM OPEN-FILES.
017200      IF NOT WS-ABORT
017300          PERFORM EDIT-PARM
017400      END-IF.
017500      IF NOT WS-ABORT
017600          PERFORM PRINT-HEADINGS
017700          PERFORM LIST-URGENT-NOTICES
017800      END-IF.
017900      IF NOT WS-ABORT
018000          PERFORM PRINT-TOTALS
018100          PERFORM SET-RETURN-CODE
018200      END-IF.
018300      PERFORM CLOSE-FILES.
018400      MOVE WS-RETURN-CODE TO RETURN-CODE.
018500      STOP RUN.
018600* STATUS 35 ON THE NOTICES OR NOTACK OPEN MEANS THE CLUSTER HAS
018700* BEEN DEFINED BUT NEVER LOADED - NO NOTICES HAVE BEEN ADDED, OR
018800* NO OPERATOR HAS YET SEEN ONE.
018900  OPEN-FILES.
019000      OPEN OUTPUT PRINT-FILE.
019100      IF WS-PRINT-STATUS NOT = '00'
019200          MOVE 'NOTCRPTP OPEN FAILED - STATUS ' TO EL-TEXT
019300          MOVE WS-PRINT-STATUS TO EL-STATUS
019400          PERFORM ABORT-RUN
019500      END-IF.
019600      OPEN INPUT NOTC-FILE.
019700      EVALUATE WS-NOTC-STATUS
019800          WHEN '00'
019900          WHEN '97'
020000              SET WS-NOTC-OPEN TO TRUE
020100          WHEN '35'
020200              CONTINUE
020300          WHEN OTHER
020400              MOVE 'NOTICES OPEN FAILED - STATUS ' TO EL-TEXT
020500              MOVE WS-NOTC-STATUS TO EL-STATUS
020600              PERFORM ABORT-RUN
020700      END-EVALUATE.
020800      OPEN INPUT OPER-FILE.
020900      IF WS-OPER-STATUS = '00' OR WS-OPER-STATUS = '97'
021000          SET WS-OPER-OPEN TO TRUE
021100      ELSE
021200          MOVE 'OPERMAST OPEN FAILED - STATUS ' TO EL-TEXT
021300          MOVE WS-OPER-STATUS TO EL-STATUS
021400          PERFORM ABORT-RUN
021500      END-IF.
021600      OPEN INPUT NACK-FILE.
021700      EVALUATE WS-NACK-STATUS
021800          WHEN '00'
021900          WHEN '97'
022000              SET WS-NACK-OPEN TO TRUE
022100          WHEN '35'
022200              CONTINUE
022300          WHEN OTHER
022400              MOVE 'NOTACK OPEN FAILED - STATUS ' TO EL-TEXT
022500              MOVE WS-NACK-STATUS TO EL-STATUS
022600              PERFORM ABORT-RUN
022700      END-EVALUATE.
022800  EDIT-PARM.
022900      EVALUATE TRUE
023000          WHEN PARM-LENGTH = 0
023100              ACCEPT WS-REPORT-DATE FROM DATE YYYYMMDD
023200          WHEN PARM-LENGTH = 8
023300                  AND PARM-VALUE (1:8) NUMERIC
023400              MOVE PARM-VALUE (1:8) TO WS-REPORT-DATE
023500          WHEN OTHER
023600              MOVE 'PARM MUST BE OMITTED OR A DATE YYYYMMDD'
023700                  TO EL-TEXT
023800              MOVE SPACES TO EL-STATUS
023900              PERFORM ABORT-RUN
024000      END-EVALUATE.
024100      MOVE WS-REPORT-DATE TO WS-DAY-START-DATE.
024200      MOVE WS-REPORT-DATE TO WS-DAY-END-DATE.
024300  PRINT-HEADINGS.
024400      WRITE PRINT-LINE FROM WS-HEAD-1.
024500      MOVE SPACES TO PRINT-LINE.
024600      WRITE PRINT-LINE.
024700      MOVE WS-REPORT-DATE TO PL-DATE.
024800      WRITE PRINT-LINE FROM WS-PARM-LINE.
024900* THE NOTICES FILE IS PASSED ONCE IN NOTICE NUMBER ORDER; FOR EACH
025000* URGENT NOTICE IN FORCE ON THE REPORT DATE OPERMAST IS PASSED
025100* AGAIN FROM THE TOP AND NOTACK IS READ FOR EACH OPERATOR.
025200  LIST-URGENT-NOTICES.
025300      IF NOT WS-NOTC-OPEN
025400          MOVE 'Y' TO WS-EOF-SW
025500      END-IF.
025600      PERFORM READ-NOTICE-FILE.
025700      PERFORM REPORT-IF-URGENT
025800          UNTIL WS-EOF OR WS-ABORT.
025900      IF WS-NOTICE-COUNT = ZERO AND NOT WS-ABORT
026000          MOVE SPACES TO PRINT-LINE
026100          WRITE PRINT-LINE
026200          MOVE '    NO URGENT NOTICES IN FORCE ON THE REPORT DATE'
026300              TO PRINT-LINE
026400          WRITE PRINT-LINE
026500      END-IF.
026600  READ-NOTICE-FILE.
026700      IF WS-EOF
026800          CONTINUE
026900      ELSE
027000          READ NOTC-FILE NEXT
027100              AT END MOVE 'Y' TO WS-EOF-SW
027200          END-READ
027300          IF NOT WS-EOF
027400              IF WS-NOTC-STATUS NOT = '00'
027500                  MOVE 'NOTICES READ FAILED - STATUS ' TO EL-TEXT
027600                  MOVE WS-NOTC-STATUS TO EL-STATUS
027700                  PERFORM ABORT-RUN
027800              END-IF
027900          END-IF
028000      END-IF.
028100  REPORT-IF-URGENT.
028200      IF NOTC-URGENT OF NOTC-FILE-RECORD
028300              AND NOTC-ACTIVE OF NOTC-FILE-RECORD
028400              AND NOTC-START OF NOTC-FILE-RECORD NOT > WS-DAY-END
028500              AND NOTC-EXPIRY OF NOTC-FILE-RECORD > WS-DAY-START
028600          PERFORM REPORT-NOTICE
028700      END-IF.
028800      PERFORM READ-NOTICE-FILE.
028900  REPORT-NOTICE.
029000      ADD 1 TO WS-NOTICE-COUNT.
029100      MOVE ZERO TO WS-OPER-COUNT.
029200      MOVE ZERO TO WS-ACKED-COUNT.
029300      MOVE ZERO TO WS-SEEN-COUNT.
029400      MOVE ZERO TO WS-NOT-SEEN-COUNT.
029500      MOVE SPACES TO PRINT-LINE.
029600      WRITE PRINT-LINE.
029700      MOVE NOTC-ID OF NOTC-FILE-RECORD TO NH-ID.
029800      MOVE NOTC-TEXT OF NOTC-FILE-RECORD TO NH-TEXT.
029900      WRITE PRINT-LINE FROM WS-NOTICE-HEAD.
030000      MOVE NOTC-START-DATE OF NOTC-FILE-RECORD TO NF-START-DATE.
030100      MOVE NOTC-START-TIME OF NOTC-FILE-RECORD TO NF-START-TIME.
030200      MOVE NOTC-EXP-DATE OF NOTC-FILE-RECORD TO NF-EXP-DATE.
030300      MOVE NOTC-EXP-TIME OF NOTC-FILE-RECORD TO NF-EXP-TIME.
030400      IF NOTC-DEPT OF NOTC-FILE-RECORD = SPACES
030500          MOVE 'ALL' TO NF-DEPT
030600      ELSE
030700          MOVE NOTC-DEPT OF NOTC-FILE-RECORD TO NF-DEPT
030800      END-IF.
030900      WRITE PRINT-LINE FROM WS-NOTICE-FORCE.
031000      WRITE PRINT-LINE FROM WS-HEAD-2.
031100      PERFORM POSITION-TO-FIRST-OPERATOR.
031200      PERFORM READ-OPER-FILE.
031300      PERFORM CHECK-OPERATOR
031400          UNTIL WS-OPER-EOF OR WS-ABORT.
031500      IF NOT WS-ABORT
031600          IF WS-SEEN-COUNT = ZERO AND WS-NOT-SEEN-COUNT = ZERO
031700              MOVE '    NONE OUTSTANDING' TO PRINT-LINE
031800              WRITE PRINT-LINE
031900          END-IF
032000          MOVE WS-OPER-COUNT TO CT-OPERS
032100          MOVE WS-ACKED-COUNT TO CT-ACKED
032200          MOVE WS-SEEN-COUNT TO CT-SEEN
032300          MOVE WS-NOT-SEEN-COUNT TO CT-NOT-SEEN
032400          WRITE PRINT-LINE FROM WS-NOTICE-COUNT-LINE
032500      END-IF.
032600  POSITION-TO-FIRST-OPERATOR.
032700      MOVE 'N' TO WS-OPER-EOF-SW.
032800      MOVE LOW-VALUES TO OPER-KEY OF OPER-FILE-RECORD.
032900      START OPER-FILE KEY NOT LESS THAN
033000          OPER-KEY OF OPER-FILE-RECORD.
033100      EVALUATE WS-OPER-STATUS
033200          WHEN '00'
033300              CONTINUE
033400          WHEN '23'
033500              MOVE 'Y' TO WS-OPER-EOF-SW
033600          WHEN OTHER
033700              MOVE 'OPERMAST START FAILED - STATUS ' TO EL-TEXT
033800              MOVE WS-OPER-STATUS TO EL-STATUS
033900              PERFORM ABORT-RUN
034000      END-EVALUATE.
034100  READ-OPER-FILE.
034200      IF WS-OPER-EOF OR WS-ABORT
034300          CONTINUE
034400      ELSE
034500          READ OPER-FILE NEXT
034600              AT END MOVE 'Y' TO WS-OPER-EOF-SW
034700          END-READ
034800          IF NOT WS-OPER-EOF
034900              IF WS-OPER-STATUS NOT = '00'
035000                  MOVE 'OPERMAST READ FAILED - STATUS ' TO EL-TEXT
035100                  MOVE WS-OPER-STATUS TO EL-STATUS
035200                  PERFORM ABORT-RUN
035300              END-IF
035400          END-IF
035500      END-IF.
035600* CHECK-OPERATOR COUNTS AN ACTIVE OPERATOR THE NOTICE IS AIMED AT
035700* AND LISTS THEM UNLESS THEY HAVE ACKNOWLEDGED IT.
035800  CHECK-OPERATOR.
035900      IF OPER-ACTIVE OF OPER-FILE-RECORD
036000              AND (NOTC-DEPT OF NOTC-FILE-RECORD = SPACES
036100                OR NOTC-DEPT OF NOTC-FILE-RECORD
036200                     = OPER-DEPT OF OPER-FILE-RECORD)
036300          ADD 1 TO WS-OPER-COUNT
036400          PERFORM READ-ACKNOWLEDGEMENT
036500          IF NOT WS-ABORT
036600              PERFORM CLASSIFY-OPERATOR
036700          END-IF
036800      END-IF.
036900      PERFORM READ-OPER-FILE.
037000  READ-ACKNOWLEDGEMENT.
037100      MOVE 'N' TO WS-NACK-FOUND-SW.
037200      IF WS-NACK-OPEN
037300          MOVE NOTC-ID OF NOTC-FILE-RECORD
037400              TO NACK-NOTICE-ID OF NACK-FILE-RECORD
037500          MOVE OPER-ID OF OPER-FILE-RECORD
037600              TO NACK-OPER-ID OF NACK-FILE-RECORD
037700          READ NACK-FILE
037800          EVALUATE WS-NACK-STATUS
037900              WHEN '00'
038000                  SET WS-NACK-FOUND TO TRUE
038100              WHEN '23'
038200                  CONTINUE
038300              WHEN OTHER
038400                  MOVE 'NOTACK READ FAILED - STATUS ' TO EL-TEXT
038500                  MOVE WS-NACK-STATUS TO EL-STATUS
038600                  PERFORM ABORT-RUN
038700          END-EVALUATE
038800      END-IF.
038900  CLASSIFY-OPERATOR.
039000      MOVE OPER-ID OF OPER-FILE-RECORD TO DL-OPER.
039100      MOVE OPER-NAME OF OPER-FILE-RECORD TO DL-NAME.
039200      MOVE OPER-DEPT OF OPER-FILE-RECORD TO DL-DEPT.
039300      EVALUATE TRUE
039400          WHEN WS-NACK-FOUND
039500                  AND NACK-ACKNOWLEDGED OF NACK-FILE-RECORD
039600              ADD 1 TO WS-ACKED-COUNT
039700          WHEN WS-NACK-FOUND
039800              ADD 1 TO WS-SEEN-COUNT
039900              ADD 1 TO WS-OUTSTANDING-COUNT
040000              MOVE 'NOT ACKNOWLEDGED' TO DL-STATUS
040100              MOVE NACK-SEEN-DATE OF NACK-FILE-RECORD
040200                  TO DL-SEEN-DATE
040300              MOVE NACK-SEEN-TIME OF NACK-FILE-RECORD
040400                  TO DL-SEEN-TIME
040500              MOVE NACK-SEEN-TERM OF NACK-FILE-RECORD
040600                  TO DL-SEEN-TERM
040700              WRITE PRINT-LINE FROM WS-DETAIL-LINE
040800          WHEN OTHER
040900              ADD 1 TO WS-NOT-SEEN-COUNT
041000              ADD 1 TO WS-OUTSTANDING-COUNT
041100              MOVE 'NOT SEEN' TO DL-STATUS
041200              MOVE SPACES TO DL-SEEN-DATE
041300              MOVE SPACES TO DL-SEEN-TIME
041400              MOVE SPACES TO DL-SEEN-TERM
041500              WRITE PRINT-LINE FROM WS-DETAIL-LINE
041600      END-EVALUATE.
041700  PRINT-TOTALS.
041800      MOVE SPACES TO PRINT-LINE.
041900      WRITE PRINT-LINE.
042000      MOVE 'URGENT NOTICES    ' TO CL-LABEL.
042100      MOVE WS-NOTICE-COUNT TO CL-COUNT.
042200      WRITE PRINT-LINE FROM WS-COUNT-LINE.
042300      MOVE 'NOT ACKNOWLEDGED  ' TO CL-LABEL.
042400      MOVE WS-OUTSTANDING-COUNT TO CL-COUNT.
042500      WRITE PRINT-LINE FROM WS-COUNT-LINE.
042600  SET-RETURN-CODE.
042700      IF WS-OUTSTANDING-COUNT NOT = ZERO
042800          MOVE 'URGENT NOTICES NOT YET ACKNOWLEDGED' TO EL-TEXT
042900          MOVE SPACES TO EL-STATUS
043000          WRITE PRINT-LINE FROM WS-ERROR-LINE
043100          MOVE 4 TO WS-RETURN-CODE
043200      END-IF.
043300  CLOSE-FILES.
043400      IF WS-NOTC-OPEN
043500          CLOSE NOTC-FILE
043600      END-IF.
043700      IF WS-OPER-OPEN
043800          CLOSE OPER-FILE
043900      END-IF.
044000      IF WS-NACK-OPEN
044100          CLOSE NACK-FILE
044200      END-IF.
044300      CLOSE PRINT-FILE.
044400  ABORT-RUN.
044500      SET WS-ABORT TO TRUE.
044600      MOVE 12 TO WS-RETURN-CODE.
044700      IF WS-PRINT-STATUS = '00'
044800          WRITE PRINT-LINE FROM WS-ERROR-LINE
044900      END-IF.
