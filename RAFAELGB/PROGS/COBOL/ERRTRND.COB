000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. ERRTRND.
000300*
000400* ERRTRND - WEEKLY ERROR-TREND AND RECURRENCE REPORT OVER THE
000500* ERRHNDL ERROR LOG. READS THE LIVE ERRORLOG KSDS PLUS THE
000600* ERRARCH ARCHIVE GENERATIONS CONCATENATED ON THE ERRARCH DD
000700* (FOR A RANGE OLDER THAN THE ERRARCH RETENTION) AND COUNTS THE
000800* ERRORS IN THE REPORT PERIOD BY COMBINATION OF ERR-PROGRAM,
000900* ERR-PARAGRAPH, ERR-RESP AND ERR-ABCODE, BUSIEST FIRST, AGAINST
001000* THE SAME COMBINATION IN THE PRIOR PERIOD OF THE SAME LENGTH
001100* IMMEDIATELY BEFORE IT. A COMBINATION NOT SEEN IN THE PRIOR
001200* PERIOD IS FLAGGED NEW; ONE SEEN ON 3 OR MORE DAYS OF THE
001300* PERIOD IS FLAGGED RECURRING. COMBINATIONS THAT STOPPED ARE
001400* LISTED AFTER, THEN THE TEN TERMINALS AND TEN OPERATORS WITH
001500* THE MOST ERRORS IN THE PERIOD.
001600* PARM: OMITTED FOR THE SEVEN DAYS ENDING YESTERDAY, OR THE
001700* PERIOD AS YYYYMMDDYYYYMMDD (FROM THEN TO, AT MOST 31 DAYS).
001800* RETURN CODES: 0 = RAN CLEAN, NOTHING NEW OR RECURRING,
001900* 4 = NEW OR RECURRING ERRORS FLAGGED, 12 = COULD NOT PROCESS.
002000*
002100  ENVIRONMENT DIVISION.
002200    INPUT-OUTPUT SECTION.
002300    FILE-CONTROL.
002400      SELECT ERROR-FILE ASSIGN TO ERRORLOG
002500        ORGANIZATION IS INDEXED
002600        ACCESS MODE IS SEQUENTIAL
002700        RECORD KEY IS ERR-KEY OF ERROR-FILE-RECORD
002800        FILE STATUS IS WS-ERROR-STATUS.
002900      SELECT ARCH-FILE ASSIGN TO ERRARCH
003000        ORGANIZATION IS SEQUENTIAL
003100        FILE STATUS IS WS-ARCH-STATUS.
003200      SELECT PRINT-FILE ASSIGN TO ERRTRNDP
003300        ORGANIZATION IS LINE SEQUENTIAL
003400        FILE STATUS IS WS-PRINT-STATUS.
003500  DATA DIVISION.
003600    FILE SECTION.
003700    FD  ERROR-FILE.
003800    01  ERROR-FILE-RECORD.
003900      COPY ERRREC.
004000    FD  ARCH-FILE
004100        RECORD CONTAINS 158 CHARACTERS.
004200    01  ARCH-FILE-RECORD.
004300      COPY ERRREC.
004400    FD  PRINT-FILE
004500        RECORD CONTAINS 132 CHARACTERS.
004600    01  PRINT-LINE            PIC X(132).
004700    WORKING-STORAGE SECTION.
004800    77  WS-ERROR-STATUS       PIC XX.
004900    77  WS-ARCH-STATUS        PIC XX.
005000    77  WS-PRINT-STATUS       PIC XX.
005100    77  WS-EOF-SW             PIC X       VALUE 'N'.
005200        88  WS-EOF                        VALUE 'Y'.
005300    77  WS-ABORT-SW           PIC X       VALUE 'N'.
005400        88  WS-ABORT                      VALUE 'Y'.
005500    77  WS-FOUND-SW           PIC X.
005600        88  WS-FOUND                      VALUE 'Y'.
005700    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
005800    77  WS-RECUR-DAYS         PIC 9(2)    VALUE 3.
005900    77  WS-TOP-LIMIT          PIC 9(2)    VALUE 10.
006000    77  WS-TODAY-DATE         PIC 9(8).
006100    77  WS-DATE-INT           PIC S9(7)   COMP.
006200    77  WS-FROM-INT           PIC S9(7)   COMP.
006300    77  WS-TO-INT             PIC S9(7)   COMP.
006400    77  WS-PERIOD-DAYS        PIC S9(7)   COMP.
006500    77  WS-DAY-SUB            PIC 9(4)    COMP.
006600    77  WS-FROM-DATE          PIC 9(8).
006700    77  WS-TO-DATE            PIC 9(8).
006800    77  WS-PRIOR-FROM         PIC 9(8).
006900    77  WS-PRIOR-TO           PIC 9(8).
007000    77  WS-BEST-SUB           PIC 9(4)    COMP.
007100    77  WS-BEST-COUNT         PIC 9(7).
007200    77  WS-SHOWN              PIC 9(4).
007300    77  WS-CHANGE             PIC S9(7).
007400    77  WS-READ-COUNT         PIC 9(9)    VALUE ZERO.
007500    77  WS-CUR-TOTAL          PIC 9(7)    VALUE ZERO.
007600    77  WS-PRIOR-TOTAL        PIC 9(7)    VALUE ZERO.
007700    77  WS-NEW-COUNT          PIC 9(5)    VALUE ZERO.
007800    77  WS-RECUR-COUNT        PIC 9(5)    VALUE ZERO.
007900    01  WS-WORK-RECORD.
008000      COPY ERRREC.
008100    01  WS-CMB-LOOK.
008200      05  WS-LOOK-PROGRAM     PIC X(8).
008300      05  WS-LOOK-PARAGRAPH   PIC X(20).
008400      05  WS-LOOK-RESP        PIC 9(8).
008500      05  WS-LOOK-ABCODE      PIC X(4).
008600* ONE ENTRY PER PROGRAM/PARAGRAPH/RESP/ABCODE COMBINATION SEEN
008700* IN EITHER PERIOD, WITH A SWITCH PER DAY OF THE REPORT PERIOD
008800* SO THE NUMBER OF DISTINCT DAYS IT HAPPENED ON CAN BE COUNTED.
008900    77  WS-CMB-USED           PIC 9(4)    VALUE ZERO.
009000    01  WS-CMB-TABLE.
009100      05  WS-CMB-ENTRY OCCURS 500 TIMES INDEXED BY WS-CMB-IDX.
009200        10  WS-CMB-KEY          PIC X(40).
009300        10  WS-CMB-CUR          PIC 9(7).
009400        10  WS-CMB-PRIOR        PIC 9(7).
009500        10  WS-CMB-DAYS-SEEN    PIC 9(2).
009600        10  WS-CMB-FIRST        PIC 9(8).
009700        10  WS-CMB-LAST         PIC 9(8).
009800        10  WS-CMB-PRINTED      PIC X.
009900        10  WS-CMB-DAY-FLAGS.
010000          15  WS-CMB-DAY-SW     PIC X   OCCURS 31 TIMES.
010100    77  WS-TRM-USED           PIC 9(4)    VALUE ZERO.
010200    01  WS-TRM-TABLE.
010300      05  WS-TRM-ENTRY OCCURS 300 TIMES INDEXED BY WS-TRM-IDX.
010400        10  WS-TRM-ID           PIC X(4).
010500        10  WS-TRM-COUNT        PIC 9(7).
010600        10  WS-TRM-PRINTED      PIC X.
010700    77  WS-OPR-USED           PIC 9(4)    VALUE ZERO.
010800    01  WS-OPR-TABLE.
010900      05  WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPR-IDX.
011000        10  WS-OPR-ID           PIC X(3).
011100        10  WS-OPR-COUNT        PIC 9(7).
011200        10  WS-OPR-PRINTED      PIC X.
011300    01  WS-HEAD-1.
011400      05  FILLER              PIC X(20)   VALUE SPACES.
011500      05  FILLER              PIC X(50)
011600          VALUE 'ERROR TREND AND RECURRENCE REPORT - RAFAELGB'.
011700    01  WS-PARM-LINE.
011800      05  FILLER              PIC X(4)    VALUE SPACES.
011900      05  FILLER              PIC X(17)   VALUE 'PERIOD'.
012000      05  PL-FROM             PIC 9(8).
012100      05  FILLER              PIC X(4)    VALUE ' TO '.
012200      05  PL-TO               PIC 9(8).
012300      05  FILLER              PIC X(17)
012400          VALUE '    PRIOR PERIOD '.
012500      05  PL-PRIOR-FROM       PIC 9(8).
012600      05  FILLER              PIC X(4)    VALUE ' TO '.
012700      05  PL-PRIOR-TO         PIC 9(8).
012800      05  FILLER              PIC X(54)   VALUE SPACES.
012900    01  WS-SECTION-LINE.
013000      05  FILLER              PIC X(4)    VALUE SPACES.
013100      05  SL-TEXT             PIC X(60).
013200      05  FILLER              PIC X(68)   VALUE SPACES.
013300    01  WS-HEAD-2.
013400      05  FILLER              PIC X(4)    VALUE SPACES.
013500      05  FILLER              PIC X(10)   VALUE 'PROGRAM'.
013600      05  FILLER              PIC X(22)   VALUE 'PARAGRAPH'.
013700      05  FILLER              PIC X(10)   VALUE '    RESP'.
013800      05  FILLER              PIC X(6)    VALUE 'ABND'.
013900      05  FILLER              PIC X(9)    VALUE '   THIS'.
014000      05  FILLER              PIC X(9)    VALUE '  PRIOR'.
014100      05  FILLER              PIC X(9)    VALUE ' CHANGE'.
014200      05  FILLER              PIC X(6)    VALUE 'DAYS'.
014300      05  FILLER              PIC X(9)    VALUE 'FIRST'.
014400      05  FILLER              PIC X(9)    VALUE 'LAST'.
014500      05  FILLER              PIC X(29)   VALUE 'FLAG'.
014600    01  WS-DETAIL-LINE.
014700      05  FILLER              PIC X(4)    VALUE SPACES.
014800      05  DL-PROGRAM          PIC X(8).
014900      05  FILLER              PIC X(2)    VALUE SPACES.
015000      05  DL-PARAGRAPH        PIC X(20).
015100      05  FILLER              PIC X(2)    VALUE SPACES.
015200      05  DL-RESP             PIC Z(7)9.
015300      05  FILLER              PIC X(2)    VALUE SPACES.
015400      05  DL-ABCODE           PIC X(4).
015500      05  FILLER              PIC X(2)    VALUE SPACES.
015600      05  DL-CUR              PIC ZZZ,ZZ9.
015700      05  FILLER              PIC X(2)    VALUE SPACES.
015800      05  DL-PRIOR            PIC ZZZ,ZZ9.
015900      05  FILLER              PIC X(2)    VALUE SPACES.
016000      05  DL-CHANGE           PIC -ZZ,ZZ9.
016100      05  FILLER              PIC X(2)    VALUE SPACES.
016200      05  DL-DAYS             PIC Z9.
016300      05  FILLER              PIC X(4)    VALUE SPACES.
016400      05  DL-FIRST            PIC X(8).
016500      05  FILLER              PIC X       VALUE SPACE.
016600      05  DL-LAST             PIC X(8).
016700      05  FILLER              PIC X       VALUE SPACE.
016800      05  DL-FLAG             PIC X(14).
016900      05  FILLER              PIC X(15)   VALUE SPACES.
017000    01  WS-TOP-HEAD.
017100      05  FILLER              PIC X(4)    VALUE SPACES.
017200      05  TH-LABEL            PIC X(10).
017300      05  FILLER              PIC X(10)   VALUE '    ERRORS'.
017400      05  FILLER              PIC X(108)  VALUE SPACES.
017500    01  WS-TOP-LINE.
017600      05  FILLER              PIC X(4)    VALUE SPACES.
017700      05  TL-ID               PIC X(10).
017800      05  FILLER              PIC X(3)    VALUE SPACES.
017900      05  TL-COUNT            PIC ZZZ,ZZ9.
018000      05  FILLER              PIC X(108)  VALUE SPACES.
018100    01  WS-COUNT-LINE.
018200      05  FILLER              PIC X(4)    VALUE SPACES.
018300      05  CL-LABEL            PIC X(22).
018400      05  CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
018500      05  FILLER              PIC X(95)   VALUE SPACES.
018600    01  WS-ERROR-LINE.
018700      05  FILLER              PIC X(4)    VALUE SPACES.
018800      05  EL-TEXT             PIC X(40).
018900      05  EL-STATUS           PIC XX.
019000      05  FILLER              PIC X(86)   VALUE SPACES.
019100  LINKAGE SECTION.
019200    01  PARM-DATA.
019300      05  PARM-LENGTH         PIC S9(4)   COMP.
019400      05  PARM-FROM           PIC X(8).
019500      05  PARM-TO             PIC X(8).
019600  PROCEDURE DIVISION USING PARM-DATA.
019700  MAIN-PARA.
019800      PERFORM OPEN-FILES.
019900      IF NOT WS-ABORT
020000          PERFORM EDIT-PARM
020100      END-IF.
020200      IF NOT WS-ABORT
020300          PERFORM PRINT-HEADINGS
020400          PERFORM SCAN-LIVE-FILE
020500      END-IF.
020600      IF NOT WS-ABORT
020700          PERFORM SCAN-ARCHIVE-FILE
020800      END-IF.
020900      IF NOT WS-ABORT
021000          PERFORM PRINT-COMBINATIONS
021100          PERFORM PRINT-STOPPED-COMBINATIONS
021200          PERFORM PRINT-TOP-TERMINALS
021300          PERFORM PRINT-TOP-OPERATORS
021400          PERFORM PRINT-RUN-TOTALS
021500          PERFORM SET-RETURN-CODE
021600      END-IF.
021700      PERFORM CLOSE-FILES.
021800      MOVE WS-RETURN-CODE TO RETURN-CODE.
021900      STOP RUN.
022000  OPEN-FILES.
022100      OPEN OUTPUT PRINT-FILE.
022200      IF WS-PRINT-STATUS NOT = '00'
022300          MOVE 'ERRTRNDP OPEN FAILED - STATUS ' TO EL-TEXT
022400          MOVE WS-PRINT-STATUS TO EL-STATUS
022500          PERFORM ABORT-RUN
022600      END-IF.
022700      OPEN INPUT ERROR-FILE.
022800      IF WS-ERROR-STATUS NOT = '00' AND WS-ERROR-STATUS NOT = '97'
022900          MOVE 'ERRORLOG OPEN FAILED - STATUS ' TO EL-TEXT
023000          MOVE WS-ERROR-STATUS TO EL-STATUS
023100          PERFORM ABORT-RUN
023200      END-IF.
023300      OPEN INPUT ARCH-FILE.
023400      IF WS-ARCH-STATUS NOT = '00'
023500          MOVE 'ERRARCH OPEN FAILED - STATUS ' TO EL-TEXT
023600          MOVE WS-ARCH-STATUS TO EL-STATUS
023700          PERFORM ABORT-RUN
023800      END-IF.
023900* EDIT-PARM SETS THE REPORT PERIOD AND THE PRIOR PERIOD OF THE
024000* SAME NUMBER OF DAYS ENDING THE DAY BEFORE IT STARTS.
024100  EDIT-PARM.
024200      EVALUATE TRUE
024300          WHEN PARM-LENGTH = 0
024400              ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
024500              COMPUTE WS-TO-INT =
024600                  FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) - 1
024700              COMPUTE WS-FROM-INT = WS-TO-INT - 6
024800          WHEN PARM-LENGTH = 16
024900                  AND PARM-FROM NUMERIC AND PARM-TO NUMERIC
025000              MOVE PARM-FROM TO WS-FROM-DATE
025100              MOVE PARM-TO TO WS-TO-DATE
025200              COMPUTE WS-FROM-INT =
025300                  FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
025400              COMPUTE WS-TO-INT =
025500                  FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
025600          WHEN OTHER
025700              MOVE 'PARM MUST BE YYYYMMDDYYYYMMDD RANGE'
025800                  TO EL-TEXT
025900              MOVE SPACES TO EL-STATUS
026000              PERFORM ABORT-RUN
026100      END-EVALUATE.
026200      IF NOT WS-ABORT
026300          COMPUTE WS-PERIOD-DAYS = WS-TO-INT - WS-FROM-INT + 1
026400          IF WS-PERIOD-DAYS < 1 OR WS-PERIOD-DAYS > 31
026500              MOVE 'PERIOD MUST BE 1 TO 31 DAYS' TO EL-TEXT
026600              MOVE SPACES TO EL-STATUS
026700              PERFORM ABORT-RUN
026800          ELSE
026900              COMPUTE WS-FROM-DATE =
027000                  FUNCTION DATE-OF-INTEGER(WS-FROM-INT)
027100              COMPUTE WS-TO-DATE =
027200                  FUNCTION DATE-OF-INTEGER(WS-TO-INT)
027300              COMPUTE WS-DATE-INT = WS-FROM-INT - WS-PERIOD-DAYS
027400              COMPUTE WS-PRIOR-FROM =
027500                  FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
027600              COMPUTE WS-DATE-INT = WS-FROM-INT - 1
027700              COMPUTE WS-PRIOR-TO =
027800                  FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
027900          END-IF
028000      END-IF.
028100  PRINT-HEADINGS.
028200      WRITE PRINT-LINE FROM WS-HEAD-1.
028300      MOVE SPACES TO PRINT-LINE.
028400      WRITE PRINT-LINE.
028500      MOVE WS-FROM-DATE TO PL-FROM.
028600      MOVE WS-TO-DATE TO PL-TO.
028700      MOVE WS-PRIOR-FROM TO PL-PRIOR-FROM.
028800      MOVE WS-PRIOR-TO TO PL-PRIOR-TO.
028900      WRITE PRINT-LINE FROM WS-PARM-LINE.
029000* THE LIVE FILE IS KEYED BY DATE, SO IT IS STARTED AT THE PRIOR
029100* PERIOD AND READ ONLY UNTIL THE REPORT PERIOD ENDS.
029200  SCAN-LIVE-FILE.
029300      MOVE 'N' TO WS-EOF-SW.
029400      MOVE WS-PRIOR-FROM TO ERR-KEY-DATE OF ERROR-FILE-RECORD.
029500      MOVE ZERO TO ERR-KEY-TIME OF ERROR-FILE-RECORD.
029600      MOVE ZERO TO ERR-KEY-TASKN OF ERROR-FILE-RECORD.
029700      START ERROR-FILE KEY NOT LESS THAN
029800          ERR-KEY OF ERROR-FILE-RECORD.
029900      EVALUATE WS-ERROR-STATUS
030000          WHEN '00'
030100              PERFORM READ-ERROR-FILE
030200          WHEN '23'
030300              MOVE 'Y' TO WS-EOF-SW
030400          WHEN OTHER
030500              MOVE 'ERRORLOG START FAILED - STATUS ' TO EL-TEXT
030600              MOVE WS-ERROR-STATUS TO EL-STATUS
030700              PERFORM ABORT-RUN
030800      END-EVALUATE.
030900      PERFORM UNTIL WS-EOF OR WS-ABORT
031000          IF ERR-KEY-DATE OF ERROR-FILE-RECORD > WS-TO-DATE
031100              MOVE 'Y' TO WS-EOF-SW
031200          ELSE
031300              MOVE ERROR-FILE-RECORD TO WS-WORK-RECORD
031400              PERFORM TALLY-ERROR
031500              PERFORM READ-ERROR-FILE
031600          END-IF
031700      END-PERFORM.
031800  READ-ERROR-FILE.
031900      READ ERROR-FILE
032000          AT END MOVE 'Y' TO WS-EOF-SW
032100      END-READ.
032200      IF NOT WS-EOF
032300          IF WS-ERROR-STATUS NOT = '00'
032400              MOVE 'ERRORLOG READ FAILED - STATUS ' TO EL-TEXT
032500              MOVE WS-ERROR-STATUS TO EL-STATUS
032600              PERFORM ABORT-RUN
032700          END-IF
032800      END-IF.
032900  SCAN-ARCHIVE-FILE.
033000      MOVE 'N' TO WS-EOF-SW.
033100      PERFORM READ-ARCH-FILE.
033200      PERFORM UNTIL WS-EOF OR WS-ABORT
033300          MOVE ARCH-FILE-RECORD TO WS-WORK-RECORD
033400          PERFORM TALLY-ERROR
033500          PERFORM READ-ARCH-FILE
033600      END-PERFORM.
033700  READ-ARCH-FILE.
033800      READ ARCH-FILE
033900          AT END MOVE 'Y' TO WS-EOF-SW
034000      END-READ.
034100      IF NOT WS-EOF
034200          IF WS-ARCH-STATUS NOT = '00'
034300              MOVE 'ERRARCH READ FAILED - STATUS ' TO EL-TEXT
034400              MOVE WS-ARCH-STATUS TO EL-STATUS
034500              PERFORM ABORT-RUN
034600          END-IF
034700      END-IF.
034800* TALLY-ERROR COUNTS ONE ERROR AGAINST ITS COMBINATION, AND FOR
034900* THE REPORT PERIOD AGAINST ITS TERMINAL AND OPERATOR TOO.
035000  TALLY-ERROR.
035100      MOVE 'N' TO WS-FOUND-SW.
035200      IF ERR-KEY-DATE OF WS-WORK-RECORD NOT < WS-PRIOR-FROM
035300              AND ERR-KEY-DATE OF WS-WORK-RECORD NOT > WS-TO-DATE
035400          ADD 1 TO WS-READ-COUNT
035500          MOVE ERR-PROGRAM OF WS-WORK-RECORD TO WS-LOOK-PROGRAM
035600          MOVE ERR-PARAGRAPH OF WS-WORK-RECORD
035700              TO WS-LOOK-PARAGRAPH
035800          MOVE ERR-RESP OF WS-WORK-RECORD TO WS-LOOK-RESP
035900          MOVE ERR-ABCODE OF WS-WORK-RECORD TO WS-LOOK-ABCODE
036000          PERFORM FIND-COMBINATION
036100      END-IF.
036200      IF WS-FOUND AND NOT WS-ABORT
036300          IF ERR-KEY-DATE OF WS-WORK-RECORD < WS-FROM-DATE
036400              ADD 1 TO WS-CMB-PRIOR (WS-CMB-IDX)
036500              ADD 1 TO WS-PRIOR-TOTAL
036600          ELSE
036700              PERFORM TALLY-CURRENT-PERIOD
036800          END-IF
036900      END-IF.
037000  TALLY-CURRENT-PERIOD.
037100      ADD 1 TO WS-CMB-CUR (WS-CMB-IDX).
037200      ADD 1 TO WS-CUR-TOTAL.
037300      COMPUTE WS-DAY-SUB =
037400          FUNCTION INTEGER-OF-DATE(ERR-KEY-DATE OF WS-WORK-RECORD)
037500          - WS-FROM-INT + 1.
037600      IF WS-CMB-DAY-SW (WS-CMB-IDX, WS-DAY-SUB) = 'N'
037700          MOVE 'Y' TO WS-CMB-DAY-SW (WS-CMB-IDX, WS-DAY-SUB)
037800          ADD 1 TO WS-CMB-DAYS-SEEN (WS-CMB-IDX)
037900      END-IF.
038000      IF WS-CMB-FIRST (WS-CMB-IDX) = ZERO
038100              OR ERR-KEY-DATE OF WS-WORK-RECORD
038200                  < WS-CMB-FIRST (WS-CMB-IDX)
038300          MOVE ERR-KEY-DATE OF WS-WORK-RECORD
038400              TO WS-CMB-FIRST (WS-CMB-IDX)
038500      END-IF.
038600      IF ERR-KEY-DATE OF WS-WORK-RECORD > WS-CMB-LAST (WS-CMB-IDX)
038700          MOVE ERR-KEY-DATE OF WS-WORK-RECORD
038800              TO WS-CMB-LAST (WS-CMB-IDX)
038900      END-IF.
039000      PERFORM TALLY-TERMINAL.
039100      PERFORM TALLY-OPERATOR.
039200* FIND-COMBINATION LEAVES WS-CMB-IDX ON THE MATCHING ENTRY,
039300* ADDING ONE IF THE COMBINATION IS NEW.
039400  FIND-COMBINATION.
039500      MOVE 'N' TO WS-FOUND-SW.
039600      PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
039700              UNTIL WS-CMB-IDX > WS-CMB-USED OR WS-FOUND
039800          IF WS-CMB-KEY (WS-CMB-IDX) = WS-CMB-LOOK
039900              MOVE 'Y' TO WS-FOUND-SW
040000          END-IF
040100      END-PERFORM.
040200      IF WS-FOUND
040300          SET WS-CMB-IDX DOWN BY 1
040400      ELSE
040500          IF WS-CMB-USED < 500
040600              ADD 1 TO WS-CMB-USED
040700              SET WS-CMB-IDX TO WS-CMB-USED
040800              MOVE WS-CMB-LOOK TO WS-CMB-KEY (WS-CMB-IDX)
040900              MOVE ZERO TO WS-CMB-CUR (WS-CMB-IDX)
041000              MOVE ZERO TO WS-CMB-PRIOR (WS-CMB-IDX)
041100              MOVE ZERO TO WS-CMB-DAYS-SEEN (WS-CMB-IDX)
041200              MOVE ZERO TO WS-CMB-FIRST (WS-CMB-IDX)
041300              MOVE ZERO TO WS-CMB-LAST (WS-CMB-IDX)
041400              MOVE 'N' TO WS-CMB-PRINTED (WS-CMB-IDX)
041500              MOVE ALL 'N' TO WS-CMB-DAY-FLAGS (WS-CMB-IDX)
041600              MOVE 'Y' TO WS-FOUND-SW
041700          ELSE
041800              MOVE 'MORE THAN 500 ERROR COMBINATIONS' TO EL-TEXT
041900              MOVE SPACES TO EL-STATUS
042000              PERFORM ABORT-RUN
042100          END-IF
042200      END-IF.
042300  TALLY-TERMINAL.
042400      MOVE 'N' TO WS-FOUND-SW.
042500      PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
042600              UNTIL WS-TRM-IDX > WS-TRM-USED
042700          IF WS-TRM-ID (WS-TRM-IDX) = ERR-TERMID OF WS-WORK-RECORD
042800              ADD 1 TO WS-TRM-COUNT (WS-TRM-IDX)
042900              MOVE 'Y' TO WS-FOUND-SW
043000          END-IF
043100      END-PERFORM.
043200      IF WS-FOUND-SW = 'N' AND WS-TRM-USED < 300
043300          ADD 1 TO WS-TRM-USED
043400          MOVE ERR-TERMID OF WS-WORK-RECORD
043500              TO WS-TRM-ID (WS-TRM-USED)
043600          MOVE 1 TO WS-TRM-COUNT (WS-TRM-USED)
043700          MOVE 'N' TO WS-TRM-PRINTED (WS-TRM-USED)
043800      END-IF.
043900  TALLY-OPERATOR.
044000      MOVE 'N' TO WS-FOUND-SW.
044100      PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
044200              UNTIL WS-OPR-IDX > WS-OPR-USED
044300          IF WS-OPR-ID (WS-OPR-IDX) = ERR-OPERID OF WS-WORK-RECORD
044400              ADD 1 TO WS-OPR-COUNT (WS-OPR-IDX)
044500              MOVE 'Y' TO WS-FOUND-SW
044600          END-IF
044700      END-PERFORM.
044800      IF WS-FOUND-SW = 'N' AND WS-OPR-USED < 500
044900          ADD 1 TO WS-OPR-USED
045000          MOVE ERR-OPERID OF WS-WORK-RECORD
045100              TO WS-OPR-ID (WS-OPR-USED)
045200          MOVE 1 TO WS-OPR-COUNT (WS-OPR-USED)
045300          MOVE 'N' TO WS-OPR-PRINTED (WS-OPR-USED)
045400      END-IF.
045500* PRINT-COMBINATIONS LISTS EVERY COMBINATION SEEN IN THE REPORT
045600* PERIOD, HIGHEST COUNT FIRST, BY PICKING THE BUSIEST ONE NOT
045700* YET PRINTED UNTIL NONE IS LEFT.
045800  PRINT-COMBINATIONS.
045900      MOVE SPACES TO PRINT-LINE.
046000      WRITE PRINT-LINE.
046100      MOVE 'ERRORS THIS PERIOD BY PROGRAM, PARAGRAPH, RESP, ABEND'
046200          TO SL-TEXT.
046300      WRITE PRINT-LINE FROM WS-SECTION-LINE.
046400      WRITE PRINT-LINE FROM WS-HEAD-2.
046500      MOVE 'N' TO WS-EOF-SW.
046600      MOVE ZERO TO WS-SHOWN.
046700      PERFORM PRINT-NEXT-COMBINATION
046800          UNTIL WS-EOF.
046900      IF WS-SHOWN = ZERO
047000          MOVE '    NONE' TO PRINT-LINE
047100          WRITE PRINT-LINE
047200      END-IF.
047300  PRINT-NEXT-COMBINATION.
047400      MOVE ZERO TO WS-BEST-SUB.
047500      MOVE ZERO TO WS-BEST-COUNT.
047600      PERFORM VARYING WS-CMB-IDX FROM 1 BY 1
047700              UNTIL WS-CMB-IDX > WS-CMB-USED
047800          IF WS-CMB-PRINTED (WS-CMB-IDX) = 'N'
047900                  AND WS-CMB-CUR (WS-CMB-IDX) > WS-BEST-COUNT
048000              SET WS-BEST-SUB TO WS-CMB-IDX
048100              MOVE WS-CMB-CUR (WS-CMB-IDX) TO WS-BEST-COUNT
048200          END-IF
048300      END-PERFORM.
048400      IF WS-BEST-SUB = ZERO
048500          MOVE 'Y' TO WS-EOF-SW
048600      ELSE
048700          SET WS-CMB-IDX TO WS-BEST-SUB
048800          MOVE 'Y' TO WS-CMB-PRINTED (WS-CMB-IDX)
048900          ADD 1 TO WS-SHOWN
049000          PERFORM PRINT-COMBINATION-LINE
049100      END-IF.
049200  PRINT-COMBINATION-LINE.
049300      MOVE WS-CMB-KEY (WS-CMB-IDX) TO WS-CMB-LOOK.
049400      MOVE WS-LOOK-PROGRAM TO DL-PROGRAM.
049500      MOVE WS-LOOK-PARAGRAPH TO DL-PARAGRAPH.
049600      MOVE WS-LOOK-RESP TO DL-RESP.
049700      MOVE WS-LOOK-ABCODE TO DL-ABCODE.
049800      MOVE WS-CMB-CUR (WS-CMB-IDX) TO DL-CUR.
049900      MOVE WS-CMB-PRIOR (WS-CMB-IDX) TO DL-PRIOR.
050000      COMPUTE WS-CHANGE =
050100          WS-CMB-CUR (WS-CMB-IDX) - WS-CMB-PRIOR (WS-CMB-IDX).
050200      MOVE WS-CHANGE TO DL-CHANGE.
050300      MOVE WS-CMB-DAYS-SEEN (WS-CMB-IDX) TO DL-DAYS.
050400      MOVE WS-CMB-FIRST (WS-CMB-IDX) TO DL-FIRST.
050500      MOVE WS-CMB-LAST (WS-CMB-IDX) TO DL-LAST.
050600      MOVE SPACES TO DL-FLAG.
050700      IF WS-CMB-PRIOR (WS-CMB-IDX) = ZERO
050800          ADD 1 TO WS-NEW-COUNT
050900          IF WS-CMB-DAYS-SEEN (WS-CMB-IDX) NOT < WS-RECUR-DAYS
051000              ADD 1 TO WS-RECUR-COUNT
051100              MOVE 'NEW, RECURRING' TO DL-FLAG
051200          ELSE
051300              MOVE 'NEW' TO DL-FLAG
051400          END-IF
051500      ELSE
051600          IF WS-CMB-DAYS-SEEN (WS-CMB-IDX) NOT < WS-RECUR-DAYS
051700              ADD 1 TO WS-RECUR-COUNT
051800              MOVE 'RECURRING' TO DL-FLAG
051900          END-IF
052000      END-IF.
052100      WRITE PRINT-LINE FROM WS-DETAIL-LINE.
052200* PRINT-STOPPED-COMBINATIONS LISTS WHAT FAILED IN THE PRIOR
052300* PERIOD BUT NOT IN THIS ONE - USUALLY A FIX THAT WORKED.
052400  PRINT-STOPPED-COMBINATIONS.
052500      MOVE SPACES TO PRINT-LINE.
052600      WRITE PRINT-LINE.
052700      MOVE 'IN THE PRIOR PERIOD ONLY - NOT SEEN THIS PERIOD'
052800          TO SL-TEXT.
052900      WRITE PRINT-LINE FROM WS-SECTION-LINE.
053000      WRITE PRINT-LINE FROM WS-HEAD-2.
053100      MOVE ZERO TO WS-SHOWN.
053200      PERFORM PRINT-IF-STOPPED
053300          VARYING WS-CMB-IDX FROM 1 BY 1
053400          UNTIL WS-CMB-IDX > WS-CMB-USED.
053500      IF WS-SHOWN = ZERO
053600          MOVE '    NONE' TO PRINT-LINE
053700          WRITE PRINT-LINE
053800      END-IF.
053900  PRINT-IF-STOPPED.
054000      IF WS-CMB-CUR (WS-CMB-IDX) = ZERO
054100          ADD 1 TO WS-SHOWN
054200          MOVE WS-CMB-KEY (WS-CMB-IDX) TO WS-CMB-LOOK
054300          MOVE WS-LOOK-PROGRAM TO DL-PROGRAM
054400          MOVE WS-LOOK-PARAGRAPH TO DL-PARAGRAPH
054500          MOVE WS-LOOK-RESP TO DL-RESP
054600          MOVE WS-LOOK-ABCODE TO DL-ABCODE
054700          MOVE ZERO TO DL-CUR
054800          MOVE WS-CMB-PRIOR (WS-CMB-IDX) TO DL-PRIOR
054900          COMPUTE WS-CHANGE = ZERO - WS-CMB-PRIOR (WS-CMB-IDX)
055000          MOVE WS-CHANGE TO DL-CHANGE
055100          MOVE ZERO TO DL-DAYS
055200          MOVE SPACES TO DL-FIRST
055300          MOVE SPACES TO DL-LAST
055400          MOVE 'STOPPED' TO DL-FLAG
055500          WRITE PRINT-LINE FROM WS-DETAIL-LINE
055600      END-IF.
055700  PRINT-TOP-TERMINALS.
055800      MOVE SPACES TO PRINT-LINE.
055900      WRITE PRINT-LINE.
056000      MOVE 'TERMINALS WITH THE MOST ERRORS THIS PERIOD'
056100          TO SL-TEXT.
056200      WRITE PRINT-LINE FROM WS-SECTION-LINE.
056300      MOVE 'TERMINAL' TO TH-LABEL.
056400      WRITE PRINT-LINE FROM WS-TOP-HEAD.
056500      MOVE 'N' TO WS-EOF-SW.
056600      MOVE ZERO TO WS-SHOWN.
056700      PERFORM PRINT-NEXT-TERMINAL
056800          UNTIL WS-EOF OR WS-SHOWN NOT < WS-TOP-LIMIT.
056900      IF WS-SHOWN = ZERO
057000          MOVE '    NONE' TO PRINT-LINE
057100          WRITE PRINT-LINE
057200      END-IF.
057300  PRINT-NEXT-TERMINAL.
057400      MOVE ZERO TO WS-BEST-SUB.
057500      MOVE ZERO TO WS-BEST-COUNT.
057600      PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
057700              UNTIL WS-TRM-IDX > WS-TRM-USED
057800          IF WS-TRM-PRINTED (WS-TRM-IDX) = 'N'
057900                  AND WS-TRM-COUNT (WS-TRM-IDX) > WS-BEST-COUNT
058000              SET WS-BEST-SUB TO WS-TRM-IDX
058100              MOVE WS-TRM-COUNT (WS-TRM-IDX) TO WS-BEST-COUNT
058200          END-IF
058300      END-PERFORM.
058400      IF WS-BEST-SUB = ZERO
058500          MOVE 'Y' TO WS-EOF-SW
058600      ELSE
058700          SET WS-TRM-IDX TO WS-BEST-SUB
058800          MOVE 'Y' TO WS-TRM-PRINTED (WS-TRM-IDX)
058900          ADD 1 TO WS-SHOWN
059000          MOVE WS-TRM-ID (WS-TRM-IDX) TO TL-ID
059100          MOVE WS-TRM-COUNT (WS-TRM-IDX) TO TL-COUNT
059200          WRITE PRINT-LINE FROM WS-TOP-LINE
059300      END-IF.
059400  PRINT-TOP-OPERATORS.
059500      MOVE SPACES TO PRINT-LINE.
059600      WRITE PRINT-LINE.
059700      MOVE 'OPERATORS WITH THE MOST ERRORS THIS PERIOD'
059800          TO SL-TEXT.
059900      WRITE PRINT-LINE FROM WS-SECTION-LINE.
060000      MOVE 'OPERATOR' TO TH-LABEL.
060100      WRITE PRINT-LINE FROM WS-TOP-HEAD.
060200      MOVE 'N' TO WS-EOF-SW.
060300      MOVE ZERO TO WS-SHOWN.
060400      PERFORM PRINT-NEXT-OPERATOR
060500          UNTIL WS-EOF OR WS-SHOWN NOT < WS-TOP-LIMIT.
060600      IF WS-SHOWN = ZERO
060700          MOVE '    NONE' TO PRINT-LINE
060800          WRITE PRINT-LINE
060900      END-IF.
061000  PRINT-NEXT-OPERATOR.
061100      MOVE ZERO TO WS-BEST-SUB.
061200      MOVE ZERO TO WS-BEST-COUNT.
061300      PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
061400              UNTIL WS-OPR-IDX > WS-OPR-USED
061500          IF WS-OPR-PRINTED (WS-OPR-IDX) = 'N'
061600                  AND WS-OPR-COUNT (WS-OPR-IDX) > WS-BEST-COUNT
061700              SET WS-BEST-SUB TO WS-OPR-IDX
061800              MOVE WS-OPR-COUNT (WS-OPR-IDX) TO WS-BEST-COUNT
061900          END-IF
062000      END-PERFORM.
062100      IF WS-BEST-SUB = ZERO
062200          MOVE 'Y' TO WS-EOF-SW
062300      ELSE
062400          SET WS-OPR-IDX TO WS-BEST-SUB
062500          MOVE 'Y' TO WS-OPR-PRINTED (WS-OPR-IDX)
062600          ADD 1 TO WS-SHOWN
062700          MOVE WS-OPR-ID (WS-OPR-IDX) TO TL-ID
062800          MOVE WS-OPR-COUNT (WS-OPR-IDX) TO TL-COUNT
062900          WRITE PRINT-LINE FROM WS-TOP-LINE
063000      END-IF.
063100  PRINT-RUN-TOTALS.
063200      MOVE SPACES TO PRINT-LINE.
063300      WRITE PRINT-LINE.
063400      MOVE 'ERRORS IN RANGE READ  ' TO CL-LABEL.
063500      MOVE WS-READ-COUNT TO CL-COUNT.
063600      WRITE PRINT-LINE FROM WS-COUNT-LINE.
063700      MOVE 'ERRORS THIS PERIOD    ' TO CL-LABEL.
063800      MOVE WS-CUR-TOTAL TO CL-COUNT.
063900      WRITE PRINT-LINE FROM WS-COUNT-LINE.
064000      MOVE 'ERRORS PRIOR PERIOD   ' TO CL-LABEL.
064100      MOVE WS-PRIOR-TOTAL TO CL-COUNT.
064200      WRITE PRINT-LINE FROM WS-COUNT-LINE.
064300      MOVE 'COMBINATIONS          ' TO CL-LABEL.
064400      MOVE WS-CMB-USED TO CL-COUNT.
064500      WRITE PRINT-LINE FROM WS-COUNT-LINE.
064600      MOVE '  NEW                 ' TO CL-LABEL.
064700      MOVE WS-NEW-COUNT TO CL-COUNT.
064800      WRITE PRINT-LINE FROM WS-COUNT-LINE.
064900      MOVE '  RECURRING           ' TO CL-LABEL.
065000      MOVE WS-RECUR-COUNT TO CL-COUNT.
065100      WRITE PRINT-LINE FROM WS-COUNT-LINE.
065200  SET-RETURN-CODE.
065300      IF WS-NEW-COUNT > ZERO OR WS-RECUR-COUNT > ZERO
065400          MOVE 4 TO WS-RETURN-CODE
065500      END-IF.
065600  CLOSE-FILES.
065700      CLOSE ERROR-FILE.
065800      CLOSE ARCH-FILE.
065900      CLOSE PRINT-FILE.
066000  ABORT-RUN.
066100      SET WS-ABORT TO TRUE.
066200      MOVE 12 TO WS-RETURN-CODE.
066300      IF WS-PRINT-STATUS = '00'
066400          WRITE PRINT-LINE FROM WS-ERROR-LINE
066500      END-IF.
