000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. ADDEXCP.
000300*
000400* ADDEXCP - NIGHTLY EXCEPTION DETECTION OVER THE BUSINESS DAY'S
000500* ADDHIST ACTIVITY. ADDRECON PROVES THE ARITHMETIC; THIS RUN
000600* LOOKS AT THE ACTIVITY ITSELF AND FLAGS:
000700*   TT (PRIORITY 1) ONE OPERATOR ID KEYING ON TWO TERMINALS IN
000800*      THE SAME MINUTE
000900*   LA (PRIORITY 1) A RESULT WHOSE SIZE IS OVER THE LARGE-AMOUNT
001000*      THRESHOLD
001100*   RP (PRIORITY 2) THE SAME OPERATION AND OPERANDS KEYED BY ONE
001200*      OPERATOR REPEATEDLY WITHIN A SHORT WINDOW
001300*   HR (PRIORITY 2) AN OPERATOR OVER THE CALCULATIONS-PER-HOUR
001400*      THRESHOLD IN ANY CLOCK HOUR
001500*   NB (PRIORITY 3) WORK KEYED ON A DAY CALFILE MARKS AS A
001600*      HOLIDAY OR WEEKEND
001700* THE THRESHOLDS COME FROM THE EXCPARM CARD THE DESK MAINTAINS
001800* (SEE XPRMREC). THE DAY COVERED IS THE BUSINESS DATE PLUS ANY
001900* NON-BUSINESS DAYS FOLLOWING IT ON THE CALENDAR, SO MONDAY
002000* NIGHT'S RUN FOR FRIDAY ALSO PICKS UP WEEKEND WORK. ADDHIST IS
002100* READ IN OPERATOR ORDER THROUGH ITS HIST-OPERID ALTERNATE
002200* INDEX (THE ADDHISTP PATH, DD ADDHIST1) SO EACH OPERATOR'S DAY
002300* IS HELD IN STORAGE AND CHECKED AS A WHOLE. VOIDED RECORDS ARE
002400* SKIPPED. WORK POSTED BY ADDBULK UNDER THE RESERVED $BAT
002500* TERMINAL IS CHECKED FOR LARGE AMOUNTS ONLY - ITS RATE,
002600* REPEATS AND TIMING ARE THE BATCH SCHEDULE, NOT AN OPERATOR.
002700* EVERY EXCEPTION IS WRITTEN TO THE ADDEXCF FILE (SEE EXCPREC)
002800* AND PRINTED ON THE REPORT IN PRIORITY ORDER.
002900* RETURN CODES: 0 = NO EXCEPTIONS, 4 = EXCEPTIONS TO WORK,
003000* 8 = RUN REFUSED BY RUNCTL, 12 = COULD NOT PROCESS.
003100* PARM: OMITTED, YYYYMMDD, RERUN OR RERUN,YYYYMMDD AS ADDEXTR.
003200*
003300  ENVIRONMENT DIVISION.
003400    INPUT-OUTPUT SECTION.
003500    FILE-CONTROL.
003600      SELECT HIST-FILE ASSIGN TO ADDHIST
003700        ORGANIZATION IS INDEXED
003800        ACCESS MODE IS DYNAMIC
003900        RECORD KEY IS HIST-KEY
004000        ALTERNATE RECORD KEY IS HIST-OPERID WITH DUPLICATES
004100        FILE STATUS IS WS-HIST-STATUS.
004200      SELECT CAL-FILE ASSIGN TO CALFILE
004300        ORGANIZATION IS INDEXED
004400        ACCESS MODE IS RANDOM
004500        RECORD KEY IS CAL-KEY
004600        FILE STATUS IS WS-CAL-STATUS.
004700      SELECT PARM-FILE ASSIGN TO EXCPARM
004800        ORGANIZATION IS SEQUENTIAL
004900        FILE STATUS IS WS-PARM-STATUS.
005000      SELECT EXC-FILE ASSIGN TO ADDEXCF
005100        ORGANIZATION IS SEQUENTIAL
005200        FILE STATUS IS WS-EXC-STATUS.
005300      SELECT PRINT-FILE ASSIGN TO ADDEXCPP
005400        ORGANIZATION IS LINE SEQUENTIAL
005500        FILE STATUS IS WS-PRINT-STATUS.
005600  DATA DIVISION.
005700    FILE SECTION.
005800    FD  HIST-FILE.
005900    01  HIST-FILE-RECORD.
006000      COPY HISTREC.
006100    FD  CAL-FILE.
006200    01  CAL-FILE-RECORD.
006300      COPY CALREC.
006400    FD  PARM-FILE
006500        RECORD CONTAINS 80 CHARACTERS.
006600    01  PARM-FILE-RECORD.
006700      COPY XPRMREC.
006800    FD  EXC-FILE
006900        RECORD CONTAINS 100 CHARACTERS.
007000    01  EXC-FILE-RECORD       PIC X(100).
007100    FD  PRINT-FILE
007200        RECORD CONTAINS 132 CHARACTERS.
007300    01  PRINT-LINE            PIC X(132).
007400    WORKING-STORAGE SECTION.
007500    77  WS-HIST-STATUS        PIC XX.
007600    77  WS-CAL-STATUS         PIC XX.
007700    77  WS-PARM-STATUS        PIC XX.
007800    77  WS-EXC-STATUS         PIC XX.
007900    77  WS-PRINT-STATUS       PIC XX.
008000    77  WS-EOF-SW             PIC X       VALUE 'N'.
008100        88  WS-EOF                        VALUE 'Y'.
008200    77  WS-ABORT-SW           PIC X       VALUE 'N'.
008300        88  WS-ABORT                      VALUE 'Y'.
008400    77  WS-FOUND-SW           PIC X.
008500        88  WS-FOUND                      VALUE 'Y'.
008600    77  WS-MATCH-SW           PIC X.
008700        88  WS-MATCH                      VALUE 'Y'.
008800    77  WS-WINDOW-DONE-SW     PIC X.
008900        88  WS-WINDOW-DONE                VALUE 'Y'.
009000    77  WS-RPT-FULL-SW        PIC X       VALUE 'N'.
009100        88  WS-RPT-FULL                   VALUE 'Y'.
009200    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
009300    77  WS-BUS-DATE           PIC 9(8)    VALUE ZERO.
009400    77  WS-RERUN-SW           PIC X       VALUE 'N'.
009500        88  WS-RERUN                      VALUE 'Y'.
009600    01  WS-RUNCOMM.
009700      COPY RUNCOMM.
009800    77  WS-BATCH-TERM         PIC X(4)    VALUE '$BAT'.
009900    77  WS-WINDOW-END         PIC 9(8).
010000    77  WS-CAND-DATE          PIC 9(8).
010100    77  WS-DATE-INT           PIC S9(7)   COMP.
010200    77  WS-CUR-OPERID         PIC X(3).
010300    77  WS-LARGE-AMOUNT       PIC 9(14)V99.
010400    77  WS-RESU-ABS           PIC 9(14)V99.
010500    77  WS-HH                 PIC 9(2).
010600    77  WS-MM                 PIC 9(2).
010700    77  WS-GAP                PIC 9(9)    COMP.
010800    77  WS-REPEAT-COUNT       PIC 9(5).
010900    77  WS-I                  PIC 9(4)    COMP.
011000    77  WS-J                  PIC 9(4)    COMP.
011100    77  WS-J-START            PIC 9(4)    COMP.
011200    77  WS-PRIO               PIC 9.
011300    77  WS-PRIO-SHOWN         PIC 9(5).
011400    77  WS-HIST-READ          PIC 9(9)    VALUE ZERO.
011500    77  WS-WINDOW-COUNT       PIC 9(7)    VALUE ZERO.
011600    77  WS-OPER-COUNT         PIC 9(5)    VALUE ZERO.
011700    77  WS-EXC-COUNT          PIC 9(5)    VALUE ZERO.
011800    77  WS-TT-COUNT           PIC 9(5)    VALUE ZERO.
011900    77  WS-LA-COUNT           PIC 9(5)    VALUE ZERO.
012000    77  WS-RP-COUNT           PIC 9(5)    VALUE ZERO.
012100    77  WS-HR-COUNT-TOTAL     PIC 9(5)    VALUE ZERO.
012200    77  WS-NB-COUNT           PIC 9(5)    VALUE ZERO.
012300    01  WS-EXC-RECORD.
012400      COPY EXCPREC.
012500* THE WINDOW DAYS - THE BUSINESS DATE AND THE NON-BUSINESS DAYS
012600* AFTER IT - WITH THEIR CALENDAR DAY TYPE. THE COUNT AND FIRST
012700* ENTRY ARE RESET FOR EACH OPERATOR.
012800    77  WS-DAY-USED           PIC 9(2)    VALUE ZERO.
012900    01  WS-DAY-TABLE.
013000      05  WS-DAY-ENTRY OCCURS 10 TIMES INDEXED BY WS-DAY-IDX.
013100        10  WS-DAY-DATE         PIC 9(8).
013200        10  WS-DAY-TYPE         PIC X.
013300        10  WS-DAY-COUNT        PIC 9(5).
013400        10  WS-DAY-FIRST        PIC 9(4)    COMP.
013500* ONE OPERATOR'S CALCULATIONS FOR THE WINDOW. THE ADDHISTP AIX
013600* RECORD CAPS AN OPERATOR AT ROUGHLY 1480 RECORDS (SEE ADDAIXJ)
013700* SO 2000 ENTRIES CANNOT FILL IN PRACTICE.
013800    77  WS-OT-USED            PIC 9(4)    COMP VALUE ZERO.
013900    01  WS-OT-TABLE.
014000      05  WS-OT-ENTRY OCCURS 2000 TIMES.
014100        10  WS-OT-KEY.
014200          15  WS-OT-TERM        PIC X(4).
014300          15  WS-OT-DATE        PIC 9(8).
014400          15  WS-OT-TIME.
014500            20  WS-OT-HHMM      PIC 9(4).
014600            20  WS-OT-SS        PIC 9(2).
014700          15  WS-OT-SEQ         PIC 9(4).
014800        10  WS-OT-OPER          PIC X.
014900        10  WS-OT-NUM1          PIC S9(14)V99.
015000        10  WS-OT-NUM2          PIC 9(7)V99.
015100        10  WS-OT-STAMP         PIC 9(9)    COMP.
015200        10  WS-OT-TT-SW         PIC X.
015300        10  WS-OT-RP-SW         PIC X.
015400* THE CLOCK HOURS ONE OPERATOR WORKED IN THE WINDOW.
015500    77  WS-HR-USED            PIC 9(4)    VALUE ZERO.
015600    01  WS-HR-TABLE.
015700      05  WS-HR-ENTRY OCCURS 240 TIMES INDEXED BY WS-HR-IDX.
015800        10  WS-HR-DATE          PIC 9(8).
015900        10  WS-HR-HOUR          PIC 9(2).
016000        10  WS-HR-COUNT         PIC 9(5).
016100        10  WS-HR-FIRST         PIC 9(4)    COMP.
016200* THE EXCEPTIONS HELD FOR THE PRIORITY-ORDER REPORT. THE FILE
016300* GETS EVERY EXCEPTION EVEN IF THIS TABLE FILLS.
016400    77  WS-RPT-USED           PIC 9(4)    VALUE ZERO.
016500    01  WS-RPT-TABLE.
016600      05  WS-RPT-ENTRY OCCURS 1000 TIMES PIC X(100).
016700    01  WS-HEAD-1.
016800      05  FILLER              PIC X(20)   VALUE SPACES.
016900      05  FILLER              PIC X(50)
017000          VALUE 'ADDHIST ACTIVITY EXCEPTIONS - RAFAELGB'.
017100    01  WS-PARM-LINE.
017200      05  FILLER              PIC X(4)    VALUE SPACES.
017300      05  FILLER              PIC X(17)
017400          VALUE 'BUSINESS DATE    '.
017500      05  PL-DATE             PIC 9(8).
017600      05  FILLER              PIC X(10)   VALUE '  THROUGH '.
017700      05  PL-WINDOW-END       PIC 9(8).
017800      05  FILLER              PIC X(85)   VALUE SPACES.
017900    01  WS-LIMIT-LINE.
018000      05  FILLER              PIC X(4)    VALUE SPACES.
018100      05  FILLER              PIC X(17)
018200          VALUE 'LIMITS - PER HOUR'.
018300      05  LL-HOURLY           PIC ZZ,ZZ9.
018400      05  FILLER              PIC X(16)
018500          VALUE '   LARGE AMOUNT '.
018600      05  LL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
018700      05  FILLER              PIC X(11)   VALUE '   REPEATS '.
018800      05  LL-REPEAT           PIC ZZ9.
018900      05  FILLER              PIC X(4)    VALUE ' IN '.
019000      05  LL-MINUTES          PIC ZZ9.
019100      05  FILLER              PIC X(8)    VALUE ' MINUTES'.
019200      05  FILLER              PIC X(42)   VALUE SPACES.
019300    01  WS-SECTION-LINE.
019400      05  FILLER              PIC X(4)    VALUE SPACES.
019500      05  SL-TEXT             PIC X(50).
019600      05  FILLER              PIC X(78)   VALUE SPACES.
019700    01  WS-HEAD-2.
019800      05  FILLER              PIC X(4)    VALUE SPACES.
019900      05  FILLER              PIC X(4)    VALUE 'TY'.
020000      05  FILLER              PIC X(5)    VALUE 'OPR'.
020100      05  FILLER              PIC X(6)    VALUE 'TERM'.
020200      05  FILLER              PIC X(9)    VALUE 'DATE'.
020300      05  FILLER              PIC X(7)    VALUE 'TIME'.
020400      05  FILLER              PIC X(6)    VALUE 'SEQ'.
020500      05  FILLER              PIC X(6)    VALUE 'OTHER'.
020600      05  FILLER              PIC X(8)    VALUE ' COUNT'.
020700      05  FILLER              PIC X(24)
020800          VALUE '                AMOUNT'.
020900      05  FILLER              PIC X(30)   VALUE 'DESCRIPTION'.
021000      05  FILLER              PIC X(23)   VALUE SPACES.
021100    01  WS-DETAIL-LINE.
021200      05  FILLER              PIC X(4)    VALUE SPACES.
021300      05  DL-TYPE             PIC XX.
021400      05  FILLER              PIC X(2)    VALUE SPACES.
021500      05  DL-OPER             PIC X(3).
021600      05  FILLER              PIC X(2)    VALUE SPACES.
021700      05  DL-TERM             PIC X(4).
021800      05  FILLER              PIC X(2)    VALUE SPACES.
021900      05  DL-DATE             PIC 9(8).
022000      05  FILLER              PIC X       VALUE SPACE.
022100      05  DL-TIME             PIC 9(6).
022200      05  FILLER              PIC X       VALUE SPACE.
022300      05  DL-SEQ              PIC 9(4).
022400      05  FILLER              PIC X(2)    VALUE SPACES.
022500      05  DL-OTHER            PIC X(4).
022600      05  FILLER              PIC X(2)    VALUE SPACES.
022700      05  DL-COUNT            PIC ZZ,ZZ9.
022800      05  FILLER              PIC X(2)    VALUE SPACES.
022900      05  DL-AMOUNT           PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99
023000                              BLANK WHEN ZERO.
023100      05  FILLER              PIC X(2)    VALUE SPACES.
023200      05  DL-TEXT             PIC X(30).
023300      05  FILLER              PIC X(23)   VALUE SPACES.
023400    01  WS-COUNT-LINE.
023500      05  FILLER              PIC X(4)    VALUE SPACES.
023600      05  CL-LABEL            PIC X(22).
023700      05  CL-COUNT            PIC ZZZ,ZZZ,ZZ9.
023800      05  FILLER              PIC X(95)   VALUE SPACES.
023900    01  WS-ERROR-LINE.
024000      05  FILLER              PIC X(4)    VALUE SPACES.
024100      05  EL-TEXT             PIC X(40).
024200      05  EL-STATUS           PIC XX.
024300      05  FILLER              PIC X(86)   VALUE SPACES.
024400  LINKAGE SECTION.
024500    01  PARM-DATA.
024600      05  PARM-LENGTH         PIC S9(4)   COMP.
024700      05  PARM-VALUE          PIC X(14).
024800  PROCEDURE DIVISION USING PARM-DATA.
024900  MAIN-PARA.
025000      PERFORM OPEN-FILES.
025100      IF NOT WS-ABORT
025200          PERFORM EDIT-PARM
025300      END-IF.
025400      IF NOT WS-ABORT
025500          PERFORM RUN-CONTROL-START
025600      END-IF.
025700      IF NOT WS-ABORT
025800          PERFORM LOAD-THRESHOLDS
025900      END-IF.
026000      IF NOT WS-ABORT
026100          PERFORM SET-WINDOW
026200      END-IF.
026300      IF NOT WS-ABORT
026400          PERFORM PRINT-HEADINGS
026500          PERFORM SCAN-BY-OPERATOR
026600      END-IF.
026700      IF NOT WS-ABORT
026800          PERFORM PRINT-PRIORITY
026900              VARYING WS-PRIO FROM 1 BY 1 UNTIL WS-PRIO > 3
027000          PERFORM PRINT-RUN-TOTALS
027100          PERFORM SET-RETURN-CODE
027200      END-IF.
027300      IF NOT WS-ABORT
027400          PERFORM RUN-CONTROL-END
027500      END-IF.
027600      PERFORM CLOSE-FILES.
027700      MOVE WS-RETURN-CODE TO RETURN-CODE.
027800      STOP RUN.
027900  OPEN-FILES.
028000      OPEN OUTPUT PRINT-FILE.
028100      IF WS-PRINT-STATUS NOT = '00'
028200          MOVE 'ADDEXCPP OPEN FAILED - STATUS ' TO EL-TEXT
028300          MOVE WS-PRINT-STATUS TO EL-STATUS
028400          PERFORM ABORT-RUN
028500      END-IF.
028600      OPEN INPUT HIST-FILE.
028700      IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
028800          MOVE 'ADDHIST OPEN FAILED - STATUS ' TO EL-TEXT
028900          MOVE WS-HIST-STATUS TO EL-STATUS
029000          PERFORM ABORT-RUN
029100      END-IF.
029200      OPEN INPUT CAL-FILE.
029300      IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '97'
029400          MOVE 'CALFILE OPEN FAILED - STATUS ' TO EL-TEXT
029500          MOVE WS-CAL-STATUS TO EL-STATUS
029600          PERFORM ABORT-RUN
029700      END-IF.
029800      OPEN INPUT PARM-FILE.
029900      IF WS-PARM-STATUS NOT = '00'
030000          MOVE 'EXCPARM OPEN FAILED - STATUS ' TO EL-TEXT
030100          MOVE WS-PARM-STATUS TO EL-STATUS
030200          PERFORM ABORT-RUN
030300      END-IF.
030400      OPEN OUTPUT EXC-FILE.
030500      IF WS-EXC-STATUS NOT = '00'
030600          MOVE 'ADDEXCF OPEN FAILED - STATUS ' TO EL-TEXT
030700          MOVE WS-EXC-STATUS TO EL-STATUS
030800          PERFORM ABORT-RUN
030900      END-IF.
031000  EDIT-PARM.
031100      EVALUATE TRUE
031200          WHEN PARM-LENGTH = 0
031300              CONTINUE
031400          WHEN PARM-LENGTH = 8
031500                  AND PARM-VALUE (1:8) NUMERIC
031600              MOVE PARM-VALUE (1:8) TO WS-BUS-DATE
031700          WHEN PARM-LENGTH = 5
031800                  AND PARM-VALUE (1:5) = 'RERUN'
031900              SET WS-RERUN TO TRUE
032000          WHEN PARM-LENGTH = 14
032100                  AND PARM-VALUE (1:6) = 'RERUN,'
032200                  AND PARM-VALUE (7:8) NUMERIC
032300              SET WS-RERUN TO TRUE
032400              MOVE PARM-VALUE (7:8) TO WS-BUS-DATE
032500          WHEN OTHER
032600              MOVE 'PARM MUST BE DATE, RERUN OR RERUN,DATE'
032700                  TO EL-TEXT
032800              MOVE SPACES TO EL-STATUS
032900              PERFORM ABORT-RUN
033000      END-EVALUATE.
033100  LOAD-THRESHOLDS.
033200      READ PARM-FILE
033300          AT END
033400              MOVE 'EXCPARM IS EMPTY - NO THRESHOLDS' TO EL-TEXT
033500              MOVE SPACES TO EL-STATUS
033600              PERFORM ABORT-RUN
033700      END-READ.
033800      IF NOT WS-ABORT
033900          IF XPRM-HOURLY-MAX NOT NUMERIC
034000                  OR XPRM-LARGE-AMOUNT NOT NUMERIC
034100                  OR XPRM-REPEAT-COUNT NOT NUMERIC
034200                  OR XPRM-REPEAT-MINUTES NOT NUMERIC
034300              MOVE 'EXCPARM FIELD NOT NUMERIC' TO EL-TEXT
034400              MOVE SPACES TO EL-STATUS
034500              PERFORM ABORT-RUN
034600          ELSE
034700              IF XPRM-HOURLY-MAX = ZERO
034800                      OR XPRM-LARGE-AMOUNT = ZERO
034900                      OR XPRM-REPEAT-COUNT < 2
035000                      OR XPRM-REPEAT-MINUTES = ZERO
035100                  MOVE 'EXCPARM THRESHOLD ZERO OR REPEATS < 2'
035200                      TO EL-TEXT
035300                  MOVE SPACES TO EL-STATUS
035400                  PERFORM ABORT-RUN
035500              ELSE
035600                  MOVE XPRM-LARGE-AMOUNT TO WS-LARGE-AMOUNT
035700              END-IF
035800          END-IF
035900      END-IF.
036000* SET-WINDOW TABLES THE BUSINESS DATE AND EVERY CONSECUTIVE
036100* NON-BUSINESS DAY THE CALENDAR SHOWS AFTER IT. A DAY NOT YET
036200* ON THE CALENDAR ENDS THE WINDOW.
036300  SET-WINDOW.
036400      MOVE WS-BUS-DATE TO WS-CAND-DATE.
036500      MOVE WS-BUS-DATE TO WS-WINDOW-END.
036600      MOVE WS-BUS-DATE TO CAL-DATE.
036700      READ CAL-FILE.
036800      EVALUATE WS-CAL-STATUS
036900          WHEN '00'
037000              CONTINUE
037100          WHEN '23'
037200              MOVE 'B' TO CAL-DAY-TYPE
037300          WHEN OTHER
037400              MOVE 'CALFILE READ FAILED - STATUS ' TO EL-TEXT
037500              MOVE WS-CAL-STATUS TO EL-STATUS
037600              PERFORM ABORT-RUN
037700      END-EVALUATE.
037800      PERFORM ADD-WINDOW-DAY.
037900      MOVE 'N' TO WS-WINDOW-DONE-SW.
038000      PERFORM EXTEND-WINDOW
038100          UNTIL WS-WINDOW-DONE OR WS-ABORT.
038200  EXTEND-WINDOW.
038300      COMPUTE WS-DATE-INT =
038400          FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) + 1.
038500      COMPUTE WS-CAND-DATE =
038600          FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
038700      MOVE WS-CAND-DATE TO CAL-DATE.
038800      READ CAL-FILE.
038900      EVALUATE TRUE
039000          WHEN WS-CAL-STATUS = '23'
039100              SET WS-WINDOW-DONE TO TRUE
039200          WHEN WS-CAL-STATUS NOT = '00'
039300              MOVE 'CALFILE READ FAILED - STATUS ' TO EL-TEXT
039400              MOVE WS-CAL-STATUS TO EL-STATUS
039500              PERFORM ABORT-RUN
039600          WHEN CAL-BUSINESS
039700              SET WS-WINDOW-DONE TO TRUE
039800          WHEN WS-DAY-USED >= 10
039900              SET WS-WINDOW-DONE TO TRUE
040000          WHEN OTHER
040100              MOVE WS-CAND-DATE TO WS-WINDOW-END
040200              PERFORM ADD-WINDOW-DAY
040300      END-EVALUATE.
040400  ADD-WINDOW-DAY.
040500      ADD 1 TO WS-DAY-USED.
040600      MOVE WS-CAND-DATE TO WS-DAY-DATE (WS-DAY-USED).
040700      MOVE CAL-DAY-TYPE TO WS-DAY-TYPE (WS-DAY-USED).
040800  PRINT-HEADINGS.
040900      WRITE PRINT-LINE FROM WS-HEAD-1.
041000      MOVE SPACES TO PRINT-LINE.
041100      WRITE PRINT-LINE.
041200      MOVE WS-BUS-DATE TO PL-DATE.
041300      MOVE WS-WINDOW-END TO PL-WINDOW-END.
041400      WRITE PRINT-LINE FROM WS-PARM-LINE.
041500      MOVE XPRM-HOURLY-MAX TO LL-HOURLY.
041600      MOVE XPRM-LARGE-AMOUNT TO LL-AMOUNT.
041700      MOVE XPRM-REPEAT-COUNT TO LL-REPEAT.
041800      MOVE XPRM-REPEAT-MINUTES TO LL-MINUTES.
041900      WRITE PRINT-LINE FROM WS-LIMIT-LINE.
042000* SCAN-BY-OPERATOR READS THE WHOLE FILE IN HIST-OPERID ORDER
042100* THROUGH THE ALTERNATE INDEX AND CHECKS EACH OPERATOR'S
042200* WINDOW WHEN THEIR LAST RECORD HAS BEEN READ.
042300  SCAN-BY-OPERATOR.
042400      MOVE 'N' TO WS-EOF-SW.
042500      MOVE SPACES TO WS-CUR-OPERID.
042600      MOVE ZERO TO WS-OT-USED.
042700      MOVE LOW-VALUES TO HIST-OPERID.
042800      START HIST-FILE KEY IS NOT LESS THAN HIST-OPERID.
042900      EVALUATE WS-HIST-STATUS
043000          WHEN '00'
043100              PERFORM READ-HIST-NEXT
043200          WHEN '23'
043300              MOVE 'Y' TO WS-EOF-SW
043400          WHEN OTHER
043500              MOVE 'ADDHIST START FAILED - STATUS ' TO EL-TEXT
043600              MOVE WS-HIST-STATUS TO EL-STATUS
043700              PERFORM ABORT-RUN
043800      END-EVALUATE.
043900      PERFORM PROCESS-HIST-RECORD
044000          UNTIL WS-EOF OR WS-ABORT.
044100      IF NOT WS-ABORT
044200          PERFORM CHECK-OPERATOR
044300      END-IF.
044400  READ-HIST-NEXT.
044500      READ HIST-FILE NEXT
044600          AT END MOVE 'Y' TO WS-EOF-SW
044700      END-READ.
044800      IF NOT WS-EOF
044900          IF WS-HIST-STATUS NOT = '00'
045000                  AND WS-HIST-STATUS NOT = '02'
045100              MOVE 'ADDHIST READ FAILED - STATUS ' TO EL-TEXT
045200              MOVE WS-HIST-STATUS TO EL-STATUS
045300              PERFORM ABORT-RUN
045400          ELSE
045500              ADD 1 TO WS-HIST-READ
045600          END-IF
045700      END-IF.
045800  PROCESS-HIST-RECORD.
045900      IF HIST-OPERID NOT = WS-CUR-OPERID
046000          PERFORM CHECK-OPERATOR
046100          MOVE HIST-OPERID TO WS-CUR-OPERID
046200          MOVE ZERO TO WS-OT-USED
046300      END-IF.
046400      IF HIST-KEY-DATE NOT < WS-BUS-DATE
046500              AND HIST-KEY-DATE NOT > WS-WINDOW-END
046600              AND NOT HIST-VOIDED
046700          ADD 1 TO WS-WINDOW-COUNT
046800          PERFORM CHECK-LARGE-AMOUNT
046900          IF HIST-KEY-TERM NOT = WS-BATCH-TERM
047000              PERFORM TABLE-CALCULATION
047100          END-IF
047200      END-IF.
047300      IF NOT WS-ABORT
047400          PERFORM READ-HIST-NEXT
047500      END-IF.
047600  CHECK-LARGE-AMOUNT.
047700      IF HIST-RESU < ZERO
047800          COMPUTE WS-RESU-ABS = ZERO - HIST-RESU
047900      ELSE
048000          MOVE HIST-RESU TO WS-RESU-ABS
048100      END-IF.
048200      IF WS-RESU-ABS > WS-LARGE-AMOUNT
048300          PERFORM START-EXCEPTION
048400          MOVE 1 TO EXC-PRIORITY
048500          MOVE 'LA' TO EXC-TYPE
048600          MOVE HIST-KEY TO EXC-HIST-KEY
048700          MOVE 1 TO EXC-COUNT
048800          MOVE HIST-RESU TO EXC-AMOUNT
048900          MOVE 'RESULT OVER LARGE-AMOUNT LIMIT' TO EXC-TEXT
049000          PERFORM WRITE-EXCEPTION
049100      END-IF.
049200* TABLE-CALCULATION HOLDS THE RECORD FOR THE OPERATOR-LEVEL
049300* CHECKS. WS-OT-STAMP IS THE KEYING TIME IN MINUTES SINCE THE
049400* CALENDAR'S DAY ZERO SO A REPEAT WINDOW CAN SPAN MIDNIGHT.
049500  TABLE-CALCULATION.
049600      IF WS-OT-USED < 2000
049700          ADD 1 TO WS-OT-USED
049800          MOVE HIST-KEY TO WS-OT-KEY (WS-OT-USED)
049900          MOVE HIST-OPER TO WS-OT-OPER (WS-OT-USED)
050000          MOVE HIST-NUM1-CHAIN TO WS-OT-NUM1 (WS-OT-USED)
050100          MOVE HIST-NUM2 TO WS-OT-NUM2 (WS-OT-USED)
050200          DIVIDE WS-OT-HHMM (WS-OT-USED) BY 100
050300              GIVING WS-HH REMAINDER WS-MM
050400          COMPUTE WS-OT-STAMP (WS-OT-USED) =
050500              FUNCTION INTEGER-OF-DATE(HIST-KEY-DATE) * 1440
050600              + WS-HH * 60 + WS-MM
050700          MOVE 'N' TO WS-OT-TT-SW (WS-OT-USED)
050800          MOVE 'N' TO WS-OT-RP-SW (WS-OT-USED)
050900      ELSE
051000          MOVE 'OVER 2000 CALCULATIONS FOR ONE OPERATOR'
051100              TO EL-TEXT
051200          MOVE SPACES TO EL-STATUS
051300          PERFORM ABORT-RUN
051400      END-IF.
051500  CHECK-OPERATOR.
051600      IF WS-OT-USED > ZERO
051700          ADD 1 TO WS-OPER-COUNT
051800          PERFORM CHECK-HOURLY-RATE
051900          PERFORM CHECK-NON-BUSINESS-DAYS
052000          PERFORM CHECK-TWO-TERMINALS
052100              VARYING WS-I FROM 1 BY 1
052200              UNTIL WS-I > WS-OT-USED OR WS-ABORT
052300          PERFORM CHECK-REPEATS
052400              VARYING WS-I FROM 1 BY 1
052500              UNTIL WS-I > WS-OT-USED OR WS-ABORT
052600      END-IF.
052700* CHECK-HOURLY-RATE COUNTS THE OPERATOR'S CALCULATIONS BY DATE
052800* AND CLOCK HOUR AND REPORTS EACH HOUR OVER THE LIMIT, KEYED ON
052900* THE EARLIEST CALCULATION IN IT.
053000  CHECK-HOURLY-RATE.
053100      MOVE ZERO TO WS-HR-USED.
053200      PERFORM TALLY-HOUR
053300          VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OT-USED.
053400      PERFORM REPORT-HOUR-IF-OVER
053500          VARYING WS-HR-IDX FROM 1 BY 1
053600          UNTIL WS-HR-IDX > WS-HR-USED OR WS-ABORT.
053700  TALLY-HOUR.
053800      DIVIDE WS-OT-HHMM (WS-I) BY 100 GIVING WS-HH.
053900      MOVE 'N' TO WS-FOUND-SW.
054000      PERFORM VARYING WS-HR-IDX FROM 1 BY 1
054100              UNTIL WS-HR-IDX > WS-HR-USED OR WS-FOUND
054200          IF WS-HR-DATE (WS-HR-IDX) = WS-OT-DATE (WS-I)
054300                  AND WS-HR-HOUR (WS-HR-IDX) = WS-HH
054400              ADD 1 TO WS-HR-COUNT (WS-HR-IDX)
054500              MOVE WS-HR-FIRST (WS-HR-IDX) TO WS-J
054600              IF WS-OT-TIME (WS-I) < WS-OT-TIME (WS-J)
054700                  MOVE WS-I TO WS-HR-FIRST (WS-HR-IDX)
054800              END-IF
054900              MOVE 'Y' TO WS-FOUND-SW
055000          END-IF
055100      END-PERFORM.
055200      IF NOT WS-FOUND AND WS-HR-USED < 240
055300          ADD 1 TO WS-HR-USED
055400          MOVE WS-OT-DATE (WS-I) TO WS-HR-DATE (WS-HR-USED)
055500          MOVE WS-HH TO WS-HR-HOUR (WS-HR-USED)
055600          MOVE 1 TO WS-HR-COUNT (WS-HR-USED)
055700          MOVE WS-I TO WS-HR-FIRST (WS-HR-USED)
055800      END-IF.
055900  REPORT-HOUR-IF-OVER.
056000      IF WS-HR-COUNT (WS-HR-IDX) > XPRM-HOURLY-MAX
056100          MOVE WS-HR-FIRST (WS-HR-IDX) TO WS-J
056200          PERFORM START-EXCEPTION
056300          MOVE 2 TO EXC-PRIORITY
056400          MOVE 'HR' TO EXC-TYPE
056500          MOVE WS-OT-KEY (WS-J) TO EXC-HIST-KEY
056600          MOVE WS-HR-COUNT (WS-HR-IDX) TO EXC-COUNT
056700          MOVE 'OVER CALCULATIONS-PER-HOUR LIMIT' TO EXC-TEXT
056800          PERFORM WRITE-EXCEPTION
056900      END-IF.
057000* CHECK-NON-BUSINESS-DAYS COUNTS THE OPERATOR'S WORK ON EACH
057100* WINDOW DAY AND REPORTS ANY ON A HOLIDAY OR WEEKEND.
057200  CHECK-NON-BUSINESS-DAYS.
057300      PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
057400              UNTIL WS-DAY-IDX > WS-DAY-USED
057500          MOVE ZERO TO WS-DAY-COUNT (WS-DAY-IDX)
057600          MOVE ZERO TO WS-DAY-FIRST (WS-DAY-IDX)
057700      END-PERFORM.
057800      PERFORM TALLY-DAY
057900          VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-OT-USED.
058000      PERFORM REPORT-DAY-IF-NON-BUSINESS
058100          VARYING WS-DAY-IDX FROM 1 BY 1
058200          UNTIL WS-DAY-IDX > WS-DAY-USED OR WS-ABORT.
058300  TALLY-DAY.
058400      PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
058500              UNTIL WS-DAY-IDX > WS-DAY-USED
058600          IF WS-DAY-DATE (WS-DAY-IDX) = WS-OT-DATE (WS-I)
058700              ADD 1 TO WS-DAY-COUNT (WS-DAY-IDX)
058800              IF WS-DAY-FIRST (WS-DAY-IDX) = ZERO
058900                  MOVE WS-I TO WS-DAY-FIRST (WS-DAY-IDX)
059000              ELSE
059100                  MOVE WS-DAY-FIRST (WS-DAY-IDX) TO WS-J
059200                  IF WS-OT-TIME (WS-I) < WS-OT-TIME (WS-J)
059300                      MOVE WS-I TO WS-DAY-FIRST (WS-DAY-IDX)
059400                  END-IF
059500              END-IF
059600          END-IF
059700      END-PERFORM.
059800  REPORT-DAY-IF-NON-BUSINESS.
059900      IF WS-DAY-COUNT (WS-DAY-IDX) > ZERO
060000              AND WS-DAY-TYPE (WS-DAY-IDX) NOT = 'B'
060100          MOVE WS-DAY-FIRST (WS-DAY-IDX) TO WS-J
060200          PERFORM START-EXCEPTION
060300          MOVE 3 TO EXC-PRIORITY
060400          MOVE 'NB' TO EXC-TYPE
060500          MOVE WS-OT-KEY (WS-J) TO EXC-HIST-KEY
060600          MOVE WS-DAY-COUNT (WS-DAY-IDX) TO EXC-COUNT
060700          IF WS-DAY-TYPE (WS-DAY-IDX) = 'H'
060800              MOVE 'WORK KEYED ON A HOLIDAY' TO EXC-TEXT
060900          ELSE
061000              MOVE 'WORK KEYED ON A WEEKEND' TO EXC-TEXT
061100          END-IF
061200          PERFORM WRITE-EXCEPTION
061300      END-IF.
061400* CHECK-TWO-TERMINALS LOOKS FOR ANOTHER CALCULATION BY THE SAME
061500* OPERATOR IN THE SAME MINUTE ON A DIFFERENT TERMINAL. BOTH
061600* RECORDS ARE MARKED SO THE PAIR IS REPORTED ONCE.
061700  CHECK-TWO-TERMINALS.
061800      IF WS-OT-TT-SW (WS-I) = 'N'
061900          COMPUTE WS-J-START = WS-I + 1
062000          PERFORM COMPARE-TERMINALS
062100              VARYING WS-J FROM WS-J-START BY 1
062200              UNTIL WS-J > WS-OT-USED
062300                 OR WS-OT-TT-SW (WS-I) = 'Y'
062400      END-IF.
062500  COMPARE-TERMINALS.
062600      IF WS-OT-DATE (WS-J) = WS-OT-DATE (WS-I)
062700              AND WS-OT-HHMM (WS-J) = WS-OT-HHMM (WS-I)
062800              AND WS-OT-TERM (WS-J) NOT = WS-OT-TERM (WS-I)
062900          MOVE 'Y' TO WS-OT-TT-SW (WS-I)
063000          MOVE 'Y' TO WS-OT-TT-SW (WS-J)
063100          PERFORM START-EXCEPTION
063200          MOVE 1 TO EXC-PRIORITY
063300          MOVE 'TT' TO EXC-TYPE
063400          MOVE WS-OT-KEY (WS-I) TO EXC-HIST-KEY
063500          MOVE WS-OT-TERM (WS-J) TO EXC-OTHER-TERM
063600          MOVE 2 TO EXC-COUNT
063700          MOVE 'SAME OPERATOR ON TWO TERMINALS' TO EXC-TEXT
063800          PERFORM WRITE-EXCEPTION
063900      END-IF.
064000* CHECK-REPEATS COUNTS THE CALCULATIONS WITH THE SAME OPERATION
064080* AND OPERANDS AS THIS ONE KEYED WITHIN THE REPEAT WINDOW AFTER
064160* IT, SO EVERY GROUP REPORTED FITS INSIDE XPRM-REPEAT-MINUTES. A
064240* GROUP AT OR OVER THE LIMIT IS REPORTED ONCE, KEYED ON THE FIRST
064320* OF ITS RECORDS IN TABLE ORDER.
064400  CHECK-REPEATS.
064500      IF WS-OT-RP-SW (WS-I) = 'N'
064600          MOVE 1 TO WS-REPEAT-COUNT
064700          PERFORM COUNT-REPEAT
064800              VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OT-USED
064900          IF WS-REPEAT-COUNT NOT < XPRM-REPEAT-COUNT
065000              MOVE 'Y' TO WS-OT-RP-SW (WS-I)
065100              PERFORM MARK-REPEAT
065200                  VARYING WS-J FROM 1 BY 1 UNTIL WS-J > WS-OT-USED
065300              PERFORM START-EXCEPTION
065400              MOVE 2 TO EXC-PRIORITY
065500              MOVE 'RP' TO EXC-TYPE
065600              MOVE WS-OT-KEY (WS-I) TO EXC-HIST-KEY
065700              MOVE WS-REPEAT-COUNT TO EXC-COUNT
065800              MOVE 'SAME OPERANDS KEYED REPEATEDLY' TO EXC-TEXT
065900              PERFORM WRITE-EXCEPTION
066000          END-IF
066100      END-IF.
066200  COUNT-REPEAT.
066300      PERFORM TEST-REPEAT-MATCH.
066400      IF WS-MATCH
066500          ADD 1 TO WS-REPEAT-COUNT
066600      END-IF.
066700  MARK-REPEAT.
066800      PERFORM TEST-REPEAT-MATCH.
066900      IF WS-MATCH
067000          MOVE 'Y' TO WS-OT-RP-SW (WS-J)
067100      END-IF.
067120* TEST-REPEAT-MATCH ONLY LOOKS FORWARD FROM RECORD I. TWO RECORDS
067140* KEYED IN THE SAME MINUTE ARE COUNTED ONCE, FROM THE EARLIER ONE
067160* IN THE TABLE.
067200  TEST-REPEAT-MATCH.
067300      MOVE 'N' TO WS-MATCH-SW.
067400      IF WS-J NOT = WS-I
067500              AND WS-OT-OPER (WS-J) = WS-OT-OPER (WS-I)
067600              AND WS-OT-NUM1 (WS-J) = WS-OT-NUM1 (WS-I)
067700              AND WS-OT-NUM2 (WS-J) = WS-OT-NUM2 (WS-I)
067800          IF WS-OT-STAMP (WS-J) > WS-OT-STAMP (WS-I)
067900                  OR (WS-OT-STAMP (WS-J) = WS-OT-STAMP (WS-I)
068000                      AND WS-J > WS-I)
068100              COMPUTE WS-GAP =
068200                  WS-OT-STAMP (WS-J) - WS-OT-STAMP (WS-I)
068300              IF WS-GAP NOT > XPRM-REPEAT-MINUTES
068400                  MOVE 'Y' TO WS-MATCH-SW
068500              END-IF
068600          END-IF
068800      END-IF.
068900  START-EXCEPTION.
069000      MOVE SPACES TO WS-EXC-RECORD.
069100      MOVE WS-BUS-DATE TO EXC-BUS-DATE.
069200      MOVE WS-CUR-OPERID TO EXC-OPERID.
069300      MOVE ZERO TO EXC-COUNT.
069400      MOVE ZERO TO EXC-AMOUNT.
069500* WRITE-EXCEPTION WRITES THE FILE RECORD AND HOLDS A COPY FOR
069600* THE PRIORITY-ORDER REPORT WHILE THE TABLE HAS ROOM.
069700  WRITE-EXCEPTION.
069800      WRITE EXC-FILE-RECORD FROM WS-EXC-RECORD.
069900      IF WS-EXC-STATUS NOT = '00'
070000          MOVE 'ADDEXCF WRITE FAILED - STATUS ' TO EL-TEXT
070100          MOVE WS-EXC-STATUS TO EL-STATUS
070200          PERFORM ABORT-RUN
070300      ELSE
070400          ADD 1 TO WS-EXC-COUNT
070500          EVALUATE TRUE
070600              WHEN EXC-TWO-TERMINALS
070700                  ADD 1 TO WS-TT-COUNT
070800              WHEN EXC-LARGE-AMOUNT
070900                  ADD 1 TO WS-LA-COUNT
071000              WHEN EXC-REPEATED
071100                  ADD 1 TO WS-RP-COUNT
071200              WHEN EXC-HOURLY-RATE
071300                  ADD 1 TO WS-HR-COUNT-TOTAL
071400              WHEN EXC-NON-BUSINESS-DAY
071500                  ADD 1 TO WS-NB-COUNT
071600          END-EVALUATE
071700          IF WS-RPT-USED < 1000
071800              ADD 1 TO WS-RPT-USED
071900              MOVE WS-EXC-RECORD TO WS-RPT-ENTRY (WS-RPT-USED)
072000          ELSE
072100              SET WS-RPT-FULL TO TRUE
072200          END-IF
072300      END-IF.
072400* PRINT-PRIORITY PRINTS ONE PRIORITY'S SECTION FROM THE HELD
072500* EXCEPTIONS, IN THE ORDER THEY WERE FOUND (OPERATOR ORDER).
072600  PRINT-PRIORITY.
072700      MOVE SPACES TO PRINT-LINE.
072800      WRITE PRINT-LINE.
072900      EVALUATE WS-PRIO
073000          WHEN 1
073100              MOVE 'PRIORITY 1 - TWO TERMINALS, LARGE AMOUNTS'
073200                  TO SL-TEXT
073300          WHEN 2
073400              MOVE 'PRIORITY 2 - REPEATED OPERANDS, HOURLY RATE'
073500                  TO SL-TEXT
073600          WHEN 3
073700              MOVE 'PRIORITY 3 - HOLIDAY AND WEEKEND WORK'
073800                  TO SL-TEXT
073900      END-EVALUATE.
074000      WRITE PRINT-LINE FROM WS-SECTION-LINE.
074100      WRITE PRINT-LINE FROM WS-HEAD-2.
074200      MOVE ZERO TO WS-PRIO-SHOWN.
074300      PERFORM PRINT-IF-PRIORITY
074400          VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-RPT-USED.
074500      IF WS-PRIO-SHOWN = ZERO
074600          MOVE '    NONE' TO PRINT-LINE
074700          WRITE PRINT-LINE
074800      END-IF.
074900  PRINT-IF-PRIORITY.
075000      MOVE WS-RPT-ENTRY (WS-I) TO WS-EXC-RECORD.
075100      IF EXC-PRIORITY = WS-PRIO
075200          ADD 1 TO WS-PRIO-SHOWN
075300          MOVE EXC-TYPE TO DL-TYPE
075400          MOVE EXC-OPERID TO DL-OPER
075500          MOVE EXC-KEY-TERM TO DL-TERM
075600          MOVE EXC-KEY-DATE TO DL-DATE
075700          MOVE EXC-KEY-TIME TO DL-TIME
075800          MOVE EXC-KEY-SEQ TO DL-SEQ
075900          MOVE EXC-OTHER-TERM TO DL-OTHER
076000          MOVE EXC-COUNT TO DL-COUNT
076100          MOVE EXC-AMOUNT TO DL-AMOUNT
076200          MOVE EXC-TEXT TO DL-TEXT
076300          WRITE PRINT-LINE FROM WS-DETAIL-LINE
076400      END-IF.
076500  PRINT-RUN-TOTALS.
076600      MOVE SPACES TO PRINT-LINE.
076700      WRITE PRINT-LINE.
076800      IF WS-RPT-FULL
076900          MOVE 'REPORT SHOWS FIRST 1000 - SEE ADDEXCF' TO EL-TEXT
077000          MOVE SPACES TO EL-STATUS
077100          WRITE PRINT-LINE FROM WS-ERROR-LINE
077200      END-IF.
077300      MOVE 'HISTORY RECORDS READ  ' TO CL-LABEL.
077400      MOVE WS-HIST-READ TO CL-COUNT.
077500      WRITE PRINT-LINE FROM WS-COUNT-LINE.
077600      MOVE 'IN THE WINDOW         ' TO CL-LABEL.
077700      MOVE WS-WINDOW-COUNT TO CL-COUNT.
077800      WRITE PRINT-LINE FROM WS-COUNT-LINE.
077900      MOVE 'OPERATORS CHECKED     ' TO CL-LABEL.
078000      MOVE WS-OPER-COUNT TO CL-COUNT.
078100      WRITE PRINT-LINE FROM WS-COUNT-LINE.
078200      MOVE 'TWO TERMINALS (TT)    ' TO CL-LABEL.
078300      MOVE WS-TT-COUNT TO CL-COUNT.
078400      WRITE PRINT-LINE FROM WS-COUNT-LINE.
078500      MOVE 'LARGE AMOUNTS (LA)    ' TO CL-LABEL.
078600      MOVE WS-LA-COUNT TO CL-COUNT.
078700      WRITE PRINT-LINE FROM WS-COUNT-LINE.
078800      MOVE 'REPEATED OPERANDS (RP)' TO CL-LABEL.
078900      MOVE WS-RP-COUNT TO CL-COUNT.
079000      WRITE PRINT-LINE FROM WS-COUNT-LINE.
079100      MOVE 'HOURLY RATE (HR)      ' TO CL-LABEL.
079200      MOVE WS-HR-COUNT-TOTAL TO CL-COUNT.
079300      WRITE PRINT-LINE FROM WS-COUNT-LINE.
079400      MOVE 'NON-BUSINESS DAY (NB) ' TO CL-LABEL.
079500      MOVE WS-NB-COUNT TO CL-COUNT.
079600      WRITE PRINT-LINE FROM WS-COUNT-LINE.
079700      MOVE 'EXCEPTIONS WRITTEN    ' TO CL-LABEL.
079800      MOVE WS-EXC-COUNT TO CL-COUNT.
079900      WRITE PRINT-LINE FROM WS-COUNT-LINE.
080000  SET-RETURN-CODE.
080100      IF WS-EXC-COUNT > ZERO
080200          MOVE 4 TO WS-RETURN-CODE
080300      END-IF.
080400  CLOSE-FILES.
080500      CLOSE HIST-FILE.
080600      CLOSE CAL-FILE.
080700      CLOSE PARM-FILE.
080800      CLOSE EXC-FILE.
080900      CLOSE PRINT-FILE.
081000* RUN-CONTROL-START LETS RUNCTL DERIVE THE PREVIOUS BUSINESS
081100* DAY AND REFUSES A DUPLICATE OR OUT-OF-SEQUENCE RUN (RC 8).
081200  RUN-CONTROL-START.
081300      MOVE 'START' TO RC-FUNCTION OF WS-RUNCOMM.
081400      MOVE 'ADDEXCP' TO RC-PROGRAM OF WS-RUNCOMM.
081500      MOVE WS-RERUN-SW TO RC-RERUN-SW OF WS-RUNCOMM.
081600      MOVE WS-BUS-DATE TO RC-BUS-DATE OF WS-RUNCOMM.
081700      CALL 'RUNCTL' USING WS-RUNCOMM.
081800      EVALUATE RC-RETURN OF WS-RUNCOMM
081900          WHEN ZERO
082000              MOVE RC-BUS-DATE OF WS-RUNCOMM TO WS-BUS-DATE
082100          WHEN 8
082200              MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
082300              MOVE SPACES TO EL-STATUS
082400              PERFORM REFUSE-RUN
082500          WHEN OTHER
082600              MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
082700              MOVE SPACES TO EL-STATUS
082800              PERFORM ABORT-RUN
082900      END-EVALUATE.
083000  RUN-CONTROL-END.
083100      MOVE 'END' TO RC-FUNCTION OF WS-RUNCOMM.
083200      CALL 'RUNCTL' USING WS-RUNCOMM.
083300      IF RC-RETURN OF WS-RUNCOMM NOT = ZERO
083400          MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
083500          MOVE SPACES TO EL-STATUS
083600          PERFORM ABORT-RUN
083700      END-IF.
083800  REFUSE-RUN.
083900      SET WS-ABORT TO TRUE.
084000      IF WS-RETURN-CODE < 8
084100          MOVE 8 TO WS-RETURN-CODE
084200      END-IF.
084300      IF WS-PRINT-STATUS = '00'
084400          WRITE PRINT-LINE FROM WS-ERROR-LINE
084500      END-IF.
084600  ABORT-RUN.
084700      SET WS-ABORT TO TRUE.
084800      MOVE 12 TO WS-RETURN-CODE.
084900      IF WS-PRINT-STATUS = '00'
085000          WRITE PRINT-LINE FROM WS-ERROR-LINE
085100      END-IF.
