000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. PENDRPT.
000300*
000400* PENDRPT - NIGHTLY HIGH-VALUE APPROVAL REPORT OVER THE ADDPEND
000500* KSDS. SENDMAP HOLDS EVERY RESULT OVER THE KEYING OPERATOR'S
000600* OPER-APPR-LIMIT ON ADDPEND UNTIL A SECOND SUPERVISOR DECIDES IT
000700* WITH ADDAPPR. THE FIRST SECTION LISTS EVERY ITEM STILL PENDING,
000800* HOWEVER OLD, WITH THE KEYING OPERATOR, THE RESULT AND THE LIMIT
000900* IT BROKE; THE SECOND LISTS THE ITEMS REJECTED ON THE BUSINESS
000933* DATE, OR ON ANY NON-BUSINESS DAY CALFILE SHOWS STRAIGHT AFTER
000966* IT, AND WHO REJECTED THEM. THE BUSINESS DATE COMES FROM THE
001100* PARM (YYYYMMDD) OR IS DERIVED BY RUNCTL AS THE PREVIOUS
001200* BUSINESS DAY, AND RUNCTL REFUSES A SECOND RUN FOR THE SAME DATE
001300* UNLESS RERUN OR RERUN,YYYYMMDD IS CODED. AN ADDPEND CLUSTER THAT
001400* HAS NEVER BEEN LOADED IS REPORTED AS NOTHING PENDING.
001500* RETURN CODES: 0 = NOTHING PENDING, 4 = ITEMS STILL AWAIT A
001600* DECISION, 8 = RUN REFUSED BY RUNCTL, 12 = COULD NOT PROCESS.
001700*
001800  ENVIRONMENT DIVISION.
001900    INPUT-OUTPUT SECTION.
002000    FILE-CONTROL.
002100      SELECT PEND-FILE ASSIGN TO ADDPEND
002200        ORGANIZATION IS INDEXED
002300        ACCESS MODE IS DYNAMIC
002400        RECORD KEY IS PEND-KEY
002500        FILE STATUS IS WS-PEND-STATUS.
002600      SELECT PRINT-FILE ASSIGN TO PENDRPTP
002700        ORGANIZATION IS LINE SEQUENTIAL
002800        FILE STATUS IS WS-PRINT-STATUS.
002810      SELECT CAL-FILE ASSIGN TO CALFILE
002820        ORGANIZATION IS INDEXED
002830        ACCESS MODE IS RANDOM
002840        RECORD KEY IS CAL-KEY
002850        FILE STATUS IS WS-CAL-STATUS.
002900  DATA DIVISION.
003000    FILE SECTION.
003100    FD  PEND-FILE.
003200    01  PEND-FILE-RECORD.
003300      COPY PENDREC.
003400    FD  PRINT-FILE
003500        RECORD CONTAINS 132 CHARACTERS.
003600    01  PRINT-LINE            PIC X(132).
003610    FD  CAL-FILE.
003620    01  CAL-FILE-RECORD.
003630      COPY CALREC.
003700    WORKING-STORAGE SECTION.
003800    77  WS-PEND-STATUS        PIC XX.
003900    77  WS-PRINT-STATUS       PIC XX.
003910    77  WS-CAL-STATUS         PIC XX.
004000    77  WS-EOF-SW             PIC X       VALUE 'N'.
004100        88  WS-EOF                        VALUE 'Y'.
004200    77  WS-ABORT-SW           PIC X       VALUE 'N'.
004300        88  WS-ABORT                      VALUE 'Y'.
004400    77  WS-PEND-OPEN-SW       PIC X       VALUE 'N'.
004500        88  WS-PEND-OPEN                  VALUE 'Y'.
004510    77  WS-CAL-OPEN-SW        PIC X       VALUE 'N'.
004520        88  WS-CAL-OPEN                   VALUE 'Y'.
004530    77  WS-WINDOW-DONE-SW     PIC X       VALUE 'N'.
004540        88  WS-WINDOW-DONE                VALUE 'Y'.
004600    77  WS-READ-COUNT         PIC 9(7)    VALUE ZERO.
004700    77  WS-PENDING-COUNT      PIC 9(7)    VALUE ZERO.
004800    77  WS-REJECT-COUNT       PIC 9(7)    VALUE ZERO.
004900    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
005000    77  WS-BUS-DATE           PIC 9(8)    VALUE ZERO.
005010    77  WS-WINDOW-END         PIC 9(8)    VALUE ZERO.
005020    77  WS-CAND-DATE          PIC 9(8).
005030    77  WS-DATE-INT           PIC S9(7)   COMP.
005100    77  WS-RERUN-SW           PIC X       VALUE 'N'.
005200        88  WS-RERUN                      VALUE 'Y'.
005300    01  WS-RUNCOMM.
005400      COPY RUNCOMM.
005500    01  WS-HIST-RECORD.
005600      COPY HISTREC.
005700    01  WS-HEAD-1.
005800      05  FILLER              PIC X(20)   VALUE SPACES.
005900      05  FILLER              PIC X(46)
006000          VALUE 'HIGH-VALUE APPROVAL REPORT - RAFAELGB'.
006100    01  WS-PARM-LINE.
006200      05  FILLER              PIC X(4)    VALUE SPACES.
006300      05  FILLER              PIC X(17)
006400          VALUE 'BUSINESS DATE    '.
006500      05  PL-DATE             PIC 9(8).
006600      05  FILLER              PIC X(10)   VALUE '  THROUGH '.
006630      05  PL-WINDOW-END       PIC 9(8).
006660      05  FILLER              PIC X(85)   VALUE SPACES.
006700    01  WS-SECTION-LINE.
006800      05  FILLER              PIC X(4)    VALUE SPACES.
006900      05  SL-TEXT             PIC X(50).
007000      05  FILLER              PIC X(78)   VALUE SPACES.
007100    01  WS-HEAD-2.
007200      05  FILLER              PIC X(4)    VALUE SPACES.
007300      05  FILLER              PIC X(6)    VALUE 'TERM'.
007400      05  FILLER              PIC X(10)   VALUE 'DATE'.
007500      05  FILLER              PIC X(8)    VALUE 'TIME'.
007600      05  FILLER              PIC X(6)    VALUE 'SEQ'.
007700      05  FILLER              PIC X(5)    VALUE 'OPR'.
007800      05  FILLER              PIC X(20)
007900          VALUE '            RESULT'.
008000      05  FILLER              PIC X(17)
008100          VALUE '          LIMIT'.
008200      05  FILLER              PIC X(5)    VALUE 'BY'.
008300      05  FILLER              PIC X(10)   VALUE 'DECIDED'.
008400      05  FILLER              PIC X(6)    VALUE 'TIME'.
008500    01  WS-DETAIL-LINE.
008600      05  FILLER              PIC X(4)    VALUE SPACES.
008700      05  DL-TERM             PIC X(4).
008800      05  FILLER              PIC X(2)    VALUE SPACES.
008900      05  DL-DATE             PIC 9(8).
009000      05  FILLER              PIC X(2)    VALUE SPACES.
009100      05  DL-TIME             PIC 9(6).
009200      05  FILLER              PIC X(2)    VALUE SPACES.
009300      05  DL-SEQ              PIC X(4).
009400      05  FILLER              PIC X(2)    VALUE SPACES.
009500      05  DL-OPER             PIC X(3).
009600      05  FILLER              PIC X(2)    VALUE SPACES.
009700      05  DL-RESU             PIC -(14)9.99.
009800      05  FILLER              PIC X(2)    VALUE SPACES.
009900      05  DL-LIMIT            PIC Z(11)9.99.
010000      05  FILLER              PIC X(2)    VALUE SPACES.
010100      05  DL-DECIDED-BY       PIC X(3).
010200      05  FILLER              PIC X(2)    VALUE SPACES.
010300      05  DL-DECIDED-DATE     PIC X(8).
010400      05  FILLER              PIC X(2)    VALUE SPACES.
010500      05  DL-DECIDED-TIME     PIC X(6).
010600      05  FILLER              PIC X(35)   VALUE SPACES.
010700    01  WS-COUNT-LINE.
010800      05  FILLER              PIC X(4)    VALUE SPACES.
010900      05  CL-LABEL            PIC X(18).
011000      05  CL-COUNT            PIC ZZZ,ZZ9.
011100      05  FILLER              PIC X(103)  VALUE SPACES.
011200    01  WS-ERROR-LINE.
011300      05  FILLER              PIC X(4)    VALUE SPACES.
011400      05  EL-TEXT             PIC X(40).
011500      05  EL-STATUS           PIC XX.
011600      05  FILLER              PIC X(86)   VALUE SPACES.
011700  LINKAGE SECTION.
011800    01  PARM-DATA.
011900      05  PARM-LENGTH         PIC S9(4)   COMP.
012000      05  PARM-VALUE          PIC X(14).
012100  PROCEDURE DIVISION USING PARM-DATA.
012200  MAIN-PARA.
012300      PERFORM OPEN-FILES.
012400      IF NOT WS-ABORT
012500          PERFORM EDIT-PARM
012600      END-IF.
012700      IF NOT WS-ABORT
012800          PERFORM RUN-CONTROL-START
012900      END-IF.
013000      IF NOT WS-ABORT
013010          PERFORM SET-WINDOW
013020      END-IF.
013030      IF NOT WS-ABORT
013100          PERFORM PRINT-HEADINGS
013200          PERFORM LIST-PENDING-ITEMS
013300      END-IF.
013400      IF NOT WS-ABORT
013500          PERFORM LIST-REJECTED-ITEMS
013600      END-IF.
013700      IF NOT WS-ABORT
013800          PERFORM PRINT-TOTALS
013900          PERFORM SET-RETURN-CODE
014000          PERFORM RUN-CONTROL-END
014100      END-IF.
014200      PERFORM CLOSE-FILES.
014300      MOVE WS-RETURN-CODE TO RETURN-CODE.
014400      STOP RUN.
014500* STATUS 35 ON THE ADDPEND OPEN MEANS THE CLUSTER HAS BEEN DEFINED
014600* BUT NOTHING HAS EVER BEEN HELD - REPORTED AS NOTHING PENDING.
014700  OPEN-FILES.
014800      OPEN OUTPUT PRINT-FILE.
014900      IF WS-PRINT-STATUS NOT = '00'
015000          MOVE 'PENDRPTP OPEN FAILED - STATUS ' TO EL-TEXT
015100          MOVE WS-PRINT-STATUS TO EL-STATUS
015200          PERFORM ABORT-RUN
015300      END-IF.
015400      OPEN INPUT PEND-FILE.
015500      EVALUATE WS-PEND-STATUS
015600          WHEN '00'
015700          WHEN '97'
015800              SET WS-PEND-OPEN TO TRUE
015900          WHEN '35'
016000              CONTINUE
016100          WHEN OTHER
016200              MOVE 'ADDPEND OPEN FAILED - STATUS ' TO EL-TEXT
016300              MOVE WS-PEND-STATUS TO EL-STATUS
016400              PERFORM ABORT-RUN
016500      END-EVALUATE.
016510      OPEN INPUT CAL-FILE.
016520      IF WS-CAL-STATUS = '00' OR WS-CAL-STATUS = '97'
016530          SET WS-CAL-OPEN TO TRUE
016540      ELSE
016550          MOVE 'CALFILE OPEN FAILED - STATUS ' TO EL-TEXT
016560          MOVE WS-CAL-STATUS TO EL-STATUS
016570          PERFORM ABORT-RUN
016580      END-IF.
016600  EDIT-PARM.
016700      EVALUATE TRUE
016800          WHEN PARM-LENGTH = 0
016900              CONTINUE
017000          WHEN PARM-LENGTH = 8
017100                  AND PARM-VALUE (1:8) NUMERIC
017200              MOVE PARM-VALUE (1:8) TO WS-BUS-DATE
017300          WHEN PARM-LENGTH = 5
017400                  AND PARM-VALUE (1:5) = 'RERUN'
017500              SET WS-RERUN TO TRUE
017600          WHEN PARM-LENGTH = 14
017700                  AND PARM-VALUE (1:6) = 'RERUN,'
017800                  AND PARM-VALUE (7:8) NUMERIC
017900              SET WS-RERUN TO TRUE
018000              MOVE PARM-VALUE (7:8) TO WS-BUS-DATE
018100          WHEN OTHER
018200              MOVE 'PARM MUST BE DATE, RERUN OR RERUN,DATE'
018300                  TO EL-TEXT
018400              MOVE SPACES TO EL-STATUS
018500              PERFORM ABORT-RUN
018600      END-EVALUATE.
018700  PRINT-HEADINGS.
018800      WRITE PRINT-LINE FROM WS-HEAD-1.
018900      MOVE SPACES TO PRINT-LINE.
019000      WRITE PRINT-LINE.
019100      MOVE WS-BUS-DATE TO PL-DATE.
019150      MOVE WS-WINDOW-END TO PL-WINDOW-END.
019200      WRITE PRINT-LINE FROM WS-PARM-LINE.
019300      MOVE SPACES TO PRINT-LINE.
019400      WRITE PRINT-LINE.
019500* THE FILE IS PASSED TWICE - ONCE FOR THE PENDING ITEMS AND AGAIN,
019600* FROM THE TOP, FOR THE DAY'S REJECTIONS.
019700  LIST-PENDING-ITEMS.
019800      MOVE 'ITEMS AWAITING A SECOND SUPERVISOR' TO SL-TEXT.
019900      WRITE PRINT-LINE FROM WS-SECTION-LINE.
020000      WRITE PRINT-LINE FROM WS-HEAD-2.
020100      PERFORM POSITION-TO-FIRST-ITEM.
020200      PERFORM READ-PEND-FILE.
020300      PERFORM REPORT-IF-PENDING
020400          UNTIL WS-EOF OR WS-ABORT.
020500      IF WS-PENDING-COUNT = ZERO AND NOT WS-ABORT
020600          MOVE '    NONE' TO PRINT-LINE
020700          WRITE PRINT-LINE
020800      END-IF.
020900  LIST-REJECTED-ITEMS.
021000      MOVE SPACES TO PRINT-LINE.
021100      WRITE PRINT-LINE.
021200      MOVE 'ITEMS REJECTED IN THE BUSINESS DATE WINDOW'
021250          TO SL-TEXT.
021300      WRITE PRINT-LINE FROM WS-SECTION-LINE.
021400      WRITE PRINT-LINE FROM WS-HEAD-2.
021500      MOVE 'N' TO WS-EOF-SW.
021600      PERFORM POSITION-TO-FIRST-ITEM.
021700      PERFORM READ-PEND-FILE.
021800      PERFORM REPORT-IF-REJECTED
021900          UNTIL WS-EOF OR WS-ABORT.
022000      IF WS-REJECT-COUNT = ZERO AND NOT WS-ABORT
022100          MOVE '    NONE' TO PRINT-LINE
022200          WRITE PRINT-LINE
022300      END-IF.
022400  POSITION-TO-FIRST-ITEM.
022500      IF NOT WS-PEND-OPEN
022600          MOVE 'Y' TO WS-EOF-SW
022700      ELSE
022800          MOVE LOW-VALUES TO PEND-KEY OF PEND-FILE-RECORD
022900          START PEND-FILE KEY NOT LESS THAN
023000              PEND-KEY OF PEND-FILE-RECORD
023100          EVALUATE WS-PEND-STATUS
023200              WHEN '00'
023300                  CONTINUE
023400              WHEN '23'
023500                  MOVE 'Y' TO WS-EOF-SW
023600              WHEN OTHER
023700                  MOVE 'ADDPEND START FAILED - STATUS ' TO EL-TEXT
023800                  MOVE WS-PEND-STATUS TO EL-STATUS
023900                  PERFORM ABORT-RUN
024000          END-EVALUATE
024100      END-IF.
024200  READ-PEND-FILE.
024300      IF WS-EOF
024400          CONTINUE
024500      ELSE
024600          READ PEND-FILE NEXT
024700              AT END MOVE 'Y' TO WS-EOF-SW
024800          END-READ
024900          IF NOT WS-EOF
025000              IF WS-PEND-STATUS NOT = '00'
025100                  MOVE 'ADDPEND READ FAILED - STATUS ' TO EL-TEXT
025200                  MOVE WS-PEND-STATUS TO EL-STATUS
025300                  PERFORM ABORT-RUN
025400              ELSE
025500                  ADD 1 TO WS-READ-COUNT
025600              END-IF
025700          END-IF
025800      END-IF.
025900  REPORT-IF-PENDING.
026000      IF PEND-PENDING OF PEND-FILE-RECORD
026100          PERFORM FORMAT-DETAIL-LINE
026200          MOVE SPACES TO DL-DECIDED-BY
026300          MOVE SPACES TO DL-DECIDED-DATE
026400          MOVE SPACES TO DL-DECIDED-TIME
026500          WRITE PRINT-LINE FROM WS-DETAIL-LINE
026600          ADD 1 TO WS-PENDING-COUNT
026700      END-IF.
026800      PERFORM READ-PEND-FILE.
026900  REPORT-IF-REJECTED.
027000      IF PEND-REJECTED OF PEND-FILE-RECORD
027100              AND PEND-DECIDED-DATE OF PEND-FILE-RECORD
027125                  NOT < WS-BUS-DATE
027150              AND PEND-DECIDED-DATE OF PEND-FILE-RECORD
027175                  NOT > WS-WINDOW-END
027300          PERFORM FORMAT-DETAIL-LINE
027400          MOVE PEND-DECIDED-BY OF PEND-FILE-RECORD
027500              TO DL-DECIDED-BY
027600          MOVE PEND-DECIDED-DATE OF PEND-FILE-RECORD
027700              TO DL-DECIDED-DATE
027800          MOVE PEND-DECIDED-TIME OF PEND-FILE-RECORD
027900              TO DL-DECIDED-TIME
028000          WRITE PRINT-LINE FROM WS-DETAIL-LINE
028100          ADD 1 TO WS-REJECT-COUNT
028200      END-IF.
028300      PERFORM READ-PEND-FILE.
028400  FORMAT-DETAIL-LINE.
028500      MOVE PEND-HIST-IMAGE OF PEND-FILE-RECORD TO WS-HIST-RECORD.
028600      MOVE PEND-KEY-TERM OF PEND-FILE-RECORD TO DL-TERM.
028700      MOVE PEND-KEY-DATE OF PEND-FILE-RECORD TO DL-DATE.
028800      MOVE PEND-KEY-TIME OF PEND-FILE-RECORD TO DL-TIME.
028900      MOVE PEND-KEY-SEQ OF PEND-FILE-RECORD TO DL-SEQ.
029000      MOVE PEND-OPERID OF PEND-FILE-RECORD TO DL-OPER.
029100      MOVE HIST-RESU OF WS-HIST-RECORD TO DL-RESU.
029200      MOVE PEND-LIMIT OF PEND-FILE-RECORD TO DL-LIMIT.
029300  PRINT-TOTALS.
029400      MOVE SPACES TO PRINT-LINE.
029500      WRITE PRINT-LINE.
029600      MOVE 'ITEMS PENDING     ' TO CL-LABEL.
029700      MOVE WS-PENDING-COUNT TO CL-COUNT.
029800      WRITE PRINT-LINE FROM WS-COUNT-LINE.
029900      MOVE 'REJECTED IN WINDOW' TO CL-LABEL.
030000      MOVE WS-REJECT-COUNT TO CL-COUNT.
030100      WRITE PRINT-LINE FROM WS-COUNT-LINE.
030200  SET-RETURN-CODE.
030300      IF WS-PENDING-COUNT NOT = ZERO
030400          MOVE 'ITEMS STILL AWAIT A DECISION - ADAP' TO EL-TEXT
030500          MOVE SPACES TO EL-STATUS
030600          WRITE PRINT-LINE FROM WS-ERROR-LINE
030700          MOVE 4 TO WS-RETURN-CODE
030800      END-IF.
030810* SET-WINDOW RUNS THE REJECTION WINDOW FROM THE BUSINESS DATE
030813* THROUGH EVERY CONSECUTIVE NON-BUSINESS DAY THE CALENDAR SHOWS
030816* AFTER IT, SO MONDAY'S RUN PICKS UP A WEEKEND'S REJECTIONS. A
030819* DAY NOT YET ON THE CALENDAR ENDS THE WINDOW.
030822  SET-WINDOW.
030825      MOVE WS-BUS-DATE TO WS-CAND-DATE.
030828      MOVE WS-BUS-DATE TO WS-WINDOW-END.
030831      MOVE 'N' TO WS-WINDOW-DONE-SW.
030834      PERFORM EXTEND-WINDOW
030837          UNTIL WS-WINDOW-DONE OR WS-ABORT.
030840  EXTEND-WINDOW.
030843      COMPUTE WS-DATE-INT =
030846          FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) + 1.
030849      COMPUTE WS-CAND-DATE =
030852          FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
030855      MOVE WS-CAND-DATE TO CAL-DATE.
030858      READ CAL-FILE.
030861      EVALUATE TRUE
030864          WHEN WS-CAL-STATUS = '23'
030867              SET WS-WINDOW-DONE TO TRUE
030870          WHEN WS-CAL-STATUS NOT = '00'
030873              MOVE 'CALFILE READ FAILED - STATUS ' TO EL-TEXT
030876              MOVE WS-CAL-STATUS TO EL-STATUS
030879              PERFORM ABORT-RUN
030882          WHEN CAL-BUSINESS
030885              SET WS-WINDOW-DONE TO TRUE
030888          WHEN OTHER
030891              MOVE WS-CAND-DATE TO WS-WINDOW-END
030894      END-EVALUATE.
030900* RUN-CONTROL-START LETS RUNCTL DERIVE THE PREVIOUS BUSINESS
031000* DAY AND REFUSES A DUPLICATE OR OUT-OF-SEQUENCE RUN (RC 8).
031100  RUN-CONTROL-START.
031200      MOVE 'START' TO RC-FUNCTION OF WS-RUNCOMM.
031300      MOVE 'PENDRPT' TO RC-PROGRAM OF WS-RUNCOMM.
031400      MOVE WS-RERUN-SW TO RC-RERUN-SW OF WS-RUNCOMM.
031500      MOVE WS-BUS-DATE TO RC-BUS-DATE OF WS-RUNCOMM.
031600      CALL 'RUNCTL' USING WS-RUNCOMM.
031700      EVALUATE RC-RETURN OF WS-RUNCOMM
031800          WHEN ZERO
031900              MOVE RC-BUS-DATE OF WS-RUNCOMM TO WS-BUS-DATE
032000          WHEN 8
032100              MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
032200              MOVE SPACES TO EL-STATUS
032300              PERFORM REFUSE-RUN
032400          WHEN OTHER
032500              MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
032600              MOVE SPACES TO EL-STATUS
032700              PERFORM ABORT-RUN
032800      END-EVALUATE.
032900  RUN-CONTROL-END.
033000      MOVE 'END' TO RC-FUNCTION OF WS-RUNCOMM.
033100      CALL 'RUNCTL' USING WS-RUNCOMM.
033200      IF RC-RETURN OF WS-RUNCOMM NOT = ZERO
033300          MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
033400          MOVE SPACES TO EL-STATUS
033500          PERFORM ABORT-RUN
033600      END-IF.
033700  CLOSE-FILES.
033800      IF WS-PEND-OPEN
033900          CLOSE PEND-FILE
034000      END-IF.
034010      IF WS-CAL-OPEN
034020          CLOSE CAL-FILE
034030      END-IF.
034100      CLOSE PRINT-FILE.
034200  REFUSE-RUN.
034300      SET WS-ABORT TO TRUE.
034400      IF WS-RETURN-CODE < 8
034500          MOVE 8 TO WS-RETURN-CODE
034600      END-IF.
034700      IF WS-PRINT-STATUS = '00'
034800          WRITE PRINT-LINE FROM WS-ERROR-LINE
034900      END-IF.
035000  ABORT-RUN.
035100      SET WS-ABORT TO TRUE.
035200      MOVE 12 TO WS-RETURN-CODE.
035300      IF WS-PRINT-STATUS = '00'
035400          WRITE PRINT-LINE FROM WS-ERROR-LINE
035500      END-IF.
