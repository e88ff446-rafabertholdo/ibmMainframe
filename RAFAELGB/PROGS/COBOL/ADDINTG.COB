000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. ADDINTG.
000300*
000400* ADDINTG - NIGHTLY CROSS-FILE INTEGRITY SWEEP OVER THE ADDMAP
000500* DATA SETS. EACH JOB PROVES ITS OWN COUNTS; THIS RUN PROVES THE
000600* FILES STILL AGREE WITH EACH OTHER. FIVE CHECKS, EACH PRINTED
000700* WITH THE OFFENDING KEYS AND A PASS OR FAIL LINE:
000800*   1 EVERY ADDHIST RECORD HAS ITS ENTRY IN THE HIST-OPERID
000900*     ALTERNATE INDEX (THE ADDHISTP PATH - SEE ADDAIXJ), AND EVERY
001000*     AIX ENTRY POINTS AT AN ADDHIST RECORD OF THAT OPERATOR. THE
001100*     AIX CLUSTER IS READ AS A KSDS IN ITS OWN RIGHT (DD ADDHISTX)
001200*     SO AN ORPHAN POINTER CAN BE SEEN AND NAMED.
001300*   2 EVERY HIST-OPERID IS STILL ON OPERMAST (THE RESERVED BAT ID
001400*     ADDBULK POSTS UNDER IS NOT AN OPERATOR AND IS PASSED).
001500*   3 FOR EVERY DAY STAMPED ON DWCTL BY ADDEXTR, THE ADDHIST
001600*     RECORD COUNT AND HIST-RESU HASH, SELECTED THE WAY ADDEXTR
001700*     SELECTS THEM (A RECORD VOIDED ON ITS OWN DAY WENT OUT ONLY
001800*     AS A REVERSAL), STILL MATCH THE STAMP - SO A CHANGE MADE
001900*     AFTER THE WAREHOUSE FEED WENT OUT IS CAUGHT. DAYS BEFORE THE
002000*     ADDARCH RETENTION CUTOFF HAVE BEEN PURGED AND ARE SKIPPED.
002100*   4 THE ADDJRNL FORWARD-RECOVERY JOURNAL FOR THE DAY MATCHES
002200*     ADDHIST: EVERY RECORD KEYED OR VOIDED IN THE DAY HAS A
002300*     JOURNAL IMAGE, THE LATEST IMAGE OF EACH KEY IS THE RECORD
002400*     ON FILE BYTE FOR BYTE, AND NO JOURNALED KEY IS MISSING. RUN
002500*     BEFORE THE DESK EMPTIES THE JOURNAL.
002600*   5 FOR EVERY OPERATOR ON OPERAUD, THE AFTER-IMAGE OF THE
002700*     LATEST AUDITED CHANGE IS THE AUTHORITY AND STATUS NOW ON
002800*     OPERMAST, AND THE OPERATOR IS STILL ON FILE.
002900* THE DAY IS THE BUSINESS DATE PLUS ANY NON-BUSINESS DAYS AFTER
003000* IT ON THE CALENDAR, AS ADDEXCP, SO WEEKEND WORK IS SWEPT ON THE
003100* NEXT RUN. A DWCTL OR OPERAUD CLUSTER THAT HAS NEVER BEEN LOADED
003200* IS TAKEN AS EMPTY.
003300* PARM: [RERUN,][YYYYMMDD][,DDD] - THE DATE AND RERUN AS ADDEXTR,
003400* DDD THE ADDARCH RETENTION IN DAYS (DEFAULT 090). KEEP DDD IN
003500* STEP WITH THE ADDARCHJ PARM.
003600* RETURN CODES: 0 = EVERY CHECK PASSED, 8 = A CHECK FAILED (DO NOT
003700* OPEN THE FILES TO THE REGION) OR RUN REFUSED BY RUNCTL,
003800* 12 = COULD NOT PROCESS.
003900*
004000  ENVIRONMENT DIVISION.
004100    INPUT-OUTPUT SECTION.
004200    FILE-CONTROL.
004300      SELECT HIST-FILE ASSIGN TO ADDHIST
004400        ORGANIZATION IS INDEXED
004500        ACCESS MODE IS DYNAMIC
004600        RECORD KEY IS HIST-KEY OF HIST-FILE-RECORD
004700        FILE STATUS IS WS-HIST-STATUS.
004800      SELECT AIX-FILE ASSIGN TO ADDHISTX
004900        ORGANIZATION IS INDEXED
005000        ACCESS MODE IS DYNAMIC
005100        RECORD KEY IS AIX-ALT-KEY
005200        FILE STATUS IS WS-AIX-STATUS.
005300      SELECT OPER-FILE ASSIGN TO OPERMAST
005400        ORGANIZATION IS INDEXED
005500        ACCESS MODE IS RANDOM
005600        RECORD KEY IS OPER-KEY
005700        FILE STATUS IS WS-OPER-STATUS.
005800      SELECT CTL-FILE ASSIGN TO DWCTL
005900        ORGANIZATION IS INDEXED
006000        ACCESS MODE IS DYNAMIC
006100        RECORD KEY IS DWC-KEY
006200        FILE STATUS IS WS-CTL-STATUS.
006300      SELECT JRNL-FILE ASSIGN TO ADDJRNL
006400        ORGANIZATION IS SEQUENTIAL
006500        FILE STATUS IS WS-JRNL-STATUS.
006600      SELECT AUDIT-FILE ASSIGN TO OPERAUD
006700        ORGANIZATION IS INDEXED
006800        ACCESS MODE IS SEQUENTIAL
006900        RECORD KEY IS OPAUD-KEY
007000        FILE STATUS IS WS-AUDIT-STATUS.
007100      SELECT CAL-FILE ASSIGN TO CALFILE
007200        ORGANIZATION IS INDEXED
007300        ACCESS MODE IS RANDOM
007400        RECORD KEY IS CAL-KEY
007500        FILE STATUS IS WS-CAL-STATUS.
007600      SELECT PRINT-FILE ASSIGN TO ADDINTGP
007700        ORGANIZATION IS LINE SEQUENTIAL
007800        FILE STATUS IS WS-PRINT-STATUS.
007900  DATA DIVISION.
008000    FILE SECTION.
008100    FD  HIST-FILE.
008200    01  HIST-FILE-RECORD.
008300      COPY HISTREC.
008400* AIX-FILE IS THE ALTERNATE INDEX CLUSTER ITSELF. EACH RECORD IS
008500* THE VSAM AIX HEADER (FLAGS, POINTER LENGTH, POINTER COUNT, KEY
008600* LENGTH), THE 3-BYTE HIST-OPERID AND ONE 22-BYTE ADDHIST PRIME
008700* KEY PER RECORD THAT OPERATOR OWNS, IN PRIME KEY ORDER. THE
008800* 32760-BYTE MAXIMUM RECORDSIZE ON ADDAIXJ HOLDS 1488 POINTERS.
008900    FD  AIX-FILE
009000        RECORD IS VARYING IN SIZE FROM 30 TO 32760 CHARACTERS
009100            DEPENDING ON WS-AIX-LENGTH.
009200    01  AIX-FILE-RECORD.
009300      05  AIX-FLAGS             PIC X.
009400      05  AIX-PTR-LENGTH        PIC X.
009500      05  AIX-PTR-COUNT         PIC S9(4)   COMP.
009600      05  AIX-KEY-LENGTH        PIC X.
009700      05  AIX-ALT-KEY           PIC X(3).
009800      05  AIX-POINTER           PIC X(22)
009900              OCCURS 1 TO 1488 TIMES DEPENDING ON AIX-PTR-COUNT.
010000    FD  OPER-FILE.
010100    01  OPER-FILE-RECORD.
010200      COPY OPERREC.
010300    FD  CTL-FILE.
010400    01  CTL-FILE-RECORD.
010500      COPY DWCTLREC.
010600    FD  JRNL-FILE
010700        RECORD CONTAINS 120 CHARACTERS.
010800    01  JRNL-FILE-RECORD.
010900      COPY HISTREC.
011000    FD  AUDIT-FILE.
011100    01  AUDIT-FILE-RECORD.
011200      COPY OPAUDREC.
011300    FD  CAL-FILE.
011400    01  CAL-FILE-RECORD.
011500      COPY CALREC.
011600    FD  PRINT-FILE
011700        RECORD CONTAINS 132 CHARACTERS.
011800    01  PRINT-LINE            PIC X(132).
011900    WORKING-STORAGE SECTION.
012000    77  WS-HIST-STATUS        PIC XX.
012100    77  WS-AIX-STATUS         PIC XX.
012200    77  WS-OPER-STATUS        PIC XX.
012300    77  WS-CTL-STATUS         PIC XX.
012400    77  WS-JRNL-STATUS        PIC XX.
012500    77  WS-AUDIT-STATUS       PIC XX.
012600    77  WS-CAL-STATUS         PIC XX.
012700    77  WS-PRINT-STATUS       PIC XX.
012800    77  WS-EOF-SW             PIC X       VALUE 'N'.
012900        88  WS-EOF                        VALUE 'Y'.
013000    77  WS-ABORT-SW           PIC X       VALUE 'N'.
013100        88  WS-ABORT                      VALUE 'Y'.
013200    77  WS-FOUND-SW           PIC X.
013300        88  WS-FOUND                      VALUE 'Y'.
013400    77  WS-LISTED-SW          PIC X.
013500        88  WS-LISTED                     VALUE 'Y'.
013600    77  WS-WINDOW-DONE-SW     PIC X.
013700        88  WS-WINDOW-DONE                VALUE 'Y'.
013800    77  WS-AIX-OPEN-SW        PIC X       VALUE 'N'.
013900        88  WS-AIX-OPEN                   VALUE 'Y'.
014000    77  WS-AIX-LOADED-SW      PIC X       VALUE 'N'.
014100        88  WS-AIX-LOADED                 VALUE 'Y'.
014200    77  WS-CTL-OPEN-SW        PIC X       VALUE 'N'.
014300        88  WS-CTL-OPEN                   VALUE 'Y'.
014400    77  WS-AUDIT-OPEN-SW      PIC X       VALUE 'N'.
014500        88  WS-AUDIT-OPEN                 VALUE 'Y'.
014600    77  WS-OPER-FOUND-SW      PIC X       VALUE 'N'.
014700        88  WS-OPER-FOUND                 VALUE 'Y'.
014800    77  WS-TABLE-FULL-SW      PIC X.
014900        88  WS-TABLE-FULL                 VALUE 'Y'.
015000    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
015100    77  WS-BUS-DATE           PIC 9(8)    VALUE ZERO.
015200    77  WS-RERUN-SW           PIC X       VALUE 'N'.
015300        88  WS-RERUN                      VALUE 'Y'.
015400    01  WS-RUNCOMM.
015500      COPY RUNCOMM.
015600    77  WS-BATCH-OPERID       PIC X(3)    VALUE 'BAT'.
015700    77  WS-PARM-LEN           PIC S9(4)   COMP.
015800    77  WS-RETENTION-DAYS     PIC 9(3)    VALUE 090.
015900    77  WS-TODAY-DATE         PIC 9(8).
016000    77  WS-CUTOFF-DATE        PIC 9(8).
016100    77  WS-WINDOW-END         PIC 9(8).
016200    77  WS-CAND-DATE          PIC 9(8).
016300    77  WS-DATE-INT           PIC S9(7)   COMP.
016400    77  WS-DAY-COUNT          PIC 9(2)    VALUE ZERO.
016500    77  WS-AIX-LENGTH         PIC 9(5).
016600    77  WS-AIX-LAST-ID        PIC X(3).
016700    77  WS-OPER-LAST-ID       PIC X(3).
016800    77  WS-PTR-SUB            PIC 9(4)    COMP.
016900    77  WS-I                  PIC 9(5)    COMP.
017000    77  WS-J                  PIC 9(5)    COMP.
017100    77  WS-CHK                PIC 9.
017200    77  WS-LIST-MAX           PIC 9(4)    VALUE 200.
017300    77  WS-FAIL-COUNT         PIC 9       VALUE ZERO.
017400* THE FIVE CHECKS - NAME, ITEMS CHECKED, EXCEPTIONS FOUND AND
017500* EXCEPTIONS LISTED (THE LISTING STOPS AT WS-LIST-MAX PER CHECK).
017600    01  WS-CHECK-NAMES.
017700      05  FILLER              PIC X(40)
017800          VALUE 'ADDHIST / ADDHISTP ALTERNATE INDEX'.
017900      05  FILLER              PIC X(40)
018000          VALUE 'ADDHIST OPERATOR IDS ON OPERMAST'.
018100      05  FILLER              PIC X(40)
018200          VALUE 'ADDHIST AGAINST DWCTL EXTRACT STAMPS'.
018300      05  FILLER              PIC X(40)
018400          VALUE 'ADDJRNL JOURNAL AGAINST ADDHIST'.
018500      05  FILLER              PIC X(40)
018600          VALUE 'OPERAUD CHANGES AGAINST OPERMAST'.
018700    01  WS-CHECK-NAME-TABLE REDEFINES WS-CHECK-NAMES.
018800      05  WS-CHECK-NAME         PIC X(40)   OCCURS 5 TIMES.
018900    01  WS-CHECK-TABLE.
019000      05  WS-CHECK-ENTRY OCCURS 5 TIMES.
019100        10  WS-CHECK-COUNT      PIC 9(9).
019200        10  WS-CHECK-ERRORS     PIC 9(7).
019300        10  WS-CHECK-LISTED     PIC 9(4).
019400* AN ADDHIST PRIME KEY TAKEN APART FOR PRINTING.
019500    01  WS-KEY-WORK.
019600      05  WK-TERM               PIC X(4).
019700      05  WK-DATE               PIC X(8).
019800      05  WK-TIME               PIC X(6).
019900      05  WK-SEQ                PIC X(4).
020000    01  WS-KEY-DISP.
020100      05  KD-TERM               PIC X(4).
020200      05  FILLER                PIC X       VALUE SPACE.
020300      05  KD-DATE               PIC X(8).
020400      05  FILLER                PIC X       VALUE SPACE.
020500      05  KD-TIME               PIC X(6).
020600      05  FILLER                PIC X       VALUE SPACE.
020700      05  KD-SEQ                PIC X(4).
020800    01  WS-AUDIT-KEY-DISP.
020900      05  AK-DATE               PIC 9(8).
021000      05  FILLER                PIC X       VALUE SPACE.
021100      05  AK-TIME               PIC 9(6).
021200      05  FILLER                PIC X(8)    VALUE ' ACTION '.
021300      05  AK-ACTION             PIC X.
021400    01  WS-MAST-FLAGS.
021500      05  MF-AUTH-ADD           PIC X.
021600      05  MF-AUTH-SUB           PIC X.
021700      05  MF-AUTH-MPY           PIC X.
021800      05  MF-AUTH-DIV           PIC X.
021900      05  MF-SUPV               PIC X.
022000      05  MF-STATUS             PIC X.
022100    01  WS-FLAG-TEXT.
022200      05  FILLER                PIC X(15)
022300          VALUE 'OPERMAST FLAGS '.
022400      05  FT-MAST               PIC X(6).
022500      05  FILLER                PIC X(19)
022600          VALUE ', AUDIT AFTER-IMAGE'.
022700      05  FILLER                PIC X       VALUE SPACE.
022800      05  FT-AUDIT              PIC X(6).
022900* CHECK 3 - THE DWCTL DAYS FROM THE CUTOFF ON, IN DATE ORDER, WITH
023000* THE STAMPED COUNT AND HASH AND THOSE FOUND ON ADDHIST. THE LAST
023100* DAY LOOKED UP IS KEPT, AS ADDHIST COMES IN TERMINAL AND DATE
023200* ORDER.
023300    77  WS-DT-USED            PIC 9(5)    COMP VALUE ZERO.
023400    77  WS-DT-LAST-DATE       PIC 9(8).
023500    77  WS-DT-LAST            PIC 9(5)    COMP.
023600    01  WS-DT-TABLE.
023700      05  WS-DT-ENTRY OCCURS 1000 TIMES.
023800        10  WS-DT-DATE          PIC 9(8).
023900        10  WS-DT-COUNT         PIC 9(9).
024000        10  WS-DT-HASH          PIC S9(15)V99.
024100        10  WS-DT-FILE-COUNT    PIC 9(9).
024200        10  WS-DT-FILE-HASH     PIC S9(15)V99.
024300* CHECK 4 - THE LATEST JOURNAL IMAGE OF EACH KEY KEYED OR VOIDED
024400* IN THE DAY, AND WHETHER ADDHIST HAS BEEN MATCHED TO IT.
024500    77  WS-JT-USED            PIC 9(5)    COMP VALUE ZERO.
024600    01  WS-JT-TABLE.
024700      05  WS-JT-ENTRY OCCURS 10000 TIMES.
024800        10  WS-JT-IMAGE.
024900          15  WS-JT-KEY           PIC X(22).
025000          15  WS-JT-OPERID        PIC X(3).
025100          15  FILLER              PIC X(95).
025200        10  WS-JT-MATCH-SW      PIC X.
025300          88  WS-JT-MATCHED               VALUE 'Y'.
025400* CHECK 5 - THE LATEST AUDITED CHANGE FOR EACH OPERATOR.
025500    77  WS-AT-USED            PIC 9(5)    COMP VALUE ZERO.
025600    01  WS-AT-TABLE.
025700      05  WS-AT-ENTRY OCCURS 2000 TIMES.
025800        10  WS-AT-OPER-ID       PIC X(3).
025900        10  WS-AT-DATE          PIC 9(8).
026000        10  WS-AT-TIME          PIC 9(6).
026100        10  WS-AT-ACTION        PIC X.
026200        10  WS-AT-AFTER         PIC X(6).
026300    01  WS-HEAD-1.
026400      05  FILLER              PIC X(20)   VALUE SPACES.
026500      05  FILLER              PIC X(48)
026600          VALUE 'ADDMAP CROSS-FILE INTEGRITY SWEEP - RAFAELGB'.
026700      05  FILLER              PIC X(64)   VALUE SPACES.
026800    01  WS-PARM-LINE.
026900      05  FILLER              PIC X(4)    VALUE SPACES.
027000      05  FILLER              PIC X(17)
027100          VALUE 'BUSINESS DATE    '.
027200      05  PL-DATE             PIC 9(8).
027300      05  FILLER              PIC X(10)   VALUE '  THROUGH '.
027400      05  PL-WINDOW-END       PIC 9(8).
027500      05  FILLER              PIC X(16)
027600          VALUE '   DWCTL CUTOFF '.
027700      05  PL-CUTOFF           PIC 9(8).
027800      05  FILLER              PIC X(13)   VALUE '  (RETENTION '.
027900      05  PL-RETENTION        PIC 9(3).
028000      05  FILLER              PIC X(6)    VALUE ' DAYS)'.
028100      05  FILLER              PIC X(39)   VALUE SPACES.
028200    01  WS-CHECK-HEAD.
028300      05  FILLER              PIC X(4)    VALUE SPACES.
028400      05  FILLER              PIC X(6)    VALUE 'CHECK '.
028500      05  CH-CHECK            PIC 9.
028600      05  FILLER              PIC X(2)    VALUE SPACES.
028700      05  CH-NAME             PIC X(40).
028800      05  FILLER              PIC X(79)   VALUE SPACES.
028900    01  WS-HEAD-2.
029000      05  FILLER              PIC X(6)    VALUE SPACES.
029100      05  FILLER              PIC X(10)   VALUE 'FILE'.
029200      05  FILLER              PIC X(27)   VALUE 'KEY'.
029300      05  FILLER              PIC X(5)    VALUE 'OPR'.
029400      05  FILLER              PIC X(50)   VALUE 'EXCEPTION'.
029500      05  FILLER              PIC X(34)   VALUE SPACES.
029600    01  WS-EXCP-LINE.
029700      05  FILLER              PIC X(6)    VALUE SPACES.
029800      05  XL-FILE             PIC X(8).
029900      05  FILLER              PIC X(2)    VALUE SPACES.
030000      05  XL-KEY              PIC X(25).
030100      05  FILLER              PIC X(2)    VALUE SPACES.
030200      05  XL-OPER             PIC X(3).
030300      05  FILLER              PIC X(2)    VALUE SPACES.
030400      05  XL-TEXT             PIC X(50).
030500      05  FILLER              PIC X(34)   VALUE SPACES.
030600    01  WS-AMOUNT-LINE.
030700      05  FILLER              PIC X(45)   VALUE SPACES.
030800      05  AL-LABEL            PIC X(10).
030900      05  AL-COUNT            PIC ZZZ,ZZZ,ZZ9.
031000      05  FILLER              PIC X(7)    VALUE '  HASH '.
031100      05  AL-HASH             PIC -(15)9.99.
031200      05  FILLER              PIC X(40)   VALUE SPACES.
031300    01  WS-RESULT-LINE.
031400      05  FILLER              PIC X(4)    VALUE SPACES.
031500      05  FILLER              PIC X(6)    VALUE 'CHECK '.
031600      05  RL-CHECK            PIC 9.
031700      05  FILLER              PIC X(2)    VALUE SPACES.
031800      05  RL-NAME             PIC X(40).
031900      05  FILLER              PIC X(2)    VALUE SPACES.
032000      05  RL-RESULT           PIC X(4).
032100      05  FILLER              PIC X(2)    VALUE SPACES.
032200      05  RL-COUNT            PIC ZZZ,ZZZ,ZZ9.
032300      05  FILLER              PIC X(9)    VALUE ' CHECKED '.
032400      05  RL-ERRORS           PIC Z,ZZZ,ZZ9.
032500      05  FILLER              PIC X(11)   VALUE ' EXCEPTIONS'.
032600      05  FILLER              PIC X(31)   VALUE SPACES.
032700    01  WS-SECTION-LINE.
032800      05  FILLER              PIC X(4)    VALUE SPACES.
032900      05  SL-TEXT             PIC X(60).
033000      05  FILLER              PIC X(68)   VALUE SPACES.
033100    01  WS-ERROR-LINE.
033200      05  FILLER              PIC X(4)    VALUE SPACES.
033300      05  EL-TEXT             PIC X(40).
033400      05  EL-STATUS           PIC XX.
033500      05  FILLER              PIC X(86)   VALUE SPACES.
033600  LINKAGE SECTION.
033700    01  PARM-DATA.
033800      05  PARM-LENGTH         PIC S9(4)   COMP.
033900      05  PARM-VALUE          PIC X(18).
034000  PROCEDURE DIVISION USING PARM-DATA.
034100  MAIN-PARA.
034200      PERFORM OPEN-FILES.
034300      IF NOT WS-ABORT
034400          PERFORM EDIT-PARM
034500      END-IF.
034600      IF NOT WS-ABORT
034700          PERFORM RUN-CONTROL-START
034800      END-IF.
034900      IF NOT WS-ABORT
035000          PERFORM SET-WINDOW
035100      END-IF.
035200      IF NOT WS-ABORT
035300          PERFORM COMPUTE-CUTOFF
035400          PERFORM PRINT-HEADINGS
035500          PERFORM CHECK-ALTERNATE-INDEX
035600      END-IF.
035700      IF NOT WS-ABORT
035800          PERFORM CHECK-OPERATOR-IDS
035900      END-IF.
036000      IF NOT WS-ABORT
036100          PERFORM CHECK-EXTRACT-STAMPS
036200      END-IF.
036300      IF NOT WS-ABORT
036400          PERFORM CHECK-JOURNAL
036500      END-IF.
036600      IF NOT WS-ABORT
036700          PERFORM CHECK-OPERATOR-AUDIT
036800      END-IF.
036900      IF NOT WS-ABORT
037000          PERFORM PRINT-SUMMARY
037100          PERFORM SET-RETURN-CODE
037200      END-IF.
037300      IF NOT WS-ABORT
037400          PERFORM RUN-CONTROL-END
037500      END-IF.
037600      PERFORM CLOSE-FILES.
037700      MOVE WS-RETURN-CODE TO RETURN-CODE.
037800      STOP RUN.
037900* STATUS 35 ON THE ADDHISTX, DWCTL OR OPERAUD OPEN MEANS THE
038000* CLUSTER HAS BEEN DEFINED BUT NEVER LOADED - IT IS TAKEN AS
038100* EMPTY. AN EMPTY AIX AGAINST A LOADED ADDHIST FAILS CHECK 1.
038200  OPEN-FILES.
038300      OPEN OUTPUT PRINT-FILE.
038400      IF WS-PRINT-STATUS NOT = '00'
038500          MOVE 'ADDINTGP OPEN FAILED - STATUS ' TO EL-TEXT
038600          MOVE WS-PRINT-STATUS TO EL-STATUS
038700          PERFORM ABORT-RUN
038800      END-IF.
038900      OPEN INPUT HIST-FILE.
039000      IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
039100          MOVE 'ADDHIST OPEN FAILED - STATUS ' TO EL-TEXT
039200          MOVE WS-HIST-STATUS TO EL-STATUS
039300          PERFORM ABORT-RUN
039400      END-IF.
039500      OPEN INPUT AIX-FILE.
039600      EVALUATE WS-AIX-STATUS
039700          WHEN '00'
039800          WHEN '97'
039900              SET WS-AIX-OPEN TO TRUE
040000          WHEN '35'
040100              CONTINUE
040200          WHEN OTHER
040300              MOVE 'ADDHISTX OPEN FAILED - STATUS ' TO EL-TEXT
040400              MOVE WS-AIX-STATUS TO EL-STATUS
040500              PERFORM ABORT-RUN
040600      END-EVALUATE.
040700      OPEN INPUT OPER-FILE.
040800      IF WS-OPER-STATUS NOT = '00' AND WS-OPER-STATUS NOT = '97'
040900          MOVE 'OPERMAST OPEN FAILED - STATUS ' TO EL-TEXT
041000          MOVE WS-OPER-STATUS TO EL-STATUS
041100          PERFORM ABORT-RUN
041200      END-IF.
041300      OPEN INPUT CTL-FILE.
041400      EVALUATE WS-CTL-STATUS
041500          WHEN '00'
041600          WHEN '97'
041700              SET WS-CTL-OPEN TO TRUE
041800          WHEN '35'
041900              CONTINUE
042000          WHEN OTHER
042100              MOVE 'DWCTL OPEN FAILED - STATUS ' TO EL-TEXT
042200              MOVE WS-CTL-STATUS TO EL-STATUS
042300              PERFORM ABORT-RUN
042400      END-EVALUATE.
042500      OPEN INPUT JRNL-FILE.
042600      IF WS-JRNL-STATUS NOT = '00'
042700          MOVE 'ADDJRNL OPEN FAILED - STATUS ' TO EL-TEXT
042800          MOVE WS-JRNL-STATUS TO EL-STATUS
042900          PERFORM ABORT-RUN
043000      END-IF.
043100      OPEN INPUT AUDIT-FILE.
043200      EVALUATE WS-AUDIT-STATUS
043300          WHEN '00'
043400          WHEN '97'
043500              SET WS-AUDIT-OPEN TO TRUE
043600          WHEN '35'
043700              CONTINUE
043800          WHEN OTHER
043900              MOVE 'OPERAUD OPEN FAILED - STATUS ' TO EL-TEXT
044000              MOVE WS-AUDIT-STATUS TO EL-STATUS
044100              PERFORM ABORT-RUN
044200      END-EVALUATE.
044300      OPEN INPUT CAL-FILE.
044400      IF WS-CAL-STATUS NOT = '00' AND WS-CAL-STATUS NOT = '97'
044500          MOVE 'CALFILE OPEN FAILED - STATUS ' TO EL-TEXT
044600          MOVE WS-CAL-STATUS TO EL-STATUS
044700          PERFORM ABORT-RUN
044800      END-IF.
044900* EDIT-PARM TAKES A TRAILING ,DDD (OR A PARM OF DDD ALONE) AS
045000* THE RETENTION, THEN EDITS WHAT IS LEFT AS ADDEXTR DOES.
045100  EDIT-PARM.
045200      MOVE PARM-LENGTH TO WS-PARM-LEN.
045300      IF WS-PARM-LEN = 3 AND PARM-VALUE (1:3) NUMERIC
045400          MOVE PARM-VALUE (1:3) TO WS-RETENTION-DAYS
045500          MOVE ZERO TO WS-PARM-LEN
045600      END-IF.
045700      IF WS-PARM-LEN > 4
045800          IF PARM-VALUE (WS-PARM-LEN - 3:1) = ','
045900                  AND PARM-VALUE (WS-PARM-LEN - 2:3) NUMERIC
046000              MOVE PARM-VALUE (WS-PARM-LEN - 2:3)
046100                  TO WS-RETENTION-DAYS
046200              SUBTRACT 4 FROM WS-PARM-LEN
046300          END-IF
046400      END-IF.
046500      EVALUATE TRUE
046600          WHEN WS-PARM-LEN = 0
046700              CONTINUE
046800          WHEN WS-PARM-LEN = 8
046900                  AND PARM-VALUE (1:8) NUMERIC
047000              MOVE PARM-VALUE (1:8) TO WS-BUS-DATE
047100          WHEN WS-PARM-LEN = 5
047200                  AND PARM-VALUE (1:5) = 'RERUN'
047300              SET WS-RERUN TO TRUE
047400          WHEN WS-PARM-LEN = 14
047500                  AND PARM-VALUE (1:6) = 'RERUN,'
047600                  AND PARM-VALUE (7:8) NUMERIC
047700              SET WS-RERUN TO TRUE
047800              MOVE PARM-VALUE (7:8) TO WS-BUS-DATE
047900          WHEN OTHER
048000              MOVE 'PARM MUST BE [RERUN,][DATE][,DAYS]'
048100                  TO EL-TEXT
048200              MOVE SPACES TO EL-STATUS
048300              PERFORM ABORT-RUN
048400      END-EVALUATE.
048500* SET-WINDOW RUNS THE DAY ON FROM THE BUSINESS DATE OVER EVERY
048600* CONSECUTIVE NON-BUSINESS DAY THE CALENDAR SHOWS AFTER IT. A DAY
048700* NOT YET ON THE CALENDAR ENDS THE WINDOW.
048800  SET-WINDOW.
048900      MOVE WS-BUS-DATE TO WS-CAND-DATE.
049000      MOVE WS-BUS-DATE TO WS-WINDOW-END.
049100      MOVE 'N' TO WS-WINDOW-DONE-SW.
049200      PERFORM EXTEND-WINDOW
049300          UNTIL WS-WINDOW-DONE OR WS-ABORT.
049400  EXTEND-WINDOW.
049500      COMPUTE WS-DATE-INT =
049600          FUNCTION INTEGER-OF-DATE(WS-CAND-DATE) + 1.
049700      COMPUTE WS-CAND-DATE =
049800          FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
049900      MOVE WS-CAND-DATE TO CAL-DATE.
050000      READ CAL-FILE.
050100      EVALUATE TRUE
050200          WHEN WS-CAL-STATUS = '23'
050300              SET WS-WINDOW-DONE TO TRUE
050400          WHEN WS-CAL-STATUS NOT = '00'
050500              MOVE 'CALFILE READ FAILED - STATUS ' TO EL-TEXT
050600              MOVE WS-CAL-STATUS TO EL-STATUS
050700              PERFORM ABORT-RUN
050800          WHEN CAL-BUSINESS
050900              SET WS-WINDOW-DONE TO TRUE
051000          WHEN WS-DAY-COUNT >= 9
051100              SET WS-WINDOW-DONE TO TRUE
051200          WHEN OTHER
051300              MOVE WS-CAND-DATE TO WS-WINDOW-END
051400              ADD 1 TO WS-DAY-COUNT
051500      END-EVALUATE.
051600* COMPUTE-CUTOFF WORKS OUT THE SAME CUTOFF ADDARCH PURGES TO.
051700  COMPUTE-CUTOFF.
051800      ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
051900      COMPUTE WS-DATE-INT =
052000          FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
052100          - WS-RETENTION-DAYS.
052200      COMPUTE WS-CUTOFF-DATE =
052300          FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
052400  PRINT-HEADINGS.
052500      WRITE PRINT-LINE FROM WS-HEAD-1.
052600      MOVE SPACES TO PRINT-LINE.
052700      WRITE PRINT-LINE.
052800      MOVE WS-BUS-DATE TO PL-DATE.
052900      MOVE WS-WINDOW-END TO PL-WINDOW-END.
053000      MOVE WS-CUTOFF-DATE TO PL-CUTOFF.
053100      MOVE WS-RETENTION-DAYS TO PL-RETENTION.
053200      WRITE PRINT-LINE FROM WS-PARM-LINE.
053300*
053400* CHECK 1 - ADDHIST AGAINST ITS ALTERNATE INDEX, BOTH WAYS. FIRST
053500* EVERY ADDHIST RECORD IS LOOKED FOR AMONG THE POINTERS OF ITS
053600* OPERATOR'S AIX RECORD; THEN EVERY AIX POINTER IS READ BACK
053700* AGAINST ADDHIST.
053800*
053900  CHECK-ALTERNATE-INDEX.
054000      MOVE 1 TO WS-CHK.
054100      PERFORM START-CHECK.
054200      MOVE HIGH-VALUES TO WS-AIX-LAST-ID.
054300      PERFORM START-HIST-FILE.
054400      PERFORM READ-HIST-NEXT.
054500      PERFORM CHECK-HIST-IN-AIX
054600          UNTIL WS-EOF OR WS-ABORT.
054700      IF WS-AIX-OPEN AND NOT WS-ABORT
054800          PERFORM START-AIX-FILE
054900          PERFORM READ-AIX-NEXT
055000          PERFORM CHECK-AIX-RECORD
055100              UNTIL WS-EOF OR WS-ABORT
055200      END-IF.
055300      IF NOT WS-ABORT
055400          PERFORM END-CHECK
055500      END-IF.
055600  CHECK-HIST-IN-AIX.
055700      ADD 1 TO WS-CHECK-COUNT (WS-CHK).
055800      MOVE 'N' TO WS-FOUND-SW.
055900      IF WS-AIX-OPEN
056000          IF HIST-OPERID OF HIST-FILE-RECORD NOT = WS-AIX-LAST-ID
056100              PERFORM READ-AIX-RECORD
056200          END-IF
056300          IF WS-AIX-LOADED
056400              PERFORM VARYING WS-PTR-SUB FROM 1 BY 1
056500                      UNTIL WS-PTR-SUB > AIX-PTR-COUNT OR WS-FOUND
056600                  IF AIX-POINTER (WS-PTR-SUB) =
056700                          HIST-KEY OF HIST-FILE-RECORD
056800                      SET WS-FOUND TO TRUE
056900                  END-IF
057000              END-PERFORM
057100          END-IF
057200      END-IF.
057300      IF NOT WS-FOUND AND NOT WS-ABORT
057400          MOVE 'ADDHIST' TO XL-FILE
057500          MOVE HIST-KEY OF HIST-FILE-RECORD TO WS-KEY-WORK
057600          MOVE HIST-OPERID OF HIST-FILE-RECORD TO XL-OPER
057700          MOVE 'NO ALTERNATE INDEX ENTRY FOR THIS RECORD'
057800              TO XL-TEXT
057900          PERFORM LIST-HIST-EXCEPTION
058000      END-IF.
058100      PERFORM READ-HIST-NEXT.
058200* READ-AIX-RECORD FETCHES ONE OPERATOR'S AIX RECORD. A RECORD WITH
058300* A POINTER COUNT OUTSIDE 1-1488 IS DAMAGED; IT IS NOT SEARCHED
058400* HERE AND IS REPORTED WHEN THE AIX ITSELF IS PASSED.
058500  READ-AIX-RECORD.
058600      MOVE HIST-OPERID OF HIST-FILE-RECORD TO WS-AIX-LAST-ID.
058700      MOVE HIST-OPERID OF HIST-FILE-RECORD TO AIX-ALT-KEY.
058800      MOVE 'N' TO WS-AIX-LOADED-SW.
058900      READ AIX-FILE.
059000      EVALUATE WS-AIX-STATUS
059100          WHEN '00'
059200              IF AIX-PTR-COUNT > 0 AND AIX-PTR-COUNT NOT > 1488
059300                  SET WS-AIX-LOADED TO TRUE
059400              END-IF
059500          WHEN '23'
059600              CONTINUE
059700          WHEN OTHER
059800              MOVE 'ADDHISTX READ FAILED - STATUS ' TO EL-TEXT
059900              MOVE WS-AIX-STATUS TO EL-STATUS
060000              PERFORM ABORT-RUN
060100      END-EVALUATE.
060200  START-AIX-FILE.
060300      MOVE 'N' TO WS-EOF-SW.
060400      MOVE LOW-VALUES TO AIX-ALT-KEY.
060500      START AIX-FILE KEY IS NOT LESS THAN AIX-ALT-KEY.
060600      EVALUATE WS-AIX-STATUS
060700          WHEN '00'
060800              CONTINUE
060900          WHEN '23'
061000              MOVE 'Y' TO WS-EOF-SW
061100          WHEN OTHER
061200              MOVE 'ADDHISTX START FAILED - STATUS ' TO EL-TEXT
061300              MOVE WS-AIX-STATUS TO EL-STATUS
061400              PERFORM ABORT-RUN
061500      END-EVALUATE.
061600  READ-AIX-NEXT.
061700      IF NOT WS-EOF
061800          READ AIX-FILE NEXT RECORD
061900              AT END MOVE 'Y' TO WS-EOF-SW
062000          END-READ
062100          IF NOT WS-EOF AND WS-AIX-STATUS NOT = '00'
062200              MOVE 'ADDHISTX READ FAILED - STATUS ' TO EL-TEXT
062300              MOVE WS-AIX-STATUS TO EL-STATUS
062400              PERFORM ABORT-RUN
062500          END-IF
062600      END-IF.
062700  CHECK-AIX-RECORD.
062800      IF AIX-PTR-COUNT < 1 OR AIX-PTR-COUNT > 1488
062900          ADD 1 TO WS-CHECK-COUNT (WS-CHK)
063000          MOVE 'ADDHISTX' TO XL-FILE
063100          MOVE SPACES TO XL-KEY
063200          MOVE AIX-ALT-KEY TO XL-OPER
063300          MOVE 'AIX RECORD DAMAGED - BAD POINTER COUNT' TO XL-TEXT
063400          PERFORM LIST-EXCEPTION
063500      ELSE
063600          PERFORM CHECK-AIX-POINTER
063700              VARYING WS-PTR-SUB FROM 1 BY 1
063800              UNTIL WS-PTR-SUB > AIX-PTR-COUNT OR WS-ABORT
063900      END-IF.
064000      PERFORM READ-AIX-NEXT.
064100* CHECK-AIX-POINTER READS THE ADDHIST RECORD AN AIX POINTER NAMES.
064200  CHECK-AIX-POINTER.
064300      ADD 1 TO WS-CHECK-COUNT (WS-CHK).
064400      MOVE AIX-POINTER (WS-PTR-SUB) TO WS-KEY-WORK.
064500      MOVE AIX-POINTER (WS-PTR-SUB)
064600          TO HIST-KEY OF HIST-FILE-RECORD.
064700      READ HIST-FILE.
064800      EVALUATE WS-HIST-STATUS
064900          WHEN '00'
065000              IF HIST-OPERID OF HIST-FILE-RECORD NOT = AIX-ALT-KEY
065100                  MOVE 'ADDHISTX' TO XL-FILE
065200                  MOVE AIX-ALT-KEY TO XL-OPER
065300                  MOVE 'FILED UNDER WRONG OPERATOR - RECORD HAS'
065400                      TO XL-TEXT
065500                  MOVE HIST-OPERID OF HIST-FILE-RECORD
065600                      TO XL-TEXT (41:3)
065700                  PERFORM LIST-HIST-EXCEPTION
065800              END-IF
065900          WHEN '23'
066000              MOVE 'ADDHISTX' TO XL-FILE
066100              MOVE AIX-ALT-KEY TO XL-OPER
066200              MOVE 'ORPHAN AIX ENTRY - NO SUCH ADDHIST RECORD'
066300                  TO XL-TEXT
066400              PERFORM LIST-HIST-EXCEPTION
066500          WHEN OTHER
066600              MOVE 'ADDHIST READ FAILED - STATUS ' TO EL-TEXT
066700              MOVE WS-HIST-STATUS TO EL-STATUS
066800              PERFORM ABORT-RUN
066900      END-EVALUATE.
067000*
067100* CHECK 2 - EVERY HIST-OPERID ON OPERMAST. THE LAST OPERATOR
067200* LOOKED UP IS KEPT, AS ONE TERMINAL'S RECORDS ARE USUALLY ONE
067300* OPERATOR'S.
067400*
067500  CHECK-OPERATOR-IDS.
067600      MOVE 2 TO WS-CHK.
067700      PERFORM START-CHECK.
067800      MOVE HIGH-VALUES TO WS-OPER-LAST-ID.
067900      PERFORM START-HIST-FILE.
068000      PERFORM READ-HIST-NEXT.
068100      PERFORM CHECK-HIST-OPERID
068200          UNTIL WS-EOF OR WS-ABORT.
068300      IF NOT WS-ABORT
068400          PERFORM END-CHECK
068500      END-IF.
068600  CHECK-HIST-OPERID.
068700      IF HIST-OPERID OF HIST-FILE-RECORD NOT = WS-BATCH-OPERID
068800          ADD 1 TO WS-CHECK-COUNT (WS-CHK)
068900          IF HIST-OPERID OF HIST-FILE-RECORD NOT = WS-OPER-LAST-ID
069000              MOVE HIST-OPERID OF HIST-FILE-RECORD
069100                  TO WS-OPER-LAST-ID
069200              PERFORM READ-OPER-FILE
069300          END-IF
069400          IF NOT WS-OPER-FOUND AND NOT WS-ABORT
069500              MOVE 'ADDHIST' TO XL-FILE
069600              MOVE HIST-KEY OF HIST-FILE-RECORD TO WS-KEY-WORK
069700              MOVE HIST-OPERID OF HIST-FILE-RECORD TO XL-OPER
069800              MOVE 'OPERATOR ID NOT ON OPERMAST' TO XL-TEXT
069900              PERFORM LIST-HIST-EXCEPTION
070000          END-IF
070100      END-IF.
070200      PERFORM READ-HIST-NEXT.
070300* READ-OPER-FILE LOOKS UP WS-OPER-LAST-ID ON OPERMAST.
070400  READ-OPER-FILE.
070500      MOVE WS-OPER-LAST-ID TO OPER-ID.
070600      MOVE 'N' TO WS-OPER-FOUND-SW.
070700      READ OPER-FILE.
070800      EVALUATE WS-OPER-STATUS
070900          WHEN '00'
071000              SET WS-OPER-FOUND TO TRUE
071100          WHEN '23'
071200              CONTINUE
071300          WHEN OTHER
071400              MOVE 'OPERMAST READ FAILED - STATUS ' TO EL-TEXT
071500              MOVE WS-OPER-STATUS TO EL-STATUS
071600              PERFORM ABORT-RUN
071700      END-EVALUATE.
071800*
071900* CHECK 3 - ADDHIST AGAINST THE DWCTL EXTRACT STAMPS. THE STAMPED
072000* DAYS FROM THE CUTOFF ON ARE TABLED, ADDHIST IS COUNTED AND
072100* HASHED INTO THEM, AND EACH DAY IS COMPARED.
072200*
072300  CHECK-EXTRACT-STAMPS.
072400      MOVE 3 TO WS-CHK.
072500      PERFORM START-CHECK.
072600      IF WS-CTL-OPEN
072700          PERFORM LOAD-EXTRACT-STAMPS
072800      END-IF.
072900      IF WS-DT-USED > ZERO AND NOT WS-ABORT
073000          MOVE ZERO TO WS-DT-LAST-DATE
073100          MOVE ZERO TO WS-DT-LAST
073200          PERFORM START-HIST-FILE
073300          PERFORM READ-HIST-NEXT
073400          PERFORM ADD-HIST-TO-STAMP
073500              UNTIL WS-EOF OR WS-ABORT
073600      END-IF.
073700      IF NOT WS-ABORT
073800          PERFORM COMPARE-EXTRACT-STAMP
073900              VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-DT-USED
074000          PERFORM END-CHECK
074100      END-IF.
074200  LOAD-EXTRACT-STAMPS.
074300      MOVE 'N' TO WS-EOF-SW.
074400      MOVE 'N' TO WS-TABLE-FULL-SW.
074500      MOVE WS-CUTOFF-DATE TO DWC-DATE.
074600      START CTL-FILE KEY IS NOT LESS THAN DWC-KEY.
074700      EVALUATE WS-CTL-STATUS
074800          WHEN '00'
074900              PERFORM READ-CTL-NEXT
075000          WHEN '23'
075100              MOVE 'Y' TO WS-EOF-SW
075200          WHEN OTHER
075300              MOVE 'DWCTL START FAILED - STATUS ' TO EL-TEXT
075400              MOVE WS-CTL-STATUS TO EL-STATUS
075500              PERFORM ABORT-RUN
075600      END-EVALUATE.
075700      PERFORM TABLE-EXTRACT-STAMP
075800          UNTIL WS-EOF OR WS-ABORT OR WS-TABLE-FULL.
075900  READ-CTL-NEXT.
076000      READ CTL-FILE NEXT RECORD
076100          AT END MOVE 'Y' TO WS-EOF-SW
076200      END-READ.
076300      IF NOT WS-EOF AND WS-CTL-STATUS NOT = '00'
076400          MOVE 'DWCTL READ FAILED - STATUS ' TO EL-TEXT
076500          MOVE WS-CTL-STATUS TO EL-STATUS
076600          PERFORM ABORT-RUN
076700      END-IF.
076800  TABLE-EXTRACT-STAMP.
076900      IF WS-DT-USED < 1000
077000          ADD 1 TO WS-DT-USED
077100          MOVE DWC-DATE TO WS-DT-DATE (WS-DT-USED)
077200          MOVE DWC-COUNT TO WS-DT-COUNT (WS-DT-USED)
077300          MOVE DWC-HASH TO WS-DT-HASH (WS-DT-USED)
077400          MOVE ZERO TO WS-DT-FILE-COUNT (WS-DT-USED)
077500          MOVE ZERO TO WS-DT-FILE-HASH (WS-DT-USED)
077600          PERFORM READ-CTL-NEXT
077700      ELSE
077800          SET WS-TABLE-FULL TO TRUE
077900          MOVE 'DWCTL' TO XL-FILE
078000          MOVE DWC-DATE TO XL-KEY
078100          MOVE SPACES TO XL-OPER
078200          MOVE 'OVER 1000 DAYS STAMPED - LATER DAYS NOT CHECKED'
078300              TO XL-TEXT
078400          PERFORM LIST-EXCEPTION
078500      END-IF.
078600* ADD-HIST-TO-STAMP SELECTS AS ADDEXTR SELECTS FOR ITS TRAILER:
078700* THE RECORDS KEYED ON THE DAY, LESS ANY VOIDED THAT SAME DAY.
078800  ADD-HIST-TO-STAMP.
078900      IF HIST-KEY-DATE OF HIST-FILE-RECORD NOT < WS-CUTOFF-DATE
079000          IF HIST-KEY-DATE OF HIST-FILE-RECORD
079100                  NOT = WS-DT-LAST-DATE
079200              PERFORM FIND-EXTRACT-STAMP
079300          END-IF
079400          IF WS-DT-LAST > ZERO
079500              IF HIST-VOIDED OF HIST-FILE-RECORD
079600                      AND HIST-VOID-DATE OF HIST-FILE-RECORD
079700                          = HIST-KEY-DATE OF HIST-FILE-RECORD
079800                  CONTINUE
079900              ELSE
080000                  ADD 1 TO WS-DT-FILE-COUNT (WS-DT-LAST)
080100                  ADD HIST-RESU OF HIST-FILE-RECORD
080200                      TO WS-DT-FILE-HASH (WS-DT-LAST)
080300              END-IF
080400          END-IF
080500      END-IF.
080600      PERFORM READ-HIST-NEXT.
080700  FIND-EXTRACT-STAMP.
080800      MOVE HIST-KEY-DATE OF HIST-FILE-RECORD TO WS-DT-LAST-DATE.
080900      MOVE ZERO TO WS-DT-LAST.
081000      PERFORM VARYING WS-J FROM 1 BY 1
081100              UNTIL WS-J > WS-DT-USED OR WS-DT-LAST > ZERO
081200          IF WS-DT-DATE (WS-J) = WS-DT-LAST-DATE
081300              MOVE WS-J TO WS-DT-LAST
081400          END-IF
081500      END-PERFORM.
081600  COMPARE-EXTRACT-STAMP.
081700      ADD 1 TO WS-CHECK-COUNT (WS-CHK).
081800      IF WS-DT-FILE-COUNT (WS-I) NOT = WS-DT-COUNT (WS-I)
081900              OR WS-DT-FILE-HASH (WS-I) NOT = WS-DT-HASH (WS-I)
082000          MOVE 'DWCTL' TO XL-FILE
082100          MOVE WS-DT-DATE (WS-I) TO XL-KEY
082200          MOVE SPACES TO XL-OPER
082300          MOVE 'ADDHIST NO LONGER MATCHES THE EXTRACT STAMP'
082400              TO XL-TEXT
082500          PERFORM LIST-EXCEPTION
082600          IF WS-LISTED
082700              MOVE 'STAMPED' TO AL-LABEL
082800              MOVE WS-DT-COUNT (WS-I) TO AL-COUNT
082900              MOVE WS-DT-HASH (WS-I) TO AL-HASH
083000              WRITE PRINT-LINE FROM WS-AMOUNT-LINE
083100              MOVE 'ON FILE' TO AL-LABEL
083200              MOVE WS-DT-FILE-COUNT (WS-I) TO AL-COUNT
083300              MOVE WS-DT-FILE-HASH (WS-I) TO AL-HASH
083400              WRITE PRINT-LINE FROM WS-AMOUNT-LINE
083500          END-IF
083600      END-IF.
083700*
083800* CHECK 4 - THE DAY'S JOURNAL AGAINST ADDHIST. A RECORD BELONGS TO
083900* THE DAY IF IT WAS KEYED OR VOIDED IN IT; THE SAME TEST IS MADE
084000* ON BOTH FILES. THE JOURNAL IS IN THE ORDER WRITTEN, SO A LATER
084100* IMAGE OF A KEY (A VOID) REPLACES THE EARLIER ONE IN THE TABLE.
084200*
084300  CHECK-JOURNAL.
084400      MOVE 4 TO WS-CHK.
084500      PERFORM START-CHECK.
084600      PERFORM LOAD-JOURNAL.
084700      IF NOT WS-TABLE-FULL AND NOT WS-ABORT
084800          PERFORM START-HIST-FILE
084900          PERFORM READ-HIST-NEXT
085000          PERFORM CHECK-HIST-JOURNALED
085100              UNTIL WS-EOF OR WS-ABORT
085200          IF NOT WS-ABORT
085300              PERFORM CHECK-JOURNAL-MATCHED
085400                  VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-JT-USED
085500          END-IF
085600      END-IF.
085700      IF NOT WS-ABORT
085800          PERFORM END-CHECK
085900      END-IF.
086000  LOAD-JOURNAL.
086100      MOVE 'N' TO WS-EOF-SW.
086200      MOVE 'N' TO WS-TABLE-FULL-SW.
086300      PERFORM READ-JRNL-FILE.
086400      PERFORM TABLE-JOURNAL-IMAGE
086500          UNTIL WS-EOF OR WS-ABORT OR WS-TABLE-FULL.
086600  READ-JRNL-FILE.
086700      READ JRNL-FILE
086800          AT END MOVE 'Y' TO WS-EOF-SW
086900      END-READ.
087000      IF NOT WS-EOF AND WS-JRNL-STATUS NOT = '00'
087100          MOVE 'ADDJRNL READ FAILED - STATUS ' TO EL-TEXT
087200          MOVE WS-JRNL-STATUS TO EL-STATUS
087300          PERFORM ABORT-RUN
087400      END-IF.
087500  TABLE-JOURNAL-IMAGE.
087600      IF (HIST-KEY-DATE OF JRNL-FILE-RECORD NOT < WS-BUS-DATE
087700              AND HIST-KEY-DATE OF JRNL-FILE-RECORD
087800                  NOT > WS-WINDOW-END)
087900          OR (HIST-VOIDED OF JRNL-FILE-RECORD
088000              AND HIST-VOID-DATE OF JRNL-FILE-RECORD
088100                  NOT < WS-BUS-DATE
088200              AND HIST-VOID-DATE OF JRNL-FILE-RECORD
088300                  NOT > WS-WINDOW-END)
088400          MOVE ZERO TO WS-J
088500          PERFORM VARYING WS-I FROM 1 BY 1
088600                  UNTIL WS-I > WS-JT-USED OR WS-J > ZERO
088700              IF WS-JT-KEY (WS-I) = HIST-KEY OF JRNL-FILE-RECORD
088800                  MOVE WS-I TO WS-J
088900              END-IF
089000          END-PERFORM
089100          IF WS-J = ZERO
089200              IF WS-JT-USED < 10000
089300                  ADD 1 TO WS-JT-USED
089400                  MOVE WS-JT-USED TO WS-J
089500              ELSE
089600                  SET WS-TABLE-FULL TO TRUE
089700                  MOVE 'ADDJRNL' TO XL-FILE
089800                  MOVE HIST-KEY OF JRNL-FILE-RECORD TO WS-KEY-WORK
089900                  MOVE HIST-OPERID OF JRNL-FILE-RECORD TO XL-OPER
090000                  MOVE 'OVER 10000 KEYS IN THE DAY - NOT CHECKED'
090100                      TO XL-TEXT
090200                  PERFORM LIST-HIST-EXCEPTION
090300              END-IF
090400          END-IF
090500          IF WS-J > ZERO
090600              MOVE JRNL-FILE-RECORD TO WS-JT-IMAGE (WS-J)
090700              MOVE 'N' TO WS-JT-MATCH-SW (WS-J)
090800          END-IF
090900      END-IF.
091000      PERFORM READ-JRNL-FILE.
091100  CHECK-HIST-JOURNALED.
091200      IF (HIST-KEY-DATE OF HIST-FILE-RECORD NOT < WS-BUS-DATE
091300              AND HIST-KEY-DATE OF HIST-FILE-RECORD
091400                  NOT > WS-WINDOW-END)
091500          OR (HIST-VOIDED OF HIST-FILE-RECORD
091600              AND HIST-VOID-DATE OF HIST-FILE-RECORD
091700                  NOT < WS-BUS-DATE
091800              AND HIST-VOID-DATE OF HIST-FILE-RECORD
091900                  NOT > WS-WINDOW-END)
092000          ADD 1 TO WS-CHECK-COUNT (WS-CHK)
092100          MOVE ZERO TO WS-J
092200          PERFORM VARYING WS-I FROM 1 BY 1
092300                  UNTIL WS-I > WS-JT-USED OR WS-J > ZERO
092400              IF WS-JT-KEY (WS-I) = HIST-KEY OF HIST-FILE-RECORD
092500                  MOVE WS-I TO WS-J
092600              END-IF
092700          END-PERFORM
092800          MOVE 'ADDHIST' TO XL-FILE
092900          MOVE HIST-KEY OF HIST-FILE-RECORD TO WS-KEY-WORK
093000          MOVE HIST-OPERID OF HIST-FILE-RECORD TO XL-OPER
093100          IF WS-J = ZERO
093200              MOVE 'ON ADDHIST BUT NOT IN THE JOURNAL' TO XL-TEXT
093300              PERFORM LIST-HIST-EXCEPTION
093400          ELSE
093500              MOVE 'Y' TO WS-JT-MATCH-SW (WS-J)
093600              IF WS-JT-IMAGE (WS-J) NOT = HIST-FILE-RECORD
093700                  MOVE 'DIFFERS FROM ITS LATEST JOURNAL IMAGE'
093800                      TO XL-TEXT
093900                  PERFORM LIST-HIST-EXCEPTION
094000              END-IF
094100          END-IF
094200      END-IF.
094300      PERFORM READ-HIST-NEXT.
094400  CHECK-JOURNAL-MATCHED.
094500      ADD 1 TO WS-CHECK-COUNT (WS-CHK).
094600      IF NOT WS-JT-MATCHED (WS-I)
094700          MOVE 'ADDJRNL' TO XL-FILE
094800          MOVE WS-JT-KEY (WS-I) TO WS-KEY-WORK
094900          MOVE WS-JT-OPERID (WS-I) TO XL-OPER
095000          MOVE 'JOURNALED BUT NOT ON ADDHIST' TO XL-TEXT
095100          PERFORM LIST-HIST-EXCEPTION
095200      END-IF.
095300*
095400* CHECK 5 - OPERAUD AGAINST OPERMAST. OPERAUD IS IN DATE AND TIME
095500* ORDER, SO THE LAST CHANGE READ FOR AN OPERATOR IS THE LATEST.
095600*
095700  CHECK-OPERATOR-AUDIT.
095800      MOVE 5 TO WS-CHK.
095900      PERFORM START-CHECK.
096000      MOVE 'N' TO WS-TABLE-FULL-SW.
096100      IF WS-AUDIT-OPEN
096200          MOVE 'N' TO WS-EOF-SW
096300          PERFORM READ-AUDIT-FILE
096400          PERFORM TABLE-AUDIT-CHANGE
096500              UNTIL WS-EOF OR WS-ABORT OR WS-TABLE-FULL
096600      END-IF.
096700      IF NOT WS-ABORT
096800          PERFORM CHECK-AUDITED-OPERATOR
096900              VARYING WS-I FROM 1 BY 1
097000              UNTIL WS-I > WS-AT-USED OR WS-ABORT
097100      END-IF.
097200      IF NOT WS-ABORT
097300          PERFORM END-CHECK
097400      END-IF.
097500  READ-AUDIT-FILE.
097600      READ AUDIT-FILE
097700          AT END MOVE 'Y' TO WS-EOF-SW
097800      END-READ.
097900      IF NOT WS-EOF AND WS-AUDIT-STATUS NOT = '00'
098000          MOVE 'OPERAUD READ FAILED - STATUS ' TO EL-TEXT
098100          MOVE WS-AUDIT-STATUS TO EL-STATUS
098200          PERFORM ABORT-RUN
098300      END-IF.
098400  TABLE-AUDIT-CHANGE.
098500      MOVE ZERO TO WS-J.
098600      PERFORM VARYING WS-I FROM 1 BY 1
098700              UNTIL WS-I > WS-AT-USED OR WS-J > ZERO
098800          IF WS-AT-OPER-ID (WS-I) = OPAUD-OPER-ID
098900              MOVE WS-I TO WS-J
099000          END-IF
099100      END-PERFORM.
099200      IF WS-J = ZERO
099300          IF WS-AT-USED < 2000
099400              ADD 1 TO WS-AT-USED
099500              MOVE WS-AT-USED TO WS-J
099600          ELSE
099700              SET WS-TABLE-FULL TO TRUE
099800              MOVE 'OPERAUD' TO XL-FILE
099900              MOVE SPACES TO XL-KEY
100000              MOVE OPAUD-OPER-ID TO XL-OPER
100100              MOVE 'OVER 2000 OPERATORS - REST NOT CHECKED'
100200                  TO XL-TEXT
100300              PERFORM LIST-EXCEPTION
100400          END-IF
100500      END-IF.
100600      IF WS-J > ZERO
100700          MOVE OPAUD-OPER-ID TO WS-AT-OPER-ID (WS-J)
100800          MOVE OPAUD-KEY-DATE TO WS-AT-DATE (WS-J)
100900          MOVE OPAUD-KEY-TIME TO WS-AT-TIME (WS-J)
101000          MOVE OPAUD-ACTION TO WS-AT-ACTION (WS-J)
101100          MOVE OPAUD-AFTER TO WS-AT-AFTER (WS-J)
101200          PERFORM READ-AUDIT-FILE
101300      END-IF.
101400  CHECK-AUDITED-OPERATOR.
101500      ADD 1 TO WS-CHECK-COUNT (WS-CHK).
101600      MOVE WS-AT-OPER-ID (WS-I) TO WS-OPER-LAST-ID.
101700      PERFORM READ-OPER-FILE.
101800      MOVE WS-AT-DATE (WS-I) TO AK-DATE.
101900      MOVE WS-AT-TIME (WS-I) TO AK-TIME.
102000      MOVE WS-AT-ACTION (WS-I) TO AK-ACTION.
102100      MOVE 'OPERAUD' TO XL-FILE.
102200      MOVE WS-AUDIT-KEY-DISP TO XL-KEY.
102300      MOVE WS-AT-OPER-ID (WS-I) TO XL-OPER.
102400      IF NOT WS-ABORT
102500          IF WS-OPER-FOUND
102600              MOVE OPER-AUTH-ADD TO MF-AUTH-ADD
102700              MOVE OPER-AUTH-SUB TO MF-AUTH-SUB
102800              MOVE OPER-AUTH-MPY TO MF-AUTH-MPY
102900              MOVE OPER-AUTH-DIV TO MF-AUTH-DIV
103000              MOVE OPER-SUPV TO MF-SUPV
103100              MOVE OPER-STATUS TO MF-STATUS
103200              IF WS-MAST-FLAGS NOT = WS-AT-AFTER (WS-I)
103300                  MOVE WS-MAST-FLAGS TO FT-MAST
103400                  MOVE WS-AT-AFTER (WS-I) TO FT-AUDIT
103500                  MOVE WS-FLAG-TEXT TO XL-TEXT
103600                  PERFORM LIST-EXCEPTION
103700              END-IF
103800          ELSE
103900              MOVE 'AUDITED OPERATOR NO LONGER ON OPERMAST'
104000                  TO XL-TEXT
104100              PERFORM LIST-EXCEPTION
104200          END-IF
104300      END-IF.
104400*
104500* COMMON PARAGRAPHS FOR THE CHECKS.
104600*
104700  START-CHECK.
104800      MOVE ZERO TO WS-CHECK-COUNT (WS-CHK).
104900      MOVE ZERO TO WS-CHECK-ERRORS (WS-CHK).
105000      MOVE ZERO TO WS-CHECK-LISTED (WS-CHK).
105100      MOVE SPACES TO PRINT-LINE.
105200      WRITE PRINT-LINE.
105300      MOVE WS-CHK TO CH-CHECK.
105400      MOVE WS-CHECK-NAME (WS-CHK) TO CH-NAME.
105500      WRITE PRINT-LINE FROM WS-CHECK-HEAD.
105600      WRITE PRINT-LINE FROM WS-HEAD-2.
105700  END-CHECK.
105800      IF WS-CHECK-ERRORS (WS-CHK) > WS-CHECK-LISTED (WS-CHK)
105900          MOVE 'FURTHER EXCEPTIONS COUNTED BUT NOT LISTED'
106000              TO SL-TEXT
106100          WRITE PRINT-LINE FROM WS-SECTION-LINE
106200      END-IF.
106300      IF WS-CHECK-ERRORS (WS-CHK) = ZERO
106400          MOVE 'NONE' TO SL-TEXT
106500          WRITE PRINT-LINE FROM WS-SECTION-LINE
106600      END-IF.
106700      PERFORM WRITE-RESULT-LINE.
106800  WRITE-RESULT-LINE.
106900      MOVE WS-CHK TO RL-CHECK.
107000      MOVE WS-CHECK-NAME (WS-CHK) TO RL-NAME.
107100      IF WS-CHECK-ERRORS (WS-CHK) = ZERO
107200          MOVE 'PASS' TO RL-RESULT
107300      ELSE
107400          MOVE 'FAIL' TO RL-RESULT
107500      END-IF.
107600      MOVE WS-CHECK-COUNT (WS-CHK) TO RL-COUNT.
107700      MOVE WS-CHECK-ERRORS (WS-CHK) TO RL-ERRORS.
107800      WRITE PRINT-LINE FROM WS-RESULT-LINE.
107900* LIST-HIST-EXCEPTION PRINTS AN EXCEPTION KEYED BY THE ADDHIST
108000* PRIME KEY IN WS-KEY-WORK.
108100  LIST-HIST-EXCEPTION.
108200      MOVE WK-TERM TO KD-TERM.
108300      MOVE WK-DATE TO KD-DATE.
108400      MOVE WK-TIME TO KD-TIME.
108500      MOVE WK-SEQ TO KD-SEQ.
108600      MOVE WS-KEY-DISP TO XL-KEY.
108700      PERFORM LIST-EXCEPTION.
108800* LIST-EXCEPTION COUNTS AN EXCEPTION AGAINST THE CURRENT CHECK AND
108900* PRINTS IT UNLESS THE CHECK HAS ALREADY LISTED WS-LIST-MAX.
109000  LIST-EXCEPTION.
109100      ADD 1 TO WS-CHECK-ERRORS (WS-CHK).
109200      MOVE 'N' TO WS-LISTED-SW.
109300      IF WS-CHECK-LISTED (WS-CHK) < WS-LIST-MAX
109400          ADD 1 TO WS-CHECK-LISTED (WS-CHK)
109500          WRITE PRINT-LINE FROM WS-EXCP-LINE
109600          SET WS-LISTED TO TRUE
109700      END-IF.
109800  START-HIST-FILE.
109900      MOVE 'N' TO WS-EOF-SW.
110000      MOVE LOW-VALUES TO HIST-KEY OF HIST-FILE-RECORD.
110100      START HIST-FILE
110200          KEY IS NOT LESS THAN HIST-KEY OF HIST-FILE-RECORD.
110300      EVALUATE WS-HIST-STATUS
110400          WHEN '00'
110500              CONTINUE
110600          WHEN '23'
110700              MOVE 'Y' TO WS-EOF-SW
110800          WHEN OTHER
110900              MOVE 'ADDHIST START FAILED - STATUS ' TO EL-TEXT
111000              MOVE WS-HIST-STATUS TO EL-STATUS
111100              PERFORM ABORT-RUN
111200      END-EVALUATE.
111300  READ-HIST-NEXT.
111400      IF NOT WS-EOF
111500          READ HIST-FILE NEXT RECORD
111600              AT END MOVE 'Y' TO WS-EOF-SW
111700          END-READ
111800          IF NOT WS-EOF AND WS-HIST-STATUS NOT = '00'
111900              MOVE 'ADDHIST READ FAILED - STATUS ' TO EL-TEXT
112000              MOVE WS-HIST-STATUS TO EL-STATUS
112100              PERFORM ABORT-RUN
112200          END-IF
112300      END-IF.
112400  PRINT-SUMMARY.
112500      MOVE SPACES TO PRINT-LINE.
112600      WRITE PRINT-LINE.
112700      MOVE 'SUMMARY' TO SL-TEXT.
112800      WRITE PRINT-LINE FROM WS-SECTION-LINE.
112900      PERFORM VARYING WS-CHK FROM 1 BY 1 UNTIL WS-CHK > 5
113000          PERFORM WRITE-RESULT-LINE
113100          IF WS-CHECK-ERRORS (WS-CHK) > ZERO
113200              ADD 1 TO WS-FAIL-COUNT
113300          END-IF
113400      END-PERFORM.
113500      MOVE SPACES TO PRINT-LINE.
113600      WRITE PRINT-LINE.
113700      IF WS-FAIL-COUNT = ZERO
113800          MOVE 'ALL CHECKS PASSED - FILES AGREE' TO SL-TEXT
113900      ELSE
114000          MOVE 'INTEGRITY FAILURE - DO NOT OPEN FILES TO REGION'
114100              TO SL-TEXT
114200      END-IF.
114300      WRITE PRINT-LINE FROM WS-SECTION-LINE.
114400  SET-RETURN-CODE.
114500      IF WS-FAIL-COUNT > ZERO
114600          MOVE 8 TO WS-RETURN-CODE
114700      END-IF.
114800  CLOSE-FILES.
114900      CLOSE HIST-FILE.
115000      IF WS-AIX-OPEN
115100          CLOSE AIX-FILE
115200      END-IF.
115300      CLOSE OPER-FILE.
115400      IF WS-CTL-OPEN
115500          CLOSE CTL-FILE
115600      END-IF.
115700      CLOSE JRNL-FILE.
115800      IF WS-AUDIT-OPEN
115900          CLOSE AUDIT-FILE
116000      END-IF.
116100      CLOSE CAL-FILE.
116200      CLOSE PRINT-FILE.
116300* RUN-CONTROL-START LETS RUNCTL DERIVE THE PREVIOUS BUSINESS
116400* DAY AND REFUSES A DUPLICATE OR OUT-OF-SEQUENCE RUN (RC 8).
116500  RUN-CONTROL-START.
116600      MOVE 'START' TO RC-FUNCTION OF WS-RUNCOMM.
116700      MOVE 'ADDINTG' TO RC-PROGRAM OF WS-RUNCOMM.
116800      MOVE WS-RERUN-SW TO RC-RERUN-SW OF WS-RUNCOMM.
116900      MOVE WS-BUS-DATE TO RC-BUS-DATE OF WS-RUNCOMM.
117000      CALL 'RUNCTL' USING WS-RUNCOMM.
117100      EVALUATE RC-RETURN OF WS-RUNCOMM
117200          WHEN ZERO
117300              MOVE RC-BUS-DATE OF WS-RUNCOMM TO WS-BUS-DATE
117400          WHEN 8
117500              MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
117600              MOVE SPACES TO EL-STATUS
117700              PERFORM REFUSE-RUN
117800          WHEN OTHER
117900              MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
118000              MOVE SPACES TO EL-STATUS
118100              PERFORM ABORT-RUN
118200      END-EVALUATE.
118300  RUN-CONTROL-END.
118400      MOVE 'END' TO RC-FUNCTION OF WS-RUNCOMM.
118500      CALL 'RUNCTL' USING WS-RUNCOMM.
118600      IF RC-RETURN OF WS-RUNCOMM NOT = ZERO
118700          MOVE RC-MESSAGE OF WS-RUNCOMM TO EL-TEXT
118800          MOVE SPACES TO EL-STATUS
118900          PERFORM ABORT-RUN
119000      END-IF.
119100  REFUSE-RUN.
119200      SET WS-ABORT TO TRUE.
119300      IF WS-RETURN-CODE < 8
119400          MOVE 8 TO WS-RETURN-CODE
119500      END-IF.
119600      IF WS-PRINT-STATUS = '00'
119700          WRITE PRINT-LINE FROM WS-ERROR-LINE
119800      END-IF.
119900  ABORT-RUN.
120000      SET WS-ABORT TO TRUE.
120100      MOVE 12 TO WS-RETURN-CODE.
120200      IF WS-PRINT-STATUS = '00'
120300          WRITE PRINT-LINE FROM WS-ERROR-LINE
120400      END-IF.
