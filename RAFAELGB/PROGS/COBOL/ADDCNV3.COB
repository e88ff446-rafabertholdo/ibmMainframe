000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. ADDCNV3.
000300*
000400* ADDCNV3 - ONE-TIME CONVERSION OF THE ADDMAP HISTORY FILE TO
000500* THE 120-BYTE RECORD LAYOUT THAT CARRIES THE SUPERVISOR VOID
000600* FIELDS. READS THE 77-BYTE FLAT UNLOAD OF THE OLD ADDHIST
000700* CLUSTER (ADDUNLD DD, REPROED BY ADDCNV3J BEFORE THE CLUSTER
000800* IS REDEFINED) AND WRITES THE 120-BYTE RELOAD FILE (ADDRELD
000900* DD). EVERY CONVERTED RECORD IS LIVE - HIST-VOID-SW 'N', NO
001000* REASON OR SUPERVISOR, ZERO VOID DATE AND TIME - AND THE
001100* SPARE BYTES ARE SPACES. THE SAME STEP CONVERTS A 77-BYTE
001200* ADDARCH ARCHIVE GENERATION OR ADDJ JOURNAL DATASET BEFORE
001300* AN ADDREST OR ADDJBLD RELOAD. THE OLD LAYOUT IS CODED
001400* INLINE BELOW BECAUSE THE HISTREC COPY MEMBER NOW DESCRIBES
001500* THE NEW RECORD. RETURN CODES: 0 = EVERY RECORD CONVERTED
001600* AND COUNTS BALANCE, 8 = COUNTS OUT OF BALANCE, 12 = COULD
001700* NOT PROCESS.
001800*
001900  ENVIRONMENT DIVISION.
002000    INPUT-OUTPUT SECTION.
002100    FILE-CONTROL.
002200      SELECT OLD-FILE ASSIGN TO ADDUNLD
002300        ORGANIZATION IS SEQUENTIAL
002400        FILE STATUS IS WS-OLD-STATUS.
002500      SELECT NEW-FILE ASSIGN TO ADDRELD
002600        ORGANIZATION IS SEQUENTIAL
002700        FILE STATUS IS WS-NEW-STATUS.
002800      SELECT PRINT-FILE ASSIGN TO ADDCNV3P
002900        ORGANIZATION IS LINE SEQUENTIAL
003000        FILE STATUS IS WS-PRINT-STATUS.
003100  DATA DIVISION.
003200    FILE SECTION.
003300    FD  OLD-FILE
003400        RECORD CONTAINS 77 CHARACTERS.
003500    01  OLD-FILE-RECORD.
003600      05  OLD-KEY             PIC X(22).
003700      05  OLD-OPERID          PIC X(3).
003800      05  OLD-OPER            PIC X.
003900      05  OLD-NUM1            PIC 9(7)V99.
004000      05  OLD-NUM2            PIC 9(7)V99.
004100      05  OLD-RESU            PIC S9(14)V99.
004200      05  OLD-CHAIN-SW        PIC X.
004300      05  OLD-NUM1-CHAIN      PIC S9(14)V99.
004400    FD  NEW-FILE
004500        RECORD CONTAINS 120 CHARACTERS.
004600    01  NEW-FILE-RECORD.
004700      COPY HISTREC.
004800    FD  PRINT-FILE
004900        RECORD CONTAINS 132 CHARACTERS.
005000    01  PRINT-LINE            PIC X(132).
005100    WORKING-STORAGE SECTION.
005200    77  WS-OLD-STATUS         PIC XX.
005300    77  WS-NEW-STATUS         PIC XX.
005400    77  WS-PRINT-STATUS       PIC XX.
005500    77  WS-EOF-SW             PIC X       VALUE 'N'.
005600        88  WS-EOF                        VALUE 'Y'.
005700    77  WS-ABORT-SW           PIC X       VALUE 'N'.
005800        88  WS-ABORT                      VALUE 'Y'.
005900    77  WS-READ-COUNT         PIC 9(7)    VALUE ZERO.
006000    77  WS-WRITE-COUNT        PIC 9(7)    VALUE ZERO.
006100    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
006200    01  WS-HEAD-1.
006300      05  FILLER              PIC X(20)   VALUE SPACES.
006400      05  FILLER              PIC X(46)
006500          VALUE 'ADDMAP HISTORY VOID CONVERSION - RAFAELGB'.
006600    01  WS-COUNT-LINE.
006700      05  FILLER              PIC X(4)    VALUE SPACES.
006800      05  CL-LABEL            PIC X(18).
006900      05  CL-COUNT            PIC ZZZ,ZZ9.
007000      05  FILLER              PIC X(103)  VALUE SPACES.
007100    01  WS-BALANCE-LINE.
007200      05  FILLER              PIC X(4)    VALUE SPACES.
007300      05  BL-TEXT             PIC X(40).
007400      05  FILLER              PIC X(88)   VALUE SPACES.
007500    01  WS-ERROR-LINE.
007600      05  FILLER              PIC X(4)    VALUE SPACES.
007700      05  EL-TEXT             PIC X(40).
007800      05  EL-STATUS           PIC XX.
007900      05  FILLER              PIC X(86)   VALUE SPACES.
008000  PROCEDURE DIVISION.
008100  MAIN-PARA.
008200      PERFORM OPEN-FILES.
008300      IF NOT WS-ABORT
008400          PERFORM PRINT-HEADINGS
008500          PERFORM READ-OLD-FILE
008600          PERFORM CONVERT-AND-READ
008700              UNTIL WS-EOF OR WS-ABORT
008800          IF NOT WS-ABORT
008900              PERFORM PRINT-TOTALS
009000              PERFORM CHECK-BALANCE
009100          END-IF
009200      END-IF.
009300      PERFORM CLOSE-FILES.
009400      MOVE WS-RETURN-CODE TO RETURN-CODE.
009500      STOP RUN.
009600  OPEN-FILES.
009700      OPEN INPUT OLD-FILE.
009800      IF WS-OLD-STATUS NOT = '00'
009900          MOVE 'ADDUNLD OPEN FAILED - STATUS ' TO EL-TEXT
010000          MOVE WS-OLD-STATUS TO EL-STATUS
010100          PERFORM ABORT-RUN
010200      END-IF.
010300      OPEN OUTPUT NEW-FILE.
010400      IF WS-NEW-STATUS NOT = '00'
010500          MOVE 'ADDRELD OPEN FAILED - STATUS ' TO EL-TEXT
010600          MOVE WS-NEW-STATUS TO EL-STATUS
010700          PERFORM ABORT-RUN
010800      END-IF.
010900      OPEN OUTPUT PRINT-FILE.
011000      IF WS-PRINT-STATUS NOT = '00'
011100          MOVE 'ADDCNV3P OPEN FAILED - STATUS ' TO EL-TEXT
011200          MOVE WS-PRINT-STATUS TO EL-STATUS
011300          PERFORM ABORT-RUN
011400      END-IF.
011500  PRINT-HEADINGS.
011600      WRITE PRINT-LINE FROM WS-HEAD-1.
011700      MOVE SPACES TO PRINT-LINE.
011800      WRITE PRINT-LINE.
011900  READ-OLD-FILE.
012000      READ OLD-FILE
012100          AT END MOVE 'Y' TO WS-EOF-SW
012200      END-READ.
012300      IF NOT WS-EOF
012400          IF WS-OLD-STATUS NOT = '00'
012500              MOVE 'ADDUNLD READ FAILED - STATUS ' TO EL-TEXT
012600              MOVE WS-OLD-STATUS TO EL-STATUS
012700              PERFORM ABORT-RUN
012800          ELSE
012900              ADD 1 TO WS-READ-COUNT
013000          END-IF
013100      END-IF.
013200  CONVERT-AND-READ.
013300      PERFORM CONVERT-RECORD.
013400      PERFORM READ-OLD-FILE.
013500  CONVERT-RECORD.
013600      MOVE SPACES TO NEW-FILE-RECORD.
013700      MOVE OLD-KEY TO HIST-KEY OF NEW-FILE-RECORD.
013800      MOVE OLD-OPERID TO HIST-OPERID OF NEW-FILE-RECORD.
013900      MOVE OLD-OPER TO HIST-OPER OF NEW-FILE-RECORD.
014000      MOVE OLD-NUM1 TO HIST-NUM1 OF NEW-FILE-RECORD.
014100      MOVE OLD-NUM2 TO HIST-NUM2 OF NEW-FILE-RECORD.
014200      MOVE OLD-RESU TO HIST-RESU OF NEW-FILE-RECORD.
014300      MOVE OLD-CHAIN-SW TO HIST-CHAIN-SW OF NEW-FILE-RECORD.
014400      MOVE OLD-NUM1-CHAIN
014500          TO HIST-NUM1-CHAIN OF NEW-FILE-RECORD.
014600      MOVE 'N' TO HIST-VOID-SW OF NEW-FILE-RECORD.
014700      MOVE ZERO TO HIST-VOID-DATE OF NEW-FILE-RECORD.
014800      MOVE ZERO TO HIST-VOID-TIME OF NEW-FILE-RECORD.
014900      WRITE NEW-FILE-RECORD.
015000      IF WS-NEW-STATUS NOT = '00'
015100          MOVE 'ADDRELD WRITE FAILED - STATUS ' TO EL-TEXT
015200          MOVE WS-NEW-STATUS TO EL-STATUS
015300          PERFORM ABORT-RUN
015400      ELSE
015500          ADD 1 TO WS-WRITE-COUNT
015600      END-IF.
015700  PRINT-TOTALS.
015800      MOVE 'RECORDS READ      ' TO CL-LABEL.
015900      MOVE WS-READ-COUNT TO CL-COUNT.
016000      WRITE PRINT-LINE FROM WS-COUNT-LINE.
016100      MOVE 'RECORDS WRITTEN   ' TO CL-LABEL.
016200      MOVE WS-WRITE-COUNT TO CL-COUNT.
016300      WRITE PRINT-LINE FROM WS-COUNT-LINE.
016400  CHECK-BALANCE.
016500      IF WS-READ-COUNT = WS-WRITE-COUNT
016600          MOVE 'COUNTS IN BALANCE' TO BL-TEXT
016700          WRITE PRINT-LINE FROM WS-BALANCE-LINE
016800      ELSE
016900          MOVE 'COUNTS OUT OF BALANCE - DO NOT RELOAD'
017000              TO BL-TEXT
017100          WRITE PRINT-LINE FROM WS-BALANCE-LINE
017200          MOVE 8 TO WS-RETURN-CODE
017300      END-IF.
017400  ABORT-RUN.
017500      SET WS-ABORT TO TRUE.
017600      MOVE 12 TO WS-RETURN-CODE.
017700      IF WS-PRINT-STATUS = '00'
017800          WRITE PRINT-LINE FROM WS-ERROR-LINE
017900      END-IF.
018000  CLOSE-FILES.
018100      CLOSE OLD-FILE.
018200      CLOSE NEW-FILE.
018300      CLOSE PRINT-FILE.
