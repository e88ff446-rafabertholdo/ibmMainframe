001000* DEPARTMENT AND BY OPERATOR. WORK POSTED BY ADDBULK UNDER
001100* THE RESERVED $BAT BATCH TERMINAL GETS ITS OWN LINE, AND AN
001200* EXCEPTION SECTION LISTS HISTORY RECORDS WHOSE OPERATOR ID
001300* IS NO LONGER ON OPERMAST. CALCULATIONS VOIDED BY A
001310* SUPERVISOR (HIST-VOIDED) ARE LEFT OUT OF EVERY COUNT AND
001320* TOTAL AND SHOWN ONLY AS A COUNT IN THE RUN TOTALS.
001322* A TERMINAL SECTION GIVES THE SAME COUNTS BY HIST-KEY-TERM,
001324* EACH TERMINAL SHOWN WITH ITS LOCATION FROM TERMMAST.
001330* RETURN CODES: 0 = RAN CLEAN,
001400* 4 = NO RECORDS FOR THE MONTH, 12 = COULD NOT PROCESS.
001500*
001600  ENVIRONMENT DIVISION.
002900        ACCESS MODE IS RANDOM
003000        RECORD KEY IS OPER-KEY
003100        FILE STATUS IS WS-OPER-STATUS.
003110      SELECT TERM-FILE ASSIGN TO TERMMAST
003120        ORGANIZATION IS INDEXED
003130        ACCESS MODE IS RANDOM
003140        RECORD KEY IS TERM-KEY
003150        FILE STATUS IS WS-TERM-STATUS.
003200      SELECT PRINT-FILE ASSIGN TO PRODRPTP
003300        ORGANIZATION IS LINE SEQUENTIAL
003400        FILE STATUS IS WS-PRINT-STATUS.
003800    01  HIST-FILE-RECORD.
003900      COPY HISTREC.
004000    FD  ARCH-FILE
004100        RECORD CONTAINS 120 CHARACTERS.
004200    01  ARCH-FILE-RECORD.
004300      COPY HISTREC.
004400    FD  OPER-FILE.
004500    01  OPER-FILE-RECORD.
004600      COPY OPERREC.
004610    FD  TERM-FILE.
004620    01  TERM-FILE-RECORD.
004630      COPY TERMREC.
004700    FD  PRINT-FILE
004800        RECORD CONTAINS 132 CHARACTERS.
004900    01  PRINT-LINE            PIC X(132).
005100    77  WS-HIST-STATUS        PIC XX.
005200    77  WS-ARCH-STATUS        PIC XX.
005300    77  WS-OPER-STATUS        PIC XX.
005350    77  WS-TERM-STATUS        PIC XX.
005400    77  WS-PRINT-STATUS       PIC XX.
005500    77  WS-EOF-SW             PIC X       VALUE 'N'.
005600        88  WS-EOF                        VALUE 'Y'.
005900    77  WS-FOUND-SW           PIC X.
006000        88  WS-FOUND                      VALUE 'Y'.
006100    77  WS-SELECT-COUNT       PIC 9(7)    VALUE ZERO.
006150    77  WS-VOID-COUNT         PIC 9(7)    VALUE ZERO.
006200    77  WS-BAT-COUNT          PIC 9(7)    VALUE ZERO.
006300    77  WS-BAT-TOTAL          PIC S9(15)V99 VALUE ZERO.
006400    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
008900        10  WS-DEPT-TOTAL       PIC S9(15)V99.
009000    77  WS-OVFL-COUNT         PIC 9(7)    VALUE ZERO.
009100    77  WS-OVFL-TOTAL         PIC S9(15)V99 VALUE ZERO.
009110    77  WS-TRM-USED           PIC 9(4)    VALUE ZERO.
009120    01  WS-TRM-TABLE.
009130      05  WS-TRM-ENTRY OCCURS 100 TIMES INDEXED BY WS-TRM-IDX.
009140        10  WS-TRM-ID           PIC X(4).
009150        10  WS-TRM-COUNT        PIC 9(7).
009160        10  WS-TRM-TOTAL        PIC S9(15)V99.
009170    77  WS-TOVF-COUNT         PIC 9(7)    VALUE ZERO.
009180    77  WS-TOVF-TOTAL         PIC S9(15)V99 VALUE ZERO.
009200    01  WS-HEAD-1.
009300      05  FILLER              PIC X(20)   VALUE SPACES.
009400      05  FILLER              PIC X(50)
012300      05  FILLER              PIC X(4)    VALUE SPACES.
012400      05  OP-TOTAL            PIC -(15)9.99.
012500      05  FILLER              PIC X(65)   VALUE SPACES.
012510    01  WS-TRM-LINE.
012515      05  FILLER              PIC X(4)    VALUE SPACES.
012520      05  TL-TERM             PIC X(4).
012525      05  FILLER              PIC X(2)    VALUE SPACES.
012530      05  TL-LOCATION         PIC X(20).
012535      05  FILLER              PIC X(2)    VALUE SPACES.
012540      05  TL-COUNT            PIC ZZZ,ZZ9.
012545      05  FILLER              PIC X(4)    VALUE SPACES.
012550      05  TL-TOTAL            PIC -(15)9.99.
012555      05  FILLER              PIC X(70)   VALUE SPACES.
012600    01  WS-COUNT-LINE.
012700      05  FILLER              PIC X(4)    VALUE SPACES.
012800      05  CL-LABEL            PIC X(22).
015300      IF NOT WS-ABORT
015400          PERFORM PRINT-DEPT-SECTION
015500          PERFORM PRINT-OPR-SECTION
015550          PERFORM PRINT-TERM-SECTION
015600          PERFORM PRINT-BATCH-SECTION
015700          PERFORM PRINT-EXCEPTION-SECTION
015800          PERFORM PRINT-RUN-TOTALS
018000          MOVE WS-OPER-STATUS TO EL-STATUS
018100          PERFORM ABORT-RUN
018200      END-IF.
018210      OPEN INPUT TERM-FILE.
018220      IF WS-TERM-STATUS NOT = '00' AND WS-TERM-STATUS NOT = '97'
018230          MOVE 'TERMMAST OPEN FAILED - STATUS ' TO EL-TEXT
018240          MOVE WS-TERM-STATUS TO EL-STATUS
018250          PERFORM ABORT-RUN
018260      END-IF.
018300      OPEN OUTPUT PRINT-FILE.
018400      IF WS-PRINT-STATUS NOT = '00'
018500          MOVE 'PRODRPTP OPEN FAILED - STATUS ' TO EL-TEXT
024000      END-IF.
024100  SELECT-WORK-RECORD.
024200      IF HIST-KEY-DATE OF WS-WORK-RECORD (1:6) = PARM-MONTH
024250          IF HIST-VOIDED OF WS-WORK-RECORD
024260              ADD 1 TO WS-VOID-COUNT
024270          ELSE
024300              ADD 1 TO WS-SELECT-COUNT
024400              PERFORM TALLY-WORK-RECORD
024450          END-IF
024500      END-IF.
024600  TALLY-WORK-RECORD.
024650      PERFORM TALLY-TERMINAL.
024700      IF HIST-KEY-TERM OF WS-WORK-RECORD = WS-BATCH-TERM
024800          ADD 1 TO WS-BAT-COUNT
024900          ADD HIST-RESU OF WS-WORK-RECORD TO WS-BAT-TOTAL
033600          MOVE HIST-RESU OF WS-WORK-RECORD
033700              TO WS-DEPT-TOTAL (WS-DEPT-USED)
033800      END-IF.
033810  TALLY-TERMINAL.
033813      MOVE 'N' TO WS-FOUND-SW.
033816      PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
033819              UNTIL WS-TRM-IDX > WS-TRM-USED
033822          IF WS-TRM-ID (WS-TRM-IDX) =
033825                  HIST-KEY-TERM OF WS-WORK-RECORD
033828              ADD 1 TO WS-TRM-COUNT (WS-TRM-IDX)
033831              ADD HIST-RESU OF WS-WORK-RECORD
033834                  TO WS-TRM-TOTAL (WS-TRM-IDX)
033837              MOVE 'Y' TO WS-FOUND-SW
033840          END-IF
033843      END-PERFORM.
033846      IF WS-FOUND-SW = 'N'
033849          IF WS-TRM-USED < 100
033852              ADD 1 TO WS-TRM-USED
033855              MOVE HIST-KEY-TERM OF WS-WORK-RECORD
033858                  TO WS-TRM-ID (WS-TRM-USED)
033861              MOVE 1 TO WS-TRM-COUNT (WS-TRM-USED)
033864              MOVE HIST-RESU OF WS-WORK-RECORD
033867                  TO WS-TRM-TOTAL (WS-TRM-USED)
033870          ELSE
033873              ADD 1 TO WS-TOVF-COUNT
033876              ADD HIST-RESU OF WS-WORK-RECORD TO WS-TOVF-TOTAL
033879          END-IF
033882      END-IF.
033900  PRINT-DEPT-SECTION.
034000      MOVE 'TOTALS BY DEPARTMENT (COUNT, RESULT TOTAL)'
034100          TO TI-TEXT.
037600      END-IF.
037700      MOVE SPACES TO PRINT-LINE.
037800      WRITE PRINT-LINE.
037810  PRINT-TERM-SECTION.
037812      MOVE 'TOTALS BY TERMINAL (ID, LOCATION)' TO TI-TEXT.
037814      WRITE PRINT-LINE FROM WS-TITLE-LINE.
037816      PERFORM VARYING WS-TRM-IDX FROM 1 BY 1
037818              UNTIL WS-TRM-IDX > WS-TRM-USED OR WS-ABORT
037820          MOVE WS-TRM-ID (WS-TRM-IDX) TO TL-TERM
037822          PERFORM READ-TERMINAL-MASTER
037824          MOVE WS-TRM-COUNT (WS-TRM-IDX) TO TL-COUNT
037826          MOVE WS-TRM-TOTAL (WS-TRM-IDX) TO TL-TOTAL
037828          WRITE PRINT-LINE FROM WS-TRM-LINE
037830      END-PERFORM.
037832      IF WS-TOVF-COUNT > ZERO
037834          MOVE 'TERMINAL TABLE FULL - OVERFLOW LINE FOLLOWS'
037836              TO TI-TEXT
037838          WRITE PRINT-LINE FROM WS-TITLE-LINE
037840          MOVE '****' TO TL-TERM
037842          MOVE 'TABLE OVERFLOW      ' TO TL-LOCATION
037844          MOVE WS-TOVF-COUNT TO TL-COUNT
037846          MOVE WS-TOVF-TOTAL TO TL-TOTAL
037848          WRITE PRINT-LINE FROM WS-TRM-LINE
037850      END-IF.
037852      MOVE SPACES TO PRINT-LINE.
037854      WRITE PRINT-LINE.
037856  READ-TERMINAL-MASTER.
037858      MOVE TL-TERM TO TERM-ID OF TERM-FILE-RECORD.
037860      READ TERM-FILE.
037862      EVALUATE WS-TERM-STATUS
037864          WHEN '00'
037866              MOVE TERM-LOCATION OF TERM-FILE-RECORD
037868                  TO TL-LOCATION
037870          WHEN '23'
037872              MOVE 'NOT ON TERMMAST     ' TO TL-LOCATION
037874          WHEN OTHER
037876              MOVE 'TERMMAST READ FAILED - STATUS ' TO EL-TEXT
037878              MOVE WS-TERM-STATUS TO EL-STATUS
037880              PERFORM ABORT-RUN
037882      END-EVALUATE.
037900  PRINT-BATCH-SECTION.
038000      MOVE 'BATCH WORK POSTED BY ADDBULK ($BAT TERMINAL)'
038100          TO TI-TEXT.
041300      MOVE 'RECORDS IN MONTH      ' TO CL-LABEL.
041400      MOVE WS-SELECT-COUNT TO CL-COUNT.
041500      WRITE PRINT-LINE FROM WS-COUNT-LINE.
041510      MOVE 'VOIDED - NOT COUNTED  ' TO CL-LABEL.
041520      MOVE WS-VOID-COUNT TO CL-COUNT.
041530      WRITE PRINT-LINE FROM WS-COUNT-LINE.
041600  SET-RETURN-CODE.
041700      IF WS-SELECT-COUNT = ZERO
041800          MOVE 'NO RECORDS FOR THE REPORT MONTH' TO EL-TEXT
043000      CLOSE HIST-FILE.
043100      CLOSE ARCH-FILE.
043200      CLOSE OPER-FILE.
043250      CLOSE TERM-FILE.
043300      CLOSE PRINT-FILE.
