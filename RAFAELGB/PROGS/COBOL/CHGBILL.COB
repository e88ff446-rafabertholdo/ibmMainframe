000100  IDENTIFICATION DIVISION.
000200    PROGRAM-ID. CHGBILL.
000300*
000400* CHGBILL - MONTH-END CHARGEBACK BILLING FOR THE CALCULATION
000500* SERVICE. READS THE LIVE ADDHIST KSDS PLUS THE ADDARCH ARCHIVE
000600* GENERATIONS COVERING THE MONTH (CONCATENATED ON THE ADDARCH
000700* DD, AS FOR PRODRPT), AND PRICES EVERY CALCULATION KEYED IN THE
000800* PARM MONTH FROM THE RATEFILE RATE TABLE - THE RATE FOR ITS
000900* OPERATION WITH THE LATEST EFFECTIVE DATE NOT AFTER THE DAY IT
001000* WAS KEYED. ONLINE WORK IS CHARGED TO THE OPER-DEPT OF
001100* HIST-OPERID ON OPERMAST; WORK POSTED BY ADDBULK UNDER $BAT IS
001200* CHARGED TO THE SUBMITTING DEPARTMENT IN HIST-BULK-DEPT.
001300* CALCULATIONS VOIDED BY A SUPERVISOR ARE NOT CHARGED. PRINTS AN
001400* INVOICE PER DEPARTMENT (COUNT AND AMOUNT BY SOURCE AND
001500* OPERATION, EACH LINE ROUNDED TO CENTS) AND WRITES THE GL
001600* INTERFACE FILE (GLFEED, GLREC LAYOUT): ONE DEBIT PER DEPARTMENT
001700* TO ITS COST CENTRE AND ONE OFFSETTING CREDIT TO THE SERVICE
001800* COST CENTRE, BETWEEN A HEADER AND A TRAILER CARRYING THE
001900* CONTROL TOTALS. WORK THAT CANNOT BE CHARGED (NO DEPARTMENT, OR
002000* NO RATE ON FILE FOR THE DATE) IS LISTED AND LEFT UNBILLED.
002100* THE MONTH IS THEN STAMPED ON THE BILLCTL CONTROL FILE, AND A
002200* MONTH ALREADY STAMPED THERE IS REFUSED, SO A RERUN CANNOT
002300* DOUBLE-BILL. PARM='YYYYMM,REPRINT' PRINTS THE INVOICES AGAIN
002400* (OR, FOR A MONTH NOT YET BILLED, AS A TRIAL) WITHOUT WRITING
002500* THE GL FILE OR TOUCHING BILLCTL, AND CHECKS THE TOTALS AGAINST
002600* THE ONES STAMPED WHEN THE MONTH WAS BILLED.
002700* RETURN CODES: 0 = BILLED CLEAN, 4 = WORK LEFT UNBILLED, NO
002800* CHARGEABLE WORK, OR REPRINT TOTALS DIFFER FROM BILLCTL,
002900* 8 = MONTH ALREADY BILLED - RUN REFUSED, 12 = COULD NOT PROCESS.
003000*
003100  ENVIRONMENT DIVISION.
003200    INPUT-OUTPUT SECTION.
003300    FILE-CONTROL.
003400      SELECT HIST-FILE ASSIGN TO ADDHIST
003500        ORGANIZATION IS INDEXED
003600        ACCESS MODE IS SEQUENTIAL
003700        RECORD KEY IS HIST-KEY OF HIST-FILE-RECORD
003800        FILE STATUS IS WS-HIST-STATUS.
003900      SELECT ARCH-FILE ASSIGN TO ADDARCH
004000        ORGANIZATION IS SEQUENTIAL
004100        FILE STATUS IS WS-ARCH-STATUS.
004200      SELECT OPER-FILE ASSIGN TO OPERMAST
004300        ORGANIZATION IS INDEXED
004400        ACCESS MODE IS RANDOM
004500        RECORD KEY IS OPER-KEY
004600        FILE STATUS IS WS-OPER-STATUS.
004700      SELECT RATE-FILE ASSIGN TO RATEFILE
004800        ORGANIZATION IS INDEXED
004900        ACCESS MODE IS SEQUENTIAL
005000        RECORD KEY IS RATE-KEY
005100        FILE STATUS IS WS-RATE-STATUS.
005200      SELECT BILL-FILE ASSIGN TO BILLCTL
005300        ORGANIZATION IS INDEXED
005400        ACCESS MODE IS RANDOM
005500        RECORD KEY IS BILL-KEY
005600        FILE STATUS IS WS-BILL-STATUS.
005700      SELECT GL-FILE ASSIGN TO GLFEED
005800        ORGANIZATION IS SEQUENTIAL
005900        FILE STATUS IS WS-GL-STATUS.
006000      SELECT PRINT-FILE ASSIGN TO CHGBILLP
006100        ORGANIZATION IS LINE SEQUENTIAL
006200        FILE STATUS IS WS-PRINT-STATUS.
006300  DATA DIVISION.
006400    FILE SECTION.
006500    FD  HIST-FILE.
006600    01  HIST-FILE-RECORD.
006700      COPY HISTREC.
006800    FD  ARCH-FILE
006900        RECORD CONTAINS 120 CHARACTERS.
007000    01  ARCH-FILE-RECORD.
007100      COPY HISTREC.
007200    FD  OPER-FILE.
007300    01  OPER-FILE-RECORD.
007400      COPY OPERREC.
007500    FD  RATE-FILE.
007600    01  RATE-FILE-RECORD.
007700      COPY RATEREC.
007800    FD  BILL-FILE.
007900    01  BILL-FILE-RECORD.
008000      COPY BILLREC.
008100    FD  GL-FILE
008200        RECORD CONTAINS 80 CHARACTERS.
008300    01  GL-FILE-RECORD.
008400      COPY GLREC.
008500    FD  PRINT-FILE
008600        RECORD CONTAINS 132 CHARACTERS.
008700    01  PRINT-LINE            PIC X(132).
008800    WORKING-STORAGE SECTION.
008900    77  WS-HIST-STATUS        PIC XX.
009000    77  WS-ARCH-STATUS        PIC XX.
009100    77  WS-OPER-STATUS        PIC XX.
009200    77  WS-RATE-STATUS        PIC XX.
009300    77  WS-BILL-STATUS        PIC XX.
009400    77  WS-GL-STATUS          PIC XX.
009500    77  WS-PRINT-STATUS       PIC XX.
009600    77  WS-EOF-SW             PIC X       VALUE 'N'.
009700        88  WS-EOF                        VALUE 'Y'.
009800    77  WS-ABORT-SW           PIC X       VALUE 'N'.
009900        88  WS-ABORT                      VALUE 'Y'.
010000    77  WS-FOUND-SW           PIC X.
010100        88  WS-FOUND                      VALUE 'Y'.
010200    77  WS-REPRINT-SW         PIC X       VALUE 'N'.
010300        88  WS-REPRINT                    VALUE 'Y'.
010400    77  WS-BILLED-SW          PIC X       VALUE 'N'.
010500        88  WS-ALREADY-BILLED             VALUE 'Y'.
010600    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
010700    77  WS-BATCH-TERM         PIC X(4)    VALUE '$BAT'.
010800    77  WS-MONTH              PIC 9(6).
010900    77  WS-RUN-DATE           PIC 9(8).
011000    77  WS-RUN-TIME-8         PIC 9(8).
011100    77  WS-RUN-TIME           PIC 9(6).
011200* LEDGER CODING AGREED WITH FINANCE FOR THE CHARGEBACK: EACH
011300* DEPARTMENT IS DEBITED ON THE INTERNAL SERVICE CHARGES ACCOUNT
011400* UNDER ITS OWN DEPARTMENT CODE AS COST CENTRE; THE RECOVERY IS
011500* CREDITED TO THE SERVICE'S OWN COST CENTRE.
011600    77  WS-GL-CHARGE-ACCT     PIC X(6)    VALUE '640100'.
011700    77  WS-GL-RECOVERY-ACCT   PIC X(6)    VALUE '640190'.
011800    77  WS-SERVICE-CC         PIC X(4)    VALUE 'DPSV'.
011900    77  WS-OPN             PIC 9       COMP.
012000    77  WS-SRC            PIC 9       COMP.
012100    77  WS-RATE-SUB           PIC 9(4)    COMP.
012200    77  WS-DEPT-SUB           PIC 9(4)    COMP.
012300    77  WS-LOW-DEPT           PIC X(4).
012400    77  WS-CHARGE-DEPT        PIC X(4).
012500    77  WS-RATE               PIC 9(3)V9(4).
012600    77  WS-LINE-AMOUNT        PIC 9(13)V99.
012700    77  WS-DEPT-AMOUNT        PIC 9(13)V99.
012800    77  WS-DEPT-CALCS         PIC 9(9).
012900    77  WS-REASON             PIC X(30).
013000    77  WS-SELECT-COUNT       PIC 9(9)    VALUE ZERO.
013100    77  WS-VOID-COUNT         PIC 9(9)    VALUE ZERO.
013200    77  WS-BILLED-CALCS       PIC 9(9)    VALUE ZERO.
013300    77  WS-NODEPT-COUNT       PIC 9(9)    VALUE ZERO.
013400    77  WS-NORATE-COUNT       PIC 9(9)    VALUE ZERO.
013500    77  WS-INVOICE-COUNT      PIC 9(4)    VALUE ZERO.
013600    77  WS-BILL-TOTAL         PIC 9(13)V99 VALUE ZERO.
013700    77  WS-GL-COUNT           PIC 9(9)    VALUE ZERO.
013800    77  WS-GL-DEBITS          PIC 9(13)V99 VALUE ZERO.
013900    77  WS-GL-CREDITS         PIC 9(13)V99 VALUE ZERO.
014000    01  WS-WORK-RECORD.
014100      COPY HISTREC.
014200    01  WS-OP-NAMES.
014300      05  FILLER              PIC X(8)    VALUE 'ADD'.
014400      05  FILLER              PIC X(8)    VALUE 'SUBTRACT'.
014500      05  FILLER              PIC X(8)    VALUE 'MULTIPLY'.
014600      05  FILLER              PIC X(8)    VALUE 'DIVIDE'.
014700    01  WS-OP-NAME-TABLE REDEFINES WS-OP-NAMES.
014800      05  WS-OP-NAME          PIC X(8)    OCCURS 4 TIMES.
014900    01  WS-SRC-NAMES.
015000      05  FILLER              PIC X(8)    VALUE 'ONLINE'.
015100      05  FILLER              PIC X(8)    VALUE 'ADDBULK'.
015200    01  WS-SRC-NAME-TABLE REDEFINES WS-SRC-NAMES.
015300      05  WS-SRC-NAME         PIC X(8)    OCCURS 2 TIMES.
015400* THE RATE TABLE IS LOADED WHOLE AT START, IN KEY ORDER
015500* (OPERATION, THEN EFFECTIVE DATE ASCENDING).
015600    77  WS-RATE-USED          PIC 9(4)    VALUE ZERO.
015700    01  WS-RATE-TABLE.
015800      05  WS-RATE-ENTRY OCCURS 200 TIMES INDEXED BY WS-RATE-IDX.
015900        10  WS-RATE-OPER        PIC X.
016000        10  WS-RATE-EFF-DATE    PIC 9(8).
016100        10  WS-RATE-AMOUNT      PIC 9(3)V9(4).
016200    01  WS-LOOKUP.
016300      05  WS-LOOK-ID          PIC X(3).
016400      05  WS-LOOK-DEPT        PIC X(4).
016500      05  WS-LOOK-ONFILE-SW   PIC X.
016600        88  WS-LOOK-ONFILE                VALUE 'Y'.
016700    77  WS-OPR-USED           PIC 9(4)    VALUE ZERO.
016800    01  WS-OPR-TABLE.
016900      05  WS-OPR-ENTRY OCCURS 500 TIMES INDEXED BY WS-OPR-IDX.
017000        10  WS-OPR-ID           PIC X(3).
017100        10  WS-OPR-DEPT         PIC X(4).
017200        10  WS-OPR-ONFILE-SW    PIC X.
017300* CHARGES ARE ACCUMULATED TO FOUR DECIMALS BY DEPARTMENT, SOURCE
017400* (1 = ONLINE, 2 = ADDBULK) AND OPERATION (+ - * /), AND ONLY
017500* ROUNDED TO CENTS A LINE AT A TIME WHEN THE INVOICE IS PRINTED.
017600    77  WS-DEPT-USED          PIC 9(4)    VALUE ZERO.
017700    01  WS-DEPT-TABLE.
017800      05  WS-DEPT-ENTRY OCCURS 100 TIMES INDEXED BY WS-DEPT-IDX.
017900        10  WS-DEPT-ID          PIC X(4).
018000        10  WS-DEPT-PRINTED     PIC X.
018100        10  WS-DEPT-CHARGES.
018200          15  WS-DEPT-SOURCE OCCURS 2 TIMES.
018300            20  WS-DEPT-OP OCCURS 4 TIMES.
018400              25  WS-DEPT-COUNT   PIC 9(7).
018500              25  WS-DEPT-CHARGE  PIC 9(11)V9(4).
018600    77  WS-EXC-USED           PIC 9(4)    VALUE ZERO.
018700    01  WS-EXC-TABLE.
018800      05  WS-EXC-ENTRY OCCURS 100 TIMES INDEXED BY WS-EXC-IDX.
018900        10  WS-EXC-TERM         PIC X(4).
019000        10  WS-EXC-DATE         PIC 9(8).
019100        10  WS-EXC-TIME         PIC 9(6).
019200        10  WS-EXC-SEQ          PIC 9(4).
019300        10  WS-EXC-OPERID       PIC X(3).
019400        10  WS-EXC-OPER         PIC X.
019500        10  WS-EXC-REASON       PIC X(30).
019600    01  WS-HEAD-1.
019700      05  FILLER              PIC X(20)   VALUE SPACES.
019800      05  FILLER              PIC X(50)
019900          VALUE 'CALCULATION SERVICE CHARGEBACK - RAFAELGB'.
020000    01  WS-PARM-LINE.
020100      05  FILLER              PIC X(4)    VALUE SPACES.
020200      05  FILLER              PIC X(17)
020300          VALUE 'BILLING MONTH    '.
020400      05  PL-MONTH            PIC 9(6).
020500      05  FILLER              PIC X(4)    VALUE SPACES.
020600      05  PL-MODE             PIC X(40).
020700      05  FILLER              PIC X(61)   VALUE SPACES.
020800    01  WS-RULE-LINE.
020900      05  FILLER              PIC X(4)    VALUE SPACES.
021000      05  FILLER              PIC X(72)   VALUE ALL '-'.
021100      05  FILLER              PIC X(56)   VALUE SPACES.
021200    01  WS-INVOICE-LINE.
021300      05  FILLER              PIC X(4)    VALUE SPACES.
021400      05  FILLER              PIC X(20)
021500          VALUE 'INVOICE - DEPARTMENT'.
021600      05  FILLER              PIC X       VALUE SPACE.
021700      05  IV-DEPT             PIC X(4).
021800      05  FILLER              PIC X(4)    VALUE SPACES.
021900      05  FILLER              PIC X(14)   VALUE 'BILLING MONTH '.
022000      05  IV-MONTH            PIC 9(6).
022100      05  FILLER              PIC X(79)   VALUE SPACES.
022200    01  WS-INV-HEAD.
022300      05  FILLER              PIC X(4)    VALUE SPACES.
022400      05  FILLER              PIC X(10)   VALUE 'SOURCE'.
022500      05  FILLER              PIC X(10)   VALUE 'OPERATION'.
022600      05  FILLER              PIC X(14)   VALUE 'CALCULATIONS'.
022700      05  FILLER              PIC X(20)
022800          VALUE '              AMOUNT'.
022900      05  FILLER              PIC X(74)   VALUE SPACES.
023000    01  WS-INV-LINE.
023100      05  FILLER              PIC X(4)    VALUE SPACES.
023200      05  IL-SOURCE           PIC X(8).
023300      05  FILLER              PIC X(2)    VALUE SPACES.
023400      05  IL-OPER             PIC X(8).
023500      05  FILLER              PIC X(2)    VALUE SPACES.
023600      05  IL-COUNT            PIC Z,ZZZ,ZZZ,ZZ9.
023700      05  FILLER              PIC X(2)    VALUE SPACES.
023800      05  IL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
023900      05  FILLER              PIC X(72)   VALUE SPACES.
024000    01  WS-INV-TOTAL-LINE.
024100      05  FILLER              PIC X(4)    VALUE SPACES.
024200      05  FILLER              PIC X(20)
024300          VALUE 'DEPARTMENT TOTAL'.
024400      05  IT-COUNT            PIC Z,ZZZ,ZZZ,ZZ9.
024500      05  FILLER              PIC X(2)    VALUE SPACES.
024600      05  IT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
024700      05  FILLER              PIC X(72)   VALUE SPACES.
024800    01  WS-INV-GL-LINE.
024900      05  FILLER              PIC X(4)    VALUE SPACES.
025000      05  FILLER              PIC X(28)
025100          VALUE 'CHARGED TO GL ACCOUNT       '.
025200      05  IG-ACCOUNT          PIC X(6).
025300      05  FILLER              PIC X(14)   VALUE '  COST CENTRE '.
025400      05  IG-COST-CENTRE      PIC X(4).
025500      05  FILLER              PIC X(76)   VALUE SPACES.
025600    01  WS-TITLE-LINE.
025700      05  FILLER              PIC X(4)    VALUE SPACES.
025800      05  TI-TEXT             PIC X(50).
025900      05  FILLER              PIC X(78)   VALUE SPACES.
026000    01  WS-EXC-LINE.
026100      05  FILLER              PIC X(4)    VALUE SPACES.
026200      05  XL-TERM             PIC X(4).
026300      05  FILLER              PIC X(2)    VALUE SPACES.
026400      05  XL-DATE             PIC 9(8).
026500      05  FILLER              PIC X(2)    VALUE SPACES.
026600      05  XL-TIME             PIC 9(6).
026700      05  FILLER              PIC X(2)    VALUE SPACES.
026800      05  XL-SEQ              PIC 9(4).
026900      05  FILLER              PIC X(2)    VALUE SPACES.
027000      05  XL-OPERID           PIC X(3).
027100      05  FILLER              PIC X(2)    VALUE SPACES.
027200      05  XL-OPER             PIC X.
027300      05  FILLER              PIC X(2)    VALUE SPACES.
027400      05  XL-REASON           PIC X(30).
027500      05  FILLER              PIC X(60)   VALUE SPACES.
027600    01  WS-COUNT-LINE.
027700      05  FILLER              PIC X(4)    VALUE SPACES.
027800      05  CL-LABEL            PIC X(26).
027900      05  CL-COUNT            PIC Z,ZZZ,ZZZ,ZZ9.
028000      05  FILLER              PIC X(89)   VALUE SPACES.
028100    01  WS-AMOUNT-LINE.
028200      05  FILLER              PIC X(4)    VALUE SPACES.
028300      05  AL-LABEL            PIC X(26).
028400      05  AL-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
028500      05  FILLER              PIC X(82)   VALUE SPACES.
028600    01  WS-ERROR-LINE.
028700      05  FILLER              PIC X(4)    VALUE SPACES.
028800      05  EL-TEXT             PIC X(40).
028900      05  EL-STATUS           PIC XX.
029000      05  FILLER              PIC X(86)   VALUE SPACES.
029100  LINKAGE SECTION.
029200    01  PARM-DATA.
029300      05  PARM-LENGTH         PIC S9(4)   COMP.
029400      05  PARM-VALUE          PIC X(14).
029500  PROCEDURE DIVISION USING PARM-DATA.
029600  MAIN-PARA.
029700      PERFORM OPEN-FILES.
029800      IF NOT WS-ABORT
029900          PERFORM EDIT-PARM
030000      END-IF.
030100      IF NOT WS-ABORT
030200          PERFORM CHECK-BILLING-CONTROL
030300      END-IF.
030400      IF NOT WS-ABORT AND NOT WS-REPRINT
030500          PERFORM OPEN-GL-FILE
030600      END-IF.
030700      IF NOT WS-ABORT
030800          PERFORM PRINT-HEADINGS
030900          PERFORM LOAD-RATE-TABLE
031000      END-IF.
031100      IF NOT WS-ABORT
031200          PERFORM SCAN-LIVE-FILE
031300      END-IF.
031400      IF NOT WS-ABORT
031500          PERFORM SCAN-ARCHIVE-FILE
031600      END-IF.
031700      IF NOT WS-ABORT AND NOT WS-REPRINT
031800          PERFORM WRITE-GL-HEADER
031900      END-IF.
032000      IF NOT WS-ABORT
032100          PERFORM PRINT-INVOICES
032200      END-IF.
032300      IF NOT WS-ABORT AND NOT WS-REPRINT
032400          PERFORM WRITE-GL-CREDIT
032500          PERFORM WRITE-GL-TRAILER
032600      END-IF.
032700      IF NOT WS-ABORT AND NOT WS-REPRINT
032800          PERFORM STAMP-BILLING-CONTROL
032900      END-IF.
033000      IF NOT WS-ABORT
033100          PERFORM PRINT-EXCEPTION-SECTION
033200          PERFORM PRINT-RUN-TOTALS
033300          PERFORM SET-RETURN-CODE
033400      END-IF.
033500      PERFORM CLOSE-FILES.
033600      MOVE WS-RETURN-CODE TO RETURN-CODE.
033700      STOP RUN.
033800  OPEN-FILES.
033900      OPEN OUTPUT PRINT-FILE.
034000      IF WS-PRINT-STATUS NOT = '00'
034100          MOVE 'CHGBILLP OPEN FAILED - STATUS ' TO EL-TEXT
034200          MOVE WS-PRINT-STATUS TO EL-STATUS
034300          PERFORM ABORT-RUN
034400      END-IF.
034500      OPEN INPUT HIST-FILE.
034600      IF WS-HIST-STATUS NOT = '00' AND WS-HIST-STATUS NOT = '97'
034700          MOVE 'ADDHIST OPEN FAILED - STATUS ' TO EL-TEXT
034800          MOVE WS-HIST-STATUS TO EL-STATUS
034900          PERFORM ABORT-RUN
035000      END-IF.
035100      OPEN INPUT ARCH-FILE.
035200      IF WS-ARCH-STATUS NOT = '00'
035300          MOVE 'ADDARCH OPEN FAILED - STATUS ' TO EL-TEXT
035400          MOVE WS-ARCH-STATUS TO EL-STATUS
035500          PERFORM ABORT-RUN
035600      END-IF.
035700      OPEN INPUT OPER-FILE.
035800      IF WS-OPER-STATUS NOT = '00' AND WS-OPER-STATUS NOT = '97'
035900          MOVE 'OPERMAST OPEN FAILED - STATUS ' TO EL-TEXT
036000          MOVE WS-OPER-STATUS TO EL-STATUS
036100          PERFORM ABORT-RUN
036200      END-IF.
036300      OPEN INPUT RATE-FILE.
036400      IF WS-RATE-STATUS NOT = '00' AND WS-RATE-STATUS NOT = '97'
036500          MOVE 'RATEFILE OPEN FAILED - STATUS ' TO EL-TEXT
036600          MOVE WS-RATE-STATUS TO EL-STATUS
036700          PERFORM ABORT-RUN
036800      END-IF.
036900      OPEN I-O BILL-FILE.
037000      IF WS-BILL-STATUS NOT = '00' AND WS-BILL-STATUS NOT = '97'
037100          MOVE 'BILLCTL OPEN I-O FAILED - STATUS ' TO EL-TEXT
037200          MOVE WS-BILL-STATUS TO EL-STATUS
037300          PERFORM ABORT-RUN
037400      END-IF.
037500      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
037600      ACCEPT WS-RUN-TIME-8 FROM TIME.
037700      MOVE WS-RUN-TIME-8 (1:6) TO WS-RUN-TIME.
037800* THE GL FILE IS OPENED ONLY FOR A BILLING RUN - ON A REPRINT
037900* THE GLFEED DD MAY BE DUMMY.
038000  OPEN-GL-FILE.
038100      OPEN OUTPUT GL-FILE.
038200      IF WS-GL-STATUS NOT = '00'
038300          MOVE 'GLFEED OPEN FAILED - STATUS ' TO EL-TEXT
038400          MOVE WS-GL-STATUS TO EL-STATUS
038500          PERFORM ABORT-RUN
038600      END-IF.
038700* EDIT-PARM ACCEPTS THE MONTH ALONE (BILL IT) OR FOLLOWED BY
038800* ',REPRINT'. ONLY A MONTH THAT HAS ENDED MAY BE BILLED.
038900  EDIT-PARM.
039000      EVALUATE TRUE
039100          WHEN PARM-LENGTH = 6 AND PARM-VALUE (1:6) NUMERIC
039200              MOVE PARM-VALUE (1:6) TO WS-MONTH
039300          WHEN PARM-LENGTH = 14 AND PARM-VALUE (1:6) NUMERIC
039400                  AND PARM-VALUE (7:8) = ',REPRINT'
039500              MOVE PARM-VALUE (1:6) TO WS-MONTH
039600              SET WS-REPRINT TO TRUE
039700          WHEN OTHER
039800              MOVE 'PARM MUST BE YYYYMM OR YYYYMM,REPRINT'
039900                  TO EL-TEXT
040000              MOVE SPACES TO EL-STATUS
040100              PERFORM ABORT-RUN
040200      END-EVALUATE.
040300      IF NOT WS-ABORT
040400          IF WS-MONTH (5:2) < '01' OR WS-MONTH (5:2) > '12'
040500              MOVE 'BILLING MONTH IS NOT A VALID MONTH' TO EL-TEXT
040600              MOVE SPACES TO EL-STATUS
040700              PERFORM ABORT-RUN
040800          ELSE
040900              IF WS-MONTH NOT < WS-RUN-DATE (1:6)
041000                  MOVE 'BILLING MONTH HAS NOT ENDED YET'
041100                      TO EL-TEXT
041200                  MOVE SPACES TO EL-STATUS
041300                  PERFORM ABORT-RUN
041400              END-IF
041500          END-IF
041600      END-IF.
041700* CHECK-BILLING-CONTROL REFUSES TO BILL A MONTH BILLCTL SAYS HAS
041800* ALREADY GONE TO THE LEDGER. A REPRINT KEEPS THE STAMPED TOTALS
041900* IN THE RECORD AREA TO COMPARE AGAINST AT THE END.
042000  CHECK-BILLING-CONTROL.
042100      MOVE WS-MONTH TO BILL-MONTH.
042200      READ BILL-FILE.
042300      EVALUATE WS-BILL-STATUS
042400          WHEN '00'
042500              IF BILL-BILLED
042600                  SET WS-ALREADY-BILLED TO TRUE
042700              END-IF
042800          WHEN '23'
042900              CONTINUE
043000          WHEN OTHER
043100              MOVE 'BILLCTL READ FAILED - STATUS ' TO EL-TEXT
043200              MOVE WS-BILL-STATUS TO EL-STATUS
043300              PERFORM ABORT-RUN
043400      END-EVALUATE.
043500      IF WS-ALREADY-BILLED AND NOT WS-REPRINT
043600          MOVE 'MONTH ALREADY BILLED - SEE BILLCTL' TO EL-TEXT
043700          MOVE SPACES TO EL-STATUS
043800          PERFORM REFUSE-RUN
043900      END-IF.
044000  PRINT-HEADINGS.
044100      WRITE PRINT-LINE FROM WS-HEAD-1.
044200      MOVE SPACES TO PRINT-LINE.
044300      WRITE PRINT-LINE.
044400      MOVE WS-MONTH TO PL-MONTH.
044500      EVALUATE TRUE
044600          WHEN NOT WS-REPRINT
044700              MOVE 'BILLING RUN' TO PL-MODE
044800          WHEN WS-ALREADY-BILLED
044900              MOVE 'REPRINT - NO GL FILE WRITTEN' TO PL-MODE
045000          WHEN OTHER
045100              MOVE 'TRIAL - MONTH NOT BILLED, NO GL FILE'
045200                  TO PL-MODE
045300      END-EVALUATE.
045400      WRITE PRINT-LINE FROM WS-PARM-LINE.
045500  LOAD-RATE-TABLE.
045600      MOVE 'N' TO WS-EOF-SW.
045700      PERFORM READ-RATE-FILE.
045800      PERFORM UNTIL WS-EOF OR WS-ABORT
045900          IF WS-RATE-USED < 200
046000              ADD 1 TO WS-RATE-USED
046100              SET WS-RATE-IDX TO WS-RATE-USED
046200              MOVE RATE-OPER TO WS-RATE-OPER (WS-RATE-IDX)
046300              MOVE RATE-EFF-DATE TO WS-RATE-EFF-DATE (WS-RATE-IDX)
046400              MOVE RATE-AMOUNT TO WS-RATE-AMOUNT (WS-RATE-IDX)
046500              PERFORM READ-RATE-FILE
046600          ELSE
046700              MOVE 'MORE THAN 200 RATES ON RATEFILE' TO EL-TEXT
046800              MOVE SPACES TO EL-STATUS
046900              PERFORM ABORT-RUN
047000          END-IF
047100      END-PERFORM.
047200  READ-RATE-FILE.
047300      READ RATE-FILE
047400          AT END MOVE 'Y' TO WS-EOF-SW
047500      END-READ.
047600      IF NOT WS-EOF
047700          IF WS-RATE-STATUS NOT = '00'
047800              MOVE 'RATEFILE READ FAILED - STATUS ' TO EL-TEXT
047900              MOVE WS-RATE-STATUS TO EL-STATUS
048000              PERFORM ABORT-RUN
048100          END-IF
048200      END-IF.
048300  SCAN-LIVE-FILE.
048400      MOVE 'N' TO WS-EOF-SW.
048500      PERFORM READ-HIST-FILE.
048600      PERFORM UNTIL WS-EOF OR WS-ABORT
048700          MOVE HIST-FILE-RECORD TO WS-WORK-RECORD
048800          PERFORM SELECT-WORK-RECORD
048900          PERFORM READ-HIST-FILE
049000      END-PERFORM.
049100  READ-HIST-FILE.
049200      READ HIST-FILE
049300          AT END MOVE 'Y' TO WS-EOF-SW
049400      END-READ.
049500      IF NOT WS-EOF
049600          IF WS-HIST-STATUS NOT = '00'
049700              MOVE 'ADDHIST READ FAILED - STATUS ' TO EL-TEXT
049800              MOVE WS-HIST-STATUS TO EL-STATUS
049900              PERFORM ABORT-RUN
050000          END-IF
050100      END-IF.
050200  SCAN-ARCHIVE-FILE.
050300      MOVE 'N' TO WS-EOF-SW.
050400      PERFORM READ-ARCH-FILE.
050500      PERFORM UNTIL WS-EOF OR WS-ABORT
050600          MOVE ARCH-FILE-RECORD TO WS-WORK-RECORD
050700          PERFORM SELECT-WORK-RECORD
050800          PERFORM READ-ARCH-FILE
050900      END-PERFORM.
051000  READ-ARCH-FILE.
051100      READ ARCH-FILE
051200          AT END MOVE 'Y' TO WS-EOF-SW
051300      END-READ.
051400      IF NOT WS-EOF
051500          IF WS-ARCH-STATUS NOT = '00'
051600              MOVE 'ADDARCH READ FAILED - STATUS ' TO EL-TEXT
051700              MOVE WS-ARCH-STATUS TO EL-STATUS
051800              PERFORM ABORT-RUN
051900          END-IF
052000      END-IF.
052100  SELECT-WORK-RECORD.
052200      IF HIST-KEY-DATE OF WS-WORK-RECORD (1:6) = WS-MONTH
052300          IF HIST-VOIDED OF WS-WORK-RECORD
052400              ADD 1 TO WS-VOID-COUNT
052500          ELSE
052600              ADD 1 TO WS-SELECT-COUNT
052700              PERFORM PRICE-WORK-RECORD
052800          END-IF
052900      END-IF.
053000* PRICE-WORK-RECORD FINDS THE DEPARTMENT AND THE RATE FOR ONE
053100* CALCULATION AND ADDS THE CHARGE TO THE DEPARTMENT'S INVOICE.
053200  PRICE-WORK-RECORD.
053300      MOVE SPACES TO WS-REASON.
053400      IF HIST-KEY-TERM OF WS-WORK-RECORD = WS-BATCH-TERM
053500          MOVE 2 TO WS-SRC
053600          MOVE HIST-BULK-DEPT OF WS-WORK-RECORD TO WS-CHARGE-DEPT
053700          IF WS-CHARGE-DEPT = SPACES
053800                  OR WS-CHARGE-DEPT = LOW-VALUES
053900              MOVE 'BULK WORK HAS NO DEPARTMENT' TO WS-REASON
054000          END-IF
054100      ELSE
054200          MOVE 1 TO WS-SRC
054300          PERFORM LOOKUP-OPERATOR
054400          MOVE WS-LOOK-DEPT TO WS-CHARGE-DEPT
054500          IF NOT WS-LOOK-ONFILE
054600              MOVE 'OPERATOR NOT ON OPERMAST' TO WS-REASON
054700          ELSE
054800              IF WS-CHARGE-DEPT = SPACES
054900                  MOVE 'OPERATOR HAS NO DEPARTMENT' TO WS-REASON
055000              END-IF
055100          END-IF
055200      END-IF.
055300      IF WS-REASON NOT = SPACES
055400          ADD 1 TO WS-NODEPT-COUNT
055500      ELSE
055600          PERFORM FIND-RATE
055700          IF NOT WS-FOUND
055800              MOVE 'NO RATE ON FILE FOR THE DATE' TO WS-REASON
055900              ADD 1 TO WS-NORATE-COUNT
056000          END-IF
056100      END-IF.
056200      IF NOT WS-ABORT
056300          IF WS-REASON NOT = SPACES
056400              PERFORM SAVE-EXCEPTION
056500          ELSE
056600              PERFORM TALLY-CHARGE
056700          END-IF
056800      END-IF.
056900* LOOKUP-OPERATOR RESOLVES HIST-OPERID THROUGH THE IN-STORAGE
057000* CACHE FIRST SO OPERMAST IS READ AT MOST ONCE PER OPERATOR.
057100  LOOKUP-OPERATOR.
057200      MOVE 'N' TO WS-FOUND-SW.
057300      PERFORM VARYING WS-OPR-IDX FROM 1 BY 1
057400              UNTIL WS-OPR-IDX > WS-OPR-USED OR WS-FOUND
057500          IF WS-OPR-ID (WS-OPR-IDX) =
057600                  HIST-OPERID OF WS-WORK-RECORD
057700              MOVE WS-OPR-ID (WS-OPR-IDX) TO WS-LOOK-ID
057800              MOVE WS-OPR-DEPT (WS-OPR-IDX) TO WS-LOOK-DEPT
057900              MOVE WS-OPR-ONFILE-SW (WS-OPR-IDX)
058000                  TO WS-LOOK-ONFILE-SW
058100              MOVE 'Y' TO WS-FOUND-SW
058200          END-IF
058300      END-PERFORM.
058400      IF WS-FOUND-SW = 'N'
058500          PERFORM READ-OPERATOR-MASTER
058600          IF NOT WS-ABORT AND WS-OPR-USED < 500
058700              ADD 1 TO WS-OPR-USED
058800              MOVE WS-LOOK-ID TO WS-OPR-ID (WS-OPR-USED)
058900              MOVE WS-LOOK-DEPT TO WS-OPR-DEPT (WS-OPR-USED)
059000              MOVE WS-LOOK-ONFILE-SW
059100                  TO WS-OPR-ONFILE-SW (WS-OPR-USED)
059200          END-IF
059300      END-IF.
059400  READ-OPERATOR-MASTER.
059500      MOVE HIST-OPERID OF WS-WORK-RECORD TO WS-LOOK-ID.
059600      MOVE WS-LOOK-ID TO OPER-ID OF OPER-FILE-RECORD.
059700      READ OPER-FILE.
059800      EVALUATE WS-OPER-STATUS
059900          WHEN '00'
060000              MOVE OPER-DEPT OF OPER-FILE-RECORD TO WS-LOOK-DEPT
060100              MOVE 'Y' TO WS-LOOK-ONFILE-SW
060200          WHEN '23'
060300              MOVE SPACES TO WS-LOOK-DEPT
060400              MOVE 'N' TO WS-LOOK-ONFILE-SW
060500          WHEN OTHER
060600              MOVE SPACES TO WS-LOOK-DEPT
060700              MOVE 'N' TO WS-LOOK-ONFILE-SW
060800              MOVE 'OPERMAST READ FAILED - STATUS ' TO EL-TEXT
060900              MOVE WS-OPER-STATUS TO EL-STATUS
061000              PERFORM ABORT-RUN
061100      END-EVALUATE.
061200* FIND-RATE TAKES THE LAST RATE FOR THE OPERATION WHOSE
061300* EFFECTIVE DATE IS NOT AFTER THE DAY THE CALCULATION WAS KEYED -
061400* THE TABLE IS IN EFFECTIVE-DATE ORDER WITHIN OPERATION.
061500  FIND-RATE.
061600      MOVE 'N' TO WS-FOUND-SW.
061700      EVALUATE HIST-OPER OF WS-WORK-RECORD
061800          WHEN '+'
061900              MOVE 1 TO WS-OPN
062000          WHEN '-'
062100              MOVE 2 TO WS-OPN
062200          WHEN '*'
062300              MOVE 3 TO WS-OPN
062400          WHEN OTHER
062500              MOVE 4 TO WS-OPN
062600      END-EVALUATE.
062700      PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
062800              UNTIL WS-RATE-IDX > WS-RATE-USED
062900          IF WS-RATE-OPER (WS-RATE-IDX)
063000                      = HIST-OPER OF WS-WORK-RECORD
063100                  AND WS-RATE-EFF-DATE (WS-RATE-IDX)
063200                      NOT > HIST-KEY-DATE OF WS-WORK-RECORD
063300              MOVE WS-RATE-AMOUNT (WS-RATE-IDX) TO WS-RATE
063400              MOVE 'Y' TO WS-FOUND-SW
063500          END-IF
063600      END-PERFORM.
063700  TALLY-CHARGE.
063800      MOVE 'N' TO WS-FOUND-SW.
063900      PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
064000              UNTIL WS-DEPT-IDX > WS-DEPT-USED OR WS-FOUND
064100          IF WS-DEPT-ID (WS-DEPT-IDX) = WS-CHARGE-DEPT
064200              MOVE 'Y' TO WS-FOUND-SW
064300          END-IF
064400      END-PERFORM.
064500      IF WS-FOUND
064600          SET WS-DEPT-IDX DOWN BY 1
064700      ELSE
064800          IF WS-DEPT-USED < 100
064900              ADD 1 TO WS-DEPT-USED
065000              SET WS-DEPT-IDX TO WS-DEPT-USED
065100              MOVE WS-CHARGE-DEPT TO WS-DEPT-ID (WS-DEPT-IDX)
065200              MOVE 'N' TO WS-DEPT-PRINTED (WS-DEPT-IDX)
065300              MOVE ZEROS TO WS-DEPT-CHARGES (WS-DEPT-IDX)
065400              MOVE 'Y' TO WS-FOUND-SW
065500          ELSE
065600              MOVE 'MORE THAN 100 DEPARTMENTS TO BILL' TO EL-TEXT
065700              MOVE SPACES TO EL-STATUS
065800              PERFORM ABORT-RUN
065900          END-IF
066000      END-IF.
066100      IF WS-FOUND
066200          ADD 1
066300              TO WS-DEPT-COUNT (WS-DEPT-IDX, WS-SRC, WS-OPN)
066400          ADD WS-RATE
066500              TO WS-DEPT-CHARGE (WS-DEPT-IDX, WS-SRC, WS-OPN)
066600          ADD 1 TO WS-BILLED-CALCS
066700      END-IF.
066800  SAVE-EXCEPTION.
066900      IF WS-EXC-USED < 100
067000          ADD 1 TO WS-EXC-USED
067100          SET WS-EXC-IDX TO WS-EXC-USED
067200          MOVE HIST-KEY-TERM OF WS-WORK-RECORD
067300              TO WS-EXC-TERM (WS-EXC-IDX)
067400          MOVE HIST-KEY-DATE OF WS-WORK-RECORD
067500              TO WS-EXC-DATE (WS-EXC-IDX)
067600          MOVE HIST-KEY-TIME OF WS-WORK-RECORD
067700              TO WS-EXC-TIME (WS-EXC-IDX)
067800          MOVE HIST-KEY-SEQ OF WS-WORK-RECORD
067900              TO WS-EXC-SEQ (WS-EXC-IDX)
068000          MOVE HIST-OPERID OF WS-WORK-RECORD
068100              TO WS-EXC-OPERID (WS-EXC-IDX)
068200          MOVE HIST-OPER OF WS-WORK-RECORD
068300              TO WS-EXC-OPER (WS-EXC-IDX)
068400          MOVE WS-REASON TO WS-EXC-REASON (WS-EXC-IDX)
068500      END-IF.
068600* PRINT-INVOICES PRINTS THE DEPARTMENTS IN DEPARTMENT-CODE ORDER
068700* BY PICKING THE LOWEST CODE NOT YET PRINTED EACH TIME ROUND.
068800  PRINT-INVOICES.
068900      MOVE 'N' TO WS-EOF-SW.
069000      PERFORM PRINT-NEXT-INVOICE
069100          UNTIL WS-EOF OR WS-ABORT.
069200  PRINT-NEXT-INVOICE.
069300      MOVE ZERO TO WS-DEPT-SUB.
069400      MOVE HIGH-VALUES TO WS-LOW-DEPT.
069500      PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
069600              UNTIL WS-DEPT-IDX > WS-DEPT-USED
069700          IF WS-DEPT-PRINTED (WS-DEPT-IDX) = 'N'
069800                  AND WS-DEPT-ID (WS-DEPT-IDX) < WS-LOW-DEPT
069900              SET WS-DEPT-SUB TO WS-DEPT-IDX
070000              MOVE WS-DEPT-ID (WS-DEPT-IDX) TO WS-LOW-DEPT
070100          END-IF
070200      END-PERFORM.
070300      IF WS-DEPT-SUB = ZERO
070400          MOVE 'Y' TO WS-EOF-SW
070500      ELSE
070600          SET WS-DEPT-IDX TO WS-DEPT-SUB
070700          MOVE 'Y' TO WS-DEPT-PRINTED (WS-DEPT-IDX)
070800          PERFORM PRINT-DEPT-INVOICE
070900      END-IF.
071000* EACH INVOICE LINE IS ROUNDED TO CENTS AND THE DEPARTMENT TOTAL
071100* IS THE SUM OF THE ROUNDED LINES, SO THE INVOICE, THE GL DEBIT
071200* AND THE GL CREDIT ALL AGREE TO THE CENT.
071300  PRINT-DEPT-INVOICE.
071400      ADD 1 TO WS-INVOICE-COUNT.
071500      MOVE ZERO TO WS-DEPT-AMOUNT.
071600      MOVE ZERO TO WS-DEPT-CALCS.
071700      MOVE SPACES TO PRINT-LINE.
071800      WRITE PRINT-LINE.
071900      WRITE PRINT-LINE FROM WS-RULE-LINE.
072000      MOVE WS-DEPT-ID (WS-DEPT-IDX) TO IV-DEPT.
072100      MOVE WS-MONTH TO IV-MONTH.
072200      WRITE PRINT-LINE FROM WS-INVOICE-LINE.
072300      MOVE SPACES TO PRINT-LINE.
072400      WRITE PRINT-LINE.
072500      WRITE PRINT-LINE FROM WS-INV-HEAD.
072600      PERFORM VARYING WS-SRC FROM 1 BY 1
072700              UNTIL WS-SRC > 2
072800          PERFORM PRINT-INVOICE-LINE
072900              VARYING WS-OPN FROM 1 BY 1
073000              UNTIL WS-OPN > 4
073100      END-PERFORM.
073200      MOVE WS-DEPT-CALCS TO IT-COUNT.
073300      MOVE WS-DEPT-AMOUNT TO IT-AMOUNT.
073400      WRITE PRINT-LINE FROM WS-INV-TOTAL-LINE.
073500      MOVE SPACES TO PRINT-LINE.
073600      WRITE PRINT-LINE.
073700      MOVE WS-GL-CHARGE-ACCT TO IG-ACCOUNT.
073800      MOVE WS-DEPT-ID (WS-DEPT-IDX) TO IG-COST-CENTRE.
073900      WRITE PRINT-LINE FROM WS-INV-GL-LINE.
074000      ADD WS-DEPT-AMOUNT TO WS-BILL-TOTAL.
074100      IF NOT WS-REPRINT AND WS-DEPT-AMOUNT > ZERO
074200          PERFORM WRITE-GL-DEBIT
074300      END-IF.
074400  PRINT-INVOICE-LINE.
074500      IF WS-DEPT-COUNT (WS-DEPT-IDX, WS-SRC, WS-OPN) > ZERO
074600          PERFORM PRINT-INVOICE-DETAIL
074700      END-IF.
074800  PRINT-INVOICE-DETAIL.
074900      MOVE WS-SRC-NAME (WS-SRC) TO IL-SOURCE.
075000      MOVE WS-OP-NAME (WS-OPN) TO IL-OPER.
075100      MOVE WS-DEPT-COUNT (WS-DEPT-IDX, WS-SRC, WS-OPN)
075200          TO IL-COUNT.
075300      COMPUTE WS-LINE-AMOUNT ROUNDED =
075400          WS-DEPT-CHARGE (WS-DEPT-IDX, WS-SRC, WS-OPN).
075500      MOVE WS-LINE-AMOUNT TO IL-AMOUNT.
075600      WRITE PRINT-LINE FROM WS-INV-LINE.
075700      ADD WS-LINE-AMOUNT TO WS-DEPT-AMOUNT.
075800      ADD WS-DEPT-COUNT (WS-DEPT-IDX, WS-SRC, WS-OPN)
075900          TO WS-DEPT-CALCS.
076000  WRITE-GL-HEADER.
076100      MOVE SPACES TO GL-FILE-RECORD.
076200      MOVE 'H' TO GL-RECORD-TYPE.
076300      MOVE WS-MONTH TO GL-HDR-PERIOD.
076400      MOVE WS-RUN-DATE TO GL-HDR-RUN-DATE.
076500      MOVE WS-RUN-TIME TO GL-HDR-RUN-TIME.
076600      MOVE 'RAFAELGB' TO GL-HDR-SOURCE.
076700      PERFORM WRITE-GL-RECORD.
076800  WRITE-GL-DEBIT.
076900      MOVE SPACES TO GL-FILE-RECORD.
077000      MOVE 'D' TO GL-RECORD-TYPE.
077100      MOVE WS-GL-CHARGE-ACCT TO GL-DTL-ACCOUNT.
077200      MOVE WS-DEPT-ID (WS-DEPT-IDX) TO GL-DTL-COST-CENTRE.
077300      MOVE 'D' TO GL-DTL-DR-CR.
077400      MOVE WS-DEPT-AMOUNT TO GL-DTL-AMOUNT.
077500      MOVE WS-MONTH TO GL-DTL-PERIOD.
077600      MOVE 'CALCULATION SERVICE CHARGES' TO GL-DTL-DESC.
077700      ADD 1 TO WS-GL-COUNT.
077800      ADD WS-DEPT-AMOUNT TO WS-GL-DEBITS.
077900      PERFORM WRITE-GL-RECORD.
078000* WRITE-GL-CREDIT OFFSETS EVERY DEBIT WRITTEN WITH ONE CREDIT TO
078100* THE SERVICE COST CENTRE, SO THE FILE ALWAYS BALANCES.
078200  WRITE-GL-CREDIT.
078300      IF WS-GL-DEBITS > ZERO
078400          MOVE SPACES TO GL-FILE-RECORD
078500          MOVE 'D' TO GL-RECORD-TYPE
078600          MOVE WS-GL-RECOVERY-ACCT TO GL-DTL-ACCOUNT
078700          MOVE WS-SERVICE-CC TO GL-DTL-COST-CENTRE
078800          MOVE 'C' TO GL-DTL-DR-CR
078900          MOVE WS-GL-DEBITS TO GL-DTL-AMOUNT
079000          MOVE WS-MONTH TO GL-DTL-PERIOD
079100          MOVE 'CALCULATION SERVICE RECOVERY' TO GL-DTL-DESC
079200          ADD 1 TO WS-GL-COUNT
079300          ADD WS-GL-DEBITS TO WS-GL-CREDITS
079400          PERFORM WRITE-GL-RECORD
079500      END-IF.
079600  WRITE-GL-TRAILER.
079700      IF NOT WS-ABORT
079800          MOVE SPACES TO GL-FILE-RECORD
079900          MOVE 'T' TO GL-RECORD-TYPE
080000          MOVE WS-GL-COUNT TO GL-TRL-COUNT
080100          MOVE WS-GL-DEBITS TO GL-TRL-DEBITS
080200          MOVE WS-GL-CREDITS TO GL-TRL-CREDITS
080300          PERFORM WRITE-GL-RECORD
080400      END-IF.
080500  WRITE-GL-RECORD.
080600      WRITE GL-FILE-RECORD.
080700      IF WS-GL-STATUS NOT = '00'
080800          MOVE 'GLFEED WRITE FAILED - STATUS ' TO EL-TEXT
080900          MOVE WS-GL-STATUS TO EL-STATUS
081000          PERFORM ABORT-RUN
081100      END-IF.
081200* STAMP-BILLING-CONTROL RUNS ONLY ONCE THE GL FILE IS COMPLETE.
081300  STAMP-BILLING-CONTROL.
081400      MOVE SPACES TO BILL-FILE-RECORD.
081500      MOVE WS-MONTH TO BILL-MONTH.
081600      MOVE 'B' TO BILL-STATUS.
081700      MOVE WS-RUN-DATE TO BILL-RUN-DATE.
081800      MOVE WS-RUN-TIME TO BILL-RUN-TIME.
081900      MOVE WS-BILLED-CALCS TO BILL-CALC-COUNT.
082000      MOVE WS-INVOICE-COUNT TO BILL-DEPT-COUNT.
082100      MOVE WS-BILL-TOTAL TO BILL-TOTAL.
082200      WRITE BILL-FILE-RECORD.
082300      IF WS-BILL-STATUS NOT = '00'
082400          MOVE 'BILLCTL WRITE FAILED - STATUS ' TO EL-TEXT
082500          MOVE WS-BILL-STATUS TO EL-STATUS
082600          PERFORM ABORT-RUN
082700      END-IF.
082800  PRINT-EXCEPTION-SECTION.
082900      MOVE SPACES TO PRINT-LINE.
083000      WRITE PRINT-LINE.
083100      WRITE PRINT-LINE FROM WS-RULE-LINE.
083200      MOVE 'WORK NOT BILLED - CORRECT AND BILL MANUALLY'
083300          TO TI-TEXT.
083400      WRITE PRINT-LINE FROM WS-TITLE-LINE.
083500      IF WS-EXC-USED = ZERO
083600          MOVE '    NONE' TO PRINT-LINE
083700          WRITE PRINT-LINE
083800      END-IF.
083900      PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
084000              UNTIL WS-EXC-IDX > WS-EXC-USED
084100          MOVE WS-EXC-TERM (WS-EXC-IDX) TO XL-TERM
084200          MOVE WS-EXC-DATE (WS-EXC-IDX) TO XL-DATE
084300          MOVE WS-EXC-TIME (WS-EXC-IDX) TO XL-TIME
084400          MOVE WS-EXC-SEQ (WS-EXC-IDX) TO XL-SEQ
084500          MOVE WS-EXC-OPERID (WS-EXC-IDX) TO XL-OPERID
084600          MOVE WS-EXC-OPER (WS-EXC-IDX) TO XL-OPER
084700          MOVE WS-EXC-REASON (WS-EXC-IDX) TO XL-REASON
084800          WRITE PRINT-LINE FROM WS-EXC-LINE
084900      END-PERFORM.
085000      IF WS-NODEPT-COUNT + WS-NORATE-COUNT > WS-EXC-USED
085100          MOVE 'MORE THAN 100 - ONLY THE FIRST 100 LISTED'
085200              TO TI-TEXT
085300          WRITE PRINT-LINE FROM WS-TITLE-LINE
085400      END-IF.
085500  PRINT-RUN-TOTALS.
085600      MOVE SPACES TO PRINT-LINE.
085700      WRITE PRINT-LINE.
085800      MOVE 'CALCULATIONS IN MONTH     ' TO CL-LABEL.
085900      MOVE WS-SELECT-COUNT TO CL-COUNT.
086000      WRITE PRINT-LINE FROM WS-COUNT-LINE.
086100      MOVE 'VOIDED - NOT CHARGED      ' TO CL-LABEL.
086200      MOVE WS-VOID-COUNT TO CL-COUNT.
086300      WRITE PRINT-LINE FROM WS-COUNT-LINE.
086400      MOVE 'CALCULATIONS BILLED       ' TO CL-LABEL.
086500      MOVE WS-BILLED-CALCS TO CL-COUNT.
086600      WRITE PRINT-LINE FROM WS-COUNT-LINE.
086700      MOVE 'NOT BILLED - NO DEPT      ' TO CL-LABEL.
086800      MOVE WS-NODEPT-COUNT TO CL-COUNT.
086900      WRITE PRINT-LINE FROM WS-COUNT-LINE.
087000      MOVE 'NOT BILLED - NO RATE      ' TO CL-LABEL.
087100      MOVE WS-NORATE-COUNT TO CL-COUNT.
087200      WRITE PRINT-LINE FROM WS-COUNT-LINE.
087300      MOVE 'DEPARTMENTS INVOICED      ' TO CL-LABEL.
087400      MOVE WS-INVOICE-COUNT TO CL-COUNT.
087500      WRITE PRINT-LINE FROM WS-COUNT-LINE.
087600      MOVE 'TOTAL BILLED              ' TO AL-LABEL.
087700      MOVE WS-BILL-TOTAL TO AL-AMOUNT.
087800      WRITE PRINT-LINE FROM WS-AMOUNT-LINE.
087900      IF NOT WS-REPRINT
088000          MOVE 'GL DETAIL RECORDS         ' TO CL-LABEL
088100          MOVE WS-GL-COUNT TO CL-COUNT
088200          WRITE PRINT-LINE FROM WS-COUNT-LINE
088300          MOVE 'GL DEBITS                 ' TO AL-LABEL
088400          MOVE WS-GL-DEBITS TO AL-AMOUNT
088500          WRITE PRINT-LINE FROM WS-AMOUNT-LINE
088600          MOVE 'GL CREDITS                ' TO AL-LABEL
088700          MOVE WS-GL-CREDITS TO AL-AMOUNT
088800          WRITE PRINT-LINE FROM WS-AMOUNT-LINE
088900      END-IF.
089000      IF WS-ALREADY-BILLED
089100          MOVE 'AS BILLED ON BILLCTL      ' TO AL-LABEL
089200          MOVE BILL-TOTAL TO AL-AMOUNT
089300          WRITE PRINT-LINE FROM WS-AMOUNT-LINE
089400          IF BILL-TOTAL NOT = WS-BILL-TOTAL
089500                  OR BILL-CALC-COUNT NOT = WS-BILLED-CALCS
089600              MOVE 'TOTALS DIFFER FROM THE MONTH AS BILLED'
089700                  TO TI-TEXT
089800              WRITE PRINT-LINE FROM WS-TITLE-LINE
089900          END-IF
090000      END-IF.
090100  SET-RETURN-CODE.
090200      IF WS-NODEPT-COUNT > ZERO OR WS-NORATE-COUNT > ZERO
090300              OR WS-BILLED-CALCS = ZERO
090400          MOVE 4 TO WS-RETURN-CODE
090500      END-IF.
090600      IF WS-ALREADY-BILLED
090700          IF BILL-TOTAL NOT = WS-BILL-TOTAL
090800                  OR BILL-CALC-COUNT NOT = WS-BILLED-CALCS
090900              MOVE 4 TO WS-RETURN-CODE
091000          END-IF
091100      END-IF.
091200  CLOSE-FILES.
091300      CLOSE HIST-FILE.
091400      CLOSE ARCH-FILE.
091500      CLOSE OPER-FILE.
091600      CLOSE RATE-FILE.
091700      CLOSE BILL-FILE.
091800      IF NOT WS-REPRINT
091900          CLOSE GL-FILE
092000      END-IF.
092100      CLOSE PRINT-FILE.
092200  ABORT-RUN.
092300      SET WS-ABORT TO TRUE.
092400      MOVE 12 TO WS-RETURN-CODE.
092500      IF WS-PRINT-STATUS = '00'
092600          WRITE PRINT-LINE FROM WS-ERROR-LINE
092700      END-IF.
092800  REFUSE-RUN.
092900      SET WS-ABORT TO TRUE.
093000      IF WS-RETURN-CODE < 8
093100          MOVE 8 TO WS-RETURN-CODE
093200      END-IF.
093300      IF WS-PRINT-STATUS = '00'
093400          WRITE PRINT-LINE FROM WS-ERROR-LINE
093500      END-IF.
