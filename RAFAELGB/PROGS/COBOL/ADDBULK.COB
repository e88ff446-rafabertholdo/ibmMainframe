001220* THE BULKRES COPY MEMBER, DETAILS GROUPED BY DEPARTMENT) AND
001230* A REJECT FILE (BULKREJ) IN THE ORIGINAL 80-BYTE BULKIN
001240* LAYOUT WITH THE REASON IN THE UNUSED FILLER (COLS 26-55),
001250* SO A DEPARTMENT CAN CORRECT THE CARDS AND RESUBMIT THEM,
001255* UNDER A NEW *HDR/*TRL PAIR AND BATCH ID, AS THE NEXT RUN'S
001260* INPUT. RETURN CODES: 0 = ALL
001300* REQUESTS POSTED, 4 = REJECTS PRESENT, 8 = DECK REFUSED
001350* (SEE BELOW) OR RUN REFUSED BY RUNCTL, 12 = COULD NOT
001400* PROCESS. RUN WITH THE ONLINE REGION DOWN OR ADDHIST CLOSED
001500* IN CICS, LIKE THE OTHER ADDHIST BATCH JOBS. THE RUNCTL
001510* SUBPROGRAM DERIVES THE BUSINESS DATE FROM THE PROCESSING
001520* CALENDAR AND REFUSES A SECOND RUN FOR THE SAME DATE
001530* (UNLESS PARM='RERUN' IS CODED) OR A RUN OUT OF SEQUENCE,
001540* ENDING THE JOB WITH RETURN CODE 8.
001550* EACH ADDHIST RECORD CARRIES THE REQUEST'S DEPARTMENT IN
001560* HIST-BULK-DEPT SO CHGBILL CAN CHARGE THE WORK BACK TO IT.
001561* EVERY DECK MUST START WITH A *HDR CONTROL CARD (SUBMITTING
001562* DEPARTMENT, BATCH ID AND DECK DATE) AND END WITH A *TRL CARD
001563* (REQUEST COUNT AND A HASH TOTAL OF THE NUM1 AND NUM2 AMOUNTS).
001564* THE WHOLE DECK IS READ AND PROVED FIRST; A MISSING OR BAD
001565* CONTROL CARD, A COUNT OR HASH THAT DOES NOT AGREE, OR A BATCH
001566* ID ALREADY ON THE BULKCTL CONTROL FILE (SEE THE BCTLREC COPY
001567* MEMBER) REFUSES THE WHOLE DECK WITH RETURN CODE 8 AND NOTHING
001568* IS POSTED. THE BATCH ID IS ECHOED ON THE LISTING AND IN THE
001569* BULKOUT HEADER RECORD.
001600*
001700  ENVIRONMENT DIVISION.
001800    INPUT-OUTPUT SECTION.
002800      SELECT PRINT-FILE ASSIGN TO ADDBULKP
002900        ORGANIZATION IS LINE SEQUENTIAL
003000        FILE STATUS IS WS-PRINT-STATUS.
003010      SELECT BCTL-FILE ASSIGN TO BULKCTL
003020        ORGANIZATION IS INDEXED
003030        ACCESS MODE IS RANDOM
003040        RECORD KEY IS BCTL-KEY
003050        FILE STATUS IS WS-BCTL-STATUS.
003100  DATA DIVISION.
003200    FILE SECTION.
003300    FD  BULK-FILE
003400        RECORD CONTAINS 80 CHARACTERS.
003500    01  BULK-RECORD.
003600      05  BULK-DEPT           PIC X(4).
003610          88  BULK-HEADER-CARD            VALUE '*HDR'.
003620          88  BULK-TRAILER-CARD           VALUE '*TRL'.
003700      05  BULK-NUM1           PIC X(10).
003800      05  BULK-OPER           PIC X.
003900      05  BULK-NUM2           PIC X(10).
004000      05  FILLER              PIC X(55).
004005    01  BULK-HDR-RECORD.
004010      05  FILLER              PIC X(4).
004015      05  BULK-HDR-DEPT       PIC X(4).
004020      05  BULK-HDR-BATCH-ID   PIC X(12).
004025      05  BULK-HDR-DATE       PIC X(8).
004030      05  FILLER              PIC X(52).
004035    01  BULK-TRL-RECORD.
004040      05  FILLER              PIC X(4).
004045      05  BULK-TRL-COUNT      PIC 9(7).
004050      05  BULK-TRL-HASH       PIC 9(13)V99.
004055      05  FILLER              PIC X(54).
004100    FD  HIST-FILE.
004200    01  HIST-FILE-RECORD.
004300      COPY HISTREC.
004310    FD  JRNL-FILE
004320        RECORD CONTAINS 120 CHARACTERS.
004330    01  JRNL-FILE-RECORD      PIC X(120).
004340    FD  RES-FILE
004350        RECORD CONTAINS 80 CHARACTERS.
004360    01  RES-FILE-RECORD.
004380    FD  REJ-FILE
004385        RECORD CONTAINS 80 CHARACTERS.
004390    01  REJ-FILE-RECORD       PIC X(80).
004392    FD  BCTL-FILE.
004394    01  BCTL-FILE-RECORD.
004396      COPY BCTLREC.
004400    FD  PRINT-FILE
004500        RECORD CONTAINS 132 CHARACTERS.
004600    01  PRINT-LINE            PIC X(132).
004950    77  WS-JRNL-STATUS        PIC XX.
004960    77  WS-RES-STATUS         PIC XX.
004970    77  WS-REJ-STATUS         PIC XX.
004980    77  WS-BCTL-STATUS        PIC XX.
005000    77  WS-PRINT-STATUS       PIC XX.
005100    77  WS-EOF-SW             PIC X       VALUE 'N'.
005200        88  WS-EOF                        VALUE 'Y'.
006800    77  WS-DEPT-USED          PIC 9(4)    VALUE ZERO.
006810    77  WS-OTH-COUNT          PIC 9(7)    VALUE ZERO.
006820    77  WS-OTH-SUM            PIC S9(14)V99 VALUE ZERO.
006822    77  WS-DECK-ERROR-SW      PIC X       VALUE 'N'.
006824        88  WS-DECK-ERROR                 VALUE 'Y'.
006826    77  WS-TRL-SEEN-SW        PIC X       VALUE 'N'.
006828        88  WS-TRL-SEEN                   VALUE 'Y'.
006830    77  WS-BATCH-DUP-SW       PIC X       VALUE 'N'.
006832        88  WS-BATCH-DUP                  VALUE 'Y'.
006834    77  WS-DECK-COUNT         PIC 9(7)    VALUE ZERO.
006836    77  WS-DECK-HASH          PIC 9(13)V99 VALUE ZERO.
006838    77  WS-TRL-COUNT          PIC 9(7)    VALUE ZERO.
006840    77  WS-TRL-HASH           PIC 9(13)V99 VALUE ZERO.
006842    77  WS-HDR-DEPT           PIC X(4)    VALUE SPACES.
006844    77  WS-HDR-BATCH-ID       PIC X(12)   VALUE SPACES.
006846    01  WS-HDR-DATE.
006848      05  WS-HDR-YYYY         PIC 9(4).
006850      05  WS-HDR-MM           PIC 9(2).
006852      05  WS-HDR-DD           PIC 9(2).
006900    77  WS-FOUND-SW           PIC X.
007000        88  WS-FOUND                      VALUE 'Y'.
007100    01  WS-DEPT-TABLE.
008200      05  FILLER              PIC X(6)    VALUE 'DEPT'.
008300      05  FILLER              PIC X(25)   VALUE 'CALCULATION'.
008400      05  FILLER              PIC X(8)    VALUE 'RESULT'.
008410    01  WS-HEAD-3.
008420      05  FILLER              PIC X(4)    VALUE SPACES.
008430      05  FILLER              PIC X(9)    VALUE 'BATCH ID '.
008440      05  H3-BATCH-ID         PIC X(12).
008450      05  FILLER              PIC X(7)    VALUE '  DEPT '.
008460      05  H3-DEPT             PIC X(4).
008470      05  FILLER              PIC X(12)   VALUE '  DECK DATE '.
008480      05  H3-DATE             PIC X(8).
008490      05  FILLER              PIC X(76)   VALUE SPACES.
008500    01  WS-DETAIL-LINE.
008600      05  FILLER              PIC X(4)    VALUE SPACES.
008700      05  DL-DEPT             PIC X(4).
011100      05  CL-LABEL            PIC X(18).
011200      05  CL-COUNT            PIC ZZZ,ZZ9.
011300      05  FILLER              PIC X(103)  VALUE SPACES.
011305    01  WS-HASH-LINE.
011310      05  FILLER              PIC X(4)    VALUE SPACES.
011315      05  HL-LABEL            PIC X(18).
011320      05  HL-HASH             PIC Z(12)9.99.
011325      05  FILLER              PIC X(94)   VALUE SPACES.
011330    01  WS-POSTED-LINE.
011335      05  FILLER              PIC X(4)    VALUE SPACES.
011340      05  FILLER              PIC X(22)
011345          VALUE 'BATCH ID POSTED ON    '.
011350      05  PL-DATE             PIC 9(8).
011355      05  FILLER              PIC X(4)    VALUE ' AT '.
011360      05  PL-TIME             PIC 9(6).
011365      05  FILLER              PIC X(9)    VALUE ' STATUS '.
011370      05  PL-STATUS           PIC X.
011375      05  FILLER              PIC X(78)   VALUE SPACES.
011400    01  WS-TITLE-LINE.
011500      05  FILLER              PIC X(4)    VALUE SPACES.
011600      05  TI-TEXT             PIC X(40).
012520      IF NOT WS-ABORT
012530          PERFORM EDIT-PARM
012540      END-IF.
012542      IF NOT WS-ABORT
012544          PERFORM CHECK-BULK-DECK
012546      END-IF.
012550      IF NOT WS-ABORT
012560          PERFORM RUN-CONTROL-START
012570      END-IF.
012600      IF NOT WS-ABORT
012700          PERFORM SET-RUN-STAMP
012710          PERFORM START-BATCH-CONTROL
012720          PERFORM REOPEN-BULK-FILE
012750          PERFORM WRITE-RESULTS-HEADER
012800          PERFORM PRINT-HEADINGS
012900          PERFORM READ-BULK-FILE
013500              PERFORM PRINT-DEPT-TOTALS
013600              PERFORM PRINT-RUN-TOTALS
013700              PERFORM SET-RETURN-CODE
013750              PERFORM END-BATCH-CONTROL
013800          END-IF
013900      END-IF.
013920      IF NOT WS-ABORT
015900          MOVE WS-PRINT-STATUS TO EL-STATUS
016000          PERFORM ABORT-RUN
016100      END-IF.
016110      OPEN I-O BCTL-FILE.
016115      IF WS-BCTL-STATUS NOT = '00' AND WS-BCTL-STATUS NOT = '97'
016120          MOVE 'BULKCTL OPEN I-O FAILED - STATUS ' TO EL-TEXT
016125          MOVE WS-BCTL-STATUS TO EL-STATUS
016130          PERFORM ABORT-RUN
016135      END-IF.
016140  EDIT-PARM.
016142      EVALUATE TRUE
016144          WHEN PARM-LENGTH = 0
016600      WRITE PRINT-LINE FROM WS-HEAD-1.
016700      MOVE SPACES TO PRINT-LINE.
016800      WRITE PRINT-LINE.
016810      WRITE PRINT-LINE FROM WS-HEAD-3.
016820      MOVE SPACES TO PRINT-LINE.
016830      WRITE PRINT-LINE.
016900      WRITE PRINT-LINE FROM WS-HEAD-2.
017000      MOVE SPACES TO PRINT-LINE.
017100      WRITE PRINT-LINE.
017900              MOVE WS-BULK-STATUS TO EL-STATUS
018000              PERFORM ABORT-RUN
018100          ELSE
018210              IF BULK-TRAILER-CARD
018220                  MOVE 'Y' TO WS-EOF-SW
018230              ELSE
018240                  ADD 1 TO WS-READ-COUNT
018250              END-IF
018300          END-IF
018400      END-IF.
018500  PROCESS-REQUEST.
021700      END-IF.
021800  WRITE-HISTORY-RECORD.
021900      PERFORM BUMP-SEQUENCE.
021950      MOVE SPACES TO HIST-FILE-RECORD.
022000      MOVE WS-BATCH-TERM TO HIST-KEY-TERM OF HIST-FILE-RECORD.
022100      MOVE WS-RUN-DATE TO HIST-KEY-DATE OF HIST-FILE-RECORD.
022200      MOVE WS-RUN-TIME TO HIST-KEY-TIME OF HIST-FILE-RECORD.
022800      MOVE WS-RESU TO HIST-RESU OF HIST-FILE-RECORD.
022900      MOVE 'N' TO HIST-CHAIN-SW OF HIST-FILE-RECORD.
023000      MOVE WS-NUM1 TO HIST-NUM1-CHAIN OF HIST-FILE-RECORD.
023010      MOVE 'N' TO HIST-VOID-SW OF HIST-FILE-RECORD.
023020      MOVE ZERO TO HIST-VOID-DATE OF HIST-FILE-RECORD.
023030      MOVE ZERO TO HIST-VOID-TIME OF HIST-FILE-RECORD.
023040      MOVE BULK-DEPT TO HIST-BULK-DEPT OF HIST-FILE-RECORD.
023100      WRITE HIST-FILE-RECORD.
023200      EVALUATE WS-HIST-STATUS
023300          WHEN '00'
031260      MOVE WS-RUN-DATE TO BR-HDR-RUN-DATE OF RES-FILE-RECORD.
031270      MOVE WS-RUN-TIME TO BR-HDR-RUN-TIME OF RES-FILE-RECORD.
031280      MOVE 'RAFAELGB' TO BR-HDR-SOURCE OF RES-FILE-RECORD.
031282      MOVE WS-HDR-BATCH-ID TO BR-HDR-BATCH-ID OF RES-FILE-RECORD.
031284      MOVE WS-HDR-DEPT TO BR-HDR-DEPT OF RES-FILE-RECORD.
031290      PERFORM WRITE-RES-RECORD.
031300  SAVE-RESULT-DETAIL.
031310      IF WS-DTL-USED < 1000
031960      END-IF.
031970* WRITE-REJECT-RECORD RETURNS THE ORIGINAL 80-BYTE REQUEST
031980* WITH THE REASON IN THE UNUSED FILLER (COLS 26-55) SO THE
031990* DEPARTMENT CAN FIX AND RESUBMIT THE CARDS UNDER A NEW BATCH ID.
032000  WRITE-REJECT-RECORD.
032010      MOVE BULK-RECORD TO REJ-FILE-RECORD.
032020      MOVE WS-REJECT-REASON TO REJ-FILE-RECORD (26:30).
032240      CLOSE JRNL-FILE.
032250      CLOSE RES-FILE.
032260      CLOSE REJ-FILE.
032265      CLOSE BCTL-FILE.
032270      CLOSE PRINT-FILE.
032280* EDIT-AMOUNT-FIELD CONVERTS A KEYED AMOUNT (UP TO SEVEN
032290* INTEGER DIGITS, OPTIONAL DECIMAL POINT, UP TO TWO DECIMAL
033020          COMPUTE WS-EDIT-DEC-NUM =
033030              WS-EDIT-DEC-NUM * 10 + WS-EDIT-DIGIT
033040      END-IF.
033100* CHECK-BULK-DECK READS THE WHOLE DECK BEFORE ANYTHING IS POSTED
033110* AND PROVES IT AGAINST ITS CONTROL CARDS: ONE *HDR CARD FIRST,
033120* ONE *TRL CARD LAST, THE *TRL REQUEST COUNT AND AMOUNT HASH EQUAL
033130* TO WHAT IS ON THE CARDS BETWEEN THEM, AND A BATCH ID BULKCTL HAS
033140* NOT SEEN BEFORE. ANY FAILURE REFUSES THE WHOLE DECK (RC 8) SO A
033150* TRUNCATED OR RESENT DECK NEVER POSTS PART OR ALL OF ITSELF.
033160  CHECK-BULK-DECK.
033170      PERFORM READ-DECK-CARD.
033180      EVALUATE TRUE
033190          WHEN WS-ABORT
033200              CONTINUE
033210          WHEN WS-EOF
033220              MOVE 'BULKIN IS EMPTY - NO *HDR CARD' TO EL-TEXT
033230              SET WS-DECK-ERROR TO TRUE
033240          WHEN NOT BULK-HEADER-CARD
033250              MOVE 'FIRST CARD IS NOT A *HDR CARD' TO EL-TEXT
033260              SET WS-DECK-ERROR TO TRUE
033270          WHEN OTHER
033280              PERFORM EDIT-DECK-HEADER
033290      END-EVALUATE.
033300      IF NOT WS-DECK-ERROR AND NOT WS-ABORT
033310          PERFORM READ-DECK-CARD
033320          PERFORM CHECK-DECK-CARD
033330              UNTIL WS-EOF OR WS-DECK-ERROR OR WS-ABORT
033340      END-IF.
033350      IF NOT WS-DECK-ERROR AND NOT WS-ABORT
033360          PERFORM CHECK-DECK-TRAILER
033370      END-IF.
033380      IF NOT WS-DECK-ERROR AND NOT WS-ABORT
033390          PERFORM CHECK-BATCH-ID
033400      END-IF.
033410      IF WS-DECK-ERROR
033420          PERFORM PRINT-DECK-REFUSAL
033430          MOVE SPACES TO EL-STATUS
033440          PERFORM REFUSE-RUN
033450      END-IF.
033460      MOVE 'N' TO WS-EOF-SW.
033470  READ-DECK-CARD.
033480      READ BULK-FILE
033490          AT END MOVE 'Y' TO WS-EOF-SW
033500      END-READ.
033510      IF NOT WS-EOF AND WS-BULK-STATUS NOT = '00'
033520          MOVE 'BULKIN READ FAILED - STATUS ' TO EL-TEXT
033530          MOVE WS-BULK-STATUS TO EL-STATUS
033540          PERFORM ABORT-RUN
033550      END-IF.
033560  EDIT-DECK-HEADER.
033570      MOVE BULK-HDR-DEPT TO WS-HDR-DEPT.
033580      MOVE BULK-HDR-BATCH-ID TO WS-HDR-BATCH-ID.
033590      MOVE BULK-HDR-DATE TO WS-HDR-DATE.
033600      MOVE WS-HDR-DEPT TO H3-DEPT.
033610      MOVE WS-HDR-BATCH-ID TO H3-BATCH-ID.
033620      MOVE BULK-HDR-DATE TO H3-DATE.
033630      IF WS-HDR-DEPT = SPACES OR WS-HDR-BATCH-ID = SPACES
033640          MOVE '*HDR CARD NEEDS A DEPT AND BATCH ID' TO EL-TEXT
033650          SET WS-DECK-ERROR TO TRUE
033660      ELSE
033670          IF WS-HDR-DATE NOT NUMERIC
033680                  OR WS-HDR-MM < 1 OR WS-HDR-MM > 12
033690                  OR WS-HDR-DD < 1 OR WS-HDR-DD > 31
033700              MOVE '*HDR DECK DATE IS NOT YYYYMMDD' TO EL-TEXT
033710              SET WS-DECK-ERROR TO TRUE
033720          END-IF
033730      END-IF.
033740  CHECK-DECK-CARD.
033750      EVALUATE TRUE
033760          WHEN WS-TRL-SEEN
033770              MOVE 'CARDS FOUND AFTER THE *TRL CARD' TO EL-TEXT
033780              SET WS-DECK-ERROR TO TRUE
033790          WHEN BULK-HEADER-CARD
033800              MOVE 'MORE THAN ONE *HDR CARD IN DECK' TO EL-TEXT
033810              SET WS-DECK-ERROR TO TRUE
033820          WHEN BULK-TRAILER-CARD
033830              SET WS-TRL-SEEN TO TRUE
033840              IF BULK-TRL-COUNT NUMERIC AND BULK-TRL-HASH NUMERIC
033850                  MOVE BULK-TRL-COUNT TO WS-TRL-COUNT
033860                  MOVE BULK-TRL-HASH TO WS-TRL-HASH
033870              ELSE
033880                  MOVE '*TRL COUNT OR HASH NOT NUMERIC' TO EL-TEXT
033890                  SET WS-DECK-ERROR TO TRUE
033900              END-IF
033910          WHEN OTHER
033920              ADD 1 TO WS-DECK-COUNT
033930              PERFORM ADD-TO-DECK-HASH
033940      END-EVALUATE.
033950      IF NOT WS-DECK-ERROR
033960          PERFORM READ-DECK-CARD
033970      END-IF.
033980* THE HASH IS THE SUM OF NUM1 AND NUM2 AS EDITED FOR POSTING; AN
033990* AMOUNT THAT FAILS THE EDIT COUNTS AS ZERO (THE REQUEST ITSELF
034000* IS REJECTED LATER IN THE USUAL WAY).
034010  ADD-TO-DECK-HASH.
034020      MOVE BULK-NUM1 TO WS-EDIT-INPUT.
034030      PERFORM EDIT-AMOUNT-FIELD.
034040      IF WS-EDIT-VALID
034050          ADD WS-EDIT-AMOUNT TO WS-DECK-HASH
034060      END-IF.
034070      MOVE BULK-NUM2 TO WS-EDIT-INPUT.
034080      PERFORM EDIT-AMOUNT-FIELD.
034090      IF WS-EDIT-VALID
034100          ADD WS-EDIT-AMOUNT TO WS-DECK-HASH
034110      END-IF.
034120  CHECK-DECK-TRAILER.
034130      EVALUATE TRUE
034140          WHEN NOT WS-TRL-SEEN
034150              MOVE 'NO *TRL CARD - DECK MAY BE TRUNCATED'
034155                  TO EL-TEXT
034160              SET WS-DECK-ERROR TO TRUE
034170          WHEN WS-TRL-COUNT NOT = WS-DECK-COUNT
034180              MOVE '*TRL REQUEST COUNT DOES NOT AGREE' TO EL-TEXT
034190              SET WS-DECK-ERROR TO TRUE
034200          WHEN WS-TRL-HASH NOT = WS-DECK-HASH
034210              MOVE '*TRL AMOUNT HASH DOES NOT AGREE' TO EL-TEXT
034220              SET WS-DECK-ERROR TO TRUE
034230      END-EVALUATE.
034240  CHECK-BATCH-ID.
034250      MOVE WS-HDR-DEPT TO BCTL-DEPT.
034260      MOVE WS-HDR-BATCH-ID TO BCTL-BATCH-ID.
034270      READ BCTL-FILE.
034280      EVALUATE WS-BCTL-STATUS
034290          WHEN '00'
034300              MOVE 'BATCH ID ALREADY POSTED - SEE BULKCTL'
034310                  TO EL-TEXT
034320              SET WS-BATCH-DUP TO TRUE
034330              SET WS-DECK-ERROR TO TRUE
034340          WHEN '23'
034350              CONTINUE
034360          WHEN OTHER
034370              MOVE 'BULKCTL READ FAILED - STATUS ' TO EL-TEXT
034380              MOVE WS-BCTL-STATUS TO EL-STATUS
034390              PERFORM ABORT-RUN
034400      END-EVALUATE.
034410  PRINT-DECK-REFUSAL.
034420      WRITE PRINT-LINE FROM WS-HEAD-1.
034430      MOVE SPACES TO PRINT-LINE.
034440      WRITE PRINT-LINE.
034450      WRITE PRINT-LINE FROM WS-HEAD-3.
034460      MOVE SPACES TO PRINT-LINE.
034470      WRITE PRINT-LINE.
034480      MOVE 'DECK REFUSED - NOTHING POSTED' TO TI-TEXT.
034490      WRITE PRINT-LINE FROM WS-TITLE-LINE.
034500      IF WS-TRL-SEEN
034510          MOVE 'REQUESTS ON *TRL  ' TO CL-LABEL
034520          MOVE WS-TRL-COUNT TO CL-COUNT
034530          WRITE PRINT-LINE FROM WS-COUNT-LINE
034540          MOVE 'REQUESTS IN DECK  ' TO CL-LABEL
034550          MOVE WS-DECK-COUNT TO CL-COUNT
034560          WRITE PRINT-LINE FROM WS-COUNT-LINE
034570          MOVE 'AMOUNT HASH *TRL  ' TO HL-LABEL
034580          MOVE WS-TRL-HASH TO HL-HASH
034590          WRITE PRINT-LINE FROM WS-HASH-LINE
034600          MOVE 'AMOUNT HASH DECK  ' TO HL-LABEL
034610          MOVE WS-DECK-HASH TO HL-HASH
034620          WRITE PRINT-LINE FROM WS-HASH-LINE
034630      END-IF.
034640      IF WS-BATCH-DUP
034650          MOVE BCTL-RUN-DATE TO PL-DATE
034660          MOVE BCTL-RUN-TIME TO PL-TIME
034670          MOVE BCTL-STATUS TO PL-STATUS
034680          WRITE PRINT-LINE FROM WS-POSTED-LINE
034690      END-IF.
034700* THE BULKCTL RECORD GOES ON AS 'P' BEFORE THE FIRST POST, SO A
034710* RUN THAT FAILS PART WAY STILL BLOCKS A BLIND RESUBMISSION OF
034720* THE SAME BATCH ID, AND IS MARKED 'C' WITH THE COUNTS AT THE END.
034730  START-BATCH-CONTROL.
034740      MOVE SPACES TO BCTL-FILE-RECORD.
034750      MOVE WS-HDR-DEPT TO BCTL-DEPT.
034760      MOVE WS-HDR-BATCH-ID TO BCTL-BATCH-ID.
034770      MOVE 'P' TO BCTL-STATUS.
034780      MOVE WS-HDR-DATE TO BCTL-DECK-DATE.
034790      MOVE WS-BUS-DATE TO BCTL-BUS-DATE.
034800      MOVE WS-RUN-DATE TO BCTL-RUN-DATE.
034810      MOVE WS-RUN-TIME TO BCTL-RUN-TIME.
034820      MOVE WS-DECK-COUNT TO BCTL-REQ-COUNT.
034830      MOVE ZERO TO BCTL-POSTED-COUNT.
034840      MOVE ZERO TO BCTL-REJECT-COUNT.
034850      WRITE BCTL-FILE-RECORD.
034860      IF WS-BCTL-STATUS NOT = '00'
034870          MOVE 'BULKCTL WRITE FAILED - STATUS ' TO EL-TEXT
034880          MOVE WS-BCTL-STATUS TO EL-STATUS
034890          PERFORM ABORT-RUN
034900      END-IF.
034904* END-BATCH-CONTROL RE-READS THE DECK'S CONTROL RECORD BY KEY
034908* BEFORE MARKING IT COMPLETE, SO THE REWRITE NEVER DEPENDS ON
034912* WHAT WAS LAST LEFT IN THE RECORD AREA.
034916  END-BATCH-CONTROL.
034920      MOVE WS-HDR-DEPT TO BCTL-DEPT.
034924      MOVE WS-HDR-BATCH-ID TO BCTL-BATCH-ID.
034928      READ BCTL-FILE.
034932      IF WS-BCTL-STATUS NOT = '00'
034936          MOVE 'BULKCTL REREAD FAILED - STATUS ' TO EL-TEXT
034940          MOVE WS-BCTL-STATUS TO EL-STATUS
034944          PERFORM ABORT-RUN
034948      ELSE
034952          MOVE 'C' TO BCTL-STATUS
034956          MOVE WS-POSTED-COUNT TO BCTL-POSTED-COUNT
034960          MOVE WS-REJECT-COUNT TO BCTL-REJECT-COUNT
034964          REWRITE BCTL-FILE-RECORD
034968          IF WS-BCTL-STATUS NOT = '00'
034972              MOVE 'BULKCTL REWRITE FAILED - STATUS ' TO EL-TEXT
034976              MOVE WS-BCTL-STATUS TO EL-STATUS
034980              PERFORM ABORT-RUN
034984          END-IF
034988      END-IF.
035010* REOPEN-BULK-FILE STARTS THE POSTING PASS BACK AT THE TOP OF THE
035020* PROVED DECK AND STEPS OVER THE *HDR CARD; READ-BULK-FILE ENDS
035030* THE PASS AT THE *TRL CARD.
035040  REOPEN-BULK-FILE.
035050      CLOSE BULK-FILE.
035060      OPEN INPUT BULK-FILE.
035070      IF WS-BULK-STATUS NOT = '00'
035080          MOVE 'BULKIN REOPEN FAILED - STATUS ' TO EL-TEXT
035090          MOVE WS-BULK-STATUS TO EL-STATUS
035100          PERFORM ABORT-RUN
035110      ELSE
035120          PERFORM READ-DECK-CARD
035130      END-IF.
