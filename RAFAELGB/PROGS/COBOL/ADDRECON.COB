000600* HIST-NUM1/HIST-OPER/HIST-NUM2 AND FLAGS ANY RECORD WHERE THE
000700* STORED HIST-RESU DOES NOT MATCH, FOR THE OPERATIONS DESK TO
000800* INVESTIGATE (DATA CORRUPTION, MANUAL FILE EDITS, ETC).
000801* A RECORD VOIDED BY A SUPERVISOR THROUGH ADDVOID IS A
000802* LEGITIMATE REVERSAL, NOT AN EXCEPTION: ITS ARITHMETIC IS
000803* STILL PROVED, IT IS COUNTED ON ITS OWN TOTAL LINE, AND IT IS
000804* FLAGGED ONLY WHEN THE VOID STAMP ITSELF IS INCOMPLETE (NO
000805* VALID REASON CODE, SUPERVISOR OR DATE), WHICH MEANS THE
000806* RECORD WAS ALTERED OUTSIDE THE VOID TRANSACTION. THE VOIDED
000807* COUNT IS NOT CHECKPOINTED, SO AFTER A RESTART IT COVERS ONLY
000808* THE RECORDS READ SINCE THE CHECKPOINT.
000810*
000820* TAKES A CHECKPOINT OF THE LAST KEY PROCESSED TO THE ADDRECK
000830* CONTROL FILE EVERY 1000 RECORDS. PARM='RESTART' REPOSITIONS
003360        88  WS-CKPT-FOUND                 VALUE 'Y'.
003400    77  WS-TOTAL-COUNT        PIC 9(7)    VALUE ZERO.
003500    77  WS-MISMATCH-COUNT     PIC 9(7)    VALUE ZERO.
003505    77  WS-VOID-COUNT         PIC 9(7)    VALUE ZERO.
003510    77  WS-SINCE-CKPT         PIC 9(4)    VALUE ZERO.
003520    77  WS-CKPT-INTERVAL      PIC 9(4)    VALUE 1000.
003530    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
007400      05  FILLER              PIC X(20)   VALUE SPACES.
007500      05  FILLER              PIC X(14)   VALUE 'MISMATCHES'.
007600      05  TL2-COUNT           PIC ZZZ,ZZ9.
007605      05  FILLER              PIC X(80)   VALUE SPACES.
007610    01  WS-TOTAL-LINE-3.
007615      05  FILLER              PIC X(20)   VALUE SPACES.
007620      05  FILLER              PIC X(14)   VALUE 'VOIDED (LEGIT)'.
007625      05  TL3-COUNT           PIC ZZZ,ZZ9.
007700      05  FILLER              PIC X(80)   VALUE SPACES.
007710    01  WS-NOTE-LINE.
007720      05  FILLER              PIC X(4)    VALUE SPACES.
012300          ADD 1 TO WS-MISMATCH-COUNT
012400          PERFORM PRINT-MISMATCH
012500      END-IF.
012510      IF HIST-VOIDED OF HIST-FILE-RECORD
012520          ADD 1 TO WS-VOID-COUNT
012530          PERFORM CHECK-VOID-STAMP
012540      END-IF.
012550* CHECK-VOID-STAMP FLAGS A VOIDED RECORD WHOSE REASON CODE,
012560* SUPERVISOR OR DATE WAS NOT STAMPED BY ADDVOID.
012570  CHECK-VOID-STAMP.
012580      IF NOT HIST-VOID-REASON-VALID OF HIST-FILE-RECORD
012582         OR HIST-VOID-SUPV OF HIST-FILE-RECORD = SPACES
012584         OR HIST-VOID-DATE OF HIST-FILE-RECORD NOT NUMERIC
012586         OR HIST-VOID-DATE OF HIST-FILE-RECORD = ZERO
012588          ADD 1 TO WS-MISMATCH-COUNT
012590          MOVE 'VOID STAMP INCOMPLETE - KEY' TO NL-TEXT
012592          MOVE HIST-KEY OF HIST-FILE-RECORD TO NL-KEY
012594          WRITE PRINT-LINE FROM WS-NOTE-LINE
012596      END-IF.
012600  PRINT-MISMATCH.
012700      MOVE HIST-KEY-TERM OF HIST-FILE-RECORD TO DL-TERM.
012800      MOVE HIST-KEY-DATE OF HIST-FILE-RECORD TO DL-DATE.
014200      WRITE PRINT-LINE FROM WS-TOTAL-LINE-1.
014300      MOVE WS-MISMATCH-COUNT TO TL2-COUNT.
014400      WRITE PRINT-LINE FROM WS-TOTAL-LINE-2.
014410      MOVE WS-VOID-COUNT TO TL3-COUNT.
014420      WRITE PRINT-LINE FROM WS-TOTAL-LINE-3.
014500  EDIT-PARM.
014510      EVALUATE TRUE
014515          WHEN PARM-LENGTH = 0
