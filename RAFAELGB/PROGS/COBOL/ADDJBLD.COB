000900* THE CLUSTER IS RECONSTRUCTED TO THE POINT OF FAILURE. THE
001000* REPORT PROVES THE JOURNAL RECORD COUNT AND A HASH TOTAL OF
001100* HIST-RESU AGAINST WHAT WAS APPLIED (RECORDS ALREADY ON FILE
001200* COUNT TOWARD THE PROOF - A RERUN IS HARMLESS). A JOURNALED
001210* SUPERVISOR VOID (ADDVOID) CARRIES THE WHOLE VOIDED RECORD, SO
001220* WHEN THE KEY IS ALREADY ON FILE IT IS REWRITTEN OVER THE
001230* LIVE IMAGE AND COUNTED AS A VOID REAPPLIED. RETURN CODES:
001300* 0 = REBUILT AND COUNTS/HASH BALANCE, 8 = OUT OF BALANCE -
001400* DO NOT OPEN THE FILE TO THE REGION, 12 = COULD NOT PROCESS.
001500*
003300  DATA DIVISION.
003400    FILE SECTION.
003500    FD  ARCH-FILE
003600        RECORD CONTAINS 120 CHARACTERS.
003700    01  ARCH-FILE-RECORD      PIC X(120).
003800    FD  JRNL-FILE
003900        RECORD CONTAINS 120 CHARACTERS.
004000    01  JRNL-FILE-RECORD.
004100      COPY HISTREC.
004200    FD  HIST-FILE.
006000    77  WS-JRNL-READ          PIC 9(7)    VALUE ZERO.
006100    77  WS-JRNL-APPLIED       PIC 9(7)    VALUE ZERO.
006200    77  WS-JRNL-DUP           PIC 9(7)    VALUE ZERO.
006250    77  WS-JRNL-VOIDED        PIC 9(7)    VALUE ZERO.
006300    77  WS-JRNL-HASH-READ     PIC S9(15)V99 VALUE ZERO.
006400    77  WS-JRNL-HASH-DONE     PIC S9(15)V99 VALUE ZERO.
006500    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
019600              ADD HIST-RESU OF HIST-FILE-RECORD
019700                  TO WS-JRNL-HASH-DONE
019800          WHEN '22'
019850              IF HIST-VOIDED OF JRNL-FILE-RECORD
019860                  PERFORM REAPPLY-JRNL-VOID
019870              ELSE
019900                  ADD 1 TO WS-JRNL-DUP
020000                  ADD HIST-RESU OF HIST-FILE-RECORD
020100                      TO WS-JRNL-HASH-DONE
020150              END-IF
020200          WHEN OTHER
020300              MOVE 'ADDHIST WRITE FAILED - STATUS ' TO EL-TEXT
020400              MOVE WS-HIST-STATUS TO EL-STATUS
020500              PERFORM ABORT-RUN
020600      END-EVALUATE.
020610* REAPPLY-JRNL-VOID LAYS A JOURNALED VOID OVER THE RECORD
020620* ALREADY LOADED FROM THE ARCHIVE OR AN EARLIER JOURNAL ENTRY.
020630  REAPPLY-JRNL-VOID.
020640      MOVE JRNL-FILE-RECORD TO HIST-FILE-RECORD.
020650      REWRITE HIST-FILE-RECORD.
020660      IF WS-HIST-STATUS = '00'
020670          ADD 1 TO WS-JRNL-VOIDED
020680          ADD HIST-RESU OF HIST-FILE-RECORD
020690              TO WS-JRNL-HASH-DONE
020692      ELSE
020694          MOVE 'ADDHIST REWRITE FAILED - STATUS ' TO EL-TEXT
020696          MOVE WS-HIST-STATUS TO EL-STATUS
020698          PERFORM ABORT-RUN
020699      END-IF.
020700  PRINT-TOTALS.
020800      MOVE 'ARCHIVE RECORDS READ    ' TO CL-LABEL.
020900      MOVE WS-ARCH-READ TO CL-COUNT.
022500      MOVE 'JOURNAL ALREADY ON FILE ' TO CL-LABEL.
022600      MOVE WS-JRNL-DUP TO CL-COUNT.
022700      WRITE PRINT-LINE FROM WS-COUNT-LINE.
022710      MOVE 'JOURNAL VOIDS REAPPLIED ' TO CL-LABEL.
022720      MOVE WS-JRNL-VOIDED TO CL-COUNT.
022730      WRITE PRINT-LINE FROM WS-COUNT-LINE.
022800      MOVE 'JOURNAL HASH (READ)     ' TO HL-LABEL.
022900      MOVE WS-JRNL-HASH-READ TO HL-HASH.
023000      WRITE PRINT-LINE FROM WS-HASH-LINE.
023400      MOVE SPACES TO PRINT-LINE.
023500      WRITE PRINT-LINE.
023600  CHECK-BALANCE.
023700      IF WS-JRNL-READ =
023710              WS-JRNL-APPLIED + WS-JRNL-DUP + WS-JRNL-VOIDED
023800              AND WS-JRNL-HASH-READ = WS-JRNL-HASH-DONE
023900              AND WS-ARCH-READ = WS-ARCH-LOADED + WS-ARCH-DUP
024000          MOVE 'COUNTS AND HASH IN BALANCE - FILE REBUILT'
