001100* CAN VALIDATE COMPLETENESS BEFORE LOADING. THE TRAILER COUNT
001110* AND HASH ARE ALSO STAMPED ON THE DWCTL CONTROL KSDS WITH
001120* STATUS 'W' SO DWACK CAN PROVE THE WAREHOUSE ACKNOWLEDGMENT
001130* AGAINST WHAT WAS SENT. A CALCULATION VOIDED BY A SUPERVISOR
001140* (ADDVOID) IS NOT SILENTLY DROPPED: IT GOES OUT AS AN 'R'
001150* REVERSAL DETAIL IN THE EXTRACT FOR THE DAY OF THE VOID, AND
001160* A CALCULATION VOIDED ON THE DAY IT WAS KEYED IS SENT ONLY AS
001170* THAT REVERSAL. REVERSALS ARE KEPT OUT OF THE TRAILER AND
001180* DWCTL COUNT AND HASH AND COUNTED SEPARATELY. A VOID DATED
001190* AFTER THE BUSINESS DATE IS IGNORED, SO A RERUN FOR AN
001195* EARLIER DAY SENDS EXACTLY WHAT THE FIRST RUN SENT.
001196* RETURN CODES:
001200* 0 = EXTRACT WRITTEN, 4 = NO RECORDS FOR THE DAY (EMPTY FILE
001300* STILL SENT SO THE WAREHOUSE LOAD DOES NOT HANG), 12 = COULD
001400* NOT PROCESS.
004900        88  WS-ABORT                      VALUE 'Y'.
005000    77  WS-READ-COUNT         PIC 9(7)    VALUE ZERO.
005100    77  WS-SELECT-COUNT       PIC 9(9)    VALUE ZERO.
005150    77  WS-REVERSAL-COUNT     PIC 9(9)    VALUE ZERO.
005200    77  WS-HASH-TOTAL         PIC S9(15)V99 VALUE ZERO.
005300    77  WS-RETURN-CODE        PIC 9(2)    VALUE ZERO.
005350    77  WS-RUN-DATE           PIC 9(8).
015800          END-IF
015900      END-IF.
016000  SELECT-RECORD.
016100      EVALUATE TRUE
016110          WHEN HIST-VOIDED OF HIST-FILE-RECORD
016120                  AND HIST-VOID-DATE OF HIST-FILE-RECORD
016130                      = WS-BUS-DATE
016140              PERFORM WRITE-REVERSAL-RECORD
016150          WHEN HIST-KEY-DATE OF HIST-FILE-RECORD = WS-BUS-DATE
016200              PERFORM WRITE-DETAIL-RECORD
016300      END-EVALUATE.
016400  WRITE-DETAIL-RECORD.
016500      MOVE SPACES TO EXTR-FILE-RECORD.
016600      MOVE 'D' TO DW-RECORD-TYPE OF EXTR-FILE-RECORD.
016610      PERFORM MOVE-DETAIL-FIELDS.
016620      PERFORM WRITE-EXTR-RECORD.
016630      IF NOT WS-ABORT
016640          ADD 1 TO WS-SELECT-COUNT
016650          ADD HIST-RESU OF HIST-FILE-RECORD TO WS-HASH-TOTAL
016660      END-IF.
016670* WRITE-REVERSAL-RECORD SENDS THE VOIDED CALCULATION AS AN 'R'
016680* DETAIL WITH THE VOID REASON AND SUPERVISOR.
016690  WRITE-REVERSAL-RECORD.
016692      MOVE SPACES TO EXTR-FILE-RECORD.
016694      MOVE 'R' TO DW-RECORD-TYPE OF EXTR-FILE-RECORD.
016696      PERFORM MOVE-DETAIL-FIELDS.
016697      MOVE HIST-VOID-REASON OF HIST-FILE-RECORD
016698          TO DW-DTL-VOID-REASON OF EXTR-FILE-RECORD.
016699      MOVE HIST-VOID-SUPV OF HIST-FILE-RECORD
016701          TO DW-DTL-VOID-SUPV OF EXTR-FILE-RECORD.
016702      PERFORM WRITE-EXTR-RECORD.
016703      IF NOT WS-ABORT
016704          ADD 1 TO WS-REVERSAL-COUNT
016705      END-IF.
016706  MOVE-DETAIL-FIELDS.
016707      MOVE HIST-KEY-TERM OF HIST-FILE-RECORD
016800          TO DW-DTL-TERM OF EXTR-FILE-RECORD.
016900      MOVE HIST-KEY-DATE OF HIST-FILE-RECORD
017000          TO DW-DTL-DATE OF EXTR-FILE-RECORD.
018400          TO DW-DTL-NUM2 OF EXTR-FILE-RECORD.
018500      MOVE HIST-RESU OF HIST-FILE-RECORD
018600          TO DW-DTL-RESU OF EXTR-FILE-RECORD.
019200  WRITE-TRAILER-RECORD.
019300      MOVE SPACES TO EXTR-FILE-RECORD.
019400      MOVE 'T' TO DW-RECORD-TYPE OF EXTR-FILE-RECORD.
019600          TO DW-TRL-COUNT OF EXTR-FILE-RECORD.
019700      MOVE WS-HASH-TOTAL
019800          TO DW-TRL-HASH OF EXTR-FILE-RECORD.
019850      MOVE WS-REVERSAL-COUNT
019860          TO DW-TRL-REV-COUNT OF EXTR-FILE-RECORD.
019900      PERFORM WRITE-EXTR-RECORD.
019910* WRITE-CONTROL-RECORD STAMPS THE DAY'S TRAILER COUNT AND
019920* HASH ON THE DWCTL CONTROL FILE WITH STATUS 'W' (AWAITING
021100      MOVE 'RECORDS EXTRACTED ' TO CL-LABEL.
021200      MOVE WS-SELECT-COUNT TO CL-COUNT.
021300      WRITE PRINT-LINE FROM WS-COUNT-LINE.
021310      MOVE 'REVERSALS SENT    ' TO CL-LABEL.
021320      MOVE WS-REVERSAL-COUNT TO CL-COUNT.
021330      WRITE PRINT-LINE FROM WS-COUNT-LINE.
021400      MOVE WS-HASH-TOTAL TO HL-HASH.
021500      WRITE PRINT-LINE FROM WS-HASH-LINE.
021600  SET-RETURN-CODE.
