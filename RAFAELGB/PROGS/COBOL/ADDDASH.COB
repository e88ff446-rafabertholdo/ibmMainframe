001200* ADDARCH PURGE KEEPS THE ADDHIST BROWSE AFFORDABLE, AND THE
001210* NIGHTLY LOGARCHJ RETENTION RUN (AUDARCH) BOUNDS AUDITLOG,
001220* WHICH IS SCANNED IN FULL ON EVERY REFRESH.
001230* EACH BUSY TERMINAL IS SHOWN WITH ITS LOCATION FROM TERMMAST.
001300*
001400  DATA DIVISION.
001500    WORKING-STORAGE SECTION.
003920      88 WS-TERM-OVFL           VALUE 'Y'.
004000    77 WS-HIST-KEY      PIC X(22).
004100    77 WS-AUDIT-KEY     PIC X(11).
004150    77 WS-TERMID-KEY    PIC X(4).
004200    01 WS-TERM-TABLE.
004300      05 WS-TERM-ENTRY OCCURS 50 TIMES INDEXED BY WS-TERM-IDX.
004400        10 WS-TERM-ID      PIC X(4).
004600    01 WS-TOP-LINE.
004700      05 WS-TOP-TERM      PIC X(4).
004800      05 FILLER           PIC X(2)  VALUE SPACES.
004810      05 WS-TOP-LOCATION  PIC X(20).
004820      05 FILLER           PIC X(2)  VALUE SPACES.
004900      05 WS-TOP-COUNT     PIC ZZZZ9.
005000      05 FILLER           PIC X(1)  VALUE SPACES.
005100    01 WS-COMMAREA.
005400      COPY HISTREC.
005500    01 WS-AUDIT-RECORD.
005600      COPY AUDITREC.
005605    01 WS-TERM-RECORD.
005610      COPY TERMREC.
005620    01 WS-ERRCOMM.
005640      COPY ERRCOMM.
005700    COPY DFHAID.
024100          END-PERFORM
024200          IF WS-MAX-SUB > ZERO
024300              MOVE WS-TERM-ID (WS-MAX-SUB) TO WS-TOP-TERM
024350              PERFORM LOOKUP-TERM-LOCATION
024400              MOVE WS-TERM-COUNT (WS-MAX-SUB) TO WS-TOP-COUNT
024500              PERFORM MOVE-TOP-LINE
024600              MOVE ZERO TO WS-TERM-COUNT (WS-MAX-SUB)
024700          END-IF
024800      END-PERFORM.
024810  LOOKUP-TERM-LOCATION.
024814      MOVE WS-TOP-TERM TO WS-TERMID-KEY.
024818      EXEC CICS READ FILE('TERMMAST')
024822                INTO(WS-TERM-RECORD)
024826                RIDFLD(WS-TERMID-KEY)
024830                RESP(WS-RESP)
024834                RESP2(WS-RESP2)
024838      END-EXEC.
024842      EVALUATE TRUE
024846          WHEN WS-RESP = DFHRESP(NORMAL)
024850              MOVE TERM-LOCATION OF WS-TERM-RECORD
024854                   TO WS-TOP-LOCATION
024858          WHEN WS-RESP = DFHRESP(NOTFND)
024862              MOVE 'NOT REGISTERED' TO WS-TOP-LOCATION
024866          WHEN OTHER
024870              MOVE 'LOOKUP-TERM-LOCATION'
024874                   TO EC-PARAGRAPH OF WS-ERRCOMM
024878              PERFORM LINK-ERROR-HANDLER
024882              MOVE 'TERMMAST ERROR' TO WS-TOP-LOCATION
024886      END-EVALUATE.
024900  MOVE-TOP-LINE.
025000      EVALUATE WS-TOP
025100          WHEN 1 MOVE WS-TOP-LINE TO DT1O OF DSHMAPO
