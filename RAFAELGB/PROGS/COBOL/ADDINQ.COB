000620* PAGE - TO THE EVID EXTRAPARTITION TD QUEUE AS A PRINTABLE
000630* EVIDENCE REPORT NAMING THE REQUESTING SUPERVISOR, THE
000640* SELECTION CRITERIA AND THE DATE/TIME, SO AN INVESTIGATION
000650* LEAVES A CLEAN DOCUMENT FOR THE CASE FILE. A CALCULATION
000660* VOIDED BY A SUPERVISOR (ADDVOID) STAYS ON THE LIST, MARKED
000670* 'VOIDED' WITH ITS REASON CODE, ON THE SCREEN AND THE REPORT.
000680* THE TERMINAL'S LOCATION FROM TERMMAST IS SHOWN BESIDE ITS ID
000685* ON THE SCREEN AND ON THE EVIDENCE REPORT.
000700*
000800  DATA DIVISION.
000900    WORKING-STORAGE SECTION.
001382    77 WS-SUPV-ERROR-SW PIC X VALUE 'N'.
001384      88 WS-SUPV-ERROR         VALUE 'Y'.
001385    77 WS-OPERID-KEY    PIC X(3).
001387    77 WS-TERMID-KEY    PIC X(4).
001390    77 WS-NOAUTH-MSG    PIC X(40)
001395       VALUE 'SUPERVISOR AUTHORITY REQUIRED - ADDINQ'.
001396    77 WS-SECERR-MSG    PIC X(40)
001700      COPY HISTREC.
001750    01 WS-OPER-RECORD.
001760      COPY OPERREC.
001763    01 WS-TERM-RECORD.
001766      COPY TERMREC.
001770    77 WS-LINK-RESP    PIC S9(8) COMP.
001780    77 WS-ABCODE       PIC X(4).
001790    01 WS-ERRCOMM.
002300      05 WS-DL-NUM2     PIC Z(6)9.99.
002400      05 FILLER         PIC X(3)  VALUE ' = '.
002500      05 WS-DL-RESU     PIC -(14)9.99.
002600      05 FILLER         PIC X(1)  VALUE SPACES.
002602      05 WS-DL-VOID.
002604        10 WS-DL-VOID-TEXT   PIC X(7).
002606        10 WS-DL-VOID-REASON PIC XX.
002610    77 WS-ABSTIME      PIC S9(15) COMP-3.
002612    77 WS-TODAY-DATE   PIC X(8).
002614    77 WS-NOW-TIME     PIC X(6).
002658    01 WS-EVID-HDR3.
002660      05 FILLER         PIC X(9)  VALUE 'TERMINAL '.
002662      05 EV-TERM        PIC X(4).
002663      05 FILLER         PIC X(2)  VALUE SPACES.
002664      05 EV-LOC         PIC X(20).
002665      05 FILLER         PIC X(7)  VALUE '  DATE '.
002666      05 EV-DATE        PIC 9(8).
002668      05 FILLER         PIC X(30) VALUE SPACES.
002670    01 WS-EVID-HDR4.
002672      05 FILLER         PIC X(8)  VALUE 'PRINTED '.
002674      05 EV-PDATE       PIC X(8).
007900      ELSE
008000          MOVE TERMI OF INQMAPI TO CA-TERM OF WS-COMMAREA
008100          MOVE IDATEI OF INQMAPI TO CA-DATE OF WS-COMMAREA
008120          PERFORM LOOKUP-TERM-LOCATION
008140          MOVE TERM-LOCATION OF WS-TERM-RECORD
008160               TO ILOCO OF INQMAPO
008200          MOVE CA-TERM OF WS-COMMAREA
008300               TO CA-LAST-KEY-TERM OF WS-COMMAREA
008400          MOVE CA-DATE OF WS-COMMAREA
017100      MOVE HIST-OPER OF WS-HIST-RECORD TO WS-DL-OPER.
017200      MOVE HIST-NUM2 OF WS-HIST-RECORD TO WS-DL-NUM2.
017300      MOVE HIST-RESU OF WS-HIST-RECORD TO WS-DL-RESU.
017310      IF HIST-VOIDED OF WS-HIST-RECORD
017320          MOVE 'VOIDED ' TO WS-DL-VOID-TEXT
017330          MOVE HIST-VOID-REASON OF WS-HIST-RECORD
017340               TO WS-DL-VOID-REASON
017350      END-IF.
017400  MOVE-LINE-TO-MAP.
017500      EVALUATE WS-READ-COUNT
017600          WHEN 1 MOVE WS-DISPLAY-LINE TO L1O OF INQMAPO
021874      MOVE EIBOPID TO EV-OPID.
021876      PERFORM LOOKUP-REQUESTER-NAME.
021878      MOVE CA-TERM OF WS-COMMAREA TO EV-TERM.
021879      PERFORM LOOKUP-TERM-LOCATION.
021880      MOVE CA-DATE OF WS-COMMAREA TO EV-DATE.
021881      MOVE TERM-LOCATION OF WS-TERM-RECORD TO EV-LOC.
021882      MOVE WS-TODAY-DATE TO EV-PDATE.
021884      MOVE WS-NOW-TIME TO EV-PTIME.
021886      MOVE WS-EVID-HDR1 TO WS-EVID-LINE.
022064          PERFORM LINK-ERROR-HANDLER
022066          SET WS-EVID-ERROR TO TRUE
022068      END-IF.
022070  LOOKUP-TERM-LOCATION.
022072      MOVE CA-TERM OF WS-COMMAREA TO WS-TERMID-KEY.
022074      EXEC CICS READ FILE('TERMMAST')
022076                INTO(WS-TERM-RECORD)
022078                RIDFLD(WS-TERMID-KEY)
022080                RESP(WS-RESP)
022082                RESP2(WS-RESP2)
022084      END-EXEC.
022086      IF WS-RESP NOT = DFHRESP(NORMAL)
022088          MOVE '(NOT ON TERMMAST)'
022090               TO TERM-LOCATION OF WS-TERM-RECORD
022092          IF WS-RESP NOT = DFHRESP(NOTFND)
022094              MOVE 'LOOKUP-TERM-LOCATION'
022096                   TO EC-PARAGRAPH OF WS-ERRCOMM
022098              PERFORM LINK-ERROR-HANDLER
022100              MOVE '(TERMMAST ERROR)'
022102                   TO TERM-LOCATION OF WS-TERM-RECORD
022104          END-IF
022106      END-IF.
