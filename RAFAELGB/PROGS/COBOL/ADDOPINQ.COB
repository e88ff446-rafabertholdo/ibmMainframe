001010* SELECTION - NOT JUST THE VISIBLE PAGE - TO THE EVID
001020* EXTRAPARTITION TD QUEUE AS A PRINTABLE EVIDENCE REPORT
001030* NAMING THE REQUESTING SUPERVISOR, THE SELECTION CRITERIA
001040* AND THE DATE/TIME, LIKE ADDINQ DOES. A CALCULATION VOIDED
001050* BY A SUPERVISOR (ADDVOID) IS MARKED 'VD' WITH ITS REASON
001060* CODE AT THE END OF THE LINE.
001100*
001200  DATA DIVISION.
001300    WORKING-STORAGE SECTION.
004500      05 WS-DL-NUM2     PIC Z(6)9.99.
004600      05 FILLER         PIC X(3)  VALUE ' = '.
004700      05 WS-DL-RESU     PIC -(14)9.99.
004800      05 FILLER         PIC X(1)  VALUE SPACES.
004802      05 WS-DL-VOID.
004804        10 WS-DL-VOID-TEXT   PIC X(3).
004806        10 WS-DL-VOID-REASON PIC XX.
004810    77 WS-ABSTIME      PIC S9(15) COMP-3.
004812    77 WS-TODAY-DATE   PIC X(8).
004814    77 WS-NOW-TIME     PIC X(6).
023400      MOVE HIST-OPER OF WS-HIST-RECORD TO WS-DL-OPER.
023500      MOVE HIST-NUM2 OF WS-HIST-RECORD TO WS-DL-NUM2.
023600      MOVE HIST-RESU OF WS-HIST-RECORD TO WS-DL-RESU.
023610      IF HIST-VOIDED OF WS-HIST-RECORD
023620          MOVE 'VD ' TO WS-DL-VOID-TEXT
023630          MOVE HIST-VOID-REASON OF WS-HIST-RECORD
023640               TO WS-DL-VOID-REASON
023650      END-IF.
023700  MOVE-LINE-TO-MAP.
023800      EVALUATE WS-READ-COUNT
023900          WHEN 1 MOVE WS-DISPLAY-LINE TO Q1O OF OPQMAPO
