001010* UPDATE ALSO WRITES A CHANGE-AUDIT RECORD (OPERAUD KSDS, SEE
001020* THE OPAUDREC COPY MEMBER) CARRYING THE SUPERVISOR'S EIBOPID,
001030* DATE/TIME AND THE BEFORE AND AFTER AUTHORITY FLAGS, FOR THE
001040* OPERABRW BROWSE AND THE OPERARPT AUDITOR REPORT. THE APPROVAL
001050* LIMIT (WHOLE UNITS, ZERO FOR NONE) IS KEYED ON ADD OR CHANGE;
001060* A SENDMAP RESULT OVER IT IS HELD FOR A SECOND SUPERVISOR.
001100*
001200  DATA DIVISION.
001300    WORKING-STORAGE SECTION.
002378      05 WS-BEF-DIV    PIC X.
002380      05 WS-BEF-SUPV   PIC X.
002382      05 WS-BEF-STATUS PIC X.
002384    77 WS-LIMIT-WHOLE  PIC 9(12).
002390    01 WS-AUDIT-RECORD.
002395      COPY OPAUDREC.
002400    01 WS-COMMAREA.
026400          MOVE DFHRED TO OMSGC OF OPRMAPI
026500      END-IF.
026600  MOVE-FLAGS-TO-RECORD.
026610      IF OLIML OF OPRMAPI > 0
026620              AND OLIMI OF OPRMAPI NUMERIC
026630          MOVE OLIMI OF OPRMAPI TO WS-LIMIT-WHOLE
026640          MOVE WS-LIMIT-WHOLE
026650               TO OPER-APPR-LIMIT OF WS-OPER-RECORD
026660      END-IF.
026670      IF OPER-APPR-LIMIT OF WS-OPER-RECORD NOT NUMERIC
026680          MOVE ZERO TO OPER-APPR-LIMIT OF WS-OPER-RECORD
026690      END-IF.
026700      IF AADDI OF OPRMAPI = 'Y' OR 'N'
026800          MOVE AADDI OF OPRMAPI
026900               TO OPER-AUTH-ADD OF WS-OPER-RECORD
030150      MOVE OPER-AUTH-DIV OF WS-OPER-RECORD TO ADIVO OF OPRMAPO.
030200      MOVE OPER-SUPV OF WS-OPER-RECORD TO ASUPO OF OPRMAPO.
030300      MOVE OPER-STATUS OF WS-OPER-RECORD TO OSTATO OF OPRMAPO.
030310      MOVE OPER-APPR-LIMIT OF WS-OPER-RECORD TO WS-LIMIT-WHOLE.
030320      MOVE WS-LIMIT-WHOLE TO OLIMO OF OPRMAPO.
030400  SEND-OPRMAP-RESULT.
030500      EXEC CICS SEND MAP('OPRMAP')
030600                     MAPSET('SCREEN1')
