       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSESC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-ROW-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-ROW-DISPLAY     PIC Z9.
       01 WS-BROWSE-DONE     PIC X VALUE 'N'.
           88 BROWSE-DONE    VALUE 'Y'.
       01 WS-FROM-OPR-ID     PIC X(08) VALUE SPACES.
       01 WS-SKIP-OPR-ID     PIC X(08) VALUE SPACES.
      * A SESSION IDLE LONGER THAN THIS IS SHOWN AS IDLE; IT IS
      * ENDED THE NEXT TIME ITS TERMINAL ENTERS A TRANSACTION.
       01 WS-IDLE-MINUTES    PIC 9(3) VALUE 30.
       01 WS-IDLE-MS         PIC S9(15) COMP-3 VALUE 0.
       01 WS-IDLE-ROW-MINS   PIC 9(9) COMP VALUE 0.
       01 WS-SUPERVISOR-SW   PIC X VALUE 'N'.
           88 OPR-MAY-SUPERVISE VALUE 'Y'.
       01 SESSION-RECORD.
           COPY SESSREC.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
          05 CA-LAST-OPR-ID  PIC X(08).
       COPY ACCTSESM.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-DATA         PIC X(500).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    SUPERVISOR VIEW OF THE SESSION REGISTRY: EVERY OPERATOR
      *    SIGNED ON NOW, THE TERMINAL, WHEN THEY SIGNED ON AND HOW
      *    LONG SINCE THEIR LAST TRANSACTION.  NEEDS THE SUPERVISE
      *    ENTITLEMENT.
           MOVE SPACES TO WS-COMMAREA
           IF EIBCALEN > 0
               MOVE DFHCOMMAREA (1:EIBCALEN) TO WS-COMMAREA
           END-IF
           IF CA-OPR-ID = SPACES
               EXEC CICS XCTL PROGRAM('ACCTSGNC')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           PERFORM 0100-CHECK-SESSION
           IF EIBAID = DFHPF3
               EXEC CICS XCTL PROGRAM('ACCTMENU')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           PERFORM 1000-CHECK-SUPERVISOR
           IF NOT OPR-MAY-SUPERVISE
               MOVE SPACES TO ACCTSESO
               MOVE 'SESSION INQUIRY NEEDS SUPERVISE ENTITLEMENT'
                   TO SMSGO
               PERFORM 9000-SEND-SESSIONS
           ELSE
               EXEC CICS RECEIVE MAP('ACCTSES')
                   MAPSET('ACCTSESM')
                   INTO(ACCTSESI)
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 1100-GET-IDLE-LIMIT
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF8
                       PERFORM 2500-PAGE-FORWARD
                   WHEN WS-RESP = DFHRESP(NORMAL) AND SOPRI NOT = SPACES
                       MOVE SOPRI TO WS-FROM-OPR-ID
                       MOVE SPACES TO WS-SKIP-OPR-ID
                       PERFORM 3000-BUILD-PAGE
                   WHEN OTHER
                       MOVE LOW-VALUES TO WS-FROM-OPR-ID
                       MOVE SPACES TO WS-SKIP-OPR-ID
                       PERFORM 3000-BUILD-PAGE
               END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('ASES')
               COMMAREA(WS-COMMAREA)
           END-EXEC.
       0100-CHECK-SESSION.
           MOVE CA-OPR-ID TO SCHK-OPR-ID
           EXEC CICS LINK PROGRAM('ACCTSCKC')
               COMMAREA(WS-SESSION-CHECK)
           END-EXEC
           IF NOT SCHK-SESSION-OK
               MOVE SPACES TO WS-COMMAREA
               EXEC CICS RETURN TRANSID('ASGN')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF.
       1000-CHECK-SUPERVISOR.
      *    NO ENTITLEMENT RECORD FALLS BACK TO THE PRIVILEGE FLAG,
      *    AS EVERYWHERE ELSE.
           IF CA-OPR-PRIV = 'P'
               MOVE 'Y' TO WS-SUPERVISOR-SW
           ELSE
               MOVE 'N' TO WS-SUPERVISOR-SW
           END-IF
           MOVE CA-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF ENTL-MAY-SUPERVISE
                   MOVE 'Y' TO WS-SUPERVISOR-SW
               ELSE
                   MOVE 'N' TO WS-SUPERVISOR-SW
               END-IF
           END-IF.
       1100-GET-IDLE-LIMIT.
           MOVE SPACES TO STATUS-RECORD
           MOVE 'STATUS' TO SYS-KEY
           EXEC CICS READ FILE('SYSSTAT')
               INTO(STATUS-RECORD)
               RIDFLD(SYS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND SYS-IDLE-MINUTES IS NUMERIC
               MOVE SYS-IDLE-MINUTES TO WS-IDLE-MINUTES
           END-IF
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC.
       2500-PAGE-FORWARD.
           IF CA-LAST-OPR-ID = HIGH-VALUES OR CA-LAST-OPR-ID = SPACES
               MOVE SPACES TO ACCTSESO
               MOVE 'NO MORE ACTIVE SESSIONS, PRESS ENTER TO REFRESH'
                   TO SMSGO
               PERFORM 9000-SEND-SESSIONS
           ELSE
               MOVE CA-LAST-OPR-ID TO WS-FROM-OPR-ID
               MOVE CA-LAST-OPR-ID TO WS-SKIP-OPR-ID
               PERFORM 3000-BUILD-PAGE
           END-IF.
       3000-BUILD-PAGE.
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE SPACES TO ACCTSESO
           MOVE 0 TO WS-ROW-IDX
           MOVE HIGH-VALUES TO CA-LAST-OPR-ID
           MOVE WS-FROM-OPR-ID TO SESS-OPR-ID
           EXEC CICS STARTBR FILE('ONLSESS')
               RIDFLD(SESS-OPR-ID)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-READ-NEXT-SESSION
                   UNTIL BROWSE-DONE OR WS-ROW-IDX >= 10
               EXEC CICS ENDBR FILE('ONLSESS') END-EXEC
           END-IF
      *    A FULL PAGE LEAVES ITS LAST OPERATOR AS THE PF8 START
      *    POINT; A SHORT PAGE MEANS THE REGISTRY IS EXHAUSTED.
           IF NOT BROWSE-DONE AND WS-ROW-IDX >= 10
               MOVE SR-OPR-ID TO CA-LAST-OPR-ID
           END-IF
           IF WS-ROW-IDX = 0
               MOVE 'NO ACTIVE SESSIONS AT OR AFTER THAT OPERATOR'
                   TO SMSGO
           ELSE
               MOVE WS-ROW-IDX TO WS-ROW-DISPLAY
               STRING WS-ROW-DISPLAY ' ACTIVE SESSIONS SHOWN'
                   DELIMITED BY SIZE INTO SMSGO
           END-IF
           IF WS-FROM-OPR-ID NOT = LOW-VALUES
               MOVE WS-FROM-OPR-ID TO SOPRO
           END-IF
           PERFORM 9000-SEND-SESSIONS.
       3100-READ-NEXT-SESSION.
           EXEC CICS READNEXT FILE('ONLSESS')
               INTO(SESSION-RECORD)
               RIDFLD(SESS-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF SESS-ACTIVE AND SESS-OPR-ID NOT = WS-SKIP-OPR-ID
                   ADD 1 TO WS-ROW-IDX
                   PERFORM 6000-FORMAT-ROW
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
       6000-FORMAT-ROW.
           MOVE SPACES TO ACCTSES-ROW
           MOVE SESS-OPR-ID TO SR-OPR-ID
           MOVE SESS-TERM-ID TO SR-TERM-ID
           MOVE SESS-SIGNON-DATE TO SR-SIGNON-DATE
           MOVE SESS-SIGNON-TIME TO SR-SIGNON-TIME
           MOVE SESS-LAST-DATE TO SR-LAST-DATE
           MOVE SESS-LAST-TIME TO SR-LAST-TIME
           COMPUTE WS-IDLE-MS = WS-ABS-TIME - SESS-LAST-ABSTIME
           IF WS-IDLE-MS < 0
               MOVE 0 TO WS-IDLE-MS
           END-IF
           COMPUTE WS-IDLE-ROW-MINS = WS-IDLE-MS / 60000
           IF WS-IDLE-ROW-MINS > 9999
               MOVE 9999 TO SR-IDLE-MINUTES
           ELSE
               MOVE WS-IDLE-ROW-MINS TO SR-IDLE-MINUTES
           END-IF
           IF WS-IDLE-MINUTES > 0
               AND WS-IDLE-MS > WS-IDLE-MINUTES * 60000
               MOVE 'IDLE' TO SR-STATE
           ELSE
               MOVE 'ACTIVE' TO SR-STATE
           END-IF
           MOVE ACCTSES-ROW TO SROWO (WS-ROW-IDX).
       9000-SEND-SESSIONS.
           EXEC CICS SEND MAP('ACCTSES')
               MAPSET('ACCTSESM')
               FROM(ACCTSESO)
               ERASE
           END-EXEC.
