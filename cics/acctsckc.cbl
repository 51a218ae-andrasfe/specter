       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSCKC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-CICS-TIME       PIC 9(6).
      * A SESSION IDLE LONGER THAN THIS IS SENT BACK TO SIGN-ON.
      * THE WORKING VALUE IS REFRESHED FROM THE SYSSTAT STATUS
      * RECORD; THIS DEFAULT ONLY COVERS A SHORT OR MISSING RECORD.
       01 WS-IDLE-MINUTES    PIC 9(3) VALUE 30.
       01 WS-IDLE-MS         PIC S9(15) COMP-3 VALUE 0.
       01 WS-IDLE-LIMIT-MS   PIC S9(15) COMP-3 VALUE 0.
       01 WS-IDLE-DISPLAY    PIC ZZ9.
       01 SESSION-RECORD.
           COPY SESSREC.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 SIGNON-LOG-RECORD.
           COPY SLOGKREC.
       COPY ACCTSGNM.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
           COPY SCHKREC.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    LINKED BY EVERY TRANSACTION BEHIND ACCTMENU BEFORE IT
      *    DOES ANY WORK.  A LIVE SESSION HAS ITS LAST-ACTIVITY
      *    STAMP MOVED FORWARD.  ONE THAT HAS GONE IDLE IS ENDED
      *    AND LOGGED AS A FORCED SIGN-OFF; ONE ENDED BY A SIGN-ON
      *    AT ANOTHER TERMINAL IS REFUSED.  EITHER WAY THE SIGN-ON
      *    SCREEN GOES OUT WITH THE REASON.
           SET SCHK-SESSION-ENDED TO TRUE
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
               TIME(WS-CICS-TIME)
           END-EXEC
           PERFORM 1000-GET-IDLE-LIMIT
           MOVE SCHK-OPR-ID TO SESS-OPR-ID
           EXEC CICS READ FILE('ONLSESS')
               INTO(SESSION-RECORD)
               RIDFLD(SESS-OPR-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO ACCTSGNO
               MOVE 'NO ACTIVE SESSION ON RECORD, PLEASE SIGN ON'
                   TO GMSGO
               PERFORM 9000-SEND-SIGNON
           ELSE
               COMPUTE WS-IDLE-MS = WS-ABS-TIME - SESS-LAST-ABSTIME
               EVALUATE TRUE
                   WHEN NOT SESS-ACTIVE
                       OR SESS-TERM-ID NOT = EIBTRMID
                       PERFORM 2000-REFUSE-ENDED-SESSION
                   WHEN WS-IDLE-MINUTES > 0
                       AND WS-IDLE-MS > WS-IDLE-LIMIT-MS
                       PERFORM 3000-END-IDLE-SESSION
                   WHEN OTHER
                       MOVE WS-CICS-DATE TO SESS-LAST-DATE
                       MOVE WS-CICS-TIME TO SESS-LAST-TIME
                       MOVE WS-ABS-TIME TO SESS-LAST-ABSTIME
                       EXEC CICS REWRITE FILE('ONLSESS')
                           FROM(SESSION-RECORD)
                           RESP(WS-RESP)
                       END-EXEC
                       SET SCHK-SESSION-OK TO TRUE
               END-EVALUATE
           END-IF
           EXEC CICS RETURN END-EXEC.
       1000-GET-IDLE-LIMIT.
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
           COMPUTE WS-IDLE-LIMIT-MS = WS-IDLE-MINUTES * 60000.
       2000-REFUSE-ENDED-SESSION.
           EXEC CICS UNLOCK FILE('ONLSESS') END-EXEC
           MOVE SPACES TO ACCTSGNO
           IF SESS-ACTIVE
               STRING 'SESSION ENDED, OPERATOR SIGNED ON AT TERMINAL '
                   SESS-TERM-ID
                   DELIMITED BY SIZE INTO GMSGO
           ELSE
               MOVE 'SESSION ENDED, PLEASE SIGN ON AGAIN' TO GMSGO
           END-IF
           PERFORM 9000-SEND-SIGNON.
       3000-END-IDLE-SESSION.
           SET SESS-TIMED-OUT TO TRUE
           MOVE WS-CICS-DATE TO SESS-ENDED-DATE
           MOVE WS-CICS-TIME TO SESS-ENDED-TIME
           EXEC CICS REWRITE FILE('ONLSESS')
               FROM(SESSION-RECORD)
               RESP(WS-RESP)
           END-EXEC
           MOVE SESS-OPR-ID TO SLK-OPR-ID
           MOVE WS-CICS-DATE TO SLK-DATE
           MOVE WS-CICS-TIME TO SLK-TIME
           MOVE SESS-SIGNON-TASK TO SLK-TASK
           MOVE 'TIMEOUT' TO SLK-OUTCOME
           EXEC CICS WRITE FILE('ONLSLOG')
               FROM(SIGNON-LOG-RECORD)
               RIDFLD(SLK-KEY)
               RESP(WS-RESP)
           END-EXEC
           MOVE WS-IDLE-MINUTES TO WS-IDLE-DISPLAY
           MOVE SPACES TO ACCTSGNO
           STRING 'SESSION TIMED OUT AFTER ' WS-IDLE-DISPLAY
               ' IDLE MINUTES, PLEASE SIGN ON AGAIN'
               DELIMITED BY SIZE INTO GMSGO
           PERFORM 9000-SEND-SIGNON.
       9000-SEND-SIGNON.
           MOVE SCHK-OPR-ID TO GOPRIDO
           EXEC CICS SEND MAP('ACCTSGN')
               MAPSET('ACCTSGNM')
               FROM(ACCTSGNO)
               ERASE
           END-EXEC.
