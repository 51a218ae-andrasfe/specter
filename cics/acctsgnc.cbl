           COPY ENTLREC.
       01 SIGNON-LOG-RECORD.
           COPY SLOGKREC.
       01 SESSION-RECORD.
           COPY SESSREC.
       01 STATUS-RECORD.
           COPY SYSSREC.
      * SESSION PARAMETERS, REFRESHED FROM THE SYSSTAT STATUS
      * RECORD; THESE DEFAULTS ONLY COVER A SHORT OR MISSING RECORD.
       01 WS-IDLE-MINUTES    PIC 9(3) VALUE 30.
       01 WS-DUP-SIGNON      PIC X(01) VALUE 'R'.
           88 DUP-END-OLD-SESSION VALUE 'E'.
       01 WS-IDLE-MS         PIC S9(15) COMP-3 VALUE 0.
       01 WS-SESSION-FOUND   PIC X VALUE 'N'.
           88 SESSION-ON-FILE VALUE 'Y'.
       01 WS-SESSION-REFUSED PIC X VALUE 'N'.
           88 SESSION-REFUSED VALUE 'Y'.
       01 WS-REFUSE-MESSAGE  PIC X(79) VALUE SPACES.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
                       MOVE 'SIGN-ON REJECTED, PASSWORD EXPIRED'
                           TO GMSGO
                       PERFORM 9000-SEND-SIGNON
                   WHEN OPR-MUST-CHANGE
                       MOVE 'FORCECHG' TO WS-SIGNON-OUTCOME
                       PERFORM 7000-LOG-SIGNON-OUTCOME
                       MOVE SPACES TO ACCTSGNO
                       MOVE 'SIGN-ON REJECTED, CHANGE PASSWORD (APWD)'
                           TO GMSGO
                       PERFORM 9000-SEND-SIGNON
                   WHEN OTHER
                       PERFORM 3000-CHECK-SCHEDULE
                       IF NOT SCHEDULE-OPEN
                               TO GMSGO
                           PERFORM 9000-SEND-SIGNON
                       ELSE
                       PERFORM 4000-REGISTER-SESSION
                       IF SESSION-REFUSED
                           MOVE 'DUPSESS' TO WS-SIGNON-OUTCOME
                           PERFORM 7000-LOG-SIGNON-OUTCOME
                           MOVE SPACES TO ACCTSGNO
                           MOVE WS-REFUSE-MESSAGE TO GMSGO
                           PERFORM 9000-SEND-SIGNON
                       ELSE
                       MOVE 'OK' TO WS-SIGNON-OUTCOME
                       PERFORM 7000-LOG-SIGNON-OUTCOME
                       MOVE OPR-ID TO CA-OPR-ID
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                       END-IF
                       END-IF
               END-EVALUATE
           END-IF.
       3000-CHECK-SCHEDULE.
               MOVE ENTL-MAINTAIN TO CA-MAY-MAINTAIN
               MOVE ENTL-CLOSE TO CA-MAY-CLOSE
           END-IF.
       4000-REGISTER-SESSION.
      *    ONE REGISTRY RECORD PER OPERATOR.  A SESSION STILL ACTIVE
      *    AT ANOTHER TERMINAL, AND NOT YET IDLE, EITHER BLOCKS THIS
      *    SIGN-ON OR IS ENDED BY IT, AS THE SYSSTAT DUPLICATE
      *    SIGN-ON PARAMETER DIRECTS.  AN ENDED OR ABANDONED SESSION
      *    IS LOGGED AS A FORCED SIGN-OFF; ITS TERMINAL IS SENT BACK
      *    TO SIGN-ON BY ACCTSCKC ON ITS NEXT TRANSACTION.
           MOVE 'N' TO WS-SESSION-REFUSED
           PERFORM 4100-GET-SESSION-PARMS
           MOVE OPR-ID TO SESS-OPR-ID
           EXEC CICS READ FILE('ONLSESS')
               INTO(SESSION-RECORD)
               RIDFLD(SESS-OPR-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-SESSION-FOUND
               IF SESS-ACTIVE AND SESS-TERM-ID NOT = EIBTRMID
                   PERFORM 4200-CHECK-EARLIER-SESSION
               END-IF
           ELSE
               MOVE 'N' TO WS-SESSION-FOUND
           END-IF
           IF SESSION-REFUSED
               EXEC CICS UNLOCK FILE('ONLSESS') END-EXEC
           ELSE
               PERFORM 4300-WRITE-SESSION
           END-IF.
       4100-GET-SESSION-PARMS.
           MOVE SPACES TO STATUS-RECORD
           MOVE 'STATUS' TO SYS-KEY
           EXEC CICS READ FILE('SYSSTAT')
               INTO(STATUS-RECORD)
               RIDFLD(SYS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF SYS-IDLE-MINUTES IS NUMERIC
                   MOVE SYS-IDLE-MINUTES TO WS-IDLE-MINUTES
               END-IF
               IF SYS-DUP-REFUSE OR SYS-DUP-END-OLD
                   MOVE SYS-DUP-SIGNON TO WS-DUP-SIGNON
               END-IF
           END-IF.
       4200-CHECK-EARLIER-SESSION.
           COMPUTE WS-IDLE-MS = WS-ABS-TIME - SESS-LAST-ABSTIME
           EVALUATE TRUE
               WHEN WS-IDLE-MINUTES > 0
                   AND WS-IDLE-MS > WS-IDLE-MINUTES * 60000
                   MOVE 'TIMEOUT' TO SLK-OUTCOME
                   PERFORM 7100-LOG-SESSION-END
               WHEN DUP-END-OLD-SESSION
                   MOVE 'FORCEOFF' TO SLK-OUTCOME
                   PERFORM 7100-LOG-SESSION-END
               WHEN OTHER
                   MOVE 'Y' TO WS-SESSION-REFUSED
                   MOVE SPACES TO WS-REFUSE-MESSAGE
                   STRING 'SIGN-ON REJECTED, ALREADY SIGNED ON AT '
                       'TERMINAL ' SESS-TERM-ID
                       DELIMITED BY SIZE INTO WS-REFUSE-MESSAGE
           END-EVALUATE.
       4300-WRITE-SESSION.
           MOVE OPR-ID TO SESS-OPR-ID
           MOVE EIBTRMID TO SESS-TERM-ID
           SET SESS-ACTIVE TO TRUE
           MOVE EIBTASKN TO SESS-SIGNON-TASK
           MOVE WS-CICS-DATE TO SESS-SIGNON-DATE
           MOVE WS-CICS-TIME TO SESS-SIGNON-TIME
           MOVE WS-CICS-DATE TO SESS-LAST-DATE
           MOVE WS-CICS-TIME TO SESS-LAST-TIME
           MOVE WS-ABS-TIME TO SESS-LAST-ABSTIME
           MOVE 0 TO SESS-ENDED-DATE
           MOVE 0 TO SESS-ENDED-TIME
           IF SESSION-ON-FILE
               EXEC CICS REWRITE FILE('ONLSESS')
                   FROM(SESSION-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           ELSE
               EXEC CICS WRITE FILE('ONLSESS')
                   FROM(SESSION-RECORD)
                   RIDFLD(SESS-OPR-ID)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       7000-LOG-SIGNON-OUTCOME.
           MOVE GOPRIDI TO SLK-OPR-ID
           MOVE WS-CICS-DATE TO SLK-DATE
               RIDFLD(SLK-KEY)
               RESP(WS-RESP)
           END-EXEC.
       7100-LOG-SESSION-END.
      *    THE ENDED SESSION IS LOGGED UNDER ITS OWN SIGN-ON TASK
      *    NUMBER, KEEPING IT CLEAR OF THIS TASK'S OWN LOG ENTRY.
           MOVE SESS-OPR-ID TO SLK-OPR-ID
           MOVE WS-CICS-DATE TO SLK-DATE
           MOVE WS-CICS-TIME TO SLK-TIME
           MOVE SESS-SIGNON-TASK TO SLK-TASK
           EXEC CICS WRITE FILE('ONLSLOG')
               FROM(SIGNON-LOG-RECORD)
               RIDFLD(SLK-KEY)
               RESP(WS-RESP)
           END-EXEC.
       9000-SEND-SIGNON.
           EXEC CICS SEND MAP('ACCTSGN')
               MAPSET('ACCTSGNM')
