          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       COPY ACCTMENM.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
                       COMMAREA(WS-COMMAREA)
                   END-EXEC
               END-IF
               PERFORM 0100-CHECK-SESSION
               PERFORM 1000-ROUTE-SELECTION
           END-IF
           EXEC CICS RETURN TRANSID('AMNU')
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
       1000-ROUTE-SELECTION.
           EXEC CICS RECEIVE MAP('ACCTMEN')
               MAPSET('ACCTMENM')
                       EXEC CICS XCTL PROGRAM('ACCTFRQC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN '8'
                       EXEC CICS XCTL PROGRAM('ACCTCRDC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN '9'
                       EXEC CICS XCTL PROGRAM('ACCTSESC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN 'A'
                       PERFORM 1100-OPERATOR-ADMIN
                   WHEN 'B'
                       EXEC CICS XCTL PROGRAM('ACCTAPRC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN 'C'
                       EXEC CICS XCTL PROGRAM('ACCTHSMC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN 'D'
                       EXEC CICS XCTL PROGRAM('ACCTCMTC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN 'E'
                       EXEC CICS XCTL PROGRAM('ACCTDSTC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN 'F'
                       EXEC CICS XCTL PROGRAM('ACCTSTVC')
                           COMMAREA(WS-COMMAREA)
                       END-EXEC
                   WHEN OTHER
                       MOVE SPACES TO ACCTMENO
                       MOVE 'INVALID SELECTION, USE 1 TO 9 OR A TO F'
                           TO MMSGO
                       MOVE CA-ACCT-ID TO MACCTO
                       PERFORM 9000-SEND-MENU
               END-EVALUATE
           END-IF.
       1100-OPERATOR-ADMIN.
      *    OPERATOR ADMINISTRATION IS OFFERED ONLY TO AN OPERATOR
      *    GRANTED SUPERVISE ON OPRENTL; THE PRIVILEGE FLAG ALONE
      *    DOES NOT QUALIFY.
           MOVE CA-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND ENTL-MAY-SUPERVISE
               EXEC CICS XCTL PROGRAM('ACCTOADC')
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           ELSE
               MOVE SPACES TO ACCTMENO
               MOVE 'OPERATOR ADMIN NEEDS SUPERVISE ENTITLEMENT'
                   TO MMSGO
               MOVE CA-ACCT-ID TO MACCTO
               PERFORM 9000-SEND-MENU
           END-IF.
       9000-SEND-MENU.
           EXEC CICS SEND MAP('ACCTMEN')
               MAPSET('ACCTMENM')
