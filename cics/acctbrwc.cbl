             10 CA-ST-NAME   PIC X(30).
             10 CA-ST-SKIP   PIC 9(3).
       COPY ACCTBRWM.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       01 WS-ENTITY-CHECK.
           COPY ECHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
                   COMMAREA(WS-COMMAREA)
               END-EXEC
           END-IF
           PERFORM 0100-CHECK-SESSION
           IF EIBAID = DFHPF3
               EXEC CICS XCTL PROGRAM('ACCTMENU')
                   COMMAREA(WS-COMMAREA)
           EXEC CICS RETURN TRANSID('ABRW')
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
       0200-CHECK-ENTITY.
      *    THE OPERATOR ONLY WORKS ON ACCOUNTS OF THE BANK ENTITIES
      *    ON THEIR OPRENTL LIST; THE ACCOUNT IS IN THE RECORD AREA.
           MOVE CA-OPR-ID TO ECHK-OPR-ID
           MOVE ACCT-ENTITY-CODE TO ECHK-ENTITY-CODE
           EXEC CICS LINK PROGRAM('ACCTENTC')
               COMMAREA(WS-ENTITY-CHECK)
           END-EXEC.
       2000-SELECT-ROW.
           IF BSELI IS NUMERIC
               MOVE BSELI TO WS-SEL-NO
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               OR WS-RESP = DFHRESP(DUPKEY)
      *        ACCOUNTS OF ANOTHER ENTITY ARE PASSED OVER ENTIRELY,
      *        SO THE DUPLICATE COUNTS KEPT FOR PAGING ONLY EVER
      *        COUNT ROWS THIS OPERATOR CAN SEE.
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-OK
                   IF WS-SKIPPED < WS-FROM-SKIP
                       AND ACCT-NAME = WS-FROM-NAME
                       ADD 1 TO WS-SKIPPED
                   ELSE
                       ADD 1 TO WS-ROW-IDX
                       PERFORM 6000-FORMAT-ROW
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
