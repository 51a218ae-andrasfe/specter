             10 CA-FR-ACCT   PIC X(10).
             10 CA-FR-DATE   PIC 9(8).
       COPY ACCTFRQM.
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
           EXEC CICS RETURN TRANSID('AFRQ')
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
       2000-WORK-SELECTED-CASE.
           IF FSELI IS NUMERIC
               MOVE FSELI TO WS-SEL-NO
               PERFORM 4400-WRITE-CASE-AUDIT
               MOVE SPACES TO ACCTFRQO
               MOVE 'CASE UPDATED' TO FMSGO
               IF FACTI = 'F' AND CASE-FROM-SANCTIONS
                   PERFORM 4500-FREEZE-SANCTIONED-ACCT
               END-IF
           ELSE
               MOVE SPACES TO ACCTFRQO
               MOVE 'CASE UPDATE FAILED' TO FMSGO
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       4500-FREEZE-SANCTIONED-ACCT.
      *    MIRRORS THE BATCH CONFIRMATION: A CONFIRMED SANCTIONS
      *    MATCH FREEZES AN ACTIVE OR DORMANT ACCOUNT AT ONCE AND
      *    THE FREEZE IS AUDITED UNDER ITS OWN RUN ID SO IT DOES NOT
      *    COLLIDE WITH THE CASE AUDIT ENTRY OF THE SAME TASK.
           MOVE CASE-ACCT-ID TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'CASE UPDATED, ACCOUNT NOT FOUND TO FREEZE'
                   TO FMSGO
           ELSE
               IF ACCT-ACTIVE OR ACCT-DORMANT
                   SET ACCT-FROZEN TO TRUE
                   EXEC CICS REWRITE FILE('ACCTFILE')
                       FROM(ACCOUNT-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       MOVE 'CASE CONFIRMED, ACCOUNT FROZEN' TO FMSGO
                   ELSE
                       MOVE 'CASE UPDATED, ACCOUNT FREEZE FAILED'
                           TO FMSGO
                   END-IF
               ELSE
                   EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
               END-IF
               MOVE WS-CICS-DATE TO AUDM-DATE
               MOVE 'FRZONLIN' TO AUDM-RUN-ID
               MOVE EIBTASKN TO AUDM-SEQUENCE
               MOVE CASE-ACCT-ID TO AUDM-ACCT-ID
               MOVE SPACES TO AUDM-TEXT
               STRING 'SANCTIONS CONFIRMED ACCT: ' CASE-ACCT-ID
                   ' STATUS: ' ACCT-STATUS
                   ' LIST REF: ' CASE-SOURCE-REF
                   ' BY: ' CA-OPR-ID
                   DELIMITED BY SIZE INTO AUDM-TEXT
               EXEC CICS WRITE FILE('AUDMSTR')
                   FROM(AUDIT-MASTER-RECORD)
                   RIDFLD(AUDM-KEY)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       5000-SHOW-CASE-DETAIL.
           EXEC CICS READ FILE('FRQCASE')
               INTO(CASE-RECORD)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ACCT-FOUND
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'E' TO WS-ACCT-FOUND
               END-IF
           END-IF
           MOVE SPACES TO FDETO (1)
           IF WS-ACCT-FOUND = 'Y'
               MOVE WS-DETAIL-LINE TO FDETO (1)
               PERFORM 6100-LIST-RECENT-ACTIVITY
           ELSE
               IF WS-ACCT-FOUND = 'E'
                   MOVE 'CASE ACCOUNT NOT IN YOUR ENTITY' TO FDETO (1)
               ELSE
                   MOVE 'CASE ACCOUNT NOT ON MASTER' TO FDETO (1)
               END-IF
           END-IF.
       6100-LIST-RECENT-ACTIVITY.
      *    THE JOURNAL IS SCANNED FORWARD INTO A THREE-SLOT RING,
