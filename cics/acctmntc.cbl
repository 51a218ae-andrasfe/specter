          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
       COPY ACCTMNTM.
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
           EXEC CICS RETURN TRANSID('AMNT')
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
       0250-REFUSE-OTHER-ENTITY.
      *    AN ACCOUNT OF AN ENTITY THE OPERATOR MAY NOT WORK ON IS
      *    RELEASED AND ANSWERED AS STATUS 'EN'.
           IF WS-FILE-STATUS = '00'
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                   MOVE 'EN' TO WS-FILE-STATUS
               END-IF
           END-IF.
       1000-ADD-ACCOUNT.
           IF ACCTBALI IS NOT NUMERIC
               MOVE 'ADD REJECTED, BALANCE NOT NUMERIC' TO MSGO
               MOVE SPACES TO ACCT-PRODUCT-CODE
               MOVE SPACES TO ACCT-CUSTOMER-NO
               PERFORM 1100-INIT-NEW-FIELDS
      *        THE ACCOUNT IS BOOKED UNDER THE FIRST ENTITY ON THE
      *        OPERATOR'S LIST.
               MOVE SPACES TO ACCT-ENTITY-CODE
               PERFORM 0200-CHECK-ENTITY
               MOVE ECHK-HOME-ENTITY TO ACCT-ENTITY-CODE
               EXEC CICS WRITE FILE('ACCTFILE')
                   FROM(ACCOUNT-RECORD)
                   RIDFLD(ACCT-ID)
           MOVE 0 TO ACCT-DAILY-CAP-OVERRIDE
           MOVE 0 TO ACCT-CAP-RAISE-DATE
           MOVE 0 TO ACCT-CAP-RAISE-AMT
           MOVE 0 TO ACCT-OD-INT-ACCRUED
           SET ACCT-LAYOUT-CURRENT TO TRUE
           SET ACCT-MANDATE-ANY-ONE TO TRUE
           MOVE 0 TO ACCT-MANDATE-LIMIT
           MOVE 0 TO ACCT-INT-ACCRUED
           MOVE 0 TO ACCT-BONUS-ACCRUED
           MOVE 0 TO ACCT-LAST-CAP-DATE
           COMPUTE WS-ABS-TIME = WS-ABS-TIME + 1209600000
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 8000-SET-STATUS-FROM-RESP
           PERFORM 0250-REFUSE-OTHER-ENTITY
           IF WS-FILE-STATUS = '00'
               MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
               MOVE ACCTNAMI TO ACCT-NAME
                   MOVE 'NAME CHANGE FAILED' TO MSGO
               END-IF
           ELSE
               IF WS-FILE-STATUS = 'EN'
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO MSGO
               ELSE
                   MOVE 'ACCOUNT NOT FOUND' TO MSGO
               END-IF
           END-IF.
       3000-CLOSE-ACCOUNT.
           MOVE ACCTIDI TO ACCT-ID
               RESP(WS-RESP)
           END-EXEC
           PERFORM 8000-SET-STATUS-FROM-RESP
           PERFORM 0250-REFUSE-OTHER-ENTITY
           IF WS-FILE-STATUS = '00'
               IF ACCT-CLOSED
                   MOVE 'ACCOUNT ALREADY CLOSED' TO MSGO
               END-IF
               END-IF
           ELSE
               IF WS-FILE-STATUS = 'EN'
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO MSGO
               ELSE
                   MOVE 'ACCOUNT NOT FOUND' TO MSGO
               END-IF
           END-IF.
       6000-TRY-SUPERVISOR-OVERRIDE.
      *    A SECOND OPERATOR WITH THE SUPERVISE ENTITLEMENT CAN
