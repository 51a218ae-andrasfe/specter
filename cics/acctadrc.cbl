       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 ADDRESS-RECORD.
           COPY ADDRREC.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 WS-FENCED          PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 STATUS-RECORD.
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
       COPY ACCTADRM.
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
                   DELIMITED BY SIZE INTO ADMSGO
           ELSE
               PERFORM 7000-CHECK-BATCH-FENCE
               PERFORM 0200-CHECK-ENTITY
               EVALUATE TRUE
                   WHEN ECHK-ENTITY-REFUSED
                       MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO ADMSGO
                   WHEN (BATCH-FENCED OR CA-MAY-MAINTAIN NOT = 'Y')
                       AND ADACTNI NOT = 'I'
                       IF BATCH-FENCED
                           MOVE 'OVERNIGHT CYCLE RUNNING, UPDATES OFF'
                               TO ADMSGO
                       ELSE
                           MOVE 'MAINTAIN NOT AUTHORIZED FOR OPERATOR'
                               TO ADMSGO
                       END-IF
                   WHEN OTHER
                       EVALUATE ADACTNI
                           WHEN 'A'
                               PERFORM 1000-ADD-ADDRESS
                           WHEN 'C'
                               PERFORM 2000-CHANGE-ADDRESS
                           WHEN 'D'
                               PERFORM 3000-DELETE-ADDRESS
                           WHEN 'I'
                               PERFORM 4000-INQUIRE-ADDRESS
                           WHEN OTHER
                               MOVE 'INVALID ACTION, USE A, C, D OR I'
                                   TO ADMSGO
                       END-EVALUATE
               END-EVALUATE
           END-IF
           PERFORM 9000-SEND-RESULT
           MOVE ADACCTI TO CA-ACCT-ID
           EXEC CICS RETURN TRANSID('AADR')
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
      *    ON THEIR OPRENTL LIST.  AN ADDRESS KEYED FOR AN ACCOUNT
      *    NOT ON THE MASTER IS HANDLED AS IT ALWAYS WAS.
           SET ECHK-ENTITY-OK TO TRUE
           MOVE ADACCTI TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE CA-OPR-ID TO ECHK-OPR-ID
               MOVE ACCT-ENTITY-CODE TO ECHK-ENTITY-CODE
               EXEC CICS LINK PROGRAM('ACCTENTC')
                   COMMAREA(WS-ENTITY-CHECK)
               END-EXEC
           END-IF.
       1000-ADD-ADDRESS.
           PERFORM 5000-BUILD-ADDRESS-RECORD
           EXEC CICS WRITE FILE('ADDRFILE')
