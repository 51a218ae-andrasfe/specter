       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDSTC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-AUDIT-DETAIL    PIC X(50) VALUE SPACES.
       01 WS-SUPERVISOR-SW   PIC X VALUE 'N'.
           88 OPR-MAY-SUPERVISE VALUE 'Y'.
      * THE SCREEN ENTRY FIELDS, WITH UNKEYED FIELDS AS SPACES.  A
      * BLANK DELIVERY MEANS THE MAIL HOUSE AND A BLANK WAIVE MEANS
      * THE FEE IS CHARGED.
       01 WS-ENTRY.
          05 WS-IN-CYCLE     PIC X(08) VALUE SPACES.
          05 WS-IN-CYCLE-DATE REDEFINES WS-IN-CYCLE
                             PIC 9(08).
          05 WS-IN-DELIVERY  PIC X(01) VALUE SPACES.
             88 VALID-DELIVERY  VALUE 'M' 'B'.
          05 WS-IN-BRANCH    PIC X(04) VALUE SPACES.
          05 WS-IN-WAIVE     PIC X(01) VALUE SPACES.
             88 VALID-WAIVE     VALUE 'Y' 'N'.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 REQUEST-RECORD.
           COPY DSRQREC.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 WS-FENCED          PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
       COPY ACCTDSTM.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       01 WS-ENTITY-CHECK.
           COPY ECHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-DATA         PIC X(500).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    A DUPLICATE OF A PAST CYCLE'S STATEMENT, TAKEN AT THE
      *    COUNTER.  THE REQUEST IS QUEUED ON STMTDREQ AND PRODUCED
      *    BY TONIGHT'S STMTDUP RUN, TO THE MAIL HOUSE OR THE BRANCH
      *    PRINTER.  WAIVING THE REPRINT FEE NEEDS SUPERVISE.
           MOVE SPACES TO WS-COMMAREA
           MOVE SPACES TO ACCT-NAME
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
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           EXEC CICS RECEIVE MAP('ACCTDST')
               MAPSET('ACCTDSTM')
               INTO(ACCTDSTI)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               PERFORM 2600-FIRST-DISPLAY
           ELSE
               PERFORM 2000-PROCESS-REQUEST
           END-IF
           PERFORM 8200-ECHO-ENTRY
           MOVE WS-MESSAGE TO DMSGO
           PERFORM 9000-SEND-SCREEN
           EXEC CICS RETURN TRANSID('ADST')
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
       2000-PROCESS-REQUEST.
           MOVE DCYCLEI TO WS-IN-CYCLE
           MOVE DDELIVI TO WS-IN-DELIVERY
           MOVE DBRCHI TO WS-IN-BRANCH
           MOVE DWAIVEI TO WS-IN-WAIVE
           INSPECT WS-ENTRY REPLACING ALL LOW-VALUES BY SPACES
           MOVE DACCTI TO CA-ACCT-ID
           INSPECT CA-ACCT-ID REPLACING ALL LOW-VALUES BY SPACES
           IF WS-IN-DELIVERY = SPACE
               MOVE 'M' TO WS-IN-DELIVERY
           END-IF
           IF WS-IN-WAIVE = SPACE
               MOVE 'N' TO WS-IN-WAIVE
           END-IF
           EVALUATE TRUE
               WHEN CA-ACCT-ID = SPACES
                   MOVE 'ACCOUNT ID REQUIRED' TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 3000-READ-ACCOUNT
                   IF WS-MESSAGE = SPACES
                       PERFORM 2100-EDIT-ENTRY
                   END-IF
                   IF WS-MESSAGE = SPACES
                       PERFORM 7000-CHECK-BATCH-FENCE
                       IF BATCH-FENCED
                           MOVE 'OVERNIGHT CYCLE RUNNING, REQUESTS OFF'
                               TO WS-MESSAGE
                       ELSE
                           PERFORM 4000-QUEUE-REQUEST
                       END-IF
                   END-IF
           END-EVALUATE.
       2100-EDIT-ENTRY.
           EVALUATE TRUE
               WHEN WS-IN-CYCLE = SPACES
                   MOVE 'CYCLE END DATE REQUIRED' TO WS-MESSAGE
               WHEN WS-IN-CYCLE IS NOT NUMERIC
                   MOVE 'CYCLE END MUST BE A CCYYMMDD DATE'
                       TO WS-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-IN-CYCLE-DATE)
                   NOT = 0
                   MOVE 'CYCLE END MUST BE A CCYYMMDD DATE'
                       TO WS-MESSAGE
               WHEN WS-IN-CYCLE-DATE NOT < WS-CICS-DATE
                   MOVE 'CYCLE END MUST BE BEFORE TODAY' TO WS-MESSAGE
               WHEN WS-IN-CYCLE-DATE < ACCT-OPEN-DATE
                   MOVE 'CYCLE END IS BEFORE THE ACCOUNT WAS OPENED'
                       TO WS-MESSAGE
               WHEN NOT VALID-DELIVERY
                   MOVE 'DELIVERY MUST BE M OR B' TO WS-MESSAGE
               WHEN NOT VALID-WAIVE
                   MOVE 'WAIVE FEE MUST BE Y OR N' TO WS-MESSAGE
               WHEN OTHER
                   IF WS-IN-WAIVE = 'Y'
                       PERFORM 1000-CHECK-SUPERVISOR
                       IF NOT OPR-MAY-SUPERVISE
                           MOVE 'FEE WAIVER NEEDS SUPERVISE ENTITLEMENT'
                               TO WS-MESSAGE
                       END-IF
                   END-IF
           END-EVALUATE.
       2600-FIRST-DISPLAY.
      *    ARRIVING FROM ANOTHER SCREEN: SHOW THE ACCOUNT CARRIED
      *    FORWARD, IF ANY.
           IF CA-ACCT-ID = SPACES OR CA-ACCT-ID = LOW-VALUES
               MOVE SPACES TO CA-ACCT-ID
               MOVE 'KEY AN ACCOUNT AND THE CYCLE END DATE'
                   TO WS-MESSAGE
           ELSE
               PERFORM 3000-READ-ACCOUNT
               IF WS-MESSAGE = SPACES
                   MOVE 'KEY THE CYCLE END DATE AND DELIVERY'
                       TO WS-MESSAGE
               END-IF
           END-IF.
       3000-READ-ACCOUNT.
           MOVE CA-ACCT-ID TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO ACCT-NAME
               MOVE 'ACCOUNT NOT ON FILE' TO WS-MESSAGE
           ELSE
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE SPACES TO ACCT-NAME
                   MOVE 'ACCOUNT NOT IN YOUR ENTITY' TO WS-MESSAGE
               END-IF
           END-IF.
       4000-QUEUE-REQUEST.
           MOVE SPACES TO REQUEST-RECORD
           MOVE CA-ACCT-ID TO DSRQ-ACCT-ID
           MOVE WS-IN-CYCLE-DATE TO DSRQ-CYCLE-END
           MOVE WS-CICS-DATE TO DSRQ-REQUEST-DATE
           MOVE WS-IN-DELIVERY TO DSRQ-DELIVERY
           IF WS-IN-BRANCH = SPACES AND DSRQ-TO-BRANCH
               MOVE ACCT-BRANCH-CODE TO DSRQ-BRANCH-CODE
           ELSE
               MOVE WS-IN-BRANCH TO DSRQ-BRANCH-CODE
           END-IF
           MOVE WS-IN-WAIVE TO DSRQ-WAIVE-FEE
           MOVE CA-OPR-ID TO DSRQ-REQUESTED-BY
           SET DSRQ-PENDING TO TRUE
           MOVE 0 TO DSRQ-PRODUCED-DATE
           EXEC CICS WRITE FILE('STMTDREQ')
               FROM(REQUEST-RECORD)
               RIDFLD(DSRQ-KEY)
               RESP(WS-RESP)
           END-EXEC
           PERFORM 8000-SET-STATUS-FROM-RESP
           EVALUATE WS-FILE-STATUS
               WHEN '00'
                   IF DSRQ-TO-BRANCH
                       STRING 'DUPLICATE QUEUED FOR BRANCH '
                           DSRQ-BRANCH-CODE ' PRINTER TONIGHT'
                           DELIMITED BY SIZE INTO WS-MESSAGE
                   ELSE
                       MOVE 'DUPLICATE QUEUED, MAILED AFTER TONIGHT'
                           TO WS-MESSAGE
                   END-IF
                   STRING 'DUP STMT ' DSRQ-CYCLE-END
                       ' DELIVERY ' DSRQ-DELIVERY
                       ' WAIVE ' DSRQ-WAIVE-FEE
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 7100-WRITE-AUDIT
               WHEN '22'
                   MOVE 'THAT CYCLE WAS ALREADY REQUESTED TODAY'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE 'DUPLICATE REQUEST FAILED' TO WS-MESSAGE
           END-EVALUATE.
       7000-CHECK-BATCH-FENCE.
           MOVE 'N' TO WS-FENCED
           MOVE 'STATUS' TO SYS-KEY
           EXEC CICS READ FILE('SYSSTAT')
               INTO(STATUS-RECORD)
               RIDFLD(SYS-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND SYS-BATCH-IN-PROGRESS
               MOVE 'Y' TO WS-FENCED
           END-IF.
       7100-WRITE-AUDIT.
           MOVE WS-CICS-DATE TO AUDM-DATE
           MOVE 'STMTDUP' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE CA-ACCT-ID TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING 'BY: ' CA-OPR-ID ' ' WS-AUDIT-DETAIL
               DELIMITED BY SIZE INTO AUDM-TEXT
           EXEC CICS WRITE FILE('AUDMSTR')
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       8000-SET-STATUS-FROM-RESP.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE '00' TO WS-FILE-STATUS
               WHEN DFHRESP(NOTFND)
                   MOVE '23' TO WS-FILE-STATUS
               WHEN DFHRESP(DUPREC)
                   MOVE '22' TO WS-FILE-STATUS
               WHEN OTHER
                   MOVE '90' TO WS-FILE-STATUS
           END-EVALUATE.
       8200-ECHO-ENTRY.
           MOVE SPACES TO ACCTDSTO
           MOVE CA-ACCT-ID TO DACCTO
           MOVE ACCT-NAME TO DNAMEO
           MOVE WS-IN-CYCLE TO DCYCLEO
           MOVE WS-IN-DELIVERY TO DDELIVO
           MOVE WS-IN-BRANCH TO DBRCHO
           MOVE WS-IN-WAIVE TO DWAIVEO.
       9000-SEND-SCREEN.
           EXEC CICS SEND MAP('ACCTDST')
               MAPSET('ACCTDSTM')
               FROM(ACCTDSTO)
               ERASE
           END-EXEC.
