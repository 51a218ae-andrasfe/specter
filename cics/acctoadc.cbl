       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTOADC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-CICS-TIME       PIC 9(6).
       01 WS-TARGET-OPR-ID   PIC X(08) VALUE SPACES.
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-AUDIT-DETAIL    PIC X(50) VALUE SPACES.
       01 WS-SUPERVISOR-SW   PIC X VALUE 'N'.
           88 OPR-MAY-SUPERVISE VALUE 'Y'.
       01 WS-INPUT-SW        PIC X VALUE 'Y'.
           88 INPUT-VALID    VALUE 'Y'.
       01 WS-ENTL-FOUND      PIC X VALUE 'N'.
           88 ENTL-ON-FILE   VALUE 'Y'.
       01 WS-FLAG-IDX        PIC 9(2) COMP VALUE 0.
       01 WS-NEW-DAYS        PIC X(07) VALUE SPACES.
       01 WS-NEW-WINDOW-FROM PIC 9(4) VALUE 0.
       01 WS-NEW-WINDOW-FROM-R REDEFINES WS-NEW-WINDOW-FROM.
          05 WS-NWF-HH       PIC 9(2).
          05 WS-NWF-MM       PIC 9(2).
       01 WS-NEW-WINDOW-TO   PIC 9(4) VALUE 0.
       01 WS-NEW-WINDOW-TO-R REDEFINES WS-NEW-WINDOW-TO.
          05 WS-NWT-HH       PIC 9(2).
          05 WS-NWT-MM       PIC 9(2).
      * THE SEVEN ENTITLEMENT FLAGS IN OPRENTL FIELD ORDER:
      * INQUIRE, POST, CLOSE, MAINTAIN, RELEASE, APPROVE, SUPERVISE.
       01 WS-OLD-ENTL        PIC X(07) VALUE SPACES.
       01 WS-NEW-ENTL        PIC X(07) VALUE SPACES.
       01 OPERATOR-RECORD.
           COPY OPRREC.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       01 SIGNON-LOG-RECORD.
           COPY SLOGKREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
          05 CA-VIEWED-OPR-ID PIC X(08).
       COPY ACCTOADM.
       01 WS-SESSION-CHECK.
           COPY SCHKREC.
       COPY DFHAID.
       LINKAGE SECTION.
       01 DFHCOMMAREA.
          05 CA-DATA         PIC X(500).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    UNLOCK, FORCED PASSWORD CHANGE, SIGN-ON SCHEDULE AND
      *    ENTITLEMENTS FOR ONE OPERATOR, WITHOUT WAITING FOR THE
      *    OPRMAINT AND ENTLLOAD CARDS.  ONLY AN OPERATOR GRANTED
      *    SUPERVISE ON OPRENTL GETS IN, NEVER FOR THEIR OWN RECORD,
      *    AND EVERY CHANGE GOES TO THE AUDIT MASTER.
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
               MOVE SPACES TO ACCTOADO
               MOVE 'OPERATOR ADMINISTRATION NEEDS SUPERVISE '
                   TO WS-MESSAGE
               MOVE 'ENTITLEMENT' TO WS-MESSAGE (41:11)
               MOVE WS-MESSAGE TO AMSGO
               PERFORM 9000-SEND-SCREEN
           ELSE
               EXEC CICS RECEIVE MAP('ACCTOAD')
                   MAPSET('ACCTOADM')
                   INTO(ACCTOADI)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE SPACES TO ACCTOADO
                   MOVE 'KEY AN OPERATOR ID AND ACTION' TO AMSGO
                   PERFORM 9000-SEND-SCREEN
               ELSE
                   PERFORM 2000-PROCESS-ACTION
               END-IF
           END-IF
           EXEC CICS RETURN TRANSID('AOAD')
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
      *    UNLIKE THE READ-ONLY SCREENS THERE IS NO FALLBACK TO THE
      *    PRIVILEGE FLAG: THE SUPERVISE GRANT MUST BE ON OPRENTL.
           MOVE 'N' TO WS-SUPERVISOR-SW
           MOVE CA-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND ENTL-MAY-SUPERVISE
               MOVE 'Y' TO WS-SUPERVISOR-SW
           END-IF.
       2000-PROCESS-ACTION.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
               TIME(WS-CICS-TIME)
           END-EXEC
           MOVE SPACES TO WS-MESSAGE
           MOVE AOPRIDI TO WS-TARGET-OPR-ID
           IF WS-TARGET-OPR-ID = SPACES
               OR WS-TARGET-OPR-ID = LOW-VALUES
               MOVE SPACES TO ACCTOADO
               MOVE 'KEY AN OPERATOR ID AND ACTION' TO AMSGO
               PERFORM 9000-SEND-SCREEN
           ELSE
               EVALUATE TRUE
                   WHEN AACTNI = 'V' OR AACTNI = SPACE
                       OR AACTNI = LOW-VALUE
                       CONTINUE
                   WHEN AACTNI NOT = 'U' AND AACTNI NOT = 'F'
                       AND AACTNI NOT = 'S' AND AACTNI NOT = 'E'
                       MOVE 'ACTION MUST BE V, U, F, S OR E'
                           TO WS-MESSAGE
                   WHEN WS-TARGET-OPR-ID = CA-OPR-ID
                       MOVE 'SUPERVISORS MAY NOT CHANGE THEIR OWN '
                           TO WS-MESSAGE
                       MOVE 'RECORD' TO WS-MESSAGE (38:6)
                   WHEN AACTNI = 'U'
                       PERFORM 4000-UNLOCK-OPERATOR
                   WHEN AACTNI = 'F'
                       PERFORM 4100-FORCE-PASSWORD-CHANGE
                   WHEN WS-TARGET-OPR-ID NOT = CA-VIEWED-OPR-ID
      *                A SCHEDULE OR ENTITLEMENT CHANGE APPLIES THE
      *                FIELDS ON THE SCREEN, SO THEY MUST BE THE ONES
      *                JUST SHOWN FOR THIS OPERATOR.
                       MOVE 'OPERATOR SHOWN FIRST, CHECK AND RE-ENTER '
                           TO WS-MESSAGE
                       MOVE 'THE CHANGE' TO WS-MESSAGE (42:10)
                   WHEN AACTNI = 'S'
                       PERFORM 4200-SET-SCHEDULE
                   WHEN AACTNI = 'E'
                       PERFORM 4300-SET-ENTITLEMENTS
               END-EVALUATE
               PERFORM 3000-SHOW-OPERATOR
           END-IF.
       3000-SHOW-OPERATOR.
           MOVE SPACES TO ACCTOADO
           MOVE WS-TARGET-OPR-ID TO AOPRIDO
           MOVE WS-TARGET-OPR-ID TO OPR-ID
           EXEC CICS READ FILE('ACCTOPR')
               INTO(OPERATOR-RECORD)
               RIDFLD(OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE SPACES TO CA-VIEWED-OPR-ID
               MOVE 'OPERATOR NOT ON FILE' TO WS-MESSAGE
           ELSE
               MOVE WS-TARGET-OPR-ID TO CA-VIEWED-OPR-ID
               PERFORM 3100-SHOW-OPERATOR-RECORD
               PERFORM 3200-SHOW-ENTITLEMENTS
           END-IF
           MOVE WS-MESSAGE TO AMSGO
           PERFORM 9000-SEND-SCREEN.
       3100-SHOW-OPERATOR-RECORD.
           MOVE OPR-PRIVILEGE TO APRIVO
           IF OPR-LOCKED
               MOVE 'Y' TO ALOCKO
           ELSE
               MOVE 'N' TO ALOCKO
           END-IF
           IF OPR-FAIL-COUNT IS NUMERIC
               MOVE OPR-FAIL-COUNT TO AFAILO
           ELSE
               MOVE '00' TO AFAILO
           END-IF
           IF OPR-MUST-CHANGE
               MOVE 'Y' TO AFORCEO
           ELSE
               MOVE 'N' TO AFORCEO
           END-IF
           IF OPR-PWD-EXPIRY-DATE IS NUMERIC
               MOVE OPR-PWD-EXPIRY-DATE TO AEXPIRYO
           END-IF
           MOVE OPR-ALLOWED-DAYS TO ADAYSO
           IF OPR-WINDOW-FROM IS NUMERIC
               MOVE OPR-WINDOW-FROM TO AWFROMO
           ELSE
               MOVE '0000' TO AWFROMO
           END-IF
           IF OPR-WINDOW-TO IS NUMERIC
               MOVE OPR-WINDOW-TO TO AWTOO
           ELSE
               MOVE '0000' TO AWTOO
           END-IF.
       3200-SHOW-ENTITLEMENTS.
      *    WITH NO ENTITLEMENT RECORD THE SCREEN SHOWS WHAT THE
      *    PRIVILEGE FLAG GRANTS, WHICH IS WHAT SIGN-ON WILL APPLY.
           MOVE WS-TARGET-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE ENTITLEMENT-RECORD (9:7) TO WS-OLD-ENTL
           ELSE
               IF OPR-IS-PRIVILEGED
                   MOVE 'YYYYYYY' TO WS-OLD-ENTL
               ELSE
                   MOVE 'YNNNNNN' TO WS-OLD-ENTL
               END-IF
               IF WS-MESSAGE = SPACES
                   MOVE 'NO ENTITLEMENT RECORD, PRIVILEGE FLAG APPLIES'
                       TO WS-MESSAGE
               END-IF
           END-IF
           MOVE WS-OLD-ENTL (1:1) TO AEINQO
           MOVE WS-OLD-ENTL (2:1) TO AEPSTO
           MOVE WS-OLD-ENTL (3:1) TO AECLSO
           MOVE WS-OLD-ENTL (4:1) TO AEMNTO
           MOVE WS-OLD-ENTL (5:1) TO AERELO
           MOVE WS-OLD-ENTL (6:1) TO AEAPRO
           MOVE WS-OLD-ENTL (7:1) TO AESUPO.
       4000-UNLOCK-OPERATOR.
           PERFORM 5000-READ-TARGET-FOR-UPDATE
           IF WS-RESP = DFHRESP(NORMAL)
               IF NOT OPR-LOCKED
                   EXEC CICS UNLOCK FILE('ACCTOPR') END-EXEC
                   MOVE 'OPERATOR IS NOT LOCKED OUT' TO WS-MESSAGE
               ELSE
                   MOVE 'N' TO OPR-LOCK-FLAG
                   MOVE 0 TO OPR-FAIL-COUNT
                   PERFORM 5100-REWRITE-TARGET
                   IF WS-RESP = DFHRESP(NORMAL)
                       PERFORM 7000-LOG-UNLOCK
                       MOVE 'ACTION: UNLOCK' TO WS-AUDIT-DETAIL
                       PERFORM 7100-WRITE-AUDIT
                       MOVE 'OPERATOR UNLOCKED' TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.
       4100-FORCE-PASSWORD-CHANGE.
           PERFORM 5000-READ-TARGET-FOR-UPDATE
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO OPR-FORCE-CHANGE
               PERFORM 5100-REWRITE-TARGET
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'ACTION: FORCE PASSWORD CHANGE'
                       TO WS-AUDIT-DETAIL
                   PERFORM 7100-WRITE-AUDIT
                   MOVE 'PASSWORD CHANGE REQUIRED AT NEXT SIGN-ON'
                       TO WS-MESSAGE
               END-IF
           END-IF.
       4200-SET-SCHEDULE.
      *    SAME RULES AS THE OPRMAINT SCHEDULE CARD: A Y/N FLAG PER
      *    DAY NUMBER AND AN HHMM WINDOW; ALL BLANKS AND ZEROES
      *    CLEARS THE RESTRICTION.
           MOVE 'Y' TO WS-INPUT-SW
           MOVE ADAYSI TO WS-NEW-DAYS
           INSPECT WS-NEW-DAYS REPLACING ALL LOW-VALUE BY SPACE
           IF WS-NEW-DAYS NOT = SPACES
               PERFORM 4210-CHECK-DAY-FLAG
                   VARYING WS-FLAG-IDX FROM 1 BY 1
                   UNTIL WS-FLAG-IDX > 7
           END-IF
           MOVE 0 TO WS-NEW-WINDOW-FROM
           MOVE 0 TO WS-NEW-WINDOW-TO
           IF AWFROMI IS NUMERIC
               MOVE AWFROMI TO WS-NEW-WINDOW-FROM
           ELSE
               IF AWFROMI NOT = SPACES AND AWFROMI NOT = LOW-VALUES
                   MOVE 'N' TO WS-INPUT-SW
               END-IF
           END-IF
           IF AWTOI IS NUMERIC
               MOVE AWTOI TO WS-NEW-WINDOW-TO
           ELSE
               IF AWTOI NOT = SPACES AND AWTOI NOT = LOW-VALUES
                   MOVE 'N' TO WS-INPUT-SW
               END-IF
           END-IF
           IF WS-NWF-HH > 23 OR WS-NWF-MM > 59
               OR WS-NWT-HH > 23 OR WS-NWT-MM > 59
               OR WS-NEW-WINDOW-FROM > WS-NEW-WINDOW-TO
               MOVE 'N' TO WS-INPUT-SW
           END-IF
           IF NOT INPUT-VALID
               MOVE 'SCHEDULE REFUSED: DAYS Y/N, WINDOW HHMM, FROM '
                   TO WS-MESSAGE
               MOVE 'NOT AFTER TO' TO WS-MESSAGE (47:12)
           ELSE
               PERFORM 5000-READ-TARGET-FOR-UPDATE
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE WS-NEW-DAYS TO OPR-ALLOWED-DAYS
                   MOVE WS-NEW-WINDOW-FROM TO OPR-WINDOW-FROM
                   MOVE WS-NEW-WINDOW-TO TO OPR-WINDOW-TO
                   PERFORM 5100-REWRITE-TARGET
                   IF WS-RESP = DFHRESP(NORMAL)
                       STRING 'SCHEDULE DAYS: ' WS-NEW-DAYS
                           ' HOURS: ' WS-NEW-WINDOW-FROM '-'
                           WS-NEW-WINDOW-TO
                           DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                       PERFORM 7100-WRITE-AUDIT
                       MOVE 'SIGN-ON SCHEDULE CHANGED' TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.
       4210-CHECK-DAY-FLAG.
           IF WS-NEW-DAYS (WS-FLAG-IDX:1) NOT = 'Y'
               AND WS-NEW-DAYS (WS-FLAG-IDX:1) NOT = 'N'
               MOVE 'N' TO WS-INPUT-SW
           END-IF.
       4300-SET-ENTITLEMENTS.
           MOVE 'Y' TO WS-INPUT-SW
           MOVE AEINQI TO WS-NEW-ENTL (1:1)
           MOVE AEPSTI TO WS-NEW-ENTL (2:1)
           MOVE AECLSI TO WS-NEW-ENTL (3:1)
           MOVE AEMNTI TO WS-NEW-ENTL (4:1)
           MOVE AERELI TO WS-NEW-ENTL (5:1)
           MOVE AEAPRI TO WS-NEW-ENTL (6:1)
           MOVE AESUPI TO WS-NEW-ENTL (7:1)
           PERFORM 4310-CHECK-ENTL-FLAG
               VARYING WS-FLAG-IDX FROM 1 BY 1
               UNTIL WS-FLAG-IDX > 7
           IF NOT INPUT-VALID
               MOVE 'ENTITLEMENTS REFUSED, EVERY FLAG MUST BE Y OR N'
                   TO WS-MESSAGE
           ELSE
               MOVE WS-TARGET-OPR-ID TO ENTL-OPR-ID
               EXEC CICS READ FILE('OPRENTL')
                   INTO(ENTITLEMENT-RECORD)
                   RIDFLD(ENTL-OPR-ID)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-ENTL-FOUND
                   MOVE ENTITLEMENT-RECORD (9:7) TO WS-OLD-ENTL
                   MOVE WS-NEW-ENTL TO ENTITLEMENT-RECORD (9:7)
                   EXEC CICS REWRITE FILE('OPRENTL')
                       FROM(ENTITLEMENT-RECORD)
                       RESP(WS-RESP)
                   END-EXEC
               ELSE
                   MOVE 'N' TO WS-ENTL-FOUND
                   MOVE 'NONE' TO WS-OLD-ENTL
                   MOVE WS-TARGET-OPR-ID TO ENTL-OPR-ID
                   MOVE WS-NEW-ENTL TO ENTITLEMENT-RECORD (9:7)
                   EXEC CICS WRITE FILE('OPRENTL')
                       FROM(ENTITLEMENT-RECORD)
                       RIDFLD(ENTL-OPR-ID)
                       RESP(WS-RESP)
                   END-EXEC
               END-IF
               IF WS-RESP = DFHRESP(NORMAL)
                   STRING 'ENTL WAS: ' WS-OLD-ENTL
                       ' NOW: ' WS-NEW-ENTL
                       DELIMITED BY SIZE INTO WS-AUDIT-DETAIL
                   PERFORM 7100-WRITE-AUDIT
                   MOVE 'ENTITLEMENTS CHANGED, EFFECTIVE AT NEXT '
                       TO WS-MESSAGE
                   MOVE 'SIGN-ON' TO WS-MESSAGE (41:7)
               ELSE
                   MOVE 'ENTITLEMENT UPDATE FAILED, REPORT TO '
                       TO WS-MESSAGE
                   MOVE 'OPERATIONS' TO WS-MESSAGE (38:10)
               END-IF
           END-IF.
       4310-CHECK-ENTL-FLAG.
           IF WS-NEW-ENTL (WS-FLAG-IDX:1) NOT = 'Y'
               AND WS-NEW-ENTL (WS-FLAG-IDX:1) NOT = 'N'
               MOVE 'N' TO WS-INPUT-SW
           END-IF.
       5000-READ-TARGET-FOR-UPDATE.
           MOVE WS-TARGET-OPR-ID TO OPR-ID
           EXEC CICS READ FILE('ACCTOPR')
               INTO(OPERATOR-RECORD)
               RIDFLD(OPR-ID)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OPERATOR NOT ON FILE' TO WS-MESSAGE
           END-IF.
       5100-REWRITE-TARGET.
           EXEC CICS REWRITE FILE('ACCTOPR')
               FROM(OPERATOR-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'OPERATOR UPDATE FAILED, REPORT TO OPERATIONS'
                   TO WS-MESSAGE
           END-IF.
       7000-LOG-UNLOCK.
      *    THE UNLOCK GOES ON THE ONLINE SIGN-ON LOG AS WELL, SO
      *    OPRMAINT'S REPLAY OF THE ACCUMULATED LOGS SEES IT AFTER
      *    THE BAD SIGN-ONS AND DOES NOT RE-LOCK THE OPERATOR.
           MOVE WS-TARGET-OPR-ID TO SLK-OPR-ID
           MOVE WS-CICS-DATE TO SLK-DATE
           MOVE WS-CICS-TIME TO SLK-TIME
           MOVE EIBTASKN TO SLK-TASK
           MOVE 'UNLOCK' TO SLK-OUTCOME
           EXEC CICS WRITE FILE('ONLSLOG')
               FROM(SIGNON-LOG-RECORD)
               RIDFLD(SLK-KEY)
               RESP(WS-RESP)
           END-EXEC.
       7100-WRITE-AUDIT.
           MOVE WS-CICS-DATE TO AUDM-DATE
           MOVE 'OPRADMIN' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE SPACES TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING 'OPR: ' WS-TARGET-OPR-ID
               ' BY: ' CA-OPR-ID ' ' WS-AUDIT-DETAIL
               DELIMITED BY SIZE INTO AUDM-TEXT
           EXEC CICS WRITE FILE('AUDMSTR')
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       9000-SEND-SCREEN.
           EXEC CICS SEND MAP('ACCTOAD')
               MAPSET('ACCTOADM')
               FROM(ACCTOADO)
               ERASE
           END-EXEC.
