       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAPRC.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-ABS-TIME        PIC S9(15) COMP-3.
       01 WS-CICS-DATE       PIC 9(8).
       01 WS-MESSAGE         PIC X(79) VALUE SPACES.
       01 WS-ROW-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-ROW-DISPLAY     PIC Z9.
       01 WS-BROWSE-DONE     PIC X VALUE 'N'.
           88 BROWSE-DONE    VALUE 'Y'.
       01 WS-FROM-REF        PIC X(12) VALUE SPACES.
       01 WS-SKIP-REF        PIC X(12) VALUE SPACES.
       01 WS-LAST-ROW-REF    PIC X(12) VALUE SPACES.
       01 WS-CHECKER-SW      PIC X VALUE 'N'.
           88 CHECKER-ENTITLED VALUE 'Y'.
      * THE CHECKER'S OWN AUTHORITY FROM THEIR APPRCTL RECORD: THE
      * LARGEST ITEM THEY MAY RELEASE AND THE BRANCH THEY WORK.
       01 WS-CHECKER-LIMIT   PIC S9(9)V99 VALUE 0.
       01 WS-CHECKER-BRANCH  PIC X(04) VALUE SPACES.
       01 WS-LIMIT-DISPLAY   PIC -(9)9.99.
       01 WS-BRANCH-SW       PIC X VALUE 'N'.
           88 ITEM-IN-BRANCH VALUE 'Y'.
       01 WS-ACCT-FOUND-SW   PIC X VALUE 'N'.
           88 ITEM-ACCT-FOUND VALUE 'Y'.
       01 WS-POSTED-SW       PIC X VALUE 'N'.
           88 ITEM-POSTED    VALUE 'Y'.
       01 WS-AMOUNT          PIC S9(9)V99 VALUE 0.
       01 WS-PROJECTED-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-AVAILABLE-BALANCE PIC S9(11)V99 VALUE 0.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       01 CUSTOMER-RECORD.
           COPY CUSTREC.
       01 WS-OWNER-DEC-SWITCH PIC X VALUE 'N'.
           88 OWNER-DECEASED VALUE 'Y'.
       01 STOP-RECORD.
           COPY STOPREC.
       01 PENDING-RECORD.
           COPY PENDREC.
       01 HOLD-RECORD.
           COPY HOLDREC.
       01 WS-HOLD-SCAN-EOF   PIC X VALUE 'N'.
           88 HOLD-SCAN-DONE VALUE 'Y'.
       01 WS-HOLD-TOTAL      PIC S9(11)V99 VALUE 0.
       01 APPROVAL-CONTROL-RECORD.
           COPY APCREC.
       01 WS-STOP-SCAN-EOF   PIC X VALUE 'N'.
           88 STOP-SCAN-DONE VALUE 'Y'.
       01 WS-STOP-HIT-SWITCH PIC X VALUE 'N'.
           88 STOP-PAYMENT-HIT VALUE 'Y'.
       01 OPERATOR-RECORD.
           COPY OPRREC.
       01 WS-INSIDER-SWITCH  PIC X VALUE 'N'.
           88 INSIDER-ACCOUNT VALUE 'Y'.
       01 WS-INSIDER-OPR-ID  PIC X(08) VALUE SPACES.
       01 WS-LINK-IDX        PIC 9(1) COMP VALUE 0.
       01 ENTITLEMENT-RECORD.
           COPY ENTLREC.
       01 AUDIT-MASTER-RECORD.
           COPY AUDMREC.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       01 WS-MINOR-SWITCH    PIC X VALUE 'N'.
           88 MINOR-ACCOUNT  VALUE 'Y'.
       01 WS-DAILY-CAP       PIC S9(9)V99 VALUE 0.
       01 WS-DAY-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CAP-SCAN-EOF    PIC X VALUE 'N'.
           88 CAP-SCAN-DONE  VALUE 'Y'.
       01 WS-CAP-HIT-SWITCH  PIC X VALUE 'N'.
           88 DAILY-CAP-HIT  VALUE 'Y'.
       01 WS-FENCED          PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       01 OWNER-RECORD.
           COPY OWNREC.
       01 WS-SIGNER-SWITCH   PIC X VALUE 'N'.
           88 SIGNER-ON-MANDATE VALUE 'Y'.
       01 WS-SIGNED-SWITCH   PIC X VALUE 'N'.
           88 ALREADY-SIGNED VALUE 'Y'.
       01 WS-SIGNER-IDX      PIC 9(2) COMP VALUE 0.
       01 WS-SIGNER-CUST     PIC X(08) VALUE SPACES.
       01 WS-SIGNED-DISPLAY  PIC 9.
       01 WS-NEEDED-DISPLAY  PIC 9.
       01 REFERENCE-RECORD.
          05 REF-TRN-REF     PIC X(12).
          05 REF-POST-DATE   PIC 9(8).
          05 REF-RUN-ID      PIC X(08).
       01 WS-COMMAREA.
          05 CA-ACCT-ID      PIC X(10).
          05 CA-OPR-ID       PIC X(08).
          05 CA-OPR-PRIV     PIC X(01).
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
          05 CA-LAST-REF     PIC X(12).
       COPY ACCTAPRM.
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
      *    DAYTIME RELEASE OF HIGH-VALUE DEBITS HELD ON PENDAPPR.
      *    THE CHECKER SEES THE WAITING ITEMS FOR THEIR BRANCH AND
      *    APPROVES OR REJECTS ONE AT A TIME.  AN APPROVED ITEM
      *    POSTS AT ONCE UNDER THE TELLER POSTING RULES, WITH THE
      *    MAKER AS JOURNAL OPERATOR AND THE CHECKER AS APPROVER,
      *    THE SAME WAY APPRREL RELEASES IT OVERNIGHT.  A DEBIT
      *    HELD FOR ITS SIGNING MANDATE IS CO-SIGNED HERE: EACH
      *    FURTHER SIGNER THE CHECKER CONFIRMS IS RECORDED ON THE
      *    ITEM, AND THE LAST ONE RELEASES IT.
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
           PERFORM 1000-CHECK-CHECKER
           IF NOT CHECKER-ENTITLED
               MOVE SPACES TO ACCTAPRO
               MOVE 'APPROVAL QUEUE NEEDS APPROVE GRANT AND A LIMIT'
                   TO AMSGO
               PERFORM 9000-SEND-QUEUE
           ELSE
               EXEC CICS RECEIVE MAP('ACCTAPR')
                   MAPSET('ACCTAPRM')
                   INTO(ACCTAPRI)
                   RESP(WS-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN EIBAID = DFHPF8
                       PERFORM 2500-PAGE-FORWARD
                   WHEN WS-RESP = DFHRESP(NORMAL)
                       AND AREFI NOT = SPACES
                       AND AREFI NOT = LOW-VALUES
                       PERFORM 4000-DECIDE-ITEM
                       MOVE LOW-VALUES TO WS-FROM-REF
                       MOVE SPACES TO WS-SKIP-REF
                       PERFORM 3000-BUILD-PAGE
                   WHEN OTHER
                       MOVE LOW-VALUES TO WS-FROM-REF
                       MOVE SPACES TO WS-SKIP-REF
                       PERFORM 3000-BUILD-PAGE
               END-EVALUATE
           END-IF
           EXEC CICS RETURN TRANSID('AAPR')
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
       1000-CHECK-CHECKER.
      *    AS IN APPRREL THE APPROVE GRANT MUST BE ON OPRENTL; THE
      *    ONLINE SCREEN ALSO NEEDS THE CHECKER'S APPRCTL LIMIT.
           MOVE 'N' TO WS-CHECKER-SW
           MOVE CA-OPR-ID TO ENTL-OPR-ID
           EXEC CICS READ FILE('OPRENTL')
               INTO(ENTITLEMENT-RECORD)
               RIDFLD(ENTL-OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               AND ENTL-MAY-APPROVE
               AND CA-OPR-ID NOT = 'APPLIM'
               MOVE SPACES TO APPROVAL-CONTROL-RECORD
               MOVE CA-OPR-ID TO APC-KEY
               EXEC CICS READ FILE('APPRCTL')
                   INTO(APPROVAL-CONTROL-RECORD)
                   RIDFLD(APC-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'Y' TO WS-CHECKER-SW
                   MOVE APC-LIMIT TO WS-CHECKER-LIMIT
                   MOVE APC-BRANCH-CODE TO WS-CHECKER-BRANCH
               END-IF
           END-IF.
       2500-PAGE-FORWARD.
           IF CA-LAST-REF = HIGH-VALUES OR CA-LAST-REF = SPACES
               MOVE SPACES TO ACCTAPRO
               MOVE 'NO MORE WAITING ITEMS, PRESS ENTER TO REFRESH'
                   TO AMSGO
               PERFORM 9000-SEND-QUEUE
           ELSE
               MOVE CA-LAST-REF TO WS-FROM-REF
               MOVE CA-LAST-REF TO WS-SKIP-REF
               PERFORM 3000-BUILD-PAGE
           END-IF.
       3000-BUILD-PAGE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE 'N' TO WS-BROWSE-DONE
           MOVE SPACES TO ACCTAPRO
           MOVE 0 TO WS-ROW-IDX
           MOVE HIGH-VALUES TO CA-LAST-REF
           MOVE WS-FROM-REF TO PEND-TRN-REF
           EXEC CICS STARTBR FILE('PENDAPPR')
               RIDFLD(PEND-TRN-REF)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 3100-READ-NEXT-ITEM
                   UNTIL BROWSE-DONE OR WS-ROW-IDX >= 8
               EXEC CICS ENDBR FILE('PENDAPPR') END-EXEC
           END-IF
      *    A FULL PAGE LEAVES ITS LAST REFERENCE AS THE PF8 START
      *    POINT; A SHORT PAGE MEANS THE QUEUE IS EXHAUSTED.
           IF NOT BROWSE-DONE AND WS-ROW-IDX >= 8
               MOVE WS-LAST-ROW-REF TO CA-LAST-REF
           END-IF
           IF WS-CHECKER-BRANCH = SPACES
               MOVE 'ALL' TO ABRCHO
           ELSE
               MOVE WS-CHECKER-BRANCH TO ABRCHO
           END-IF
           MOVE WS-CHECKER-LIMIT TO WS-LIMIT-DISPLAY
           MOVE WS-LIMIT-DISPLAY TO ALIMITO
           IF WS-MESSAGE NOT = SPACES
               MOVE WS-MESSAGE TO AMSGO
           ELSE
               IF WS-ROW-IDX = 0
                   MOVE 'NO ITEMS WAITING FOR APPROVAL' TO AMSGO
               ELSE
                   MOVE WS-ROW-IDX TO WS-ROW-DISPLAY
                   STRING WS-ROW-DISPLAY ' WAITING ITEMS SHOWN'
                       DELIMITED BY SIZE INTO AMSGO
               END-IF
           END-IF
           PERFORM 9000-SEND-QUEUE.
       3100-READ-NEXT-ITEM.
           EXEC CICS READNEXT FILE('PENDAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(PEND-TRN-REF)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF PEND-WAITING AND PEND-TRN-REF NOT = WS-SKIP-REF
                   PERFORM 3200-READ-ITEM-ACCOUNT
                   IF ITEM-IN-BRANCH
                       ADD 1 TO WS-ROW-IDX
                       PERFORM 6000-FORMAT-ROW
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO WS-BROWSE-DONE
           END-IF.
       3200-READ-ITEM-ACCOUNT.
      *    AN ITEM BELONGS TO THE BRANCH OF ITS ACCOUNT.  A CHECKER
      *    WITH NO BRANCH ON THEIR LIMIT RECORD WORKS EVERY BRANCH,
      *    AND ONLY THEY SEE AN ITEM WHOSE ACCOUNT HAS GONE.  AN
      *    ACCOUNT OF AN ENTITY NOT ON THE CHECKER'S LIST KEEPS THE
      *    ITEM OFF THEIR QUEUE WHATEVER THE BRANCH.
           MOVE 'N' TO WS-ACCT-FOUND-SW
           MOVE 'N' TO WS-BRANCH-SW
           MOVE PEND-ACCT-ID TO ACCT-ID
           EXEC CICS READ FILE('ACCTFILE')
               INTO(ACCOUNT-RECORD)
               RIDFLD(ACCT-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-ACCT-FOUND-SW
           END-IF
           IF WS-CHECKER-BRANCH = SPACES
               MOVE 'Y' TO WS-BRANCH-SW
           ELSE
               IF ITEM-ACCT-FOUND
                   AND ACCT-BRANCH-CODE = WS-CHECKER-BRANCH
                   MOVE 'Y' TO WS-BRANCH-SW
               END-IF
           END-IF
           IF ITEM-IN-BRANCH AND ITEM-ACCT-FOUND
               PERFORM 0200-CHECK-ENTITY
               IF ECHK-ENTITY-REFUSED
                   MOVE 'N' TO WS-BRANCH-SW
               END-IF
           END-IF.
       4000-DECIDE-ITEM.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE AREFI TO PEND-TRN-REF
           EXEC CICS READ FILE('PENDAPPR')
               INTO(PENDING-RECORD)
               RIDFLD(PEND-TRN-REF)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'ITEM NOT ON THE APPROVAL QUEUE' TO WS-MESSAGE
           ELSE
               PERFORM 3200-READ-ITEM-ACCOUNT
               EVALUATE TRUE
                   WHEN NOT PEND-WAITING
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'ITEM ALREADY DECIDED' TO WS-MESSAGE
                   WHEN NOT ITEM-IN-BRANCH
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'ITEM IS NOT ON YOUR BRANCH QUEUE'
                           TO WS-MESSAGE
      *            THE MAKER MAY NOT CHECK THEIR OWN WORK; THAT IS
      *            THE WHOLE POINT OF DUAL CONTROL.
                   WHEN PEND-MAKER-ID = CA-OPR-ID
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'CHECKER MAY NOT DECIDE THEIR OWN ITEM'
                           TO WS-MESSAGE
                   WHEN AACTI = 'R'
                       AND (ARSNI = SPACES OR ARSNI = LOW-VALUES)
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'REJECTION NEEDS A REASON' TO WS-MESSAGE
                   WHEN AACTI = 'R'
                       PERFORM 4500-REJECT-ITEM
                   WHEN AACTI = 'S' AND NOT PEND-FOR-MANDATE
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'ITEM IS NOT HELD FOR A SIGNING MANDATE'
                           TO WS-MESSAGE
                   WHEN AACTI = 'S' AND NOT ITEM-ACCT-FOUND
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'ACCOUNT NOT FOUND, REJECT THE ITEM'
                           TO WS-MESSAGE
                   WHEN AACTI = 'S'
                       PERFORM 4600-CONFIRM-SIGNER
                   WHEN AACTI NOT = 'A'
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'ACTION MUST BE A, R OR S' TO WS-MESSAGE
                   WHEN PEND-FOR-MANDATE
                       AND PEND-SIGNERS-CONFIRMED < PEND-SIGNERS-NEEDED
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'SIGNERS OUTSTANDING, CO-SIGN WITH ACTION S'
                           TO WS-MESSAGE
                   WHEN PEND-AMOUNT > WS-CHECKER-LIMIT
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                       MOVE 'ITEM EXCEEDS YOUR APPROVAL LIMIT'
                           TO WS-MESSAGE
                   WHEN OTHER
                       PERFORM 5000-RELEASE-ITEM
               END-EVALUATE
           END-IF.
       4500-REJECT-ITEM.
           SET PEND-REJECTED TO TRUE
           MOVE CA-OPR-ID TO PEND-CHECKER-ID
           MOVE WS-CICS-DATE TO PEND-DECISION-DATE
           MOVE ARSNI TO PEND-REJECT-REASON
           EXEC CICS REWRITE FILE('PENDAPPR')
               FROM(PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO AUDM-TEXT
               STRING 'PEND: ' PEND-TRN-REF
                   ' REJECTED BY: ' CA-OPR-ID
                   ' REASON: ' PEND-REJECT-REASON
                   DELIMITED BY SIZE INTO AUDM-TEXT
               PERFORM 7100-WRITE-AUDIT
               MOVE SPACES TO WS-MESSAGE
               STRING 'ITEM ' PEND-TRN-REF ' REJECTED'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               MOVE 'QUEUE UPDATE FAILED, REPORT TO OPERATIONS'
                   TO WS-MESSAGE
           END-IF.
       4600-CONFIRM-SIGNER.
      *    THE FURTHER SIGNER MUST BE THE PRIMARY OWNER OR A PRIMARY
      *    OR JOINT HOLDER ON ACCTOWN, AND NOT ONE ALREADY COUNTED.
      *    THE CONFIRMATION IS KEPT EVEN IF THE RELEASE IT TRIGGERS
      *    FAILS, SO THE ITEM CAN THEN BE APPROVED WITH ACTION A.
           MOVE ASIGNERI TO WS-SIGNER-CUST
           IF WS-SIGNER-CUST = LOW-VALUES
               MOVE SPACES TO WS-SIGNER-CUST
           END-IF
           MOVE 'N' TO WS-SIGNER-SWITCH
           IF WS-SIGNER-CUST NOT = SPACES
               IF WS-SIGNER-CUST = ACCT-CUSTOMER-NO
                   MOVE 'Y' TO WS-SIGNER-SWITCH
               ELSE
                   MOVE PEND-ACCT-ID TO OWN-ACCT-ID
                   MOVE WS-SIGNER-CUST TO OWN-CUST-NO
                   EXEC CICS READ FILE('ACCTOWN')
                       INTO(OWNER-RECORD)
                       RIDFLD(OWN-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND (OWN-PRIMARY OR OWN-JOINT)
                       MOVE 'Y' TO WS-SIGNER-SWITCH
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-SIGNED-SWITCH
           PERFORM 4610-MATCH-SIGNED
               VARYING WS-SIGNER-IDX FROM 1 BY 1
               UNTIL WS-SIGNER-IDX > PEND-SIGNERS-CONFIRMED
                   OR WS-SIGNER-IDX > 9
           EVALUATE TRUE
               WHEN WS-SIGNER-CUST = SPACES
                   EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                   MOVE 'CO-SIGN NEEDS THE SIGNER CUSTOMER NUMBER'
                       TO WS-MESSAGE
               WHEN NOT SIGNER-ON-MANDATE
                   EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                   MOVE 'SIGNER IS NOT A SIGNER ON THE ACCOUNT'
                       TO WS-MESSAGE
               WHEN ALREADY-SIGNED
                   EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                   MOVE 'SIGNER HAS ALREADY SIGNED THIS ITEM'
                       TO WS-MESSAGE
               WHEN PEND-SIGNERS-CONFIRMED >= PEND-SIGNERS-NEEDED
                   EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                   MOVE 'MANDATE ALREADY COMPLETE, APPROVE WITH A'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 4620-RECORD-SIGNER
           END-EVALUATE.
       4610-MATCH-SIGNED.
           IF PEND-SIGNER (WS-SIGNER-IDX) = WS-SIGNER-CUST
               MOVE 'Y' TO WS-SIGNED-SWITCH
           END-IF.
       4620-RECORD-SIGNER.
           ADD 1 TO PEND-SIGNERS-CONFIRMED
           MOVE WS-SIGNER-CUST TO PEND-SIGNER (PEND-SIGNERS-CONFIRMED)
           EXEC CICS REWRITE FILE('PENDAPPR')
               FROM(PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'QUEUE UPDATE FAILED, REPORT TO OPERATIONS'
                   TO WS-MESSAGE
           ELSE
               MOVE SPACES TO AUDM-TEXT
               STRING 'PEND: ' PEND-TRN-REF
                   ' SIGNER: ' WS-SIGNER-CUST
                   ' CONFIRMED BY: ' CA-OPR-ID
                   DELIMITED BY SIZE INTO AUDM-TEXT
               PERFORM 7100-WRITE-AUDIT
               MOVE PEND-SIGNERS-CONFIRMED TO WS-SIGNED-DISPLAY
               MOVE PEND-SIGNERS-NEEDED TO WS-NEEDED-DISPLAY
               MOVE SPACES TO WS-MESSAGE
               STRING 'SIGNER CONFIRMED ON ' PEND-TRN-REF ', '
                   WS-SIGNED-DISPLAY ' OF ' WS-NEEDED-DISPLAY
                   ' SIGNED'
                   DELIMITED BY SIZE INTO WS-MESSAGE
               IF PEND-SIGNERS-CONFIRMED >= PEND-SIGNERS-NEEDED
                   PERFORM 4630-RELEASE-SIGNED-ITEM
               END-IF
           END-IF.
       4630-RELEASE-SIGNED-ITEM.
      *    THE MANDATE IS COMPLETE.  THE ITEM POSTS NOW IF IT IS
      *    WITHIN THE CHECKER'S OWN LIMIT; OTHERWISE IT WAITS FOR A
      *    CHECKER WHO MAY APPROVE IT.
           IF PEND-AMOUNT > WS-CHECKER-LIMIT
               MOVE SPACES TO WS-MESSAGE
               STRING 'MANDATE COMPLETE ON ' PEND-TRN-REF
                   ', ITEM EXCEEDS YOUR APPROVAL LIMIT'
                   DELIMITED BY SIZE INTO WS-MESSAGE
           ELSE
               EXEC CICS READ FILE('PENDAPPR')
                   INTO(PENDING-RECORD)
                   RIDFLD(PEND-TRN-REF)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND PEND-WAITING
                   PERFORM 5000-RELEASE-ITEM
               ELSE
                   IF WS-RESP = DFHRESP(NORMAL)
                       EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                   END-IF
               END-IF
           END-IF.
       5000-RELEASE-ITEM.
      *    THE HELD DEBIT GOES THROUGH THE SAME CHECKS AS A TELLER
      *    POSTING EXCEPT THE DUAL-CONTROL CAPTURE ITSELF.  A FAILED
      *    CHECK LEAVES THE ITEM WAITING SO IT CAN STILL BE REJECTED.
           MOVE PEND-AMOUNT TO WS-AMOUNT
           PERFORM 7000-CHECK-BATCH-FENCE
           IF BATCH-FENCED
               EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
               MOVE 'OVERNIGHT CYCLE RUNNING, POSTINGS OFF'
                   TO WS-MESSAGE
           ELSE
               MOVE PEND-ACCT-ID TO ACCT-ID
               EXEC CICS READ FILE('ACCTFILE')
                   INTO(ACCOUNT-RECORD)
                   RIDFLD(ACCT-ID)
                   UPDATE
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 8000-SET-STATUS-FROM-RESP
               IF WS-FILE-STATUS NOT = '00'
                   EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
                   MOVE 'RELEASE FAILED, ACCOUNT NOT FOUND'
                       TO WS-MESSAGE
               ELSE
                   PERFORM 5100-CHECK-POSTING-RULES
               END-IF
           END-IF.
       5100-CHECK-POSTING-RULES.
           PERFORM 5600-CHECK-OWNER-DECEASED
           PERFORM 5650-CHECK-MINOR-ACCOUNT
           PERFORM 5700-CHECK-STOP-PAYMENT
           PERFORM 5800-CHECK-DAILY-CAP
           PERFORM 5900-CHECK-INSIDER-LINK
           MOVE 'N' TO WS-POSTED-SW
           EVALUATE TRUE
               WHEN INSIDER-ACCOUNT
                   MOVE 'RELEASE REFUSED, ACCOUNT LINKED TO MAKER OR '
                       TO WS-MESSAGE
                   MOVE 'CHECKER' TO WS-MESSAGE (45:7)
               WHEN ACCT-FROZEN OR ACCT-CLOSED OR ACCT-ON-HOLD
                   OR ACCT-ESCHEATED
                   MOVE 'RELEASE REFUSED, ACCOUNT NOT ACTIVE'
                       TO WS-MESSAGE
      *        THE SUB-LEDGER IS KEPT IN BATCH; AN ITEM NAMING A
      *        SUB-ACCOUNT IS RELEASED BY APPROVAL CARD THROUGH
      *        APPRREL SO BOTH LEDGERS MOVE TOGETHER.
               WHEN PEND-SUB-REF NOT = SPACES
                   MOVE 'RELEASE REFUSED, SUB-ACCOUNT ITEM - USE AN '
                       TO WS-MESSAGE
                   MOVE 'APPROVAL CARD' TO WS-MESSAGE (44:13)
               WHEN PEND-TRN-CODE = 'D' AND OWNER-DECEASED
                   MOVE 'RELEASE REFUSED, CUSTOMER DECEASED'
                       TO WS-MESSAGE
               WHEN PEND-TRN-CODE = 'D' AND MINOR-ACCOUNT
                   MOVE 'RELEASE REFUSED, MINOR ACCOUNT' TO WS-MESSAGE
               WHEN PEND-TRN-CODE = 'D' AND STOP-PAYMENT-HIT
                   MOVE 'RELEASE REFUSED, STOP-PAYMENT ORDER'
                       TO WS-MESSAGE
               WHEN PEND-TRN-CODE = 'D' AND DAILY-CAP-HIT
                   MOVE 'RELEASE REFUSED, DAILY DEBIT CAP'
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM 5200-APPLY-RELEASE
           END-EVALUATE
           IF NOT ITEM-POSTED
               EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
               EXEC CICS UNLOCK FILE('PENDAPPR') END-EXEC
           END-IF.
       5200-APPLY-RELEASE.
           IF PEND-TRN-CODE = 'D'
               COMPUTE WS-PROJECTED-BALANCE =
                   ACCT-BALANCE - WS-AMOUNT
               PERFORM 5950-SUM-ACTIVE-HOLDS
           ELSE
               MOVE 0 TO WS-HOLD-TOTAL
               COMPUTE WS-PROJECTED-BALANCE =
                   ACCT-BALANCE + WS-AMOUNT
           END-IF
           IF PEND-TRN-CODE = 'D' AND
               (WS-PROJECTED-BALANCE - WS-HOLD-TOTAL) <
               (0 - ACCT-OVERDRAFT-LIMIT)
               IF WS-HOLD-TOTAL > 0
                   MOVE 'RELEASE REFUSED, FUNDS ON MEMO HOLD'
                       TO WS-MESSAGE
               ELSE
                   MOVE 'RELEASE REFUSED, OVERDRAFT LIMIT EXCEEDED'
                       TO WS-MESSAGE
               END-IF
           ELSE
               MOVE WS-PROJECTED-BALANCE TO ACCT-BALANCE
               MOVE WS-CICS-DATE TO ACCT-LAST-ACTIVITY-DATE
               EXEC CICS REWRITE FILE('ACCTFILE')
                   FROM(ACCOUNT-RECORD)
                   RESP(WS-RESP)
               END-EXEC
               PERFORM 8000-SET-STATUS-FROM-RESP
               IF WS-FILE-STATUS = '00'
                   MOVE 'Y' TO WS-POSTED-SW
                   PERFORM 5300-WRITE-JOURNAL
                   PERFORM 5400-RECORD-REFERENCE
                   PERFORM 5500-MARK-RELEASED
               ELSE
                   MOVE 'RELEASE REWRITE FAILED, REPORT TO OPERATIONS'
                       TO WS-MESSAGE
               END-IF
           END-IF.
       5300-WRITE-JOURNAL.
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-CICS-DATE TO JRNL-POST-DATE
           MOVE EIBTASKN TO JRNL-SEQUENCE
           MOVE PEND-TRN-CODE TO JRNL-TRN-CODE
           MOVE WS-AMOUNT TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE PEND-MAKER-ID TO JRNL-OPERATOR-ID
           MOVE 'APPRONL' TO JRNL-RUN-ID
           MOVE PEND-TRN-REF TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE CA-OPR-ID TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           EXEC CICS WRITE FILE('ACCTJRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JRNL-KEY)
               RESP(WS-RESP)
           END-EXEC.
       5400-RECORD-REFERENCE.
      *    THE REFERENCE IS BURNED AS APPRREL DOES, SO THE SAME ITEM
      *    ARRIVING AGAIN ON A FEED IS CAUGHT AS A DUPLICATE.
           MOVE PEND-TRN-REF TO REF-TRN-REF
           MOVE WS-CICS-DATE TO REF-POST-DATE
           MOVE 'APPRONL' TO REF-RUN-ID
           EXEC CICS WRITE FILE('TRNREF')
               FROM(REFERENCE-RECORD)
               RIDFLD(REF-TRN-REF)
               RESP(WS-RESP)
           END-EXEC.
       5500-MARK-RELEASED.
           SET PEND-RELEASED TO TRUE
           MOVE CA-OPR-ID TO PEND-CHECKER-ID
           MOVE WS-CICS-DATE TO PEND-DECISION-DATE
           EXEC CICS REWRITE FILE('PENDAPPR')
               FROM(PENDING-RECORD)
               RESP(WS-RESP)
           END-EXEC
           MOVE SPACES TO AUDM-TEXT
           STRING 'PEND: ' PEND-TRN-REF
               ' APPROVED BY: ' CA-OPR-ID
               ' MAKER: ' PEND-MAKER-ID
               DELIMITED BY SIZE INTO AUDM-TEXT
           PERFORM 7100-WRITE-AUDIT
           MOVE ACCT-BALANCE TO WS-LIMIT-DISPLAY
           MOVE SPACES TO WS-MESSAGE
           STRING 'ITEM ' PEND-TRN-REF ' APPROVED AND POSTED, '
               'NEW BALANCE ' WS-LIMIT-DISPLAY
               DELIMITED BY SIZE INTO WS-MESSAGE.
       5600-CHECK-OWNER-DECEASED.
      *    A DEATH NOTICE ON THE CUSTOMER MASTER BLOCKS DEBITS ON
      *    EVERY ACCOUNT THAT CUSTOMER OWNS.
           MOVE 'N' TO WS-OWNER-DEC-SWITCH
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE ACCT-CUSTOMER-NO TO CUST-NO
               EXEC CICS READ FILE('CUSTFILE')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(CUST-NO)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND CUST-DECEASED
                   MOVE 'Y' TO WS-OWNER-DEC-SWITCH
               END-IF
           END-IF.
       5650-CHECK-MINOR-ACCOUNT.
           MOVE 'N' TO WS-MINOR-SWITCH
           IF PEND-TRN-CODE = 'D' AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               EXEC CICS READ FILE('PRODFILE')
                   INTO(PRODUCT-RECORD)
                   RIDFLD(PROD-KEY)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND PROD-FOR-MINORS
                   MOVE 'Y' TO WS-MINOR-SWITCH
               END-IF
           END-IF.
       5700-CHECK-STOP-PAYMENT.
      *    THE HELD ITEM CARRIES ITS REFERENCE, SO A REFERENCE-KEYED
      *    ORDER MATCHES AS WELL AS AN AMOUNT-RANGE ORDER.
           MOVE 'N' TO WS-STOP-HIT-SWITCH
           IF PEND-TRN-CODE = 'D'
               MOVE 'N' TO WS-STOP-SCAN-EOF
               MOVE ACCT-ID TO STOP-ACCT-ID
               MOVE 0 TO STOP-SEQ
               EXEC CICS STARTBR FILE('STOPFILE')
                   RIDFLD(STOP-KEY)
                   GTEQ
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   PERFORM 5710-SCAN-ONE-STOP UNTIL STOP-SCAN-DONE
                   EXEC CICS ENDBR FILE('STOPFILE') END-EXEC
                   IF STOP-PAYMENT-HIT
                       PERFORM 5720-MARK-STOP-MATCHED
                   END-IF
               END-IF
           END-IF.
       5710-SCAN-ONE-STOP.
           EXEC CICS READNEXT FILE('STOPFILE')
               INTO(STOP-RECORD)
               RIDFLD(STOP-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-STOP-SCAN-EOF
           ELSE
               IF STOP-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-STOP-SCAN-EOF
               ELSE
                   IF STOP-ACTIVE
                       AND (STOP-EXPIRY-DATE = 0
                           OR STOP-EXPIRY-DATE >= WS-CICS-DATE)
                       AND ((STOP-TRN-REF = SPACES
                           AND WS-AMOUNT >= STOP-AMOUNT-FROM
                           AND WS-AMOUNT <= STOP-AMOUNT-TO)
                           OR STOP-TRN-REF = PEND-TRN-REF)
                       MOVE 'Y' TO WS-STOP-HIT-SWITCH
                       MOVE 'Y' TO WS-STOP-SCAN-EOF
                   END-IF
               END-IF
           END-IF.
       5720-MARK-STOP-MATCHED.
           EXEC CICS READ FILE('STOPFILE')
               INTO(STOP-RECORD)
               RIDFLD(STOP-KEY)
               UPDATE
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               SET STOP-MATCHED TO TRUE
               MOVE WS-CICS-DATE TO STOP-MATCHED-DATE
               MOVE PEND-TRN-REF TO STOP-MATCHED-REF
               EXEC CICS REWRITE FILE('STOPFILE')
                   FROM(STOP-RECORD)
                   RESP(WS-RESP)
               END-EXEC
           END-IF.
       5800-CHECK-DAILY-CAP.
      *    SAME CAP RULE AS THE TELLER SCREEN: TODAY'S JOURNAL
      *    DEBITS PLUS THE ITEM AGAINST THE ACCOUNT OVERRIDE OR
      *    PRODUCT DEFAULT, PLUS ANY ONE-DAY RAISE.  ZERO IS UNCAPPED.
           MOVE 'N' TO WS-CAP-HIT-SWITCH
           IF PEND-TRN-CODE = 'D'
               MOVE 0 TO WS-DAILY-CAP
               IF ACCT-DAILY-CAP-OVERRIDE > 0
                   MOVE ACCT-DAILY-CAP-OVERRIDE TO WS-DAILY-CAP
               ELSE
                   IF ACCT-PRODUCT-CODE NOT = SPACES
                       MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
                       MOVE ACCT-PRODUCT-CODE TO PROD-CODE
                       EXEC CICS READ FILE('PRODFILE')
                           INTO(PRODUCT-RECORD)
                           RIDFLD(PROD-KEY)
                           RESP(WS-RESP)
                       END-EXEC
                       IF WS-RESP = DFHRESP(NORMAL)
                           MOVE PROD-DAILY-DEBIT-CAP
                               TO WS-DAILY-CAP
                       END-IF
                   END-IF
               END-IF
               IF WS-DAILY-CAP > 0
                   IF ACCT-CAP-RAISE-DATE = WS-CICS-DATE
                       ADD ACCT-CAP-RAISE-AMT TO WS-DAILY-CAP
                   END-IF
                   PERFORM 5810-SUM-TODAYS-DEBITS
                   IF (WS-DAY-DEBIT-TOTAL + WS-AMOUNT) >
                       WS-DAILY-CAP
                       MOVE 'Y' TO WS-CAP-HIT-SWITCH
                   END-IF
               END-IF
           END-IF.
       5810-SUM-TODAYS-DEBITS.
           MOVE 0 TO WS-DAY-DEBIT-TOTAL
           MOVE 'N' TO WS-CAP-SCAN-EOF
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE WS-CICS-DATE TO JRNL-POST-DATE
           MOVE 0 TO JRNL-SEQUENCE
           EXEC CICS STARTBR FILE('ACCTJRNL')
               RIDFLD(JRNL-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5820-SUM-ONE-POSTING UNTIL CAP-SCAN-DONE
               EXEC CICS ENDBR FILE('ACCTJRNL') END-EXEC
           END-IF.
       5820-SUM-ONE-POSTING.
           EXEC CICS READNEXT FILE('ACCTJRNL')
               INTO(JOURNAL-RECORD)
               RIDFLD(JRNL-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-CAP-SCAN-EOF
           ELSE
               IF JRNL-ACCT-ID NOT = ACCT-ID
                   OR JRNL-POST-DATE NOT = WS-CICS-DATE
                   MOVE 'Y' TO WS-CAP-SCAN-EOF
               ELSE
                   IF JRNL-IS-DEBIT
                       ADD JRNL-AMOUNT TO WS-DAY-DEBIT-TOTAL
                   END-IF
               END-IF
           END-IF.
       5900-CHECK-INSIDER-LINK.
      *    NEITHER THE CHECKER NOR THE MAKER MAY PUT THROUGH A DEBIT
      *    ON AN ACCOUNT OWNED BY THEMSELVES OR A DECLARED RELATED
      *    CUSTOMER.
           MOVE 'N' TO WS-INSIDER-SWITCH
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE CA-OPR-ID TO WS-INSIDER-OPR-ID
               PERFORM 5910-CHECK-ONE-OPERATOR
               IF NOT INSIDER-ACCOUNT
                   MOVE PEND-MAKER-ID TO WS-INSIDER-OPR-ID
                   PERFORM 5910-CHECK-ONE-OPERATOR
               END-IF
           END-IF.
       5910-CHECK-ONE-OPERATOR.
           MOVE WS-INSIDER-OPR-ID TO OPR-ID
           EXEC CICS READ FILE('ACCTOPR')
               INTO(OPERATOR-RECORD)
               RIDFLD(OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5920-MATCH-LINKED-CUSTOMER
                   VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > 6 OR INSIDER-ACCOUNT
           END-IF.
       5920-MATCH-LINKED-CUSTOMER.
           IF OPR-LINKED-CUST (WS-LINK-IDX) = ACCT-CUSTOMER-NO
               MOVE 'Y' TO WS-INSIDER-SWITCH
           END-IF.
       5950-SUM-ACTIVE-HOLDS.
      *    LEDGER MINUS EVERY ACTIVE, UNEXPIRED MEMO HOLD IS THE
      *    AVAILABLE BALANCE A DEBIT AUTHORIZES AGAINST.
           MOVE 0 TO WS-HOLD-TOTAL
           MOVE 'N' TO WS-HOLD-SCAN-EOF
           MOVE ACCT-ID TO HLD-ACCT-ID
           MOVE 0 TO HLD-SEQ
           EXEC CICS STARTBR FILE('ACCTHOLD')
               RIDFLD(HLD-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 5960-SUM-ONE-HOLD UNTIL HOLD-SCAN-DONE
               EXEC CICS ENDBR FILE('ACCTHOLD') END-EXEC
           END-IF.
       5960-SUM-ONE-HOLD.
           EXEC CICS READNEXT FILE('ACCTHOLD')
               INTO(HOLD-RECORD)
               RIDFLD(HLD-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-HOLD-SCAN-EOF
           ELSE
               IF HLD-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-HOLD-SCAN-EOF
               ELSE
                   IF HLD-ACTIVE
                       AND (HLD-EXPIRY-DATE = 0
                           OR HLD-EXPIRY-DATE >= WS-CICS-DATE)
                       ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                   END-IF
               END-IF
           END-IF.
       6000-FORMAT-ROW.
           MOVE SPACES TO ACCTAPR-ROW
           MOVE PEND-TRN-REF TO AR-TRN-REF
           MOVE PEND-TRN-REF TO WS-LAST-ROW-REF
           MOVE PEND-ACCT-ID TO AR-ACCT-ID
           MOVE PEND-MAKER-ID TO AR-MAKER-ID
           MOVE PEND-AMOUNT TO AR-AMOUNT
           IF ITEM-ACCT-FOUND
               MOVE ACCT-STATUS TO AR-ACCT-STATUS
               MOVE ACCT-NAME TO AR-ACCT-NAME
               PERFORM 5950-SUM-ACTIVE-HOLDS
               COMPUTE WS-AVAILABLE-BALANCE =
                   ACCT-BALANCE - WS-HOLD-TOTAL
               MOVE WS-AVAILABLE-BALANCE TO AR-AVAILABLE
           ELSE
               MOVE '** NOT ON FILE' TO AR-ACCT-NAME
           END-IF
           MOVE ACCTAPR-ROW TO AROWO (WS-ROW-IDX).
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
           MOVE 'APPROVAL' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE PEND-ACCT-ID TO AUDM-ACCT-ID
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
       9000-SEND-QUEUE.
           EXEC CICS SEND MAP('ACCTAPR')
               MAPSET('ACCTAPRM')
               FROM(ACCTAPRO)
               ERASE
           END-EXEC.
