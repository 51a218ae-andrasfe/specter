      * 'APPLIM=' OVERRIDE THERE REACHES THE TELLER SCREEN TOO;
      * THIS DEFAULT ONLY COVERS A MISSING CONTROL RECORD.
       01 WS-APPROVAL-LIMIT  PIC S9(9)V99 VALUE 10000.00.
       01 OWNER-RECORD.
           COPY OWNREC.
       01 WS-OWN-SCAN-EOF    PIC X VALUE 'N'.
           88 OWN-SCAN-DONE  VALUE 'Y'.
       01 WS-MANDATE-SWITCH  PIC X VALUE 'N'.
           88 MANDATE-HOLD   VALUE 'Y'.
       01 WS-SIGNER-SWITCH   PIC X VALUE 'N'.
           88 SIGNER-ON-MANDATE VALUE 'Y'.
       01 WS-SIGNER-CUST     PIC X(08) VALUE SPACES.
       01 WS-SIGNER-COUNT    PIC 9(2) COMP VALUE 0.
       01 WS-SIGNERS-NEEDED  PIC 9(2) COMP VALUE 0.
      * CALENDAR DAYS A DEBIT HELD FOR ITS SIGNING MANDATE WAITS FOR
      * THE FURTHER SIGNERS BEFORE APPRREL EXPIRES IT.  ACCTLOOK
      * HOLDS ITS MANDATE DEBITS FOR THE SAME PERIOD.
       01 WS-MANDATE-DAYS    PIC 9(3) VALUE 5.
       01 WS-TASK-DISPLAY    PIC 9(5) VALUE 0.
       01 WS-STOP-SCAN-EOF   PIC X VALUE 'N'.
           88 STOP-SCAN-DONE VALUE 'Y'.
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
           88 OVERRIDE-GRANTED VALUE 'Y'.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       01 WS-MINOR-SWITCH    PIC X VALUE 'N'.
           88 MINOR-ACCOUNT  VALUE 'Y'.
       01 WS-DAILY-CAP       PIC S9(9)V99 VALUE 0.
       01 WS-DAY-DEBIT-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-CAP-SCAN-EOF    PIC X VALUE 'N'.
           88 BATCH-FENCED   VALUE 'Y'.
       01 STATUS-RECORD.
           COPY SYSSREC.
       01 MEMO-NOTE-RECORD.
           COPY MEMOREC.
       01 WS-MEMO-SCAN-EOF   PIC X VALUE 'N'.
           88 MEMO-SCAN-DONE VALUE 'Y'.
       01 WS-NOTE-KEY-TYPE   PIC X(01) VALUE SPACES.
       01 WS-NOTE-KEY-ID     PIC X(10) VALUE SPACES.
       01 WS-NOTE-HIT-SWITCH PIC X VALUE 'N'.
           88 HIGH-NOTE-FOUND VALUE 'Y'.
       01 WS-NOTE-HOLD-SWITCH PIC X VALUE 'N'.
           88 HOLD-FOR-NOTE  VALUE 'Y'.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       01 WS-COMMAREA.
          05 CA-MAY-POST     PIC X(01).
          05 CA-MAY-MAINTAIN PIC X(01).
          05 CA-MAY-CLOSE    PIC X(01).
      * ACCOUNT WHOSE HIGH-PRIORITY NOTE HAS ALREADY BEEN PUT IN
      * FRONT OF THE OPERATOR; THE NEXT ENTER ON IT POSTS.
          05 CA-NOTE-SEEN-ACCT PIC X(10).
       COPY ACCTPSTM.
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
           EXEC CICS RETURN TRANSID('APST')
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
       1000-EDIT-AND-POST.
           EVALUATE TRUE
               WHEN PTELLERI = SPACES AND CA-OPR-ID = SPACES
                   MOVE 'POSTING REJECTED, AMOUNT NOT NUMERIC'
                       TO PMSGO
               WHEN OTHER
                   PERFORM 1500-CHECK-PRIORITY-NOTES
                   IF HOLD-FOR-NOTE
                       MOVE 'HIGH PRIORITY NOTE, PRESS ENTER TO POST'
                           TO PMSGO
                   ELSE
                       PERFORM 2000-POST-TO-ACCOUNT
                   END-IF
           END-EVALUATE.
       1500-CHECK-PRIORITY-NOTES.
      *    A LIVE HIGH-PRIORITY MEMO NOTE ON THE ACCOUNT OR ITS
      *    PRIMARY CUSTOMER IS SHOWN BEFORE ANYTHING IS POSTED.  THE
      *    FIRST ENTER ON THE ACCOUNT ONLY SHOWS IT; THE OPERATOR
      *    PRESSES ENTER AGAIN TO COMMIT.
           MOVE 'N' TO WS-NOTE-HIT-SWITCH
           MOVE 'N' TO WS-NOTE-HOLD-SWITCH
           MOVE SPACES TO PNOTEO
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE 'A' TO WS-NOTE-KEY-TYPE
           MOVE PACCTI TO WS-NOTE-KEY-ID
           PERFORM 1510-SCAN-NOTES
           IF NOT HIGH-NOTE-FOUND
               MOVE PACCTI TO ACCT-ID
               EXEC CICS READ FILE('ACCTFILE')
                   INTO(ACCOUNT-RECORD)
                   RIDFLD(ACCT-ID)
                   RESP(WS-RESP)
               END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   AND ACCT-CUSTOMER-NO NOT = SPACES
                   MOVE 'C' TO WS-NOTE-KEY-TYPE
                   MOVE ACCT-CUSTOMER-NO TO WS-NOTE-KEY-ID
                   PERFORM 1510-SCAN-NOTES
               END-IF
           END-IF
           IF HIGH-NOTE-FOUND
               STRING 'NOTE ' MEMO-NOTE-DATE ' ' MEMO-AUTHOR ': '
                   MEMO-TEXT
                   DELIMITED BY SIZE INTO PNOTEO
               IF CA-NOTE-SEEN-ACCT NOT = PACCTI
                   MOVE PACCTI TO CA-NOTE-SEEN-ACCT
                   MOVE 'Y' TO WS-NOTE-HOLD-SWITCH
               END-IF
           END-IF.
       1510-SCAN-NOTES.
           MOVE 'N' TO WS-MEMO-SCAN-EOF
           MOVE WS-NOTE-KEY-TYPE TO MEMO-KEY-TYPE
           MOVE WS-NOTE-KEY-ID TO MEMO-KEY-ID
           MOVE 0 TO MEMO-SEQ
           EXEC CICS STARTBR FILE('MEMONOTE')
               RIDFLD(MEMO-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 1520-SCAN-ONE-NOTE UNTIL MEMO-SCAN-DONE
               EXEC CICS ENDBR FILE('MEMONOTE') END-EXEC
           END-IF.
       1520-SCAN-ONE-NOTE.
           EXEC CICS READNEXT FILE('MEMONOTE')
               INTO(MEMO-NOTE-RECORD)
               RIDFLD(MEMO-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR MEMO-KEY-TYPE NOT = WS-NOTE-KEY-TYPE
               OR MEMO-KEY-ID NOT = WS-NOTE-KEY-ID
               MOVE 'Y' TO WS-MEMO-SCAN-EOF
           ELSE
               IF MEMO-HIGH-PRIORITY
                   AND (MEMO-EXPIRY-DATE = 0
                       OR MEMO-EXPIRY-DATE >= WS-CICS-DATE)
                   MOVE 'Y' TO WS-NOTE-HIT-SWITCH
                   MOVE 'Y' TO WS-MEMO-SCAN-EOF
               END-IF
           END-IF.
       2000-POST-TO-ACCOUNT.
           MOVE PAMTI TO WS-AMOUNT-CENTS
           COMPUTE WS-AMOUNT = WS-AMOUNT-CENTS / 100
               MOVE 'ACCOUNT NOT FOUND' TO PMSGO
           ELSE
               PERFORM 2500-CHECK-OWNER-DECEASED
               PERFORM 2550-CHECK-MINOR-ACCOUNT
               PERFORM 2600-CHECK-STOP-PAYMENT
               PERFORM 2650-GET-APPROVAL-LIMIT
               PERFORM 2800-CHECK-DAILY-CAP
               PERFORM 2900-CHECK-INSIDER-LINK
               PERFORM 2750-CHECK-SIGNING-MANDATE
               PERFORM 0200-CHECK-ENTITY
               EVALUATE TRUE
                   WHEN ECHK-ENTITY-REFUSED
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, ACCOUNT NOT IN YOUR '
                           TO PMSGO
                       MOVE 'ENTITY' TO PMSGO (39:6)
                   WHEN INSIDER-ACCOUNT
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, ACCOUNT LINKED TO TELLER'
                           TO PMSGO
                       PERFORM 2950-AUDIT-INSIDER-POSTING
                   WHEN ACCT-FROZEN OR ACCT-CLOSED OR ACCT-ON-HOLD
                       OR ACCT-ESCHEATED
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, CUSTOMER DECEASED'
                           TO PMSGO
                   WHEN PCODEI = 'D' AND MINOR-ACCOUNT
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, MINOR ACCOUNT' TO PMSGO
                   WHEN PCODEI = 'D' AND STOP-PAYMENT-HIT
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, STOP-PAYMENT ORDER'
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, DAILY DEBIT CAP'
                           TO PMSGO
                   WHEN MANDATE-HOLD AND NOT SIGNER-ON-MANDATE
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       MOVE 'POSTING REJECTED, SIGNER NOT ON ACCOUNT '
                           TO PMSGO
                       MOVE 'MANDATE' TO PMSGO (41:7)
                   WHEN MANDATE-HOLD
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       PERFORM 2700-CAPTURE-FOR-APPROVAL
                   WHEN PCODEI = 'D'
                       AND WS-AMOUNT > WS-APPROVAL-LIMIT
                       EXEC CICS UNLOCK FILE('ACCTFILE') END-EXEC
                       PERFORM 3000-APPLY-POSTING
               END-EVALUATE
           END-IF.
       2900-CHECK-INSIDER-LINK.
      *    NEITHER THE SIGNED-ON OPERATOR NOR THE TELLER KEYED ON
      *    THE SCREEN MAY POST TO AN ACCOUNT OWNED BY THEMSELVES OR
      *    A DECLARED RELATED CUSTOMER.  NO SUPERVISOR OVERRIDE
      *    LIFTS THIS; ANOTHER TELLER MUST POST THE ITEM.  OWNED
      *    MEANS THE PRIMARY OWNER OR A PRIMARY OR JOINT HOLDER ON
      *    ACCTOWN.
           MOVE 'N' TO WS-INSIDER-SWITCH
           MOVE CA-OPR-ID TO WS-INSIDER-OPR-ID
           PERFORM 2910-CHECK-ONE-OPERATOR
           IF NOT INSIDER-ACCOUNT
               AND PTELLERI NOT = SPACES
               AND PTELLERI NOT = CA-OPR-ID
               MOVE PTELLERI TO WS-INSIDER-OPR-ID
               PERFORM 2910-CHECK-ONE-OPERATOR
           END-IF.
       2910-CHECK-ONE-OPERATOR.
           MOVE WS-INSIDER-OPR-ID TO OPR-ID
           EXEC CICS READ FILE('ACCTOPR')
               INTO(OPERATOR-RECORD)
               RIDFLD(OPR-ID)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2920-MATCH-LINKED-CUSTOMER
                   VARYING WS-LINK-IDX FROM 1 BY 1
                   UNTIL WS-LINK-IDX > 6 OR INSIDER-ACCOUNT
           END-IF.
       2920-MATCH-LINKED-CUSTOMER.
           IF OPR-LINKED-CUST (WS-LINK-IDX) NOT = SPACES
               IF OPR-LINKED-CUST (WS-LINK-IDX) = ACCT-CUSTOMER-NO
                   MOVE 'Y' TO WS-INSIDER-SWITCH
               ELSE
                   MOVE ACCT-ID TO OWN-ACCT-ID
                   MOVE OPR-LINKED-CUST (WS-LINK-IDX) TO OWN-CUST-NO
                   EXEC CICS READ FILE('ACCTOWN')
                       INTO(OWNER-RECORD)
                       RIDFLD(OWN-KEY)
                       RESP(WS-RESP)
                   END-EXEC
                   IF WS-RESP = DFHRESP(NORMAL)
                       AND (OWN-PRIMARY OR OWN-JOINT)
                       MOVE 'Y' TO WS-INSIDER-SWITCH
                   END-IF
               END-IF
           END-IF.
       2950-AUDIT-INSIDER-POSTING.
      *    SAME LAYOUT AS THE BATCH LOOKUP AUDIT LINE SO THE
      *    INSIDER-ACTIVITY REPORT READS BOTH ALIKE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           END-EXEC
           MOVE WS-CICS-DATE TO AUDM-DATE
           MOVE 'INSIDER' TO AUDM-RUN-ID
           MOVE EIBTASKN TO AUDM-SEQUENCE
           MOVE ACCT-ID TO AUDM-ACCT-ID
           MOVE SPACES TO AUDM-TEXT
           STRING 'ACCT: ' ACCT-ID
               ' OUTCOME: INSIDEPST'
               ' STATUS: 00'
               ' AS OF: ' WS-CICS-DATE (1:4) '/' WS-CICS-DATE (5:2)
               '/' WS-CICS-DATE (7:2)
               ' OPR: ' WS-INSIDER-OPR-ID
               DELIMITED BY SIZE INTO AUDM-TEXT
           EXEC CICS WRITE FILE('AUDMSTR')
               FROM(AUDIT-MASTER-RECORD)
               RIDFLD(AUDM-KEY)
               RESP(WS-RESP)
           END-EXEC.
       2500-CHECK-OWNER-DECEASED.
      *    A DEATH NOTICE ON THE CUSTOMER MASTER BLOCKS TELLER
      *    DEBITS ON EVERY ACCOUNT THAT CUSTOMER OWNS; CREDITS ARE
                   MOVE 'Y' TO WS-OWNER-DEC-SWITCH
               END-IF
           END-IF.
       2550-CHECK-MINOR-ACCOUNT.
      *    A DEBIT ON A MINOR PRODUCT NEEDS THE CUSTODIAN'S NAME ON
      *    THE ITEM, WHICH THE TELLER SCREEN DOES NOT CARRY, SO IT
      *    GOES THROUGH THE BATCH FEED WHERE POSTING CHECKS IT.
           MOVE 'N' TO WS-MINOR-SWITCH
           IF PCODEI = 'D' AND ACCT-PRODUCT-CODE NOT = SPACES
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
       2600-CHECK-STOP-PAYMENT.
      *    ONLY AMOUNT-RANGE ORDERS CAN MATCH A TELLER POSTING,
      *    SINCE THE SCREEN CARRIES NO TRANSACTION REFERENCE; A
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
      *    THE TELLER'S HIGH-VALUE DEBIT GOES ON THE SAME PENDING
      *    QUEUE THE BATCH POSTING USES; A SECOND OPERATOR WITH
      *    THE APPROVE ENTITLEMENT RELEASES IT THROUGH APPRREL.
      *    A DEBIT HELD FOR ITS SIGNING MANDATE GOES ON THE SAME
      *    QUEUE WITH THE PRESENTING SIGNER AS THE FIRST SIGNATURE.
           EXEC CICS ASKTIME ABSTIME(WS-ABS-TIME) END-EXEC
           EXEC CICS FORMATTIME ABSTIME(WS-ABS-TIME)
               YYYYMMDD(WS-CICS-DATE)
           SET PEND-WAITING TO TRUE
           MOVE SPACES TO PEND-CHECKER-ID
           MOVE 0 TO PEND-DECISION-DATE
           MOVE SPACES TO PEND-REJECT-REASON
           MOVE SPACES TO PEND-SIGNER-LIST
           MOVE SPACES TO PEND-SUB-REF
           IF MANDATE-HOLD
               SET PEND-FOR-MANDATE TO TRUE
               MOVE WS-SIGNERS-NEEDED TO PEND-SIGNERS-NEEDED
               MOVE 1 TO PEND-SIGNERS-CONFIRMED
               MOVE WS-SIGNER-CUST TO PEND-SIGNER (1)
               COMPUTE PEND-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WS-CICS-DATE)
                       + WS-MANDATE-DAYS)
           ELSE
               SET PEND-FOR-LIMIT TO TRUE
               MOVE 0 TO PEND-SIGNERS-NEEDED
               MOVE 0 TO PEND-SIGNERS-CONFIRMED
               MOVE 0 TO PEND-EXPIRY-DATE
           END-IF
           EXEC CICS WRITE FILE('PENDAPPR')
               FROM(PENDING-RECORD)
               RIDFLD(PEND-TRN-REF)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               IF MANDATE-HOLD
                   MOVE SPACES TO PMSGO
                   STRING 'POSTING HELD FOR SECOND SIGNER, REF '
                       PEND-TRN-REF ' EXPIRES ' PEND-EXPIRY-DATE
                       DELIMITED BY SIZE INTO PMSGO
               ELSE
                   MOVE 'POSTING HELD FOR SECOND-OPERATOR APPROVAL'
                       TO PMSGO
               END-IF
           ELSE
               MOVE 'POSTING REJECTED, APPROVAL QUEUE UNAVAILABLE'
                   TO PMSGO
           END-IF.
       2750-CHECK-SIGNING-MANDATE.
      *    A DEBIT ON AN ACCOUNT WHOSE MANDATE NEEDS MORE THAN ONE
      *    SIGNER, AND OVER THE MANDATE AMOUNT IF THERE IS ONE, IS
      *    HELD UNTIL THE FURTHER SIGNERS ARE CONFIRMED.  THE SIGNER
      *    KEYED ON THE SCREEN PRESENTED IT; BLANK MEANS THE PRIMARY
      *    OWNER.  ANY TWO NEEDS TWO SIGNERS AND ALL NEEDS EVERY
      *    SIGNER, BUT NEVER MORE THAN THE ACCOUNT HAS, SO A SOLE
      *    SIGNER'S DEBIT IS NOT HELD.
           MOVE 'N' TO WS-MANDATE-SWITCH
           MOVE 'N' TO WS-SIGNER-SWITCH
           IF PCODEI = 'D'
               AND (ACCT-MANDATE-ANY-TWO OR ACCT-MANDATE-ALL)
               AND (ACCT-MANDATE-LIMIT = 0
                   OR WS-AMOUNT > ACCT-MANDATE-LIMIT)
               IF PSIGNERI = SPACES OR PSIGNERI = LOW-VALUES
                   MOVE ACCT-CUSTOMER-NO TO WS-SIGNER-CUST
               ELSE
                   MOVE PSIGNERI TO WS-SIGNER-CUST
               END-IF
               PERFORM 2760-COUNT-SIGNERS
               IF ACCT-MANDATE-ANY-TWO
                   MOVE 2 TO WS-SIGNERS-NEEDED
               ELSE
                   MOVE WS-SIGNER-COUNT TO WS-SIGNERS-NEEDED
               END-IF
               IF WS-SIGNERS-NEEDED > WS-SIGNER-COUNT
                   MOVE WS-SIGNER-COUNT TO WS-SIGNERS-NEEDED
               END-IF
               IF WS-SIGNERS-NEEDED > 9
                   MOVE 9 TO WS-SIGNERS-NEEDED
               END-IF
               IF WS-SIGNERS-NEEDED > 1
                   MOVE 'Y' TO WS-MANDATE-SWITCH
               END-IF
           END-IF.
       2760-COUNT-SIGNERS.
      *    THE SIGNERS ARE THE PRIMARY OWNER ON THE ACCOUNT AND EVERY
      *    PRIMARY OR JOINT HOLDER ON ACCTOWN.  AN ATTORNEY OR
      *    CUSTODIAN ACTS FOR A HOLDER AND DOES NOT SIGN IN THEIR
      *    OWN RIGHT.
           MOVE 0 TO WS-SIGNER-COUNT
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE 1 TO WS-SIGNER-COUNT
               IF WS-SIGNER-CUST = ACCT-CUSTOMER-NO
                   MOVE 'Y' TO WS-SIGNER-SWITCH
               END-IF
           END-IF
           MOVE 'N' TO WS-OWN-SCAN-EOF
           MOVE ACCT-ID TO OWN-ACCT-ID
           MOVE LOW-VALUES TO OWN-CUST-NO
           EXEC CICS STARTBR FILE('ACCTOWN')
               RIDFLD(OWN-KEY)
               GTEQ
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM 2770-COUNT-ONE-SIGNER UNTIL OWN-SCAN-DONE
               EXEC CICS ENDBR FILE('ACCTOWN') END-EXEC
           END-IF.
       2770-COUNT-ONE-SIGNER.
           EXEC CICS READNEXT FILE('ACCTOWN')
               INTO(OWNER-RECORD)
               RIDFLD(OWN-KEY)
               RESP(WS-RESP)
           END-EXEC
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Y' TO WS-OWN-SCAN-EOF
           ELSE
               IF OWN-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-OWN-SCAN-EOF
               ELSE
                   IF (OWN-PRIMARY OR OWN-JOINT)
                       AND OWN-CUST-NO NOT = ACCT-CUSTOMER-NO
                       ADD 1 TO WS-SIGNER-COUNT
                       IF OWN-CUST-NO = WS-SIGNER-CUST
                           MOVE 'Y' TO WS-SIGNER-SWITCH
                       END-IF
                   END-IF
               END-IF
           END-IF.
       2620-MARK-STOP-MATCHED.
           EXEC CICS READ FILE('STOPFILE')
               INTO(STOP-RECORD)
           END-IF.
       4000-WRITE-JOURNAL.
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-CICS-DATE TO JRNL-POST-DATE
           MOVE EIBTASKN TO JRNL-SEQUENCE
           MOVE PCODEI TO JRNL-TRN-CODE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           EXEC CICS WRITE FILE('ACCTJRNL')
               FROM(JOURNAL-RECORD)
               RIDFLD(JRNL-KEY)
