               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT MEMO-FILE ASSIGN TO 'MEMONOTE'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MEMO-KEY
               FILE STATUS IS WS-MEMO-STATUS.
           SELECT REFUND-CHECK-FILE ASSIGN TO 'REFUNDCK'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RFND-STATUS.
           SELECT OVERRIDE-REPORT-FILE ASSIGN TO 'OVRDRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRR-STATUS.
           SELECT PENDING-FILE ASSIGN TO 'PENDAPPR'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PEND-TRN-REF
               FILE STATUS IS WS-PEND-STATUS.
           SELECT OWNER-FILE ASSIGN TO 'ACCTOWN'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS OWN-KEY
               FILE STATUS IS WS-OWN-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
             88 CTL-DISP-TRANSFER VALUE 'T'.
             88 CTL-DISP-REFUND   VALUE 'R'.
          05 CONTROL-DISP-ACCT PIC X(10).
      *    CUSTOMER NUMBER OF THE SIGNER WHO PRESENTED A DEBIT, FOR
      *    AN ACCOUNT WHOSE SIGNING MANDATE NEEDS MORE THAN ONE
      *    SIGNER.  BLANK MEANS THE PRIMARY OWNER.
          05 CONTROL-SIGNER-CUST PIC X(08).
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD   PIC X(80).
       FD AUDIT-FILE.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD MEMO-FILE.
       01 MEMO-NOTE-RECORD.
           COPY MEMOREC.
       FD PARM-FILE.
       01 PARM-RECORD        PIC X(40).
       FD OPERATOR-FILE.
          05 OVR-SUP-PASSWORD    PIC X(08).
       FD OVERRIDE-REPORT-FILE.
       01 OVERRIDE-REPORT-LINE   PIC X(80).
       FD PENDING-FILE.
       01 PENDING-RECORD.
           COPY PENDREC.
       FD OWNER-FILE.
       01 OWNER-RECORD.
           COPY OWNREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CTL-STATUS      PIC XX VALUE '00'.
       01 WS-REV-STATUS      PIC XX VALUE '00'.
       01 WS-PERF-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-MEMO-STATUS     PIC XX VALUE '00'.
       01 WS-MEMO-OPEN       PIC X VALUE 'N'.
           88 MEMO-FILE-OPEN VALUE 'Y'.
       01 WS-PEND-STATUS     PIC XX VALUE '00'.
       01 WS-PEND-OPEN       PIC X VALUE 'N'.
           88 PENDING-FILE-OPEN VALUE 'Y'.
       01 WS-OWN-STATUS      PIC XX VALUE '00'.
       01 WS-OWN-OPEN        PIC X VALUE 'N'.
           88 OWNER-FILE-OPEN VALUE 'Y'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-OPEN       PIC X VALUE 'N'.
           88 PRODUCT-FILE-OPEN VALUE 'Y'.
       01 WS-MINOR-AUTH-SWITCH PIC X VALUE 'N'.
           88 MINOR-DEBIT-UNAUTHORIZED VALUE 'Y'.
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
      * THE FURTHER SIGNERS BEFORE APPRREL EXPIRES IT, AS ON THE
      * TELLER POSTING SCREEN.
       01 WS-MANDATE-DAYS    PIC 9(3) VALUE 5.
       01 WS-PEND-SEQ        PIC 9(5) VALUE 0.
       01 WS-PEND-WRITE-SWITCH PIC X VALUE 'N'.
           88 PEND-WRITE-OK   VALUE 'Y'.
           88 PEND-WRITE-DEAD VALUE 'A'.
       01 WS-MEMO-SCAN-EOF   PIC X VALUE 'N'.
           88 MEMO-SCAN-DONE VALUE 'Y'.
       01 WS-NOTE-KEY-TYPE   PIC X(01) VALUE SPACES.
       01 WS-NOTE-KEY-ID     PIC X(10) VALUE SPACES.
       01 WS-RUN-ID          PIC X(08) VALUE 'ACCTLOOK'.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 DISPOSITION-DONE VALUE 'Y'.
       01 WS-RESIDUAL-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-CLOSE-ACCT-ID   PIC X(10) VALUE SPACES.
       01 WS-CLOSE-ENTITY    PIC X(02) VALUE SPACES.
       01 WS-SETTLE-SWITCH   PIC X VALUE 'Y'.
           88 ACCRUALS-SETTLED VALUE 'Y'.
       01 WS-PRE-SETTLE-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-SETTLED-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-OD-CHARGE-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-SAVE-TRAN-CODE  PIC X(01) VALUE SPACE.
       01 WS-SAVE-TRAN-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-JRNL-OPERATOR   PIC X(08) VALUE SPACES.
       01 WS-WHLD-AREA.
          05 WS-WH-CUST-NO    PIC X(08).
          05 WS-WH-INTEREST   PIC S9(9)V99.
          05 WS-WH-BONUS      PIC S9(9)V99.
          05 WS-WH-WITHHELD   PIC S9(9)V99.
       01 WS-ENTY-AREA.
          05 WS-ENTY-FUNCTION PIC X(01).
          05 WS-ENTY-CODE     PIC X(02).
          05 WS-ENTY-NAME     PIC X(30).
          05 WS-ENTY-SETTLE-ACCT PIC X(10).
          05 WS-ENTY-OPR-ID   PIC X(08).
          05 WS-ENTY-FROM-ACCT PIC X(10).
          05 WS-ENTY-TO-ACCT  PIC X(10).
          05 WS-ENTY-TO-CODE  PIC X(02).
          05 WS-ENTY-RESULT   PIC X(01).
             88 ENTITY-OK     VALUE 'Y'.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'ACCTLOOK'.
          05 WS-MH-BEFORE     PIC X(250).
       01 WS-SIGNON-PASSWORD PIC X(08) VALUE SPACES.
       01 WS-OPERATOR-PRIVILEGE PIC X(01) VALUE 'N'.
           88 OPERATOR-PRIVILEGED VALUE 'P'.
      * THE SIGNED-ON OPERATOR'S OWN AND DECLARED RELATED CUSTOMER
      * NUMBERS; AN ACCOUNT OWNED BY ANY OF THEM IS AN INSIDER
      * ACCOUNT FOR THIS RUN.
       01 WS-OPR-LINKS       VALUE SPACES.
          05 WS-LINK-CUST    PIC X(08) OCCURS 6 TIMES.
       01 WS-LINK-IDX        PIC 9(1) COMP VALUE 0.
       01 WS-INSIDER-SWITCH  PIC X VALUE 'N'.
           88 INSIDER-ACCOUNT VALUE 'Y'.
       01 WS-MASKED-NAME     PIC X(30).
       01 WS-NAME-INITIAL    PIC X(01).
       01 WS-ASTERISK-FILL   PIC X(29) VALUE ALL '*'.
       PROCEDURE DIVISION.
       0000-MAIN.
           ACCEPT WS-RUN-START FROM TIME
           PERFORM 0500-CHECK-ACCT-LAYOUT
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'FILE OPEN ERROR: ' WS-FILE-STATUS
               MOVE WS-RETURN-CODE TO RETURN-CODE
               STOP RUN
           END-IF
      *    MEMO NOTES ONLY ADD TO THE DISPLAY; A MISSING FILE MEANS
      *    NONE HAVE BEEN KEYED AND THE LOOKUP RUNS WITHOUT THEM.
           OPEN INPUT MEMO-FILE
           IF WS-MEMO-STATUS = '00'
               MOVE 'Y' TO WS-MEMO-OPEN
           ELSE
               IF WS-MEMO-STATUS NOT = '35'
                   DISPLAY 'MEMO NOTE FILE OPEN ERROR: ' WS-MEMO-STATUS
               END-IF
           END-IF
      *    A DEBIT UNDER A MULTI-SIGNER MANDATE IS HELD ON THE
      *    PENDING QUEUE; WITHOUT THE QUEUE SUCH A DEBIT IS REJECTED
      *    AND EVERY OTHER FUNCTION RUNS AS NORMAL.  WITHOUT THE
      *    OWNER FILE THE PRIMARY OWNER IS THE ONLY SIGNER.
           OPEN I-O PENDING-FILE
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF WS-PEND-STATUS = '00'
               MOVE 'Y' TO WS-PEND-OPEN
           ELSE
               DISPLAY 'PENDING-APPROVAL FILE UNAVAILABLE, STATUS '
                   WS-PEND-STATUS ', MANDATE DEBITS REJECTED'
           END-IF
           OPEN INPUT OWNER-FILE
           IF WS-OWN-STATUS = '00'
               MOVE 'Y' TO WS-OWN-OPEN
           ELSE
               IF WS-OWN-STATUS NOT = '35'
                   DISPLAY 'OWNER FILE OPEN ERROR: ' WS-OWN-STATUS
               END-IF
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-OPEN
           ELSE
               IF WS-PROD-STATUS NOT = '35'
                   DISPLAY 'PRODUCT FILE OPEN ERROR: ' WS-PROD-STATUS
               END-IF
           END-IF
           PERFORM 0500-OPERATOR-SIGNON
           IF SIGNON-VALID
               PERFORM 0800-LOAD-ENTITLEMENTS
           CLOSE PERFORMANCE-FILE
           CLOSE NAME-LIST-FILE
           CLOSE JOURNAL-FILE
           IF MEMO-FILE-OPEN
               CLOSE MEMO-FILE
           END-IF
           IF PENDING-FILE-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF OWNER-FILE-OPEN
               CLOSE OWNER-FILE
           END-IF
           IF PRODUCT-FILE-OPEN
               CLOSE PRODUCT-FILE
           END-IF
           IF OVERRIDE-REPORT-OPEN
               CLOSE OVERRIDE-REPORT-FILE
           END-IF
           MOVE WS-ACCOUNTS-REJECTED TO WS-STAT-REJECTED
           MOVE WS-RUN-ELAPSED-HUNDREDTHS TO WS-STAT-ELAPSED
           CALL 'STATUTIL' USING WS-STAT-AREA.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       0500-OPERATOR-SIGNON.
           OPEN INPUT SIGNON-FILE
           IF WS-SIGNON-STATUS = '00'
                   IF SCHEDULE-OPEN
                       MOVE 'Y' TO WS-SIGNON-SWITCH
                       MOVE OPR-PRIVILEGE TO WS-OPERATOR-PRIVILEGE
                       MOVE OPR-LINKED-CUSTOMERS TO WS-OPR-LINKS
                       MOVE 'OK' TO WS-SIGNON-OUTCOME
                   ELSE
                       MOVE 'OFFHOURS' TO WS-SIGNON-OUTCOME
           MOVE CONTROL-ACCT-ID TO ACCT-ID
           PERFORM 1000-READ-ACCOUNT
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 1450-CHECK-INSIDER-LINK
               PERFORM 1455-CHECK-MINOR-CUSTODIAN
               IF INSIDER-ACCOUNT
                   DISPLAY 'DEBIT REJECTED, ACCOUNT LINKED TO '
                       'OPERATOR: ' ACCT-ID
                   MOVE 'INSIDEPST' TO WS-AUD-OUTCOME
               ELSE
               IF MINOR-DEBIT-UNAUTHORIZED
                   DISPLAY 'DEBIT REJECTED, MINOR ACCOUNT NEEDS '
                       'CUSTODIAN AS SIGNER: ' ACCT-ID
                   MOVE 'REJECTED' TO WS-AUD-OUTCOME
               ELSE
               IF ACCT-FROZEN OR ACCT-CLOSED OR ACCT-ON-HOLD
                   DISPLAY 'DEBIT REJECTED, ACCOUNT NOT ACTIVE: '
                       ACCT-ID
                       PERFORM 1410-WRITE-OVERDRAFT-EXCEPTION
                       MOVE 'REJECTED' TO WS-AUD-OUTCOME
                   ELSE
                       PERFORM 1315-CHECK-SIGNING-MANDATE
                       IF MANDATE-HOLD
                           PERFORM 1316-HOLD-FOR-MANDATE
                       ELSE
                           SUBTRACT CONTROL-TRAN-AMOUNT
                               FROM ACCT-BALANCE
                           PERFORM 1390-BUILD-TODAY-DATE
                           MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
                           PERFORM 4100-REWRITE-WITH-RETRY
                           IF REWRITE-OK
                               DISPLAY 'DEBIT POSTED: ' ACCT-ID
                                   ' AMOUNT: ' CONTROL-TRAN-AMOUNT
                               PERFORM 4300-WRITE-JOURNAL
                               MOVE 'DEBIT' TO WS-AUD-OUTCOME
                           ELSE
                               IF WS-FILE-STATUS (1:1) = '9'
                                   DISPLAY 'DEBIT ABANDONED, RECORD '
                                       'LOCKED: ' ACCT-ID
                               ELSE
                                   DISPLAY 'DEBIT REWRITE FAILED, '
                                       'STATUS ' WS-FILE-STATUS ': '
                                       ACCT-ID
                               END-IF
                               MOVE 'REJECTED' TO WS-AUD-OUTCOME
                           END-IF
                       END-IF
                   END-IF
               END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY 'DEBIT REJECTED, ACCOUNT NOT FOUND: ' ACCT-ID
               PERFORM 1400-WRITE-EXCEPTION
               MOVE 'NOT-FOUND' TO WS-AUD-OUTCOME
           END-IF
           PERFORM 1370-WRITE-AUDIT.
       1315-CHECK-SIGNING-MANDATE.
      *    A DEBIT ON AN ACCOUNT WHOSE MANDATE NEEDS MORE THAN ONE
      *    SIGNER, AND OVER THE MANDATE AMOUNT IF THERE IS ONE, IS
      *    HELD UNTIL THE FURTHER SIGNERS ARE CONFIRMED, THE SAME
      *    RULE THE TELLER POSTING SCREEN APPLIES.  ANY TWO NEEDS
      *    TWO SIGNERS AND ALL NEEDS EVERY SIGNER, BUT NEVER MORE
      *    THAN THE ACCOUNT HAS.
           MOVE 'N' TO WS-MANDATE-SWITCH
           MOVE 'N' TO WS-SIGNER-SWITCH
           IF (ACCT-MANDATE-ANY-TWO OR ACCT-MANDATE-ALL)
               AND (ACCT-MANDATE-LIMIT = 0
                   OR CONTROL-TRAN-AMOUNT > ACCT-MANDATE-LIMIT)
               IF CONTROL-SIGNER-CUST = SPACES
                   OR CONTROL-SIGNER-CUST = LOW-VALUES
                   MOVE ACCT-CUSTOMER-NO TO WS-SIGNER-CUST
               ELSE
                   MOVE CONTROL-SIGNER-CUST TO WS-SIGNER-CUST
               END-IF
               PERFORM 1317-COUNT-SIGNERS
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
       1316-HOLD-FOR-MANDATE.
      *    THE DEBIT GOES ON THE PENDING QUEUE WITH THE PRESENTING
      *    SIGNER AS THE FIRST SIGNATURE; APPRREL OR THE ONLINE
      *    APPROVAL SCREEN CONFIRMS THE OTHERS AND POSTS IT.
           EVALUATE TRUE
               WHEN NOT SIGNER-ON-MANDATE
                   DISPLAY 'DEBIT REJECTED, SIGNER NOT ON ACCOUNT '
                       'MANDATE: ' ACCT-ID ' ' WS-SIGNER-CUST
                   MOVE 'REJECTED' TO WS-AUD-OUTCOME
               WHEN NOT PENDING-FILE-OPEN
                   DISPLAY 'DEBIT REJECTED, MANDATE QUEUE '
                       'UNAVAILABLE: ' ACCT-ID
                   MOVE 'REJECTED' TO WS-AUD-OUTCOME
               WHEN OTHER
                   PERFORM 1390-BUILD-TODAY-DATE
                   MOVE ACCT-ID TO PEND-ACCT-ID
                   MOVE 'D' TO PEND-TRN-CODE
                   MOVE CONTROL-TRAN-AMOUNT TO PEND-AMOUNT
                   MOVE WS-TODAY TO PEND-EFFECTIVE-DATE
                   MOVE WS-TODAY TO PEND-CAPTURED-DATE
                   MOVE WS-SIGNON-ID TO PEND-MAKER-ID
                   SET PEND-WAITING TO TRUE
                   MOVE SPACES TO PEND-CHECKER-ID
                   MOVE 0 TO PEND-DECISION-DATE
                   MOVE SPACES TO PEND-REJECT-REASON
                   SET PEND-FOR-MANDATE TO TRUE
                   MOVE WS-SIGNERS-NEEDED TO PEND-SIGNERS-NEEDED
                   MOVE 1 TO PEND-SIGNERS-CONFIRMED
                   MOVE SPACES TO PEND-SIGNER-LIST
                   MOVE WS-SIGNER-CUST TO PEND-SIGNER (1)
                   MOVE SPACES TO PEND-SUB-REF
                   COMPUTE PEND-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-TODAY)
                           + WS-MANDATE-DAYS)
                   MOVE 'N' TO WS-PEND-WRITE-SWITCH
                   PERFORM 1319-PENDING-WRITE-ATTEMPT
                       UNTIL PEND-WRITE-OK OR PEND-WRITE-DEAD
                   IF PEND-WRITE-OK
                       DISPLAY 'DEBIT HELD FOR SIGNING MANDATE: '
                           ACCT-ID ' AMOUNT: ' CONTROL-TRAN-AMOUNT
                           ' REF: ' PEND-TRN-REF
                       MOVE 'MANDATE' TO WS-AUD-OUTCOME
                   ELSE
                       MOVE 'REJECTED' TO WS-AUD-OUTCOME
                   END-IF
           END-EVALUATE.
       1317-COUNT-SIGNERS.
      *    THE SIGNERS ARE THE PRIMARY OWNER ON THE ACCOUNT AND EVERY
      *    PRIMARY OR JOINT HOLDER ON ACCTOWN.
           MOVE 0 TO WS-SIGNER-COUNT
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE 1 TO WS-SIGNER-COUNT
               IF WS-SIGNER-CUST = ACCT-CUSTOMER-NO
                   MOVE 'Y' TO WS-SIGNER-SWITCH
               END-IF
           END-IF
           IF OWNER-FILE-OPEN
               MOVE 'N' TO WS-OWN-SCAN-EOF
               MOVE ACCT-ID TO OWN-ACCT-ID
               MOVE LOW-VALUES TO OWN-CUST-NO
               START OWNER-FILE KEY IS NOT LESS THAN OWN-KEY
                   INVALID KEY
                      MOVE 'Y' TO WS-OWN-SCAN-EOF
               END-START
               PERFORM 1318-COUNT-ONE-SIGNER UNTIL OWN-SCAN-DONE
           END-IF.
       1318-COUNT-ONE-SIGNER.
           READ OWNER-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-OWN-SCAN-EOF
           END-READ
           IF NOT OWN-SCAN-DONE
               IF WS-OWN-STATUS NOT = '00'
                   OR OWN-ACCT-ID NOT = ACCT-ID
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
       1319-PENDING-WRITE-ATTEMPT.
      *    THE REFERENCE IS 'L', TODAY'S YYMMDD AND A RUN SEQUENCE;
      *    ONE ALREADY TAKEN BY AN EARLIER RUN TODAY IS SKIPPED.
           ADD 1 TO WS-PEND-SEQ
           MOVE SPACES TO PEND-TRN-REF
           STRING 'L' WS-TODAY (3:6) WS-PEND-SEQ
               DELIMITED BY SIZE INTO PEND-TRN-REF
           WRITE PENDING-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-PEND-WRITE-SWITCH
           END-WRITE
           IF NOT PEND-WRITE-OK
               IF WS-PEND-STATUS NOT = '22' OR WS-PEND-SEQ = 99999
                   DISPLAY 'MANDATE CAPTURE FAILED, STATUS '
                       WS-PEND-STATUS ': ' ACCT-ID
                   MOVE 'A' TO WS-PEND-WRITE-SWITCH
               END-IF
           END-IF.
       1320-PROCESS-CREDIT.
           MOVE CONTROL-ACCT-ID TO ACCT-ID
           PERFORM 1000-READ-ACCOUNT
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 1450-CHECK-INSIDER-LINK
               IF INSIDER-ACCOUNT
                   DISPLAY 'CREDIT REJECTED, ACCOUNT LINKED TO '
                       'OPERATOR: ' ACCT-ID
                   MOVE 'INSIDEPST' TO WS-AUD-OUTCOME
               ELSE
               IF ACCT-FROZEN OR ACCT-CLOSED OR ACCT-ON-HOLD
                   DISPLAY 'CREDIT REJECTED, ACCOUNT NOT ACTIVE: '
                       ACCT-ID
                       MOVE 'REJECTED' TO WS-AUD-OUTCOME
                   END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY 'CREDIT REJECTED, ACCOUNT NOT FOUND: ' ACCT-ID
               PERFORM 1400-WRITE-EXCEPTION
      *    WOULD CUT A REFUND CHECK FOR THE DEBT, SO THE CLOSE
      *    BOUNCES UNTIL THE BALANCE IS REPAID OR CHARGED OFF.
           MOVE 'N' TO WS-DISP-OK-SWITCH
           PERFORM 1335-SETTLE-ACCRUALS
           MOVE ACCT-BALANCE TO WS-RESIDUAL-AMOUNT
           EVALUATE TRUE
               WHEN NOT ACCRUALS-SETTLED
                   CONTINUE
               WHEN WS-RESIDUAL-AMOUNT = 0
                   MOVE 'Y' TO WS-DISP-OK-SWITCH
               WHEN WS-RESIDUAL-AMOUNT < 0
      *    UP, SO A FAILED DISPOSITION LEAVES NO ONE-SIDED ENTRY
      *    FOR THE GL FEED AND THE RECONCILIATION TO CHOKE ON.
           MOVE ACCT-ID TO WS-CLOSE-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO WS-CLOSE-ENTITY
           MOVE WS-RESIDUAL-AMOUNT TO CONTROL-TRAN-AMOUNT
           MOVE CONTROL-DISP-ACCT TO ACCT-ID
           PERFORM 1000-READ-ACCOUNT
           IF WS-ACCT-FOUND = 'Y' AND ACCT-ACTIVE
               PERFORM 1333-PROVE-ENTITIES
               IF ENTITY-OK
                   ADD WS-RESIDUAL-AMOUNT TO ACCT-BALANCE
                   MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
                   PERFORM 4100-REWRITE-WITH-RETRY
                   IF REWRITE-OK
                       MOVE 'C' TO CONTROL-TRAN-CODE
                       PERFORM 4300-WRITE-JOURNAL
                       MOVE 'Y' TO WS-DISP-OK-SWITCH
                       DISPLAY 'RESIDUAL TRANSFERRED: '
                           WS-CLOSE-ACCT-ID ' -> ' CONTROL-DISP-ACCT
                           ' AMOUNT: ' WS-RESIDUAL-AMOUNT
                   END-IF
               END-IF
           ELSE
               DISPLAY 'CLOSE DISPOSITION ACCOUNT NOT AVAILABLE: '
               PERFORM 4300-WRITE-JOURNAL
           END-IF
           MOVE 'X' TO CONTROL-TRAN-CODE.
       1333-PROVE-ENTITIES.
      *    THE RESIDUAL MAY ONLY CROSS FROM ONE BANK ENTITY TO
      *    ANOTHER THROUGH A SETTLEMENT ACCOUNT, AS FOR ANY OTHER
      *    TRANSFER.  THE DESTINATION IS IN THE RECORD AREA HERE.
           MOVE 'T' TO WS-ENTY-FUNCTION
           MOVE WS-CLOSE-ENTITY TO WS-ENTY-CODE
           MOVE WS-CLOSE-ACCT-ID TO WS-ENTY-FROM-ACCT
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-TO-CODE
           MOVE ACCT-ID TO WS-ENTY-TO-ACCT
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               DISPLAY 'CLOSE DISPOSITION REFUSED, ENTITY '
                   WS-CLOSE-ENTITY ' TO ' ACCT-ENTITY-CODE
                   ' NOT VIA SETTLEMENT: ' WS-CLOSE-ACCT-ID
                   ' -> ' ACCT-ID
           END-IF.
       1334-REFUND-RESIDUAL.
           IF NOT REFUND-FILE-OPEN
               OPEN EXTEND REFUND-CHECK-FILE
               DISPLAY 'RESIDUAL SENT TO REFUND EXTRACT: '
                   ACCT-ID ' AMOUNT: ' WS-RESIDUAL-AMOUNT
           END-IF.
       1335-SETTLE-ACCRUALS.
      *    INTEREST ACCRUED BUT NOT YET BOOKED IS SETTLED BEFORE THE
      *    RESIDUAL IS TAKEN, AS THE CLOSE RUN DOES: DEBIT INTEREST
      *    IS CHARGED, AND CREDIT INTEREST, BASE AND BONUS, IS
      *    CAPITALIZED NET OF ANY BACKUP WITHHOLDING.  THE ACCOUNT
      *    IS REWRITTEN BEFORE ANYTHING IS JOURNALED; IF THAT FAILS
      *    THE RECORD IS READ BACK WITH ITS ACCRUALS STILL ON IT AND
      *    THE CLOSE IS REFUSED.
           MOVE 'Y' TO WS-SETTLE-SWITCH
           IF ACCT-OD-INT-ACCRUED NOT = 0
               OR ACCT-INT-ACCRUED NOT = 0
               OR ACCT-BONUS-ACCRUED NOT = 0
               MOVE ACCT-BALANCE TO WS-PRE-SETTLE-BALANCE
               MOVE ACCT-OD-INT-ACCRUED TO WS-OD-CHARGE-AMOUNT
               MOVE ACCT-CUSTOMER-NO TO WS-WH-CUST-NO
               MOVE ACCT-INT-ACCRUED TO WS-WH-INTEREST
               MOVE ACCT-BONUS-ACCRUED TO WS-WH-BONUS
               MOVE 0 TO WS-WH-WITHHELD
               IF WS-WH-INTEREST > 0 OR WS-WH-BONUS > 0
                   CALL 'WHLDSPLT' USING WS-WHLD-AREA
                   MOVE WS-TODAY TO ACCT-LAST-CAP-DATE
               END-IF
               COMPUTE ACCT-BALANCE = ACCT-BALANCE
                   - WS-OD-CHARGE-AMOUNT + WS-WH-INTEREST + WS-WH-BONUS
               MOVE 0 TO ACCT-OD-INT-ACCRUED
               MOVE 0 TO ACCT-INT-ACCRUED
               MOVE 0 TO ACCT-BONUS-ACCRUED
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               PERFORM 4100-REWRITE-WITH-RETRY
               IF REWRITE-OK
                   MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                   PERFORM 1336-JOURNAL-SETTLEMENT
               ELSE
                   MOVE 'N' TO WS-SETTLE-SWITCH
                   DISPLAY 'CLOSE BLOCKED, ACCRUED INTEREST NOT '
                       'SETTLED, STATUS ' WS-FILE-STATUS ': '
                       CONTROL-ACCT-ID
                   PERFORM 1000-READ-ACCOUNT
               END-IF
           END-IF.
       1336-JOURNAL-SETTLEMENT.
      *    EACH ITEM JOURNALS UNDER ITS USUAL CODE AGAINST THE
      *    BALANCE IT LEFT, SO THE BALANCE IS STEPPED FROM ITS
      *    PRE-SETTLEMENT VALUE BACK TO THE ONE JUST REWRITTEN.  THE
      *    CAPITALIZATION ENTRIES CARRY OPERATOR 'CAPITAL' AS
      *    ACCTINTR'S DO; THE DEBIT INTEREST CHARGE IS THE TELLER'S.
           MOVE CONTROL-TRAN-CODE TO WS-SAVE-TRAN-CODE
           MOVE CONTROL-TRAN-AMOUNT TO WS-SAVE-TRAN-AMOUNT
           MOVE ACCT-BALANCE TO WS-SETTLED-BALANCE
           MOVE WS-PRE-SETTLE-BALANCE TO ACCT-BALANCE
           IF WS-OD-CHARGE-AMOUNT > 0
               SUBTRACT WS-OD-CHARGE-AMOUNT FROM ACCT-BALANCE
               MOVE 'O' TO CONTROL-TRAN-CODE
               MOVE WS-OD-CHARGE-AMOUNT TO CONTROL-TRAN-AMOUNT
               PERFORM 4300-WRITE-JOURNAL
           END-IF
           MOVE 'CAPITAL' TO WS-JRNL-OPERATOR
           IF WS-WH-INTEREST > 0
               ADD WS-WH-INTEREST TO ACCT-BALANCE
               MOVE 'I' TO CONTROL-TRAN-CODE
               MOVE WS-WH-INTEREST TO CONTROL-TRAN-AMOUNT
               PERFORM 4300-WRITE-JOURNAL
           END-IF
           IF WS-WH-BONUS > 0
               ADD WS-WH-BONUS TO ACCT-BALANCE
               MOVE 'B' TO CONTROL-TRAN-CODE
               MOVE WS-WH-BONUS TO CONTROL-TRAN-AMOUNT
               PERFORM 4300-WRITE-JOURNAL
           END-IF
           IF WS-WH-WITHHELD > 0
               MOVE 'W' TO CONTROL-TRAN-CODE
               MOVE WS-WH-WITHHELD TO CONTROL-TRAN-AMOUNT
               PERFORM 4300-WRITE-JOURNAL
           END-IF
           MOVE SPACES TO WS-JRNL-OPERATOR
           MOVE WS-SETTLED-BALANCE TO ACCT-BALANCE
           MOVE WS-SAVE-TRAN-CODE TO CONTROL-TRAN-CODE
           MOVE WS-SAVE-TRAN-AMOUNT TO CONTROL-TRAN-AMOUNT
           DISPLAY 'ACCRUED INTEREST SETTLED ON CLOSE: ' ACCT-ID
               ' BALANCE: ' ACCT-BALANCE.
       1390-BUILD-TODAY-DATE.
           PERFORM 2000-GET-DATE
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
       4300-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE CONTROL-TRAN-CODE TO JRNL-TRN-CODE
           MOVE CONTROL-TRAN-AMOUNT TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           IF WS-JRNL-OPERATOR = SPACES
               MOVE WS-SIGNON-ID TO JRNL-OPERATOR-ID
           ELSE
               MOVE WS-JRNL-OPERATOR TO JRNL-OPERATOR-ID
           END-IF
           MOVE WS-RUN-ID TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4310-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4310-JOURNAL-WRITE-ATTEMPT.
                   IF ACCT-BALANCE < WS-LOW-BALANCE-FLOOR
                       PERFORM 1380-WRITE-NOTIFICATION
                   END-IF
                   IF MEMO-FILE-OPEN
                       PERFORM 1355-DISPLAY-PRIORITY-NOTES
                   END-IF
                   MOVE 'FOUND' TO WS-AUD-OUTCOME
               END-IF
           ELSE
               PERFORM 1400-WRITE-EXCEPTION
               MOVE 'NOT-FOUND' TO WS-AUD-OUTCOME
           END-IF
           PERFORM 1370-WRITE-AUDIT
      *    AN OPERATOR MAY LOOK AT A LINKED ACCOUNT, BUT THE LOOK IS
      *    LOGGED A SECOND TIME AS AN INSIDER INQUIRY FOR COMPLIANCE.
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 1450-CHECK-INSIDER-LINK
               IF INSIDER-ACCOUNT
                   MOVE 'INSIDEINQ' TO WS-AUD-OUTCOME
                   PERFORM 1370-WRITE-AUDIT
               END-IF
           END-IF.
       1355-DISPLAY-PRIORITY-NOTES.
      *    LIVE HIGH-PRIORITY MEMO NOTES ON THE ACCOUNT AND ON ITS
      *    PRIMARY CUSTOMER, SO THE READER SEES THE SAME WARNINGS
      *    THE BRANCH SCREENS SHOW.
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE 'A' TO WS-NOTE-KEY-TYPE
           MOVE ACCT-ID TO WS-NOTE-KEY-ID
           PERFORM 1356-SCAN-NOTES
           IF ACCT-CUSTOMER-NO NOT = SPACES
               MOVE 'C' TO WS-NOTE-KEY-TYPE
               MOVE ACCT-CUSTOMER-NO TO WS-NOTE-KEY-ID
               PERFORM 1356-SCAN-NOTES
           END-IF.
       1356-SCAN-NOTES.
           MOVE 'N' TO WS-MEMO-SCAN-EOF
           MOVE WS-NOTE-KEY-TYPE TO MEMO-KEY-TYPE
           MOVE WS-NOTE-KEY-ID TO MEMO-KEY-ID
           MOVE 0 TO MEMO-SEQ
           START MEMO-FILE KEY IS NOT LESS THAN MEMO-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MEMO-SCAN-EOF
           END-START
           PERFORM 1357-SHOW-ONE-NOTE UNTIL MEMO-SCAN-DONE.
       1357-SHOW-ONE-NOTE.
           READ MEMO-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-MEMO-SCAN-EOF
           END-READ
           IF NOT MEMO-SCAN-DONE
               IF MEMO-KEY-TYPE NOT = WS-NOTE-KEY-TYPE
                   OR MEMO-KEY-ID NOT = WS-NOTE-KEY-ID
                   MOVE 'Y' TO WS-MEMO-SCAN-EOF
               ELSE
                   IF MEMO-HIGH-PRIORITY
                       AND (MEMO-EXPIRY-DATE = 0
                           OR MEMO-EXPIRY-DATE >= WS-TODAY)
                       DISPLAY 'HIGH PRIORITY NOTE: ' MEMO-TEXT
                       DISPLAY '   BY ' MEMO-AUTHOR ' ON '
                           MEMO-NOTE-DATE
                   END-IF
               END-IF
           END-IF.
       1450-CHECK-INSIDER-LINK.
      *    AN ACCOUNT IS THE OPERATOR'S OWN WHEN A LINKED CUSTOMER IS
      *    ITS PRIMARY OWNER OR A PRIMARY OR JOINT HOLDER ON ACCTOWN.
           MOVE 'N' TO WS-INSIDER-SWITCH
           PERFORM 1460-MATCH-LINKED-CUSTOMER
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > 6 OR INSIDER-ACCOUNT.
       1455-CHECK-MINOR-CUSTODIAN.
      *    ON A MINOR PRODUCT ONLY A CUSTODIAN MAY AUTHORIZE A
      *    DEBIT, SO THE SIGNER KEYED ON THE CARD MUST HOLD THE
      *    CUSTODIAN ROLE ON THIS ACCOUNT, AS THE POSTING RUN
      *    REQUIRES.  WITHOUT ACCTOWN NOTHING CAN BE PROVED, SO
      *    THE DEBIT IS REFUSED.
           MOVE 'N' TO WS-MINOR-AUTH-SWITCH
           IF PRODUCT-FILE-OPEN AND ACCT-PRODUCT-CODE NOT = SPACES
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF PROD-FOR-MINORS
                          MOVE 'Y' TO WS-MINOR-AUTH-SWITCH
                      END-IF
               END-READ
           END-IF
           IF MINOR-DEBIT-UNAUTHORIZED AND OWNER-FILE-OPEN
               AND CONTROL-SIGNER-CUST NOT = SPACES
               AND CONTROL-SIGNER-CUST NOT = LOW-VALUES
               MOVE ACCT-ID TO OWN-ACCT-ID
               MOVE CONTROL-SIGNER-CUST TO OWN-CUST-NO
               READ OWNER-FILE
                   INVALID KEY
                      CONTINUE
                   NOT INVALID KEY
                      IF OWN-CUSTODIAN
                          MOVE 'N' TO WS-MINOR-AUTH-SWITCH
                      END-IF
               END-READ
           END-IF.
       1460-MATCH-LINKED-CUSTOMER.
           IF WS-LINK-CUST (WS-LINK-IDX) NOT = SPACES
               IF WS-LINK-CUST (WS-LINK-IDX) = ACCT-CUSTOMER-NO
                   MOVE 'Y' TO WS-INSIDER-SWITCH
               ELSE
                   IF OWNER-FILE-OPEN
                       MOVE ACCT-ID TO OWN-ACCT-ID
                       MOVE WS-LINK-CUST (WS-LINK-IDX) TO OWN-CUST-NO
                       READ OWNER-FILE
                           INVALID KEY
                              CONTINUE
                           NOT INVALID KEY
                              IF OWN-PRIMARY OR OWN-JOINT
                                  MOVE 'Y' TO WS-INSIDER-SWITCH
                              END-IF
                       END-READ
                   END-IF
               END-IF
           END-IF.
       1365-DISPLAY-USD-EQUIVALENT.
           IF ACCT-CURRENCY-CODE NOT = 'USD' AND ACCT-CURRENCY-CODE
               NOT = SPACES
