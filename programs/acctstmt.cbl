           SELECT MESSAGE-COUNT-FILE ASSIGN TO 'STMTMCNT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MCT-STATUS.
           SELECT REWARD-FILE ASSIGN TO 'CBKACCUM'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CBK-ACCT-ID
               FILE STATUS IS WS-CBK-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-PAYH-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
          05 MSG-TEXT        PIC X(60).
       FD MESSAGE-COUNT-FILE.
       01 MESSAGE-COUNT-RECORD PIC X(60).
       FD REWARD-FILE.
       01 REWARD-RECORD.
           COPY CBKREC.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           COPY PAYHREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CTL-STATUS      PIC XX VALUE '00'.
           88 OWNERS-AVAILABLE VALUE 'Y'.
       01 WS-OWN-EOF         PIC X VALUE 'N'.
           88 OWNER-SCAN-DONE VALUE 'Y'.
       01 WS-CBK-STATUS      PIC XX VALUE '00'.
       01 WS-CBK-AVAILABLE   PIC X VALUE 'N'.
           88 REWARDS-AVAILABLE VALUE 'Y'.
       01 WS-PAYH-STATUS     PIC XX VALUE '00'.
       01 WS-PAYH-AVAILABLE  PIC X VALUE 'N'.
           88 PAYMENTS-AVAILABLE VALUE 'Y'.
       01 WS-PAYH-EOF        PIC X VALUE 'N'.
           88 PAYMENT-SCAN-DONE VALUE 'Y'.
       01 WS-PAYMENT-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-PAYMENT-LINE.
          05 WS-PL-DATE      PIC 9(8).
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-PL-PAYEE     PIC X(30).
          05 WS-PL-AMOUNT    PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-PL-STATUS    PIC X(26).
       01 WS-CASHBACK-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-UNPAID-DISPLAY  PIC Z,ZZZ,ZZ9.99.
       01 WS-ACCRUED-INTEREST PIC S9(9)V99 VALUE 0.
       01 WS-ACCRUED-DISPLAY PIC Z,ZZZ,ZZ9.99.
       01 WS-ADDR-FOUND      PIC X VALUE 'N'.
       01 WS-JRNL-AVAILABLE  PIC X VALUE 'N'.
           88 JOURNAL-AVAILABLE VALUE 'Y'.
           88 ACCOUNT-IN-CYCLE VALUE 'Y'.
       01 WS-CYCLE-SKIP-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-STMT-COUNT      PIC 9(7) COMP VALUE 0.
      * STATEMENTS ARE CUT ONCE PER BANK ENTITY; AN ACCOUNT OF ANOTHER
      * ENTITY ON THE CONTROL FILE IS LEFT FOR THAT ENTITY'S RUN.
       01 WS-RUN-ENTITY      PIC X(02) VALUE '01'.
       01 WS-ACCT-ENTITY     PIC X(02) VALUE SPACES.
       01 WS-OTHER-ENTITY-COUNT PIC 9(7) COMP VALUE 0.
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
       01 WS-ACCT-FROM-DATE  PIC 9(8) VALUE 0.
       01 WS-TODAY-NUM       PIC 9(8) VALUE 0.
       01 WS-HIST-AREA.
          05 WS-SD-AMOUNT    PIC -(9)9.99.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-SD-BALANCE   PIC -(9)9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-SD-NOTE      PIC X(34).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 0600-GET-RUN-ENTITY
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-CHECK-ASOF-OVERRIDE
           PERFORM 1150-CHECK-CYCLE-SELECTION
           PERFORM 1300-PROCESS-ONE-ACCOUNT UNTIL CONTROL-EOF
           PERFORM 8000-WRITE-MESSAGE-COUNTS
           DISPLAY 'STATEMENTS PRODUCED : ' WS-STMT-COUNT
           DISPLAY 'OTHER ENTITY SKIPPED: ' WS-OTHER-ENTITY-COUNT
           IF CYCLE-SELECTION
               DISPLAY 'OUT-OF-CYCLE SKIPPED: ' WS-CYCLE-SKIP-COUNT
           END-IF
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       0600-GET-RUN-ENTITY.
           MOVE 'R' TO WS-ENTY-FUNCTION
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ENTY-CODE TO WS-RUN-ENTITY
           DISPLAY 'ACCOUNT STATEMENTS FOR ENTITY ' WS-RUN-ENTITY ' '
               WS-ENTY-NAME.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
           ELSE
               DISPLAY 'OWNER FILE UNAVAILABLE, STATUS '
                   WS-OWN-STATUS ', HOLDER BLOCK OMITTED'
           END-IF
           OPEN INPUT REWARD-FILE
           EVALUATE WS-CBK-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-CBK-AVAILABLE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'CASHBACK FILE UNAVAILABLE, STATUS '
                       WS-CBK-STATUS ', REWARDS LINE OMITTED'
           END-EVALUATE
           OPEN INPUT PAYHIST-FILE
           EVALUATE WS-PAYH-STATUS
               WHEN '00'
                   MOVE 'Y' TO WS-PAYH-AVAILABLE
               WHEN '35'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'PAYMENT HISTORY UNAVAILABLE, STATUS '
                       WS-PAYH-STATUS ', BILL PAYMENTS OMITTED'
           END-EVALUATE.
       1100-CHECK-ASOF-OVERRIDE.
           OPEN INPUT ASOF-PARM-FILE
           IF WS-ASOF-STATUS = '00'
           PERFORM 2000-READ-ACCOUNT
           IF WS-ACCT-FOUND = 'Y'
               PERFORM 1350-CHECK-ACCOUNT-CYCLE
               MOVE ACCT-ENTITY-CODE TO WS-ACCT-ENTITY
               IF WS-ACCT-ENTITY = SPACES
                   OR WS-ACCT-ENTITY = LOW-VALUES
                   MOVE '01' TO WS-ACCT-ENTITY
               END-IF
               IF WS-ACCT-ENTITY NOT = WS-RUN-ENTITY
                   ADD 1 TO WS-OTHER-ENTITY-COUNT
               ELSE
               IF CYCLE-SELECTION AND NOT ACCOUNT-IN-CYCLE
                   ADD 1 TO WS-CYCLE-SKIP-COUNT
               ELSE
                       PERFORM 4700-RECORD-CYCLE-DATE
                   END-IF
               END-IF
               END-IF
           ELSE
               DISPLAY 'ACCOUNT NOT FOUND FOR STATEMENT: ' ACCT-ID
           END-IF
           STRING 'ACCOUNT NAME : ' ACCT-NAME
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-ENTY-NAME NOT = SPACES
               STRING 'ISSUED BY    : ' WS-ENTY-NAME
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           PERFORM 4500-WRITE-MAILING-BLOCK
           PERFORM 4600-WRITE-OWNER-BLOCK
           STRING 'AS OF DATE   : ' WS-YEAR '/' WS-MONTH '/' WS-DAY
           STRING 'CLOSING BALANCE: ' WS-BALANCE-DISPLAY
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF NOT ASOF-OVERRIDE
               PERFORM 4920-WRITE-ACCRUED-INT-LINE
           END-IF
           IF REWARDS-AVAILABLE
               PERFORM 4900-WRITE-CASHBACK-LINE
           END-IF
           IF PAYMENTS-AVAILABLE
               PERFORM 4950-WRITE-BILL-PAYMENTS
           END-IF
           IF WS-MSG-COUNT > 0
               PERFORM 4800-APPLY-STATEMENT-MESSAGES
           END-IF
           WRITE STATEMENT-LINE
           PERFORM 4120-WRITE-DETAIL-LINE UNTIL JOURNAL-DONE.
       4110-READ-JOURNAL-NEXT.
      *    DAILY INTEREST ACCRUALS MOVE NO BALANCE AND ARE LEFT OFF
      *    THE STATEMENT; THE CAPITALIZATION THAT PAYS THEM IS LISTED.
           PERFORM 4115-READ-ONE-ENTRY
           PERFORM 4115-READ-ONE-ENTRY
               UNTIL JOURNAL-DONE OR NOT JRNL-IS-INT-ACCRUAL.
       4115-READ-ONE-ENTRY.
           READ JOURNAL-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-JRNL-EOF
           MOVE JRNL-AMOUNT TO WS-SD-AMOUNT
           MOVE JRNL-RESULT-BALANCE TO WS-SD-BALANCE
           MOVE JRNL-RESULT-BALANCE TO WS-RUNNING-BALANCE
      *    A REVERSAL AND THE ITEM IT CANCELS EACH NAME THE OTHER,
      *    SO THE PAIR READS TOGETHER RATHER THAN AS AN UNRELATED
      *    CREDIT OR DEBIT.
           MOVE SPACES TO WS-SD-NOTE
           IF JRNL-IS-REVERSAL
               STRING 'REVERSES ' JRNL-LINKED-REF
                   ' OF ' JRNL-ORIG-POST-DATE
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-WAS-REVERSED
               STRING 'REVERSED BY ' JRNL-LINKED-REF
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-IS-BONUS-INTEREST
               STRING 'BONUS INTEREST, CAMPAIGN ' JRNL-TRN-REF
                   DELIMITED BY SIZE INTO WS-SD-NOTE
           END-IF
           IF JRNL-IS-CASHBACK
               MOVE 'CASHBACK REWARD PAYOUT' TO WS-SD-NOTE
           END-IF
           MOVE WS-STMT-DETAIL-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           ADD 1 TO WS-LINE-COUNT
                   END-IF
               END-IF
           END-IF.
       4900-WRITE-CASHBACK-LINE.
      *    REWARDS EARNED TO DATE ON AN ACCOUNT THAT HAS EVER
      *    EARNED CASHBACK, WITH THE PART STILL AWAITING THE NEXT
      *    QUARTERLY PAYOUT.
           MOVE ACCT-ID TO CBK-ACCT-ID
           READ REWARD-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE CBK-EARNED-TO-DATE TO WS-CASHBACK-DISPLAY
                  MOVE CBK-UNPAID TO WS-UNPAID-DISPLAY
                  MOVE SPACES TO STATEMENT-LINE
                  STRING 'CASHBACK EARNED TO DATE: ' WS-CASHBACK-DISPLAY
                      '  AWAITING PAYOUT: ' WS-UNPAID-DISPLAY
                      DELIMITED BY SIZE INTO STATEMENT-LINE
                  WRITE STATEMENT-LINE
           END-READ.
       4920-WRITE-ACCRUED-INT-LINE.
      *    CREDIT INTEREST EARNED SINCE THE LAST CAPITALIZATION IS
      *    NOT YET IN THE BALANCE ABOVE.
           COMPUTE WS-ACCRUED-INTEREST =
               ACCT-INT-ACCRUED + ACCT-BONUS-ACCRUED
           IF WS-ACCRUED-INTEREST > 0
               MOVE WS-ACCRUED-INTEREST TO WS-ACCRUED-DISPLAY
               MOVE SPACES TO STATEMENT-LINE
               STRING 'ACCRUED INTEREST TO DATE: ' WS-ACCRUED-DISPLAY
                   '  NOT YET CREDITED'
                   DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.
       4950-WRITE-BILL-PAYMENTS.
      *    THE ACCOUNT'S BILL PAYMENTS FALLING DUE IN THE STATEMENT
      *    PERIOD, INCLUDING THOSE NOT MADE FOR LACK OF FUNDS AND
      *    THOSE THE PAYEE'S BANK SENT BACK.  THE HEADING IS ONLY
      *    PRINTED WHEN THERE IS A PAYMENT TO SHOW.
           MOVE 'N' TO WS-PAYH-EOF
           MOVE 0 TO WS-PAYMENT-COUNT
           MOVE ACCT-ID TO PAYH-ACCT-ID
           MOVE LOW-VALUES TO PAYH-REF
           START PAYHIST-FILE KEY IS NOT LESS THAN PAYH-KEY
               INVALID KEY
                  MOVE 'Y' TO WS-PAYH-EOF
           END-START
           PERFORM 4960-LIST-ONE-PAYMENT UNTIL PAYMENT-SCAN-DONE.
       4960-LIST-ONE-PAYMENT.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PAYH-EOF
           END-READ
           IF NOT PAYMENT-SCAN-DONE
               IF WS-PAYH-STATUS NOT = '00'
                   OR PAYH-ACCT-ID NOT = ACCT-ID
                   MOVE 'Y' TO WS-PAYH-EOF
               ELSE
                   IF PAYH-PAY-DATE NOT < WS-ACCT-FROM-DATE
                       AND PAYH-PAY-DATE NOT > WS-TO-DATE
                       PERFORM 4970-WRITE-PAYMENT-LINE
                   END-IF
               END-IF
           END-IF.
       4970-WRITE-PAYMENT-LINE.
           IF WS-PAYMENT-COUNT = 0
               MOVE 'BILL PAYMENTS' TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           ADD 1 TO WS-PAYMENT-COUNT
           MOVE PAYH-PAY-DATE TO WS-PL-DATE
           MOVE PAYH-PAYEE-NAME TO WS-PL-PAYEE
           MOVE PAYH-AMOUNT TO WS-PL-AMOUNT
           MOVE SPACES TO WS-PL-STATUS
           EVALUATE TRUE
               WHEN PAYH-SENT
                   MOVE 'PAID' TO WS-PL-STATUS
               WHEN PAYH-NSF
                   MOVE 'NOT MADE, NO FUNDS' TO WS-PL-STATUS
               WHEN PAYH-RETURNED
                   STRING 'RETURNED, REASON ' PAYH-RETURN-REASON
                       DELIMITED BY SIZE INTO WS-PL-STATUS
               WHEN PAYH-NOT-POSTED
                   MOVE 'NOT MADE' TO WS-PL-STATUS
               WHEN OTHER
                   MOVE 'IN PROGRESS' TO WS-PL-STATUS
           END-EVALUATE
           MOVE WS-PAYMENT-LINE TO STATEMENT-LINE
           WRITE STATEMENT-LINE.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE CONTROL-FILE
           END-IF
           IF OWNERS-AVAILABLE
               CLOSE OWNER-FILE
           END-IF
           IF REWARDS-AVAILABLE
               CLOSE REWARD-FILE
           END-IF
           IF PAYMENTS-AVAILABLE
               CLOSE PAYHIST-FILE
           END-IF.
