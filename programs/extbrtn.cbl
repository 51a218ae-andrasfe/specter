           SELECT REJECT-FILE ASSIGN TO 'RTNREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT OPTIONAL SETTLE-BATCH-FILE ASSIGN TO 'SETLBTCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-PAYH-STATUS.
           SELECT BILLPAY-FILE ASSIGN TO 'BILLPAY'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BILP-KEY
               FILE STATUS IS WS-BILP-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 FOLLOWUP-RECORD    PIC X(80).
       FD REJECT-FILE.
       01 REJECT-RECORD      PIC X(80).
       FD SETTLE-BATCH-FILE.
       01 SETTLE-BATCH-RECORD.
           COPY SETLBREC.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           COPY PAYHREC.
       FD BILLPAY-FILE.
       01 BILLPAY-RECORD.
           COPY BILPREC.
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-RTN-STATUS      PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-FLW-STATUS      PIC XX VALUE '00'.
       01 WS-REJ-STATUS      PIC XX VALUE '00'.
       01 WS-SBT-STATUS      PIC XX VALUE '00'.
       01 WS-PAYH-STATUS     PIC XX VALUE '00'.
       01 WS-BILP-STATUS     PIC XX VALUE '00'.
       01 WS-BILLPAY-AVAILABLE PIC X VALUE 'N'.
           88 BILL-PAYMENTS-AVAILABLE VALUE 'Y'.
       01 WS-PAYH-FOUND      PIC X VALUE 'N'.
       01 WS-BILL-RETURN-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 RETURN-EOF     VALUE 'Y'.
       01 WS-ACCT-FOUND      PIC X VALUE 'N'.
       01 WS-REVERSED-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-BATCH-DEBITS    PIC 9(11)V99 VALUE 0.
       01 WS-BATCH-CREDITS   PIC 9(11)V99 VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
      *    WITH THE OPPOSITE CODE, SO THE REVERSAL JOURNALS AND
      *    REPLAY-PROTECTS LIKE ANY OTHER TRANSACTION; EVERY RETURN
      *    ALSO GOES ON THE BRANCH FOLLOW-UP LIST.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           PERFORM 3000-PROCESS-RETURN UNTIL RETURN-EOF
           DISPLAY 'RETURNS REVERSED : ' WS-REVERSED-COUNT
           DISPLAY 'RETURNS REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'BILL PAYMENTS BACK: ' WS-BILL-RETURN-COUNT
           PERFORM 8000-WRITE-SETTLE-BATCH
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               CLOSE REVERSAL-FILE
               CLOSE FOLLOWUP-FILE
               STOP RUN
           END-IF
      *    A RETURNED BILL PAYMENT IS STILL REVERSED WITHOUT THE
      *    BILL-PAYMENT FILES; IT IS ONLY NOT FLAGGED ON THEM.
           OPEN I-O PAYHIST-FILE
           IF WS-PAYH-STATUS = '00'
               OPEN I-O BILLPAY-FILE
               IF WS-BILP-STATUS = '00'
                   MOVE 'Y' TO WS-BILLPAY-AVAILABLE
               ELSE
                   CLOSE PAYHIST-FILE
               END-IF
           END-IF
           IF NOT BILL-PAYMENTS-AVAILABLE
               DISPLAY 'BILL-PAYMENT FILES UNAVAILABLE, RETURNED '
                   'BILL PAYMENTS NOT FLAGGED'
           END-IF.
       2000-READ-RETURN.
           READ RETURN-FILE INTO RETURN-RECORD
                   IF WS-ACCT-FOUND = 'Y'
                       PERFORM 4000-WRITE-REVERSAL
                       PERFORM 4500-WRITE-FOLLOWUP
                       IF RTN-WAS-DEBIT AND RTN-BANK-REF (1:1) = 'P'
                           AND BILL-PAYMENTS-AVAILABLE
                           PERFORM 4600-FLAG-BILL-PAYMENT
                       END-IF
                   ELSE
                       PERFORM 5000-WRITE-REJECT
                   END-IF
           MOVE RTN-ACCT-ID TO TRN-ACCT-ID
           IF RTN-WAS-DEBIT
               MOVE 'C' TO TRN-CODE
               ADD RTN-AMOUNT TO WS-BATCH-CREDITS
           ELSE
               MOVE 'D' TO TRN-CODE
               ADD RTN-AMOUNT TO WS-BATCH-DEBITS
           END-IF
           MOVE RTN-AMOUNT TO TRN-AMOUNT
           MOVE SPACES TO TRN-REF
               ' VALUE: ' RTN-VALUE-DATE
               DELIMITED BY SIZE INTO FOLLOWUP-RECORD
           WRITE FOLLOWUP-RECORD.
       4600-FLAG-BILL-PAYMENT.
      *    THE PAYEE'S BANK SENT A BILL PAYMENT BACK.  THE REVERSAL
      *    ABOVE CREDITS THE CUSTOMER; THE PAYMENT IS MARKED
      *    RETURNED AND ITS INSTRUCTION STOPPED UNTIL THE BRANCH
      *    HAS SPOKEN TO THE CUSTOMER.
           MOVE 'N' TO WS-PAYH-FOUND
           MOVE RTN-ACCT-ID TO PAYH-ACCT-ID
           MOVE RTN-BANK-REF TO PAYH-REF
           READ PAYHIST-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-PAYH-FOUND
           END-READ
           IF WS-PAYH-FOUND = 'Y'
               ADD 1 TO WS-BILL-RETURN-COUNT
               SET PAYH-RETURNED TO TRUE
               MOVE WS-TODAY TO PAYH-STATUS-DATE
               MOVE RTN-REASON TO PAYH-RETURN-REASON
               REWRITE PAYHIST-RECORD
                   INVALID KEY
                      DISPLAY 'PAYMENT HISTORY REWRITE FAILED, STATUS '
                          WS-PAYH-STATUS ': ' PAYH-KEY
               END-REWRITE
               MOVE PAYH-ACCT-ID TO BILP-ACCT-ID
               MOVE PAYH-PAYEE-ID TO BILP-PAYEE-ID
               READ BILLPAY-FILE
                   INVALID KEY
                      DISPLAY 'NO INSTRUCTION FOR RETURNED PAYMENT: '
                          PAYH-KEY
                   NOT INVALID KEY
                      PERFORM 4700-FLAG-INSTRUCTION
               END-READ
           END-IF.
       4700-FLAG-INSTRUCTION.
           IF NOT BILP-ENDED
               SET BILP-RETURNED TO TRUE
           END-IF
           SET BILP-LAST-RETURNED TO TRUE
           MOVE PAYH-REF TO BILP-LAST-REF
           MOVE WS-TODAY TO BILP-RETURN-DATE
           MOVE RTN-REASON TO BILP-RETURN-REASON
           MOVE WS-TODAY TO BILP-UPDATED-DATE
           MOVE 'EXTBRTN' TO BILP-UPDATED-BY
           REWRITE BILLPAY-RECORD
               INVALID KEY
                  DISPLAY 'BILL-PAYMENT REWRITE FAILED, STATUS '
                      WS-BILP-STATUS ': ' BILP-KEY
           END-REWRITE.
       5000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-RECORD
               ' REASON: ' RTN-REASON
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD.
       8000-WRITE-SETTLE-BATCH.
      *    THE RETURNS REVERSED IN THIS RUN SETTLE THROUGH THE
      *    CORRESPONDENT AS ONE BATCH, SIGNED BY THE REVERSAL
      *    POSTED TO OUR CUSTOMER; ITS TOTALS ARE LEFT FOR THE
      *    SETTLEMENT RECONCILIATION.
           IF WS-REVERSED-COUNT > 0
               OPEN EXTEND SETTLE-BATCH-FILE
               IF WS-SBT-STATUS = '00' OR WS-SBT-STATUS = '05'
                   MOVE SPACES TO SBT-BATCH-REF
                   STRING 'RTN' WS-TODAY DELIMITED BY SIZE
                       INTO SBT-BATCH-REF
                   SET SBT-RETURNS TO TRUE
                   MOVE WS-TODAY TO SBT-BATCH-DATE
                   MOVE WS-REVERSED-COUNT TO SBT-ITEM-COUNT
                   MOVE WS-BATCH-DEBITS TO SBT-DEBIT-TOTAL
                   MOVE WS-BATCH-CREDITS TO SBT-CREDIT-TOTAL
                   COMPUTE SBT-NET-AMOUNT =
                       WS-BATCH-CREDITS - WS-BATCH-DEBITS
                   WRITE SETTLE-BATCH-RECORD
                   CLOSE SETTLE-BATCH-FILE
                   DISPLAY 'SETTLEMENT BATCH : ' SBT-BATCH-REF
               ELSE
                   DISPLAY 'SETTLEMENT BATCH FILE UNAVAILABLE, STATUS '
                       WS-SBT-STATUS ', BATCH NOT RECORDED'
               END-IF
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE RETURN-FILE
           CLOSE REVERSAL-FILE
           CLOSE FOLLOWUP-FILE
           CLOSE REJECT-FILE
           IF BILL-PAYMENTS-AVAILABLE
               CLOSE PAYHIST-FILE
               CLOSE BILLPAY-FILE
           END-IF.
