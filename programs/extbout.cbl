           SELECT REJECT-FILE ASSIGN TO 'EXTBOREJ'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.
           SELECT OPTIONAL SETTLE-BATCH-FILE ASSIGN TO 'SETLBTCH'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBT-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-PAYH-STATUS.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYE-ID
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT REFERENCE-FILE ASSIGN TO 'TRNREF'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS REF-TRN-REF
               FILE STATUS IS WS-REF-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
          05 OUT-AMOUNT      PIC 9(9)V99.
          05 OUT-CURRENCY    PIC X(03).
          05 OUT-VALUE-DATE  PIC 9(8).
      * PAYEE'S BANK DETAILS, CARRIED ONLY ON A BILL PAYMENT.
          05 OUT-PAYEE-ROUTING PIC 9(09).
          05 OUT-PAYEE-ACCT-NO PIC X(17).
          05 OUT-PAYEE-REF   PIC X(20).
       FD REJECT-FILE.
       01 REJECT-RECORD      PIC X(80).
       FD SETTLE-BATCH-FILE.
       01 SETTLE-BATCH-RECORD.
           COPY SETLBREC.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           COPY PAYHREC.
       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           COPY PAYEREC.
       FD REFERENCE-FILE.
       01 REFERENCE-RECORD.
          05 REF-TRN-REF     PIC X(12).
          05 REF-POST-DATE   PIC 9(8).
          05 REF-RUN-ID      PIC X(08).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-DSG-STATUS      PIC XX VALUE '00'.
       01 WS-OUT-STATUS      PIC XX VALUE '00'.
       01 WS-REJ-STATUS      PIC XX VALUE '00'.
       01 WS-SBT-STATUS      PIC XX VALUE '00'.
       01 WS-PAYH-STATUS     PIC XX VALUE '00'.
       01 WS-PAYE-STATUS     PIC XX VALUE '00'.
       01 WS-REF-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 DESIGNATION-EOF VALUE 'Y'.
       01 WS-PAYH-EOF-SWITCH PIC X VALUE 'N'.
           88 PAYHIST-EOF    VALUE 'Y'.
       01 WS-PAYH-OPEN-SWITCH PIC X VALUE 'N'.
           88 PAYHIST-OPEN   VALUE 'Y'.
       01 WS-BILLPAY-AVAILABLE PIC X VALUE 'N'.
           88 BILL-PAYMENTS-AVAILABLE VALUE 'Y'.
       01 WS-JRNL-FOUND      PIC X VALUE 'N'.
       01 WS-PAYEE-FOUND     PIC X VALUE 'N'.
       01 WS-BUILT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-BILL-SENT-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-BILL-UNPOSTED-COUNT PIC 9(7) COMP VALUE 0.
      * DAYS A RAISED BILL PAYMENT MAY WAIT TO POST BEFORE IT IS
      * TAKEN AS TURNED AWAY BY THE POSTING RUN AND NOT SENT.
       01 WS-POST-WAIT-DAYS  PIC 9(3) VALUE 5.
       01 WS-DAYS-WAITING    PIC S9(7) VALUE 0.
       01 WS-BATCH-DEBITS    PIC 9(11)V99 VALUE 0.
       01 WS-BATCH-CREDITS   PIC 9(11)V99 VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    EACH DESIGNATION CARD NAMES ONE POSTED JOURNAL ITEM TO
      *    CARRY TO THE OTHER BANK; THE ITEM IS RE-EXPRESSED IN THE
      *    EXTBANK RECORD SHAPE ACCTXLAT ALREADY READS INBOUND, SO
      *    BOTH DIRECTIONS SHARE ONE WIRE FORMAT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-DESIGNATION
           PERFORM 3000-BUILD-OUTBOUND-ITEM UNTIL DESIGNATION-EOF
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           IF BILL-PAYMENTS-AVAILABLE
               PERFORM 6000-READ-PAYMENT
               PERFORM 6100-SEND-BILL-PAYMENT UNTIL PAYHIST-EOF
           END-IF
           DISPLAY 'OUTBOUND ITEMS BUILT: ' WS-BUILT-COUNT
           DISPLAY 'DESIGNATIONS REJECTED: ' WS-REJECT-COUNT
           DISPLAY 'BILL PAYMENTS SENT  : ' WS-BILL-SENT-COUNT
           DISPLAY 'BILL PAYMENTS UNPOSTED: ' WS-BILL-UNPOSTED-COUNT
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
               CLOSE DESIGNATION-FILE
               CLOSE OUTBOUND-FILE
               STOP RUN
           END-IF
      *    BILL PAYMENTS ARE SENT ONLY WHEN THE PAYMENT HISTORY,
      *    THE PAYEES AND THE POSTED REFERENCES CAN ALL BE READ.
           OPEN I-O PAYHIST-FILE
           IF WS-PAYH-STATUS = '00'
               MOVE 'Y' TO WS-PAYH-OPEN-SWITCH
               OPEN INPUT PAYEE-FILE
               OPEN INPUT REFERENCE-FILE
               IF WS-PAYE-STATUS = '00' AND WS-REF-STATUS = '00'
                   MOVE 'Y' TO WS-BILLPAY-AVAILABLE
               ELSE
                   DISPLAY 'PAYEE OR REFERENCE FILE UNAVAILABLE, '
                       'BILL PAYMENTS NOT SENT'
               END-IF
           ELSE
               DISPLAY 'PAYMENT HISTORY UNAVAILABLE, STATUS '
                   WS-PAYH-STATUS ', BILL PAYMENTS NOT SENT'
           END-IF.
       2000-READ-DESIGNATION.
           READ DESIGNATION-FILE INTO DESIGNATION-RECORD
           MOVE JRNL-ACCT-ID TO OUT-ACCT-ID
           IF JRNL-DEBIT-TYPE
               MOVE 'DR' TO OUT-TRN-TYPE
               ADD JRNL-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               MOVE 'CR' TO OUT-TRN-TYPE
               ADD JRNL-AMOUNT TO WS-BATCH-CREDITS
           END-IF
           MOVE JRNL-AMOUNT TO OUT-AMOUNT
           PERFORM 4100-SET-CURRENCY
           MOVE JRNL-POST-DATE TO OUT-VALUE-DATE
           MOVE 0 TO OUT-PAYEE-ROUTING
           MOVE SPACES TO OUT-PAYEE-ACCT-NO
           MOVE SPACES TO OUT-PAYEE-REF
           WRITE OUTBOUND-RECORD
           ADD 1 TO WS-BUILT-COUNT.
       4100-SET-CURRENCY.
           MOVE OUT-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  MOVE 'USD' TO OUT-CURRENCY
                  ELSE
                      MOVE ACCT-CURRENCY-CODE TO OUT-CURRENCY
                  END-IF
           END-READ.
       5000-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REJECT-RECORD
               ' SEQ: ' DSG-SEQUENCE
               DELIMITED BY SIZE INTO REJECT-RECORD
           WRITE REJECT-RECORD.
       6000-READ-PAYMENT.
           READ PAYHIST-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-PAYH-EOF-SWITCH
           END-READ.
       6100-SEND-BILL-PAYMENT.
      *    A BILL PAYMENT BILPAY RAISED IS SENT TO THE PAYEE'S BANK
      *    ONCE ITS DEBIT HAS POSTED, VALUED ON THE POSTING DATE.
      *    ONE STILL UNPOSTED AFTER THE WAIT WAS TURNED AWAY BY THE
      *    POSTING RUN; IT IS MARKED SO AND LISTED, NEVER SENT.
           IF PAYH-RAISED
               MOVE PAYH-REF TO REF-TRN-REF
               READ REFERENCE-FILE
                   INVALID KEY
                      PERFORM 6300-CHECK-UNPOSTED
                   NOT INVALID KEY
                      PERFORM 6200-WRITE-BILL-PAYMENT
               END-READ
           END-IF
           PERFORM 6000-READ-PAYMENT.
       6200-WRITE-BILL-PAYMENT.
           MOVE 'N' TO WS-PAYEE-FOUND
           MOVE PAYH-PAYEE-ID TO PAYE-ID
           READ PAYEE-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-PAYEE-FOUND
           END-READ
           IF WS-PAYEE-FOUND = 'Y'
               MOVE PAYH-REF TO OUT-BANK-REF
               MOVE PAYH-ACCT-ID TO OUT-ACCT-ID
               MOVE 'DR' TO OUT-TRN-TYPE
               MOVE PAYH-AMOUNT TO OUT-AMOUNT
               PERFORM 4100-SET-CURRENCY
               MOVE REF-POST-DATE TO OUT-VALUE-DATE
               MOVE PAYE-ROUTING TO OUT-PAYEE-ROUTING
               MOVE PAYE-ACCT-NO TO OUT-PAYEE-ACCT-NO
               MOVE PAYH-PAYEE-REF TO OUT-PAYEE-REF
               WRITE OUTBOUND-RECORD
               ADD 1 TO WS-BUILT-COUNT
               ADD 1 TO WS-BILL-SENT-COUNT
               ADD PAYH-AMOUNT TO WS-BATCH-DEBITS
               SET PAYH-SENT TO TRUE
               MOVE WS-TODAY TO PAYH-STATUS-DATE
               PERFORM 6400-REWRITE-PAYMENT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO REJECT-RECORD
               STRING 'BILL PAYMENT PAYEE NOT FOUND, ACCT: '
                   PAYH-ACCT-ID ' REF: ' PAYH-REF
                   ' PAYEE: ' PAYH-PAYEE-ID
                   DELIMITED BY SIZE INTO REJECT-RECORD
               WRITE REJECT-RECORD
           END-IF.
       6300-CHECK-UNPOSTED.
           COMPUTE WS-DAYS-WAITING =
               FUNCTION INTEGER-OF-DATE (WS-TODAY)
               - FUNCTION INTEGER-OF-DATE (PAYH-STATUS-DATE)
           IF WS-DAYS-WAITING > WS-POST-WAIT-DAYS
               ADD 1 TO WS-BILL-UNPOSTED-COUNT
               MOVE SPACES TO REJECT-RECORD
               STRING 'BILL PAYMENT NEVER POSTED, NOT SENT, ACCT: '
                   PAYH-ACCT-ID ' REF: ' PAYH-REF
                   DELIMITED BY SIZE INTO REJECT-RECORD
               WRITE REJECT-RECORD
               SET PAYH-NOT-POSTED TO TRUE
               MOVE WS-TODAY TO PAYH-STATUS-DATE
               PERFORM 6400-REWRITE-PAYMENT
           END-IF.
       6400-REWRITE-PAYMENT.
           REWRITE PAYHIST-RECORD
               INVALID KEY
                  DISPLAY 'PAYMENT HISTORY REWRITE FAILED, STATUS '
                      WS-PAYH-STATUS ': ' PAYH-KEY
           END-REWRITE.
       8000-WRITE-SETTLE-BATCH.
      *    THE RUN'S ITEMS SETTLE THROUGH THE CORRESPONDENT AS ONE
      *    BATCH; ITS TOTALS ARE LEFT FOR THE SETTLEMENT
      *    RECONCILIATION TO MATCH AGAINST THE BANK'S STATEMENT.
           IF WS-BUILT-COUNT > 0
               OPEN EXTEND SETTLE-BATCH-FILE
               IF WS-SBT-STATUS = '00' OR WS-SBT-STATUS = '05'
                   MOVE SPACES TO SBT-BATCH-REF
                   STRING 'OUT' WS-TODAY DELIMITED BY SIZE
                       INTO SBT-BATCH-REF
                   SET SBT-OUTBOUND TO TRUE
                   MOVE WS-TODAY TO SBT-BATCH-DATE
                   MOVE WS-BUILT-COUNT TO SBT-ITEM-COUNT
                   MOVE WS-BATCH-DEBITS TO SBT-DEBIT-TOTAL
                   MOVE WS-BATCH-CREDITS TO SBT-CREDIT-TOTAL
                   COMPUTE SBT-NET-AMOUNT =
                       WS-BATCH-CREDITS - WS-BATCH-DEBITS
                   WRITE SETTLE-BATCH-RECORD
                   CLOSE SETTLE-BATCH-FILE
                   DISPLAY 'SETTLEMENT BATCH: ' SBT-BATCH-REF
               ELSE
                   DISPLAY 'SETTLEMENT BATCH FILE UNAVAILABLE, STATUS '
                       WS-SBT-STATUS ', BATCH NOT RECORDED'
               END-IF
           END-IF.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE DESIGNATION-FILE
           CLOSE OUTBOUND-FILE
           CLOSE REJECT-FILE
           IF PAYHIST-OPEN
               CLOSE PAYHIST-FILE
               CLOSE PAYEE-FILE
               CLOSE REFERENCE-FILE
           END-IF.
