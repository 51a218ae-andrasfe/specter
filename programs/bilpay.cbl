       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLPAY-FILE ASSIGN TO 'BILLPAY'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BILP-KEY
               FILE STATUS IS WS-BILP-STATUS.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYE-ID
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYHIST-FILE ASSIGN TO 'PAYHIST'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYH-KEY
               FILE STATUS IS WS-PAYH-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT NOTIFICATION-FILE ASSIGN TO 'ACCTNOTE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NOTE-STATUS.
           SELECT NSF-REPORT-FILE ASSIGN TO 'BILPNSF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BILLPAY-FILE.
       01 BILLPAY-RECORD.
           COPY BILPREC.
       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           COPY PAYEREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           COPY PAYHREC.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
          05 TRN-ORIG-REF    PIC X(12).
          05 TRN-CHQ-SERIAL  PIC X(10).
          05 TRN-AUTH-CUST-NO PIC X(08).
       FD NOTIFICATION-FILE.
       01 NOTIFICATION-RECORD PIC X(80).
       FD NSF-REPORT-FILE.
       01 NSF-REPORT-LINE    PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-BILP-STATUS     PIC XX VALUE '00'.
       01 WS-PAYE-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PAYH-STATUS     PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-NOTE-STATUS     PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 BILLPAY-EOF    VALUE 'Y'.
       01 WS-OUTCOME         PIC X VALUE SPACE.
           88 OUTCOME-PAY       VALUE 'P'.
           88 OUTCOME-NSF       VALUE 'N'.
           88 OUTCOME-HOLD      VALUE 'H'.
           88 OUTCOME-SUSPEND   VALUE 'S'.
           88 OUTCOME-END       VALUE 'E'.
       01 WS-REASON          PIC X(20) VALUE SPACES.
      * AMOUNT ALREADY RAISED AGAINST THE CURRENT ACCOUNT TONIGHT;
      * THE FILE IS IN ACCOUNT ORDER, SO A SECOND BILL ON THE SAME
      * ACCOUNT IS ONLY PAID IF THE ACCOUNT CAN COVER BOTH.
       01 WS-COMMITTED-ACCT  PIC X(10) VALUE SPACES.
       01 WS-COMMITTED-AMT   PIC S9(9)V99 VALUE 0.
       01 WS-AVAILABLE       PIC S9(11)V99 VALUE 0.
       01 WS-PAY-SEQ         PIC 9(5) VALUE 0.
       01 WS-MONTHS-TO-ADD   PIC 9(2) VALUE 0.
       01 WS-READ-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-PAID-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-NSF-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-STOPPED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-PAID-TOTAL      PIC 9(9)V99 VALUE 0.
       01 WS-NSF-TOTAL       PIC 9(9)V99 VALUE 0.
       01 WS-NEXT-DATE       PIC 9(8) VALUE 0.
       01 WS-NEXT-DATE-R REDEFINES WS-NEXT-DATE.
          05 WS-NEXT-YEAR    PIC 9(4).
          05 WS-NEXT-MONTH   PIC 9(2).
          05 WS-NEXT-DAY     PIC 9(2).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HEADER-LINE.
          05 FILLER          PIC X(46)
             VALUE 'BILL PAYMENTS NOT MADE, INSUFFICIENT FUNDS, '.
          05 WS-H-DATE       PIC 9(8).
       01 WS-COLUMN-LINE.
          05 FILLER          PIC X(11) VALUE 'ACCOUNT'.
          05 FILLER          PIC X(09) VALUE 'PAYEE'.
          05 FILLER          PIC X(31) VALUE 'PAYEE NAME'.
          05 FILLER          PIC X(14) VALUE '      AMOUNT'.
          05 FILLER          PIC X(15) VALUE '     AVAILABLE'.
          05 FILLER          PIC X(12) VALUE 'REFERENCE'.
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(11).
          05 WS-D-PAYEE-ID   PIC X(09).
          05 WS-D-PAYEE-NAME PIC X(31).
          05 WS-D-AMOUNT     PIC ZZZ,ZZ9.99-.
          05 FILLER          PIC X(03) VALUE SPACES.
          05 WS-D-AVAILABLE  PIC ZZZ,ZZZ,ZZ9.99-.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-REF        PIC X(12).
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL     PIC X(40).
          05 WS-TL-COUNT     PIC Z(8)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-TL-AMOUNT    PIC Z(10)9.99.
       01 WS-RUNCTL-AREA.
          05 WS-RUN-FUNCTION  PIC X(01).
          05 WS-RUN-CYCLE-DATE PIC 9(8).
          05 WS-RUN-JOB       PIC X(08).
          05 WS-RUN-STEP      PIC X(08).
          05 WS-RUN-RC        PIC 9(4).
          05 WS-RUN-RECORDS   PIC 9(9).
          05 WS-RUN-RESULT    PIC X(01).
             88 RUN-CLEAR-TO-RUN  VALUE 'Y'.
       01 WS-STAT-AREA.
          05 WS-STAT-DATE     PIC 9(8).
          05 WS-STAT-PROGRAM  PIC X(08).
          05 WS-STAT-PROCESSED PIC 9(9).
          05 WS-STAT-REJECTED PIC 9(9).
          05 WS-STAT-ELAPSED  PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    RUNS AHEAD OF ACCTPOST IN THE NIGHTLY CYCLE.  EVERY
      *    ACTIVE BILL-PAYMENT INSTRUCTION THAT HAS COME DUE IS PAID
      *    BY A DEBIT ON ACCTTRN, AND THE PAYMENT IS RECORDED ON
      *    PAYHIST FOR EXTBOUT TO SEND TO THE PAYEE'S BANK ONCE IT
      *    HAS POSTED.  A PAYMENT THE ACCOUNT CANNOT COVER IS NOT
      *    RAISED: IT IS RECORDED AS NOT MADE, THE CUSTOMER IS
      *    NOTIFIED THROUGH ACCTNOTE AND IT GOES ON THE BILPNSF
      *    REPORT.  EITHER WAY THE INSTRUCTION MOVES ON TO ITS NEXT
      *    DATE; A MISSED BILL IS NOT TRIED AGAIN.  THE PAYMENT
      *    REFERENCES CARRY THE RUN DATE, SO THE RUN IS STOPPED
      *    FROM RUNNING TWICE IN ONE CYCLE.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           MOVE '4' TO WS-RUN-FUNCTION
           MOVE WS-TODAY TO WS-RUN-CYCLE-DATE
           MOVE 'BILPAY' TO WS-RUN-JOB
           MOVE 'DAILY' TO WS-RUN-STEP
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           IF NOT RUN-CLEAR-TO-RUN
               DISPLAY 'BILPAY ALREADY RAN FOR ' WS-TODAY
                   ', SECOND RUN STOPPED'
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '1' TO WS-RUN-FUNCTION
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           MOVE WS-TODAY TO WS-H-DATE
           MOVE WS-HEADER-LINE TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE
           MOVE SPACES TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE
           MOVE WS-COLUMN-LINE TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE
           PERFORM 2000-READ-INSTRUCTION
           PERFORM 3000-PROCESS-INSTRUCTION UNTIL BILLPAY-EOF
           PERFORM 8000-WRITE-TOTALS
           DISPLAY 'INSTRUCTIONS READ    : ' WS-READ-COUNT
           DISPLAY 'PAYMENTS RAISED      : ' WS-PAID-COUNT
           DISPLAY 'PAYMENTS NOT MADE    : ' WS-NSF-COUNT
           DISPLAY 'HELD FOR TOMORROW    : ' WS-HELD-COUNT
           DISPLAY 'INSTRUCTIONS STOPPED : ' WS-STOPPED-COUNT
           DISPLAY 'PAYMENT ERRORS       : ' WS-ERROR-COUNT
           PERFORM 9000-CLOSE-FILES
           MOVE '2' TO WS-RUN-FUNCTION
           MOVE 0 TO WS-RUN-RC
           MOVE WS-PAID-COUNT TO WS-RUN-RECORDS
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           MOVE WS-TODAY TO WS-STAT-DATE
           MOVE 'BILPAY' TO WS-STAT-PROGRAM
           MOVE WS-PAID-COUNT TO WS-STAT-PROCESSED
           MOVE WS-NSF-COUNT TO WS-STAT-REJECTED
           MOVE 0 TO WS-STAT-ELAPSED
           CALL 'STATUTIL' USING WS-STAT-AREA
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O BILLPAY-FILE
           IF WS-BILP-STATUS NOT = '00'
               DISPLAY 'BILL-PAYMENT FILE OPEN ERROR: ' WS-BILP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT PAYEE-FILE
           IF WS-PAYE-STATUS NOT = '00'
               DISPLAY 'PAYEE FILE OPEN ERROR: ' WS-PAYE-STATUS
               CLOSE BILLPAY-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE BILLPAY-FILE
               CLOSE PAYEE-FILE
               STOP RUN
           END-IF
           OPEN I-O PAYHIST-FILE
           IF WS-PAYH-STATUS = '35'
               OPEN OUTPUT PAYHIST-FILE
               CLOSE PAYHIST-FILE
               OPEN I-O PAYHIST-FILE
           END-IF
           IF WS-PAYH-STATUS NOT = '00'
               DISPLAY 'PAYMENT HISTORY OPEN ERROR: ' WS-PAYH-STATUS
               CLOSE BILLPAY-FILE
               CLOSE PAYEE-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRN-STATUS NOT = '00' AND WS-TRN-STATUS NOT = '05'
               DISPLAY 'TRANSACTION FILE OPEN ERROR: ' WS-TRN-STATUS
               CLOSE BILLPAY-FILE
               CLOSE PAYEE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PAYHIST-FILE
               STOP RUN
           END-IF
           OPEN EXTEND NOTIFICATION-FILE
           IF WS-NOTE-STATUS = '35'
               OPEN OUTPUT NOTIFICATION-FILE
           END-IF
           IF WS-NOTE-STATUS NOT = '00' AND WS-NOTE-STATUS NOT = '05'
               DISPLAY 'NOTIFICATION FILE OPEN ERROR: ' WS-NOTE-STATUS
               CLOSE BILLPAY-FILE
               CLOSE PAYEE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PAYHIST-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT NSF-REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'NSF REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE BILLPAY-FILE
               CLOSE PAYEE-FILE
               CLOSE ACCOUNT-FILE
               CLOSE PAYHIST-FILE
               CLOSE TRANSACTION-FILE
               CLOSE NOTIFICATION-FILE
               STOP RUN
           END-IF.
       2000-READ-INSTRUCTION.
           READ BILLPAY-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-INSTRUCTION.
           ADD 1 TO WS-READ-COUNT
           IF BILP-ACTIVE
               AND BILP-NEXT-DATE NOT = 0
               AND BILP-NEXT-DATE <= WS-TODAY
               IF BILP-END-DATE NOT = 0
                   AND BILP-NEXT-DATE > BILP-END-DATE
                   SET OUTCOME-END TO TRUE
                   MOVE 'END DATE PASSED' TO WS-REASON
               ELSE
                   PERFORM 4000-CHECK-PAYABLE
               END-IF
               EVALUATE TRUE
                   WHEN OUTCOME-PAY
                       PERFORM 5000-RAISE-PAYMENT
                       IF OUTCOME-PAY
                           PERFORM 7000-ADVANCE-NEXT-DATE
                       END-IF
                   WHEN OUTCOME-NSF
                       PERFORM 6000-PAYMENT-NOT-MADE
                       PERFORM 7000-ADVANCE-NEXT-DATE
                   WHEN OUTCOME-HOLD
                       ADD 1 TO WS-HELD-COUNT
                       DISPLAY 'BILL PAYMENT HELD, ' WS-REASON ': '
                           BILP-ACCT-ID ' ' BILP-PAYEE-ID
                   WHEN OTHER
                       PERFORM 6500-STOP-INSTRUCTION
               END-EVALUATE
               IF NOT OUTCOME-HOLD
                   REWRITE BILLPAY-RECORD
                       INVALID KEY
                          ADD 1 TO WS-ERROR-COUNT
                          DISPLAY 'BILL-PAYMENT REWRITE FAILED, STATUS '
                              WS-BILP-STATUS ': ' BILP-KEY
                   END-REWRITE
               END-IF
           END-IF
           PERFORM 2000-READ-INSTRUCTION.
       4000-CHECK-PAYABLE.
      *    A CLOSED ACCOUNT ENDS THE INSTRUCTION AND A CLOSED PAYEE
      *    SUSPENDS IT; AN ACCOUNT ON HOLD OR FROZEN IS TRIED AGAIN
      *    TOMORROW.  OTHERWISE THE BALANCE PLUS ANY OVERDRAFT
      *    LIMIT, LESS WHAT TONIGHT'S EARLIER BILLS HAVE TAKEN, MUST
      *    COVER THE PAYMENT.
           MOVE SPACE TO WS-OUTCOME
           MOVE SPACES TO WS-REASON
           IF BILP-ACCT-ID NOT = WS-COMMITTED-ACCT
               MOVE BILP-ACCT-ID TO WS-COMMITTED-ACCT
               MOVE 0 TO WS-COMMITTED-AMT
           END-IF
           MOVE BILP-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  SET OUTCOME-END TO TRUE
                  MOVE 'NO ACCOUNT' TO WS-REASON
           END-READ
           IF WS-OUTCOME = SPACE
               MOVE BILP-PAYEE-ID TO PAYE-ID
               READ PAYEE-FILE
                   INVALID KEY
                      MOVE SPACES TO PAYE-NAME
                      SET PAYE-CLOSED TO TRUE
               END-READ
               COMPUTE WS-AVAILABLE = ACCT-BALANCE
                   + ACCT-OVERDRAFT-LIMIT - WS-COMMITTED-AMT
               EVALUATE TRUE
                   WHEN NOT ACCT-ACTIVE AND NOT ACCT-DORMANT
                       AND NOT ACCT-FROZEN
                       SET OUTCOME-END TO TRUE
                       MOVE 'ACCOUNT NOT OPEN' TO WS-REASON
                   WHEN ACCT-ON-HOLD OR ACCT-FROZEN
                       SET OUTCOME-HOLD TO TRUE
                       MOVE 'ACCOUNT ON HOLD' TO WS-REASON
                   WHEN NOT PAYE-ACTIVE
                       SET OUTCOME-SUSPEND TO TRUE
                       MOVE 'PAYEE CLOSED' TO WS-REASON
                   WHEN WS-AVAILABLE < BILP-AMOUNT
                       SET OUTCOME-NSF TO TRUE
                       MOVE 'INSUFFICIENT FUNDS' TO WS-REASON
                   WHEN OTHER
                       SET OUTCOME-PAY TO TRUE
               END-EVALUATE
           END-IF.
       4100-BUILD-HISTORY.
           ADD 1 TO WS-PAY-SEQ
           MOVE BILP-ACCT-ID TO PAYH-ACCT-ID
           MOVE SPACES TO PAYH-REF
           STRING 'P' WS-TODAY (3:6) WS-PAY-SEQ
               DELIMITED BY SIZE INTO PAYH-REF
           MOVE BILP-PAYEE-ID TO PAYH-PAYEE-ID
           MOVE PAYE-NAME TO PAYH-PAYEE-NAME
           MOVE BILP-PAYEE-REF TO PAYH-PAYEE-REF
           MOVE BILP-AMOUNT TO PAYH-AMOUNT
           MOVE BILP-NEXT-DATE TO PAYH-PAY-DATE
           MOVE WS-TODAY TO PAYH-STATUS-DATE
           MOVE SPACES TO PAYH-RETURN-REASON
           MOVE BILP-NEXT-DATE TO BILP-LAST-DATE
           MOVE PAYH-REF TO BILP-LAST-REF.
       5000-RAISE-PAYMENT.
      *    THE HISTORY RECORD GOES ON FIRST; EXTBOUT SENDS THE
      *    PAYMENT ONLY WHEN ITS REFERENCE HAS POSTED, SO A DEBIT
      *    THE POSTING RUN TURNS AWAY IS NEVER PAID OUT.  IF EITHER
      *    WRITE FAILS THE INSTRUCTION IS LEFT AS IT WAS, TO BE
      *    TRIED AGAIN TOMORROW.
           PERFORM 4100-BUILD-HISTORY
           SET PAYH-RAISED TO TRUE
           WRITE PAYHIST-RECORD
               INVALID KEY
                  ADD 1 TO WS-ERROR-COUNT
                  DISPLAY 'PAYMENT HISTORY WRITE FAILED, STATUS '
                      WS-PAYH-STATUS ': ' PAYH-KEY
                  SET OUTCOME-HOLD TO TRUE
                  MOVE 'HISTORY WRITE FAILED' TO WS-REASON
           END-WRITE
           IF WS-PAYH-STATUS = '00'
               MOVE BILP-ACCT-ID TO TRN-ACCT-ID
               MOVE 'D' TO TRN-CODE
               MOVE BILP-AMOUNT TO TRN-AMOUNT
               MOVE PAYH-REF TO TRN-REF
               MOVE WS-TODAY TO TRN-EFFECTIVE-DATE
               MOVE SPACES TO TRN-DEST-ACCT-ID
               MOVE SPACES TO TRN-ORIG-REF
               MOVE SPACES TO TRN-CHQ-SERIAL
               MOVE SPACES TO TRN-AUTH-CUST-NO
               WRITE TRANSACTION-RECORD
               IF WS-TRN-STATUS NOT = '00'
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'BILL PAYMENT DEBIT WRITE FAILED, STATUS '
                       WS-TRN-STATUS ': ' PAYH-KEY
                   SET OUTCOME-HOLD TO TRUE
                   MOVE 'DEBIT WRITE FAILED' TO WS-REASON
               ELSE
                   ADD 1 TO WS-PAID-COUNT
                   ADD BILP-AMOUNT TO WS-PAID-TOTAL
                   ADD BILP-AMOUNT TO WS-COMMITTED-AMT
                   SET BILP-LAST-PAID TO TRUE
               END-IF
           END-IF.
       6000-PAYMENT-NOT-MADE.
           PERFORM 4100-BUILD-HISTORY
           SET PAYH-NSF TO TRUE
           WRITE PAYHIST-RECORD
               INVALID KEY
                  ADD 1 TO WS-ERROR-COUNT
                  DISPLAY 'PAYMENT HISTORY WRITE FAILED, STATUS '
                      WS-PAYH-STATUS ': ' PAYH-KEY
           END-WRITE
           SET BILP-LAST-NSF TO TRUE
           ADD 1 TO WS-NSF-COUNT
           ADD BILP-AMOUNT TO WS-NSF-TOTAL
           MOVE SPACES TO NOTIFICATION-RECORD
           STRING 'BILL PAYMENT NOT MADE ACCT: ' BILP-ACCT-ID
               ' PAYEE: ' BILP-PAYEE-ID
               ' DUE: ' BILP-NEXT-DATE
               DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD
           MOVE BILP-ACCT-ID TO WS-D-ACCT-ID
           MOVE BILP-PAYEE-ID TO WS-D-PAYEE-ID
           MOVE PAYE-NAME TO WS-D-PAYEE-NAME
           MOVE BILP-AMOUNT TO WS-D-AMOUNT
           MOVE WS-AVAILABLE TO WS-D-AVAILABLE
           MOVE PAYH-REF TO WS-D-REF
           MOVE WS-DETAIL-LINE TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE.
       6500-STOP-INSTRUCTION.
           ADD 1 TO WS-STOPPED-COUNT
           IF OUTCOME-SUSPEND
               SET BILP-SUSPENDED TO TRUE
           ELSE
               SET BILP-ENDED TO TRUE
           END-IF
           MOVE WS-TODAY TO BILP-UPDATED-DATE
           MOVE 'BILPAY' TO BILP-UPDATED-BY
           DISPLAY 'BILL-PAYMENT INSTRUCTION STOPPED, ' WS-REASON
               ': ' BILP-ACCT-ID ' ' BILP-PAYEE-ID.
       7000-ADVANCE-NEXT-DATE.
      *    A ONE-OFF PAYMENT ENDS ONCE IT HAS COME DUE.  A REPEATING
      *    ONE MOVES ON PAST TODAY, SO AN INSTRUCTION RESUMED AFTER
      *    SEVERAL MISSED DATES PAYS ONCE, NOT ONCE FOR EACH.
           IF BILP-ONCE
               SET BILP-ENDED TO TRUE
           ELSE
               PERFORM 7100-ADVANCE-ONE-PERIOD
                   UNTIL BILP-NEXT-DATE > WS-TODAY
               IF BILP-END-DATE NOT = 0
                   AND BILP-NEXT-DATE > BILP-END-DATE
                   SET BILP-ENDED TO TRUE
               END-IF
           END-IF.
       7100-ADVANCE-ONE-PERIOD.
           MOVE BILP-NEXT-DATE TO WS-NEXT-DATE
           EVALUATE TRUE
               WHEN BILP-WEEKLY
                   COMPUTE WS-NEXT-DATE = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (WS-NEXT-DATE) + 7)
               WHEN BILP-QUARTERLY
                   MOVE 3 TO WS-MONTHS-TO-ADD
                   PERFORM 7200-ADD-MONTHS
               WHEN OTHER
                   MOVE 1 TO WS-MONTHS-TO-ADD
                   PERFORM 7200-ADD-MONTHS
           END-EVALUATE
           MOVE WS-NEXT-DATE TO BILP-NEXT-DATE.
       7200-ADD-MONTHS.
      *    THE PAYMENT GOES BACK TO ITS OWN DAY OF THE MONTH, OR THE
      *    LAST DAY OF A MONTH TOO SHORT TO HAVE IT.
           ADD WS-MONTHS-TO-ADD TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH > 12
               SUBTRACT 12 FROM WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF
           IF BILP-PAY-DAY > 0
               MOVE BILP-PAY-DAY TO WS-NEXT-DAY
           END-IF
           PERFORM 7210-BACK-ONE-DAY
               UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-NEXT-DATE) = 0.
       7210-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-NEXT-DAY.
       8000-WRITE-TOTALS.
           MOVE SPACES TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE
           MOVE 'PAYMENTS NOT MADE' TO WS-TL-LABEL
           MOVE WS-NSF-COUNT TO WS-TL-COUNT
           MOVE WS-NSF-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE
           MOVE 'PAYMENTS RAISED' TO WS-TL-LABEL
           MOVE WS-PAID-COUNT TO WS-TL-COUNT
           MOVE WS-PAID-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO NSF-REPORT-LINE
           WRITE NSF-REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE BILLPAY-FILE
           CLOSE PAYEE-FILE
           CLOSE ACCOUNT-FILE
           CLOSE PAYHIST-FILE
           CLOSE TRANSACTION-FILE
           CLOSE NOTIFICATION-FILE
           CLOSE NSF-REPORT-FILE.
