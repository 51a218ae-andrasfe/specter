       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANRUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO 'ACCTTRN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT REPORT-FILE ASSIGN TO 'LOANRPT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY LOANREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD TRANSACTION-FILE.
       01 TRANSACTION-RECORD.
          05 TRN-ACCT-ID     PIC X(10).
          05 TRN-CODE        PIC X(01).
          05 TRN-AMOUNT      PIC S9(9)V99.
          05 TRN-REF         PIC X(12).
          05 TRN-EFFECTIVE-DATE PIC 9(8).
          05 TRN-DEST-ACCT-ID PIC X(10).
       FD REPORT-FILE.
       01 REPORT-LINE        PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-TRN-STATUS      PIC XX VALUE '00'.
       01 WS-RPT-STATUS      PIC XX VALUE '00'.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-CODE       PIC X(01) VALUE SPACE.
       01 WS-JRNL-AMOUNT     PIC S9(9)V99 VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-WRITE-OK   VALUE 'Y'.
           88 JOURNAL-WRITE-DEAD VALUE 'A'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 LOAN-EOF       VALUE 'Y'.
       01 WS-ACCT-FOUND-SWITCH PIC X VALUE 'N'.
           88 ACCOUNT-FOUND  VALUE 'Y'.
       01 WS-REWRITE-SWITCH  PIC X VALUE 'N'.
           88 REWRITE-OK     VALUE 'Y'.
       01 WS-LOCK-RETRY-COUNT  PIC 9(2) COMP VALUE 0.
       01 WS-LOCK-MAX-RETRIES  PIC 9(2) COMP VALUE 5.
       01 WS-LOCK-BACKOFF-LIMIT PIC 9(7) COMP VALUE 0.
       01 WS-LOCK-BACKOFF-IDX   PIC 9(7) COMP VALUE 0.
       01 WS-LOAN-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-DISBURSED-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-BILLED-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-PAID-OFF-COUNT  PIC 9(7) COMP VALUE 0.
       01 WS-ERROR-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-CURRENT-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-DUE-30-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-DUE-60-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-DUE-90-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-INTEREST-TOTAL  PIC S9(11)V99 VALUE 0.
       01 WS-PRINCIPAL-TOTAL PIC S9(11)V99 VALUE 0.
       01 WS-ARREARS-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-OWED            PIC S9(9)V99 VALUE 0.
       01 WS-INTEREST        PIC S9(7)V99 VALUE 0.
       01 WS-PRINCIPAL       PIC S9(9)V99 VALUE 0.
       01 WS-AMOUNT-DUE      PIC S9(9)V99 VALUE 0.
       01 WS-MISSED-PAYMENTS PIC 9(3) VALUE 0.
       01 WS-LAST-DUE-JULIAN PIC 9(9) COMP VALUE 0.
       01 WS-PAYMENT-NO      PIC 9(3) VALUE 0.
       01 WS-DUE-DATE        PIC 9(8) VALUE 0.
       01 WS-DUE-DATE-R REDEFINES WS-DUE-DATE.
          05 WS-DUE-YEAR     PIC 9(4).
          05 WS-DUE-MONTH    PIC 9(2).
          05 WS-DUE-DAY      PIC 9(2).
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'LOANRUN'.
          05 WS-MH-BEFORE     PIC X(250).
          05 WS-MH-AFTER      PIC X(250).
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-TODAY-DATE-R REDEFINES WS-TODAY-DATE.
          05 WS-T-YEAR       PIC 9(4).
          05 WS-T-MONTH      PIC 9(2).
          05 WS-T-DAY        PIC 9(2).
       01 WS-TODAY-JULIAN    PIC 9(9) COMP.
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
       01 WS-HEADER-LINE.
          05 FILLER          PIC X(40)
             VALUE 'INSTALLMENT LOAN RUN FOR '.
          05 WS-H-DATE       PIC 9(8).
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-ACTION     PIC X(12).
          05 WS-D-AMOUNT     PIC -(9)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-INTEREST   PIC -(7)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-PRINCIPAL  PIC -(9)9.99.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-D-NOTE       PIC X(14).
       01 WS-DELINQ-LINE.
          05 WS-Q-ACCT-ID    PIC X(12).
          05 FILLER          PIC X(12) VALUE 'PAST DUE    '.
          05 WS-Q-ARREARS    PIC -(9)9.99.
          05 FILLER          PIC X(07) VALUE ' DAYS: '.
          05 WS-Q-DAYS       PIC ZZZZ9.
          05 FILLER          PIC X(09) VALUE ' BUCKET: '.
          05 WS-Q-BUCKET     PIC X(03).
       01 WS-TOTAL-LINE.
          05 WS-TL-LABEL     PIC X(40).
          05 WS-TL-COUNT     PIC Z(8)9.
          05 FILLER          PIC X(01) VALUE SPACE.
          05 WS-TL-AMOUNT    PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    RUNS AHEAD OF ACCTPOST IN THE NIGHTLY CYCLE: EACH LOAN
      *    DUE TODAY IS CHARGED ITS MONTHLY INTEREST AND A
      *    REPAYMENT TRANSFER FROM THE LINKED ACCOUNT IS APPENDED
      *    TO ACCTTRN, SO THE POSTING RUN COLLECTS IT UNDER THE
      *    SAME FUNDS, HOLD AND STOP RULES AS ANY OTHER DEBIT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           MOVE WS-YEAR TO WS-T-YEAR
           MOVE WS-MONTH TO WS-T-MONTH
           MOVE WS-DAY TO WS-T-DAY
           COMPUTE WS-TODAY-JULIAN =
               FUNCTION INTEGER-OF-DATE (WS-TODAY-DATE)
           MOVE '4' TO WS-RUN-FUNCTION
           MOVE WS-TODAY-DATE TO WS-RUN-CYCLE-DATE
           MOVE 'LOANRUN' TO WS-RUN-JOB
           MOVE 'DAILY' TO WS-RUN-STEP
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           IF NOT RUN-CLEAR-TO-RUN
               DISPLAY 'LOANRUN ALREADY RAN FOR ' WS-TODAY-DATE
                   ', SECOND RUN STOPPED'
               PERFORM 9000-CLOSE-FILES
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE '1' TO WS-RUN-FUNCTION
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           MOVE WS-TODAY-DATE TO WS-H-DATE
           MOVE WS-HEADER-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM 2000-READ-LOAN
           PERFORM 3000-PROCESS-LOAN UNTIL LOAN-EOF
           PERFORM 8000-WRITE-TOTALS
           DISPLAY 'LOANS READ           : ' WS-LOAN-COUNT
           DISPLAY 'LOANS DISBURSED      : ' WS-DISBURSED-COUNT
           DISPLAY 'INSTALLMENTS BILLED  : ' WS-BILLED-COUNT
           DISPLAY 'LOANS PAID OFF       : ' WS-PAID-OFF-COUNT
           DISPLAY 'LOANS 30+ DAYS       : ' WS-DUE-30-COUNT
           DISPLAY 'LOANS 60+ DAYS       : ' WS-DUE-60-COUNT
           DISPLAY 'LOANS 90+ DAYS       : ' WS-DUE-90-COUNT
           DISPLAY 'LOAN ERRORS          : ' WS-ERROR-COUNT
           PERFORM 9000-CLOSE-FILES
           MOVE '2' TO WS-RUN-FUNCTION
           MOVE 0 TO WS-RUN-RC
           MOVE WS-BILLED-COUNT TO WS-RUN-RECORDS
           CALL 'RUNCTLUT' USING WS-RUNCTL-AREA
           MOVE WS-TODAY-DATE TO WS-STAT-DATE
           MOVE 'LOANRUN' TO WS-STAT-PROGRAM
           MOVE WS-LOAN-COUNT TO WS-STAT-PROCESSED
           MOVE WS-ERROR-COUNT TO WS-STAT-REJECTED
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
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOAN FILE OPEN ERROR: ' WS-LOAN-STATUS
               STOP RUN
           END-IF
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE LOAN-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN EXTEND TRANSACTION-FILE
           IF WS-TRN-STATUS = '35'
               OPEN OUTPUT TRANSACTION-FILE
           END-IF
           IF WS-TRN-STATUS NOT = '00' AND WS-TRN-STATUS NOT = '05'
               DISPLAY 'TRANSACTION FILE OPEN ERROR: ' WS-TRN-STATUS
               CLOSE LOAN-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE LOAN-FILE
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               CLOSE TRANSACTION-FILE
               STOP RUN
           END-IF.
       2000-READ-LOAN.
           READ LOAN-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-PROCESS-LOAN.
           ADD 1 TO WS-LOAN-COUNT
           EVALUATE TRUE
               WHEN LOAN-PENDING
                   PERFORM 4000-DISBURSE-LOAN
               WHEN LOAN-ACTIVE
                   IF LOAN-NEXT-DUE-DATE NOT = 0
                       AND LOAN-NEXT-DUE-DATE <= WS-TODAY-DATE
                       PERFORM 5000-BILL-INSTALLMENT
                   END-IF
                   IF LOAN-ACTIVE
                       PERFORM 6000-AGE-ARREARS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           REWRITE LOAN-RECORD
               INVALID KEY
                  ADD 1 TO WS-ERROR-COUNT
                  DISPLAY 'LOAN REWRITE FAILED, STATUS '
                      WS-LOAN-STATUS ': ' LOAN-ACCT-ID
           END-REWRITE
           PERFORM 2000-READ-LOAN.
       4000-DISBURSE-LOAN.
      *    THE LOAN ACCOUNT IS DEBITED TO THE FULL PRINCIPAL AND
      *    THE LINKED ACCOUNT CREDITED WITH THE PROCEEDS.  IF THE
      *    CREDIT LEG CANNOT BE MADE THE DEBIT IS BACKED OUT AND
      *    THE LOAN STAYS PENDING FOR THE NEXT RUN.
           MOVE LOAN-ACCT-ID TO ACCT-ID
           PERFORM 4100-READ-ACCOUNT-RANDOM
           IF NOT ACCOUNT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'NO ACCOUNT' TO WS-D-NOTE
               MOVE 0 TO WS-AMOUNT-DUE WS-INTEREST WS-PRINCIPAL
               MOVE 'DISBURSE' TO WS-D-ACTION
               PERFORM 7000-WRITE-DETAIL
           ELSE
               MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
               SUBTRACT LOAN-ORIG-PRINCIPAL FROM ACCT-BALANCE
               MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
               PERFORM 4200-REWRITE-WITH-RETRY
               IF NOT REWRITE-OK
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'LOAN DISBURSEMENT FAILED, STATUS '
                       WS-FILE-STATUS ': ' LOAN-ACCT-ID
               ELSE
                   MOVE 'D' TO WS-JRNL-CODE
                   MOVE LOAN-ORIG-PRINCIPAL TO WS-JRNL-AMOUNT
                   PERFORM 7500-WRITE-JOURNAL
                   PERFORM 4300-CREDIT-PROCEEDS
               END-IF
           END-IF.
       4300-CREDIT-PROCEEDS.
           MOVE ACCT-LINKED-ACCT TO ACCT-ID
           PERFORM 4100-READ-ACCOUNT-RANDOM
           IF ACCOUNT-FOUND
               AND NOT ACCT-FROZEN AND NOT ACCT-CLOSED
               AND NOT ACCT-ON-HOLD AND NOT ACCT-CHARGED-OFF
               MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
               ADD LOAN-ORIG-PRINCIPAL TO ACCT-BALANCE
               MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
               PERFORM 4200-REWRITE-WITH-RETRY
           ELSE
               MOVE 'N' TO WS-REWRITE-SWITCH
           END-IF
           IF REWRITE-OK
               MOVE 'C' TO WS-JRNL-CODE
               MOVE LOAN-ORIG-PRINCIPAL TO WS-JRNL-AMOUNT
               PERFORM 7500-WRITE-JOURNAL
               SET LOAN-ACTIVE TO TRUE
               MOVE LOAN-ORIG-PRINCIPAL TO LOAN-SCHED-PRINCIPAL
               ADD 1 TO WS-DISBURSED-COUNT
               MOVE LOAN-ORIG-PRINCIPAL TO WS-AMOUNT-DUE
               MOVE 0 TO WS-INTEREST
               MOVE LOAN-ORIG-PRINCIPAL TO WS-PRINCIPAL
               MOVE 'DISBURSED' TO WS-D-ACTION
               MOVE SPACES TO WS-D-NOTE
               PERFORM 7000-WRITE-DETAIL
           ELSE
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LOAN PROCEEDS NOT CREDITED, DISBURSEMENT '
                   'BACKED OUT: ' LOAN-ACCT-ID
               MOVE LOAN-ACCT-ID TO ACCT-ID
               PERFORM 4100-READ-ACCOUNT-RANDOM
               IF ACCOUNT-FOUND
                   MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                   ADD LOAN-ORIG-PRINCIPAL TO ACCT-BALANCE
                   PERFORM 4200-REWRITE-WITH-RETRY
                   IF REWRITE-OK
                       MOVE 'C' TO WS-JRNL-CODE
                       MOVE LOAN-ORIG-PRINCIPAL TO WS-JRNL-AMOUNT
                       PERFORM 7500-WRITE-JOURNAL
                   END-IF
               END-IF
           END-IF.
       4100-READ-ACCOUNT-RANDOM.
           MOVE 'N' TO WS-ACCT-FOUND-SWITCH
           READ ACCOUNT-FILE INTO ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.
       4200-REWRITE-WITH-RETRY.
           MOVE 'N' TO WS-REWRITE-SWITCH
           MOVE 0 TO WS-LOCK-RETRY-COUNT
           PERFORM 4210-REWRITE-ATTEMPT
               UNTIL REWRITE-OK
               OR WS-LOCK-RETRY-COUNT > WS-LOCK-MAX-RETRIES
           IF REWRITE-OK
               MOVE ACCOUNT-RECORD TO WS-MH-AFTER
               CALL 'MNTHIST' USING WS-HIST-AREA
           END-IF.
       4210-REWRITE-ATTEMPT.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-REWRITE-SWITCH
           END-REWRITE
           IF NOT REWRITE-OK
               IF WS-FILE-STATUS (1:1) = '9'
                   ADD 1 TO WS-LOCK-RETRY-COUNT
                   PERFORM 4220-BACKOFF-DELAY
               ELSE
                   ADD WS-LOCK-MAX-RETRIES TO WS-LOCK-RETRY-COUNT
               END-IF
           END-IF.
       4220-BACKOFF-DELAY.
           COMPUTE WS-LOCK-BACKOFF-LIMIT = WS-LOCK-RETRY-COUNT * 2000
           MOVE 0 TO WS-LOCK-BACKOFF-IDX
           PERFORM 4230-BACKOFF-SPIN
               UNTIL WS-LOCK-BACKOFF-IDX > WS-LOCK-BACKOFF-LIMIT.
       4230-BACKOFF-SPIN.
           ADD 1 TO WS-LOCK-BACKOFF-IDX.
       5000-BILL-INSTALLMENT.
      *    ONE TWELFTH OF THE CONTRACT RATE IS CHARGED ON WHAT THE
      *    ACCOUNT OWES TODAY, SO UNPAID ARREARS CARRY INTEREST
      *    TOO.  THE INSTALLMENT LESS THAT INTEREST RETIRES
      *    SCHEDULED PRINCIPAL; THE LAST INSTALLMENT IS CUT DOWN TO
      *    WHATEVER PRINCIPAL REMAINS ON THE SCHEDULE.
           MOVE LOAN-ACCT-ID TO ACCT-ID
           PERFORM 4100-READ-ACCOUNT-RANDOM
           IF NOT ACCOUNT-FOUND
               ADD 1 TO WS-ERROR-COUNT
               DISPLAY 'LOAN ACCOUNT NOT FOUND: ' LOAN-ACCT-ID
           ELSE
               COMPUTE WS-OWED = 0 - ACCT-BALANCE
               MOVE 0 TO WS-INTEREST
               IF WS-OWED > 0
                   COMPUTE WS-INTEREST ROUNDED =
                       WS-OWED * LOAN-ANNUAL-RATE / 12
               END-IF
               IF WS-INTEREST > 0
                   MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                   SUBTRACT WS-INTEREST FROM ACCT-BALANCE
                   MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
                   PERFORM 4200-REWRITE-WITH-RETRY
                   IF REWRITE-OK
                       MOVE 'N' TO WS-JRNL-CODE
                       MOVE WS-INTEREST TO WS-JRNL-AMOUNT
                       PERFORM 7500-WRITE-JOURNAL
                       ADD WS-INTEREST TO WS-OWED
                   ELSE
                       ADD 1 TO WS-ERROR-COUNT
                       DISPLAY 'LOAN INTEREST NOT CHARGED, STATUS '
                           WS-FILE-STATUS ': ' LOAN-ACCT-ID
                       MOVE 0 TO WS-INTEREST
                   END-IF
               END-IF
               MOVE LOAN-PAYMENT-AMT TO WS-AMOUNT-DUE
               COMPUTE WS-PRINCIPAL = WS-AMOUNT-DUE - WS-INTEREST
               IF WS-PRINCIPAL < 0
                   MOVE 0 TO WS-PRINCIPAL
               END-IF
               IF WS-PRINCIPAL >= LOAN-SCHED-PRINCIPAL
                   MOVE LOAN-SCHED-PRINCIPAL TO WS-PRINCIPAL
                   COMPUTE WS-AMOUNT-DUE = WS-PRINCIPAL + WS-INTEREST
               END-IF
               IF WS-AMOUNT-DUE > WS-OWED
                   MOVE WS-OWED TO WS-AMOUNT-DUE
               END-IF
               SUBTRACT WS-PRINCIPAL FROM LOAN-SCHED-PRINCIPAL
               ADD 1 TO LOAN-PAYMENTS-BILLED
               MOVE WS-INTEREST TO LOAN-LAST-INTEREST
               MOVE WS-PRINCIPAL TO LOAN-LAST-PRINCIPAL
               ADD WS-INTEREST TO LOAN-INTEREST-TO-DATE
               ADD WS-INTEREST TO WS-INTEREST-TOTAL
               ADD WS-PRINCIPAL TO WS-PRINCIPAL-TOTAL
               ADD 1 TO WS-BILLED-COUNT
               MOVE SPACES TO WS-D-NOTE
               IF WS-AMOUNT-DUE > 0
                   PERFORM 5100-WRITE-REPAYMENT-TRANSFER
               ELSE
                   MOVE 'PREPAID' TO WS-D-NOTE
               END-IF
               MOVE 'BILLED' TO WS-D-ACTION
               PERFORM 7000-WRITE-DETAIL
               MOVE LOAN-NEXT-DUE-DATE TO LOAN-LAST-DUE-DATE
               IF LOAN-SCHED-PRINCIPAL > 0
                   PERFORM 5200-ADVANCE-DUE-DATE
               ELSE
                   MOVE 0 TO LOAN-NEXT-DUE-DATE
               END-IF
           END-IF.
       5100-WRITE-REPAYMENT-TRANSFER.
      *    THE REFERENCE CARRIES THE INSTALLMENT NUMBER SO THE
      *    POSTING RUN'S DUPLICATE-REFERENCE CHECK STOPS A RERUN
      *    FROM COLLECTING THE SAME INSTALLMENT TWICE.
           IF ACCT-LINKED-ACCT = SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE 'NO REPAY ACCT' TO WS-D-NOTE
           ELSE
               MOVE ACCT-LINKED-ACCT TO TRN-ACCT-ID
               MOVE 'T' TO TRN-CODE
               MOVE WS-AMOUNT-DUE TO TRN-AMOUNT
               MOVE LOAN-PAYMENTS-BILLED TO WS-PAYMENT-NO
               MOVE SPACES TO TRN-REF
               STRING 'L' WS-PAYMENT-NO LOAN-ACCT-ID (3:8)
                   DELIMITED BY SIZE INTO TRN-REF
               MOVE WS-TODAY-DATE TO TRN-EFFECTIVE-DATE
               MOVE LOAN-ACCT-ID TO TRN-DEST-ACCT-ID
               WRITE TRANSACTION-RECORD
               IF WS-TRN-STATUS NOT = '00'
                   ADD 1 TO WS-ERROR-COUNT
                   DISPLAY 'REPAYMENT TRANSFER WRITE FAILED, STATUS '
                       WS-TRN-STATUS ': ' LOAN-ACCT-ID
                   MOVE 'TRN WRITE ERR' TO WS-D-NOTE
               END-IF
           END-IF.
       5200-ADVANCE-DUE-DATE.
           MOVE LOAN-NEXT-DUE-DATE TO WS-DUE-DATE
           IF WS-DUE-MONTH = 12
               ADD 1 TO WS-DUE-YEAR
               MOVE 1 TO WS-DUE-MONTH
           ELSE
               ADD 1 TO WS-DUE-MONTH
           END-IF
           MOVE WS-DUE-DATE TO LOAN-NEXT-DUE-DATE.
       6000-AGE-ARREARS.
      *    ANYTHING OWED BEYOND THE SCHEDULED PRINCIPAL IS UNPAID
      *    INSTALLMENTS.  THE OLDEST OF THEM FELL DUE ONE MONTH
      *    BEFORE THE LAST DUE DATE FOR EACH EXTRA INSTALLMENT
      *    OUTSTANDING, WHICH GIVES THE DAYS PAST DUE.  A TRANSFER
      *    BILLED TONIGHT IS NOT YET POSTED AND AGES AS DAY ZERO.
           MOVE LOAN-ACCT-ID TO ACCT-ID
           PERFORM 4100-READ-ACCOUNT-RANDOM
           IF ACCOUNT-FOUND
               COMPUTE WS-OWED = 0 - ACCT-BALANCE
               COMPUTE LOAN-ARREARS-AMT =
                   WS-OWED - LOAN-SCHED-PRINCIPAL
               IF LOAN-ARREARS-AMT > 0 AND LOAN-LAST-DUE-DATE > 0
                   AND LOAN-PAYMENT-AMT > 0
                   COMPUTE WS-MISSED-PAYMENTS =
                       (LOAN-ARREARS-AMT + LOAN-PAYMENT-AMT - .01)
                       / LOAN-PAYMENT-AMT
                   COMPUTE WS-LAST-DUE-JULIAN =
                       FUNCTION INTEGER-OF-DATE (LOAN-LAST-DUE-DATE)
                   COMPUTE LOAN-DAYS-PAST-DUE =
                       WS-TODAY-JULIAN - WS-LAST-DUE-JULIAN
                       + (WS-MISSED-PAYMENTS - 1) * 30
               ELSE
                   IF LOAN-ARREARS-AMT < 0
                       MOVE 0 TO LOAN-ARREARS-AMT
                   END-IF
                   MOVE 0 TO LOAN-DAYS-PAST-DUE
               END-IF
               EVALUATE TRUE
                   WHEN LOAN-DAYS-PAST-DUE >= 90
                       SET LOAN-PAST-DUE-90 TO TRUE
                       ADD 1 TO WS-DUE-90-COUNT
                   WHEN LOAN-DAYS-PAST-DUE >= 60
                       SET LOAN-PAST-DUE-60 TO TRUE
                       ADD 1 TO WS-DUE-60-COUNT
                   WHEN LOAN-DAYS-PAST-DUE >= 30
                       SET LOAN-PAST-DUE-30 TO TRUE
                       ADD 1 TO WS-DUE-30-COUNT
                   WHEN OTHER
                       SET LOAN-CURRENT TO TRUE
                       ADD 1 TO WS-CURRENT-COUNT
               END-EVALUATE
               IF NOT LOAN-CURRENT
                   ADD LOAN-ARREARS-AMT TO WS-ARREARS-TOTAL
                   PERFORM 7100-WRITE-DELINQUENCY
               END-IF
               IF LOAN-SCHED-PRINCIPAL = 0 AND WS-OWED <= 0
                   SET LOAN-PAID-OFF TO TRUE
                   ADD 1 TO WS-PAID-OFF-COUNT
                   MOVE 0 TO WS-AMOUNT-DUE WS-INTEREST WS-PRINCIPAL
                   MOVE 'PAID OFF' TO WS-D-ACTION
                   MOVE SPACES TO WS-D-NOTE
                   IF WS-OWED < 0
                       MOVE 'CREDIT BALANCE' TO WS-D-NOTE
                   END-IF
                   PERFORM 7000-WRITE-DETAIL
               END-IF
           END-IF.
       7000-WRITE-DETAIL.
           MOVE LOAN-ACCT-ID TO WS-D-ACCT-ID
           MOVE WS-AMOUNT-DUE TO WS-D-AMOUNT
           MOVE WS-INTEREST TO WS-D-INTEREST
           MOVE WS-PRINCIPAL TO WS-D-PRINCIPAL
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       7100-WRITE-DELINQUENCY.
           MOVE LOAN-ACCT-ID TO WS-Q-ACCT-ID
           MOVE LOAN-ARREARS-AMT TO WS-Q-ARREARS
           MOVE LOAN-DAYS-PAST-DUE TO WS-Q-DAYS
           EVALUATE TRUE
               WHEN LOAN-PAST-DUE-90
                   MOVE '90+' TO WS-Q-BUCKET
               WHEN LOAN-PAST-DUE-60
                   MOVE '60' TO WS-Q-BUCKET
               WHEN OTHER
                   MOVE '30' TO WS-Q-BUCKET
           END-EVALUATE
           MOVE WS-DELINQ-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       7500-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-JRNL-CODE TO JRNL-TRN-CODE
           MOVE WS-JRNL-AMOUNT TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE 'LENDING' TO JRNL-OPERATOR-ID
           MOVE 'LOANRUN' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 7510-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       7510-JOURNAL-WRITE-ATTEMPT.
           WRITE JOURNAL-RECORD
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-JRNL-WRITE-SWITCH
           END-WRITE
           IF NOT JOURNAL-WRITE-OK
               IF WS-JRN-STATUS = '22'
                   ADD 1 TO WS-JRNL-SEQ
                   MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
               ELSE
                   DISPLAY 'JOURNAL WRITE FAILED, STATUS '
                       WS-JRN-STATUS ': ' ACCT-ID
                   MOVE 'A' TO WS-JRNL-WRITE-SWITCH
               END-IF
           END-IF.
       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'INSTALLMENTS BILLED / INTEREST' TO WS-TL-LABEL
           MOVE WS-BILLED-COUNT TO WS-TL-COUNT
           MOVE WS-INTEREST-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'SCHEDULED PRINCIPAL BILLED' TO WS-TL-LABEL
           MOVE WS-BILLED-COUNT TO WS-TL-COUNT
           MOVE WS-PRINCIPAL-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOANS CURRENT' TO WS-TL-LABEL
           MOVE WS-CURRENT-COUNT TO WS-TL-COUNT
           MOVE 0 TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOANS 30-59 DAYS PAST DUE' TO WS-TL-LABEL
           MOVE WS-DUE-30-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOANS 60-89 DAYS PAST DUE' TO WS-TL-LABEL
           MOVE WS-DUE-60-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'LOANS 90+ DAYS PAST DUE' TO WS-TL-LABEL
           MOVE WS-DUE-90-COUNT TO WS-TL-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'TOTAL ARREARS, 30+ DAYS' TO WS-TL-LABEL
           COMPUTE WS-TL-COUNT = WS-DUE-30-COUNT + WS-DUE-60-COUNT
               + WS-DUE-90-COUNT
           MOVE WS-ARREARS-TOTAL TO WS-TL-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           WRITE REPORT-LINE.
       9000-CLOSE-FILES.
           CLOSE LOAN-FILE
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE TRANSACTION-FILE
           CLOSE REPORT-FILE.
