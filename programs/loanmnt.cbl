       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO 'LOANFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS LOAN-ACCT-ID
               FILE STATUS IS WS-LOAN-STATUS.
           SELECT LOAN-CARD-FILE ASSIGN TO 'LOANCRD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO 'PRODFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PROD-KEY
               FILE STATUS IS WS-PROD-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD LOAN-FILE.
       01 LOAN-RECORD.
           COPY LOANREC.
       FD LOAN-CARD-FILE.
       01 LOAN-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-BOOK       VALUE 'A'.
             88 CARD-DELETE     VALUE 'D'.
          05 CARD-LOAN-ACCT  PIC X(10).
          05 CARD-PRINCIPAL  PIC 9(9)V99.
          05 CARD-RATE       PIC V9(6).
          05 CARD-TERM       PIC 9(3).
          05 CARD-FIRST-DUE  PIC 9(8).
          05 CARD-FIRST-DUE-R REDEFINES CARD-FIRST-DUE.
             10 CARD-DUE-YEAR  PIC 9(4).
             10 CARD-DUE-MONTH PIC 9(2).
             10 CARD-DUE-DAY   PIC 9(2).
          05 CARD-OPERATOR   PIC X(08).
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD PRODUCT-FILE.
       01 PRODUCT-RECORD.
           COPY PRODREC.
       WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-STATUS     PIC XX VALUE '00'.
       01 WS-PROD-AVAILABLE  PIC X VALUE 'N'.
           88 PRODUCT-AVAILABLE VALUE 'Y'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
           88 CARD-USABLE    VALUE 'Y'.
       01 WS-BOOKED-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-DELETED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-MONTHLY-RATE    PIC V9(9) VALUE 0.
       01 WS-PAYMENT         PIC S9(7)V99 VALUE 0.
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
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-LOAN-CARD
           PERFORM 3000-APPLY-LOAN-CARD UNTIL CARD-EOF
           DISPLAY 'LOANS BOOKED   : ' WS-BOOKED-COUNT
           DISPLAY 'LOANS DELETED  : ' WS-DELETED-COUNT
           DISPLAY 'CARDS REJECTED : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O LOAN-FILE
           IF WS-LOAN-STATUS = '35'
               OPEN OUTPUT LOAN-FILE
           END-IF
           IF WS-LOAN-STATUS NOT = '00'
               DISPLAY 'LOAN FILE OPEN ERROR: ' WS-LOAN-STATUS
               STOP RUN
           END-IF
           OPEN INPUT LOAN-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'LOAN CARD FILE OPEN ERROR: ' WS-CARD-STATUS
               CLOSE LOAN-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE LOAN-FILE
               CLOSE LOAN-CARD-FILE
               STOP RUN
           END-IF
           OPEN INPUT PRODUCT-FILE
           IF WS-PROD-STATUS = '00'
               MOVE 'Y' TO WS-PROD-AVAILABLE
           ELSE
               DISPLAY 'PRODUCT FILE UNAVAILABLE, STATUS '
                   WS-PROD-STATUS ', LOAN CLASS CHECK SKIPPED'
           END-IF.
       2000-READ-LOAN-CARD.
           READ LOAN-CARD-FILE INTO LOAN-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-LOAN-CARD.
           EVALUATE TRUE
               WHEN CARD-LOAN-ACCT = SPACES OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'LOAN CARD REJECTED, BAD DATA: '
                       CARD-LOAN-ACCT
               WHEN CARD-BOOK
                   PERFORM 4000-BOOK-LOAN
               WHEN CARD-DELETE
                   PERFORM 5000-DELETE-LOAN
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'LOAN CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-LOAN-ACCT
           END-EVALUATE
           PERFORM 2000-READ-LOAN-CARD.
       4000-BOOK-LOAN.
      *    DUE DATES ARE KEPT ON DAYS 1-28 SO THE MONTHLY STEP IN
      *    LOANRUN NEVER LANDS ON A DAY THE MONTH DOES NOT HAVE.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           IF CARD-PRINCIPAL IS NOT NUMERIC OR CARD-PRINCIPAL = 0
               OR CARD-RATE IS NOT NUMERIC
               OR CARD-TERM IS NOT NUMERIC OR CARD-TERM = 0
               OR CARD-FIRST-DUE IS NOT NUMERIC
               OR CARD-FIRST-DUE <= WS-TODAY
               OR CARD-DUE-MONTH < 1 OR CARD-DUE-MONTH > 12
               OR CARD-DUE-DAY < 1 OR CARD-DUE-DAY > 28
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'LOAN CARD REJECTED, BAD TERMS: '
                   CARD-LOAN-ACCT
           END-IF
           IF CARD-USABLE
               PERFORM 4100-VERIFY-LOAN-ACCOUNT
           END-IF
           IF CARD-USABLE
               PERFORM 4200-COMPUTE-PAYMENT
               MOVE SPACES TO LOAN-RECORD
               MOVE CARD-LOAN-ACCT TO LOAN-ACCT-ID
               SET LOAN-PENDING TO TRUE
               MOVE CARD-PRINCIPAL TO LOAN-ORIG-PRINCIPAL
               MOVE 0 TO LOAN-SCHED-PRINCIPAL
               MOVE CARD-RATE TO LOAN-ANNUAL-RATE
               MOVE CARD-TERM TO LOAN-TERM-MONTHS
               MOVE WS-PAYMENT TO LOAN-PAYMENT-AMT
               MOVE CARD-FIRST-DUE TO LOAN-FIRST-DUE-DATE
               MOVE CARD-FIRST-DUE TO LOAN-NEXT-DUE-DATE
               MOVE 0 TO LOAN-LAST-DUE-DATE
               MOVE 0 TO LOAN-PAYMENTS-BILLED
               MOVE 0 TO LOAN-LAST-INTEREST
               MOVE 0 TO LOAN-LAST-PRINCIPAL
               MOVE 0 TO LOAN-INTEREST-TO-DATE
               MOVE 0 TO LOAN-ARREARS-AMT
               MOVE 0 TO LOAN-DAYS-PAST-DUE
               SET LOAN-CURRENT TO TRUE
               MOVE WS-TODAY TO LOAN-BOOKED-DATE
               MOVE CARD-OPERATOR TO LOAN-BOOKED-BY
               WRITE LOAN-RECORD
                   INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'LOAN CARD REJECTED, ALREADY BOOKED: '
                          CARD-LOAN-ACCT
                   NOT INVALID KEY
                      ADD 1 TO WS-BOOKED-COUNT
                      DISPLAY 'LOAN BOOKED: ' CARD-LOAN-ACCT
                          ' PAYMENT ' WS-PAYMENT
                          ' X ' CARD-TERM
               END-WRITE
           END-IF.
       4100-VERIFY-LOAN-ACCOUNT.
      *    THE LOAN ACCOUNT IS OPENED FIRST THROUGH ACCTADD UNDER A
      *    LOAN PRODUCT, AT ZERO BALANCE, WITH THE BORROWER'S
      *    REPAYMENT ACCOUNT IN ACCT-LINKED-ACCT.
           MOVE CARD-LOAN-ACCT TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE 'N' TO WS-CARD-OK-SWITCH
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'LOAN CARD REJECTED, ACCOUNT NOT FOUND: '
                      CARD-LOAN-ACCT
           END-READ
           IF CARD-USABLE
               IF ACCT-LINKED-ACCT = SPACES
                   OR ACCT-LINKED-ACCT = ACCT-ID
                   OR ACCT-BALANCE NOT = 0
                   OR NOT ACCT-ACTIVE
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'LOAN CARD REJECTED, ACCOUNT NOT SET UP '
                       'FOR LENDING: ' CARD-LOAN-ACCT
               END-IF
           END-IF
           IF CARD-USABLE AND PRODUCT-AVAILABLE
               MOVE ACCT-ENTITY-CODE TO PROD-ENTITY-CODE
               MOVE ACCT-PRODUCT-CODE TO PROD-CODE
               READ PRODUCT-FILE
                   INVALID KEY
                      MOVE SPACE TO PROD-CLASS
               END-READ
               IF NOT PROD-LOAN
                   MOVE 'N' TO WS-CARD-OK-SWITCH
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'LOAN CARD REJECTED, NOT A LOAN PRODUCT: '
                       CARD-LOAN-ACCT ' ' ACCT-PRODUCT-CODE
               END-IF
           END-IF
           IF CARD-USABLE
               MOVE ACCT-LINKED-ACCT TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      MOVE 'N' TO WS-CARD-OK-SWITCH
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'LOAN CARD REJECTED, REPAYMENT '
                          'ACCOUNT NOT FOUND: ' CARD-LOAN-ACCT
               END-READ
           END-IF.
       4200-COMPUTE-PAYMENT.
      *    LEVEL MONTHLY INSTALLMENT THAT RETIRES THE PRINCIPAL
      *    OVER THE TERM AT ONE TWELFTH OF THE ANNUAL RATE; AN
      *    INTEREST-FREE LOAN SIMPLY DIVIDES THE PRINCIPAL.
           COMPUTE WS-MONTHLY-RATE = CARD-RATE / 12
           IF WS-MONTHLY-RATE = 0
               COMPUTE WS-PAYMENT ROUNDED =
                   CARD-PRINCIPAL / CARD-TERM
           ELSE
               COMPUTE WS-PAYMENT ROUNDED =
                   CARD-PRINCIPAL * WS-MONTHLY-RATE /
                   (1 - (1 + WS-MONTHLY-RATE) ** (0 - CARD-TERM))
           END-IF.
       5000-DELETE-LOAN.
      *    ONLY A LOAN NOT YET DISBURSED, OR ONE FULLY REPAID, MAY
      *    BE TAKEN OFF THE MASTER.
           MOVE CARD-LOAN-ACCT TO LOAN-ACCT-ID
           READ LOAN-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'LOAN DELETE REJECTED, NOT ON FILE: '
                      CARD-LOAN-ACCT
               NOT INVALID KEY
                  IF LOAN-PENDING OR LOAN-PAID-OFF
                      DELETE LOAN-FILE
                          INVALID KEY
                             ADD 1 TO WS-REJECT-COUNT
                             DISPLAY 'LOAN DELETE FAILED, STATUS '
                                 WS-LOAN-STATUS ': ' CARD-LOAN-ACCT
                          NOT INVALID KEY
                             ADD 1 TO WS-DELETED-COUNT
                      END-DELETE
                  ELSE
                      ADD 1 TO WS-REJECT-COUNT
                      DISPLAY 'LOAN DELETE REJECTED, BALANCE '
                          'OUTSTANDING: ' CARD-LOAN-ACCT
                  END-IF
           END-READ.
       9000-CLOSE-FILES.
           CLOSE LOAN-FILE
           CLOSE LOAN-CARD-FILE
           CLOSE ACCOUNT-FILE
           IF PRODUCT-AVAILABLE
               CLOSE PRODUCT-FILE
           END-IF.
