               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT CLOSE-REQUEST-FILE ASSIGN TO 'ACCTCLR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLR-STATUS.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD CLOSE-REQUEST-FILE.
       01 CLOSE-REQUEST-RECORD.
          05 CLR-ACCT-ID     PIC X(10).
       01 CLOSURE-LOG-RECORD PIC X(80).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-CLR-STATUS      PIC XX VALUE '00'.
       01 WS-LOG-STATUS      PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
       01 WS-LOCK-MAX-RETRIES  PIC 9(2) COMP VALUE 5.
       01 WS-LOCK-BACKOFF-LIMIT PIC 9(7) COMP VALUE 0.
       01 WS-LOCK-BACKOFF-IDX   PIC 9(7) COMP VALUE 0.
       01 WS-CAP-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-PRE-CAP-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-OD-CHARGE-COUNT PIC 9(7) COMP VALUE 0.
       01 WS-OD-CHARGE-AMOUNT PIC S9(9)V99 VALUE 0.
       01 WS-JRNL-OPERATOR   PIC X(08) VALUE SPACES.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-WRITE-OK   VALUE 'Y'.
           88 JOURNAL-WRITE-DEAD VALUE 'A'.
       01 WS-WHLD-AREA.
          05 WS-WH-CUST-NO    PIC X(08).
          05 WS-WH-INTEREST   PIC S9(9)V99.
          05 WS-WH-BONUS      PIC S9(9)V99.
          05 WS-WH-WITHHELD   PIC S9(9)V99.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY-DATE      PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY-DATE
           PERFORM 2000-READ-CLOSE-REQUEST
           PERFORM 3000-PROCESS-CLOSE-REQUEST UNTIL CLOSE-REQUEST-EOF
           DISPLAY 'ACCOUNTS CLOSED   : ' WS-CLOSE-COUNT
           DISPLAY 'CLOSURES REJECTED : ' WS-REJECT-COUNT
           DISPLAY 'ACCRUALS CAPITALIZED: ' WS-CAP-COUNT
           DISPLAY 'DEBIT INTEREST CHARGED: ' WS-OD-CHARGE-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN INPUT CLOSE-REQUEST-FILE
           IF WS-CLR-STATUS NOT = '00'
               DISPLAY 'CLOSE REQUEST FILE OPEN ERROR: ' WS-CLR-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT CLOSURE-LOG-FILE
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CLOSURE LOG OPEN ERROR: ' WS-LOG-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE JOURNAL-FILE
               CLOSE CLOSE-REQUEST-FILE
               STOP RUN
           END-IF.
           END-IF
           PERFORM 2000-READ-CLOSE-REQUEST.
       4000-VALIDATE-AND-CLOSE.
      *    CREDIT INTEREST ACCRUED BUT NOT YET CAPITALIZED IS OWED TO
      *    THE CUSTOMER.  IT IS CAPITALIZED NOW AND THE CLOSE REFUSED,
      *    SINCE THE BALANCE IS NO LONGER ZERO; THE ACCOUNT CLOSES
      *    ONCE THAT INTEREST HAS BEEN PAID AWAY.  DEBIT INTEREST
      *    BUILT UP SINCE THE LAST CHARGING DAY IS OWED TO THE BANK
      *    AND IS CHARGED FIRST THE SAME WAY; THE CLOSE WAITS UNTIL
      *    IT HAS BEEN REPAID.
           IF ACCT-OD-INT-ACCRUED > 0
               PERFORM 4400-CHARGE-OD-ACCRUED
           END-IF
           IF ACCT-INT-ACCRUED > 0 OR ACCT-BONUS-ACCRUED > 0
               PERFORM 4500-CAPITALIZE-ACCRUED
           END-IF
           IF ACCT-BALANCE NOT = 0
               OR ACCT-INT-ACCRUED NOT = 0 OR ACCT-BONUS-ACCRUED NOT = 0
               OR ACCT-OD-INT-ACCRUED NOT = 0
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'CLOSE REJECTED, NONZERO BALANCE: ' ACCT-ID
           ELSE
               UNTIL WS-LOCK-BACKOFF-IDX > WS-LOCK-BACKOFF-LIMIT.
       4130-BACKOFF-SPIN.
           ADD 1 TO WS-LOCK-BACKOFF-IDX.
       4400-CHARGE-OD-ACCRUED.
           MOVE ACCT-OD-INT-ACCRUED TO WS-OD-CHARGE-AMOUNT
           SUBTRACT WS-OD-CHARGE-AMOUNT FROM ACCT-BALANCE
           MOVE 0 TO ACCT-OD-INT-ACCRUED
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
      *            AS FOR CAPITALIZATION, THE ACCRUAL LEFT ON FILE
      *            REFUSES THE CLOSE.
                  DISPLAY 'DEBIT INTEREST REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' ACCT-ID
                  READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                      INVALID KEY
                         CONTINUE
                  END-READ
               NOT INVALID KEY
                  ADD 1 TO WS-OD-CHARGE-COUNT
                  MOVE 'ACCRUAL' TO WS-JRNL-OPERATOR
                  MOVE 'O' TO JRNL-TRN-CODE
                  MOVE WS-OD-CHARGE-AMOUNT TO JRNL-AMOUNT
                  MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
                  PERFORM 4700-WRITE-JOURNAL
                  PERFORM 5150-LOG-OD-CHARGE
           END-REWRITE.
       4500-CAPITALIZE-ACCRUED.
           MOVE ACCT-BALANCE TO WS-PRE-CAP-BALANCE
           MOVE ACCT-CUSTOMER-NO TO WS-WH-CUST-NO
           MOVE ACCT-INT-ACCRUED TO WS-WH-INTEREST
           MOVE ACCT-BONUS-ACCRUED TO WS-WH-BONUS
           MOVE 0 TO WS-WH-WITHHELD
           CALL 'WHLDSPLT' USING WS-WHLD-AREA
           ADD WS-WH-INTEREST TO ACCT-BALANCE
           ADD WS-WH-BONUS TO ACCT-BALANCE
           MOVE 0 TO ACCT-INT-ACCRUED
           MOVE 0 TO ACCT-BONUS-ACCRUED
           MOVE WS-TODAY-DATE TO ACCT-LAST-CAP-DATE
           MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
           REWRITE ACCOUNT-RECORD
               INVALID KEY
      *            NOTHING MOVED ON FILE; THE RECORD IS READ BACK
      *            AS IT STANDS AND THE ACCRUAL STILL ON IT REFUSES
      *            THE CLOSE.
                  DISPLAY 'CAPITALIZATION REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' ACCT-ID
                  READ ACCOUNT-FILE INTO ACCOUNT-RECORD
                      INVALID KEY
                         CONTINUE
                  END-READ
               NOT INVALID KEY
                  ADD 1 TO WS-CAP-COUNT
                  MOVE 'CAPITAL' TO WS-JRNL-OPERATOR
                  PERFORM 4600-WRITE-CAPITAL-JOURNALS
                  PERFORM 5100-LOG-CAPITALIZATION
           END-REWRITE.
       4600-WRITE-CAPITAL-JOURNALS.
           IF WS-WH-INTEREST > 0
               MOVE 'I' TO JRNL-TRN-CODE
               MOVE WS-WH-INTEREST TO JRNL-AMOUNT
               COMPUTE JRNL-RESULT-BALANCE =
                   WS-PRE-CAP-BALANCE + WS-WH-INTEREST
               PERFORM 4700-WRITE-JOURNAL
           END-IF
           IF WS-WH-BONUS > 0
               MOVE 'B' TO JRNL-TRN-CODE
               MOVE WS-WH-BONUS TO JRNL-AMOUNT
               MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
               PERFORM 4700-WRITE-JOURNAL
           END-IF
           IF WS-WH-WITHHELD > 0
               MOVE 'W' TO JRNL-TRN-CODE
               MOVE WS-WH-WITHHELD TO JRNL-AMOUNT
               MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
               PERFORM 4700-WRITE-JOURNAL
           END-IF.
       4700-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-JRNL-OPERATOR TO JRNL-OPERATOR-ID
           MOVE 'ACCTCLOS' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 4710-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       4710-JOURNAL-WRITE-ATTEMPT.
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
       5000-LOG-CLOSURE.
           MOVE ACCT-BALANCE TO WS-LOG-BALANCE
           STRING 'ACCOUNT CLOSED: ' ACCT-ID
               ' FINAL BALANCE: ' WS-LOG-BALANCE
               DELIMITED BY SIZE INTO CLOSURE-LOG-RECORD
           WRITE CLOSURE-LOG-RECORD.
       5100-LOG-CAPITALIZATION.
           MOVE ACCT-BALANCE TO WS-LOG-BALANCE
           MOVE SPACES TO CLOSURE-LOG-RECORD
           STRING 'NOT CLOSED, ACCRUED INTEREST PAID: ' ACCT-ID
               ' NEW BALANCE: ' WS-LOG-BALANCE
               DELIMITED BY SIZE INTO CLOSURE-LOG-RECORD
           WRITE CLOSURE-LOG-RECORD.
       5150-LOG-OD-CHARGE.
           MOVE ACCT-BALANCE TO WS-LOG-BALANCE
           MOVE SPACES TO CLOSURE-LOG-RECORD
           STRING 'NOT CLOSED, DEBIT INTEREST CHARGED: ' ACCT-ID
               ' NEW BALANCE: ' WS-LOG-BALANCE
               DELIMITED BY SIZE INTO CLOSURE-LOG-RECORD
           WRITE CLOSURE-LOG-RECORD.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE JOURNAL-FILE
           CLOSE CLOSE-REQUEST-FILE
           CLOSE CLOSURE-LOG-FILE.
