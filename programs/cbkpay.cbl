       IDENTIFICATION DIVISION.
       PROGRAM-ID. CBKPAY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
           SELECT REWARD-FILE ASSIGN TO 'CBKACCUM'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS CBK-ACCT-ID
               FILE STATUS IS WS-CBK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'ACCTJRNL'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRN-STATUS.
           SELECT REGISTER-FILE ASSIGN TO 'CBKPAYR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       FD REWARD-FILE.
       01 REWARD-RECORD.
           COPY CBKREC.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           COPY JRNLREC.
       FD REGISTER-FILE.
       01 REGISTER-RECORD    PIC X(100).
       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-CBK-STATUS      PIC XX VALUE '00'.
       01 WS-JRN-STATUS      PIC XX VALUE '00'.
       01 WS-REG-STATUS      PIC XX VALUE '00'.
       01 WS-CBK-EOF         PIC X VALUE 'N'.
           88 REWARDS-EOF    VALUE 'Y'.
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-WRITE-OK   VALUE 'Y'.
           88 JOURNAL-WRITE-DEAD VALUE 'A'.
       01 WS-PAYOUT-REF      PIC X(12) VALUE SPACES.
       01 WS-PAYOUT          PIC 9(7)V99 VALUE 0.
       01 WS-READ-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-PAID-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-FORFEIT-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-PAID-TOTAL      PIC S9(11)V99 VALUE 0.
       01 WS-FORFEIT-TOTAL   PIC S9(11)V99 VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       01 WS-HEADING.
          05 FILLER          PIC X(36) VALUE
             'ACCOUNT     BRANCH      AMOUNT  ACTI'.
          05 FILLER          PIC X(19) VALUE
             'ON     PAID TO DATE'.
       01 WS-DETAIL-LINE.
          05 WS-D-ACCT-ID    PIC X(12).
          05 WS-D-BRANCH     PIC X(06).
          05 WS-D-AMOUNT     PIC Z,ZZZ,ZZ9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-D-ACTION     PIC X(10).
          05 WS-D-PAID-TO-DATE PIC ZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-LINE.
          05 WS-T-LABEL      PIC X(18).
          05 WS-T-AMOUNT     PIC ZZZ,ZZZ,ZZ9.99.
          05 FILLER          PIC X(02) VALUE SPACES.
          05 WS-T-COUNT      PIC ZZZ,ZZ9.
          05 FILLER          PIC X(09) VALUE ' ACCOUNTS'.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    QUARTERLY CASHBACK PAYOUT.  EVERY ACCUMULATOR WITH AN
      *    UNPAID BALANCE IS CREDITED TO ITS ACCOUNT AS JOURNAL CODE
      *    'K', WHICH THE GL FEED CHARGES TO MARKETING EXPENSE, AND
      *    THE UNPAID BALANCE IS RESET; THE MONTH'S CAP COUNT AND
      *    THE EARNED-TO-DATE FIGURES CARRY ON.  CASHBACK ON A
      *    CLOSED, ESCHEATED OR CHARGED-OFF ACCOUNT IS FORFEITED.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           STRING 'CBK' WS-TODAY DELIMITED BY SIZE INTO WS-PAYOUT-REF
           MOVE SPACES TO REGISTER-RECORD
           STRING 'CASHBACK PAYOUT REGISTER FOR ' WS-TODAY
               DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE WS-HEADING TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM 2000-READ-ACCUMULATOR
           PERFORM 3000-PAY-ONE-ACCUMULATOR UNTIL REWARDS-EOF
           PERFORM 8000-WRITE-TOTALS
           DISPLAY 'ACCUMULATORS READ : ' WS-READ-COUNT
           DISPLAY 'CASHBACK PAYOUTS  : ' WS-PAID-COUNT
           DISPLAY 'CASHBACK PAID     : ' WS-PAID-TOTAL
           DISPLAY 'CASHBACK FORFEITED: ' WS-FORFEIT-TOTAL
           DISPLAY 'PAYOUTS HELD      : ' WS-HELD-COUNT
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
           OPEN I-O REWARD-FILE
           IF WS-CBK-STATUS NOT = '00'
               DISPLAY 'CASHBACK FILE OPEN ERROR: ' WS-CBK-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF
           OPEN I-O JOURNAL-FILE
           IF WS-JRN-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           IF WS-JRN-STATUS NOT = '00'
               DISPLAY 'JOURNAL FILE OPEN ERROR: ' WS-JRN-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE REWARD-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT REGISTER-FILE
           IF WS-REG-STATUS NOT = '00'
               DISPLAY 'REGISTER FILE OPEN ERROR: ' WS-REG-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE REWARD-FILE
               CLOSE JOURNAL-FILE
               STOP RUN
           END-IF.
       2000-READ-ACCUMULATOR.
           READ REWARD-FILE NEXT RECORD
               AT END
                  MOVE 'Y' TO WS-CBK-EOF
           END-READ.
       3000-PAY-ONE-ACCUMULATOR.
           ADD 1 TO WS-READ-COUNT
           IF CBK-UNPAID > 0
               MOVE CBK-ACCT-ID TO ACCT-ID
               READ ACCOUNT-FILE
                   INVALID KEY
                      ADD 1 TO WS-HELD-COUNT
                      DISPLAY 'CASHBACK ACCOUNT NOT ON FILE, HELD: '
                          CBK-ACCT-ID
                   NOT INVALID KEY
                      PERFORM 4000-SETTLE-CASHBACK
               END-READ
           END-IF
           PERFORM 2000-READ-ACCUMULATOR.
       4000-SETTLE-CASHBACK.
           MOVE CBK-UNPAID TO WS-PAYOUT
           IF ACCT-CLOSED OR ACCT-ESCHEATED OR ACCT-CHARGED-OFF
               MOVE 0 TO CBK-UNPAID
               PERFORM 6100-REWRITE-ACCUMULATOR
               ADD 1 TO WS-FORFEIT-COUNT
               ADD WS-PAYOUT TO WS-FORFEIT-TOTAL
               MOVE 'FORFEITED' TO WS-D-ACTION
               PERFORM 7000-WRITE-REGISTER-LINE
           ELSE
               ADD WS-PAYOUT TO ACCT-BALANCE
               REWRITE ACCOUNT-RECORD
                   INVALID KEY
                      ADD 1 TO WS-HELD-COUNT
                      DISPLAY 'CASHBACK CREDIT FAILED, STATUS '
                          WS-FILE-STATUS ': ' ACCT-ID
                   NOT INVALID KEY
                      PERFORM 5000-JOURNAL-PAYOUT
                      PERFORM 6000-RESET-ACCUMULATOR
                      ADD 1 TO WS-PAID-COUNT
                      ADD WS-PAYOUT TO WS-PAID-TOTAL
                      MOVE 'PAID' TO WS-D-ACTION
                      PERFORM 7000-WRITE-REGISTER-LINE
               END-REWRITE
           END-IF.
       5000-JOURNAL-PAYOUT.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 'K' TO JRNL-TRN-CODE
           MOVE WS-PAYOUT TO JRNL-AMOUNT
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE 'REWARDS' TO JRNL-OPERATOR-ID
           MOVE 'CBKPAY' TO JRNL-RUN-ID
           MOVE WS-PAYOUT-REF TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       5010-JOURNAL-WRITE-ATTEMPT.
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
       6000-RESET-ACCUMULATOR.
           ADD WS-PAYOUT TO CBK-PAID-TO-DATE
           MOVE WS-TODAY TO CBK-LAST-PAYOUT-DATE
           MOVE WS-PAYOUT TO CBK-LAST-PAYOUT-AMT
           MOVE 0 TO CBK-UNPAID
           PERFORM 6100-REWRITE-ACCUMULATOR.
       6100-REWRITE-ACCUMULATOR.
           REWRITE REWARD-RECORD
               INVALID KEY
                  DISPLAY 'CASHBACK REWRITE FAILED, STATUS '
                      WS-CBK-STATUS ': ' CBK-ACCT-ID
           END-REWRITE.
       7000-WRITE-REGISTER-LINE.
           MOVE CBK-ACCT-ID TO WS-D-ACCT-ID
           MOVE ACCT-BRANCH-CODE TO WS-D-BRANCH
           MOVE WS-PAYOUT TO WS-D-AMOUNT
           MOVE CBK-PAID-TO-DATE TO WS-D-PAID-TO-DATE
           MOVE WS-DETAIL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
       8000-WRITE-TOTALS.
           MOVE SPACES TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'TOTAL PAID' TO WS-T-LABEL
           MOVE WS-PAID-TOTAL TO WS-T-AMOUNT
           MOVE WS-PAID-COUNT TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           MOVE 'TOTAL FORFEITED' TO WS-T-LABEL
           MOVE WS-FORFEIT-TOTAL TO WS-T-AMOUNT
           MOVE WS-FORFEIT-COUNT TO WS-T-COUNT
           MOVE WS-TOTAL-LINE TO REGISTER-RECORD
           WRITE REGISTER-RECORD.
       9000-CLOSE-FILES.
           CLOSE ACCOUNT-FILE
           CLOSE REWARD-FILE
           CLOSE JOURNAL-FILE
           CLOSE REGISTER-FILE.
