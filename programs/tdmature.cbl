       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-JRNL-CODE       PIC X(01) VALUE SPACE.
       01 WS-JRNL-AMOUNT     PIC S9(9)V99 VALUE 0.
       01 WS-JRNL-OPERATOR   PIC X(08) VALUE 'MATURITY'.
       01 WS-JRNL-BALANCE    PIC S9(9)V99 VALUE 0.
       01 WS-JRNL-WRITE-SWITCH PIC X VALUE 'N'.
           88 JOURNAL-WRITE-OK   VALUE 'Y'.
           88 JOURNAL-WRITE-DEAD VALUE 'A'.
       01 WS-PAID-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-HELD-COUNT      PIC 9(7) COMP VALUE 0.
       01 WS-NOTICE-COUNT    PIC 9(7) COMP VALUE 0.
       01 WS-CAP-COUNT       PIC 9(7) COMP VALUE 0.
       01 WS-PRE-CAP-BALANCE PIC S9(9)V99 VALUE 0.
       01 WS-WHLD-AREA.
          05 WS-WH-CUST-NO    PIC X(08).
          05 WS-WH-INTEREST   PIC S9(9)V99.
          05 WS-WH-BONUS      PIC S9(9)V99.
          05 WS-WH-WITHHELD   PIC S9(9)V99.
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'TDMATURE'.
          05 WS-MH-BEFORE     PIC X(250).
       01 WS-PAYOUT-AMOUNT   PIC S9(9)V99 VALUE 0.
       01 WS-TERM-ACCT-ID    PIC X(10) VALUE SPACES.
       01 WS-LINKED-ID       PIC X(10) VALUE SPACES.
       01 WS-SRC-ENTITY      PIC X(02) VALUE SPACES.
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
       01 WS-TODAY-JULIAN    PIC 9(9) COMP VALUE 0.
       01 WS-MATURITY-JULIAN PIC 9(9) COMP VALUE 0.
       01 WS-DAYS-TO-GO      PIC S9(9) COMP VALUE 0.
      *    AND FOR THOSE MATURING SOON; PHASE TWO WORKS THE DUE
      *    LIST WITH RANDOM READS SO THE SEQUENTIAL SCAN IS NEVER
      *    DISTURBED BY THE PAYOUT CREDITS.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'DEPOSITS PAID OUT    : ' WS-PAID-COUNT
           DISPLAY 'PAYOUTS HELD         : ' WS-HELD-COUNT
           DISPLAY 'MATURING-SOON NOTICES: ' WS-NOTICE-COUNT
           DISPLAY 'ACCRUALS CAPITALIZED : ' WS-CAP-COUNT
           PERFORM 9000-CLOSE-FILES
           MOVE '2' TO WS-RUN-FUNCTION
           MOVE 0 TO WS-RUN-RC
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
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
           MOVE WS-TERM-ACCT-ID TO ACCT-ID
           PERFORM 3100-READ-ACCOUNT-RANDOM
           IF ACCOUNT-FOUND
               IF ACCT-INT-ACCRUED > 0 OR ACCT-BONUS-ACCRUED > 0
                   PERFORM 3200-CAPITALIZE-ACCRUED
               END-IF
               IF ACCT-PAYOUT AND ACCT-LINKED-ACCT NOT = SPACES
                   PERFORM 5000-PAY-OUT-DEPOSIT
               ELSE
               NOT INVALID KEY
                  MOVE 'Y' TO WS-ACCT-FOUND-SWITCH
           END-READ.
       3200-CAPITALIZE-ACCRUED.
      *    INTEREST ACCRUED OVER THE TERM IS CAPITALIZED BEFORE THE
      *    DEPOSIT ROLLS OR PAYS, SO THE NEW TERM EARNS ON IT AND THE
      *    PAYOUT CARRIES IT.  THE SPLIT FOR BACKUP WITHHOLDING IS THE
      *    SAME ONE ACCTINTR MAKES AT A MONTH-END CAPITALIZATION, AND
      *    THE RECORD IS REWRITTEN AT ONCE SO A HELD PAYOUT STILL
      *    KEEPS THE CAPITALIZED BALANCE.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
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
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                  DISPLAY 'CAPITALIZATION REWRITE FAILED, STATUS '
                      WS-FILE-STATUS ': ' ACCT-ID
               NOT INVALID KEY
                  ADD 1 TO WS-CAP-COUNT
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  PERFORM 3300-WRITE-CAPITAL-JOURNALS
           END-REWRITE.
       3300-WRITE-CAPITAL-JOURNALS.
           MOVE 'CAPITAL' TO WS-JRNL-OPERATOR
           IF WS-WH-INTEREST > 0
               MOVE 'I' TO WS-JRNL-CODE
               MOVE WS-WH-INTEREST TO WS-JRNL-AMOUNT
               COMPUTE WS-JRNL-BALANCE =
                   WS-PRE-CAP-BALANCE + WS-WH-INTEREST
               PERFORM 6000-WRITE-JOURNAL
           END-IF
           IF WS-WH-BONUS > 0
               MOVE 'B' TO WS-JRNL-CODE
               MOVE WS-WH-BONUS TO WS-JRNL-AMOUNT
               MOVE ACCT-BALANCE TO WS-JRNL-BALANCE
               PERFORM 6000-WRITE-JOURNAL
           END-IF
           IF WS-WH-WITHHELD > 0
               MOVE 'W' TO WS-JRNL-CODE
               MOVE WS-WH-WITHHELD TO WS-JRNL-AMOUNT
               MOVE ACCT-BALANCE TO WS-JRNL-BALANCE
               PERFORM 6000-WRITE-JOURNAL
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING 'CAPITAL ACCT: ' ACCT-ID
               ' INT: ' WS-WH-INTEREST
               ' BON: ' WS-WH-BONUS
               ' WHLD: ' WS-WH-WITHHELD
               DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 'MATURITY' TO WS-JRNL-OPERATOR.
       4000-ROLL-OVER-DEPOSIT.
           MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
           IF ACCT-TERM-DAYS = 0
      *    AGAIN TOMORROW, SO NO MONEY EVER LEAVES ONE SIDE ONLY.
           MOVE ACCT-BALANCE TO WS-PAYOUT-AMOUNT
           MOVE ACCT-LINKED-ACCT TO WS-LINKED-ID
           MOVE ACCT-ENTITY-CODE TO WS-SRC-ENTITY
           IF WS-PAYOUT-AMOUNT <= 0
               PERFORM 5300-CLOSE-TERM-ACCOUNT
           ELSE
               MOVE WS-LINKED-ID TO ACCT-ID
               PERFORM 3100-READ-ACCOUNT-RANDOM
               MOVE 'N' TO WS-ENTY-RESULT
               IF ACCOUNT-FOUND
                   PERFORM 5100-CHECK-ENTITIES
               END-IF
               IF ACCOUNT-FOUND AND ACCT-ACTIVE AND ENTITY-OK
                   MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
                   ADD WS-PAYOUT-AMOUNT TO ACCT-BALANCE
                   MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
                       NOT INVALID KEY
                          MOVE 'C' TO WS-JRNL-CODE
                          MOVE WS-PAYOUT-AMOUNT TO WS-JRNL-AMOUNT
                          MOVE ACCT-BALANCE TO WS-JRNL-BALANCE
                          PERFORM 6000-WRITE-JOURNAL
                          MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                          CALL 'MNTHIST' USING WS-HIST-AREA
                       ' -> ' WS-LINKED-ID
               END-IF
           END-IF.
       5100-CHECK-ENTITIES.
      *    A PAYOUT TO AN ACCOUNT OF ANOTHER BANK ENTITY ONLY RUNS
      *    WHEN ONE SIDE IS ITS ENTITY'S SETTLEMENT ACCOUNT.
           MOVE 'T' TO WS-ENTY-FUNCTION
           MOVE WS-SRC-ENTITY TO WS-ENTY-CODE
           MOVE WS-TERM-ACCT-ID TO WS-ENTY-FROM-ACCT
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-TO-CODE
           MOVE WS-LINKED-ID TO WS-ENTY-TO-ACCT
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               DISPLAY 'PAYOUT REJECTED, ENTITY ' WS-SRC-ENTITY
                   ' TO ' ACCT-ENTITY-CODE ' NOT VIA SETTLEMENT: '
                   WS-TERM-ACCT-ID ' -> ' WS-LINKED-ID
           END-IF.
       5200-DEBIT-TERM-ACCOUNT.
           MOVE WS-TERM-ACCT-ID TO ACCT-ID
           PERFORM 3100-READ-ACCOUNT-RANDOM
               MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
               MOVE 'D' TO WS-JRNL-CODE
               MOVE WS-PAYOUT-AMOUNT TO WS-JRNL-AMOUNT
               MOVE ACCT-BALANCE TO WS-JRNL-BALANCE
               PERFORM 5300-CLOSE-TERM-ACCOUNT
               PERFORM 6000-WRITE-JOURNAL
           END-IF.
       6000-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-JRNL-CODE TO JRNL-TRN-CODE
           MOVE WS-JRNL-AMOUNT TO JRNL-AMOUNT
           MOVE WS-JRNL-BALANCE TO JRNL-RESULT-BALANCE
           MOVE WS-JRNL-OPERATOR TO JRNL-OPERATOR-ID
           MOVE 'TDMATURE' TO JRNL-RUN-ID
           MOVE SPACES TO JRNL-TRN-REF
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 6010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       6010-JOURNAL-WRITE-ATTEMPT.
