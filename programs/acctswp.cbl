       01 WS-SWEPT-COUNT     PIC 9(7) COMP VALUE 0.
       01 WS-SKIPPED-COUNT   PIC 9(7) COMP VALUE 0.
       01 WS-SWEPT-TOTAL     PIC S9(11)V99 VALUE 0.
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
       01 WS-HIST-AREA.
          05 WS-MH-PROGRAM    PIC X(08) VALUE 'ACCTSWP '.
          05 WS-MH-BEFORE     PIC X(250).
      *    SEES THE DAY'S FINAL BALANCES.  EACH SWEEP MOVES ONLY
      *    THE EXCESS OVER THE TARGET AND ONLY WHEN IT CLEARS THE
      *    MINIMUM, SO PENNIES ARE NOT SHUTTLED NIGHTLY.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
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
                  PERFORM 6000-WRITE-JOURNAL
                  MOVE ACCOUNT-RECORD TO WS-MH-AFTER
                  CALL 'MNTHIST' USING WS-HIST-AREA
                  MOVE ACCT-ENTITY-CODE TO WS-SRC-ENTITY
                  PERFORM 4100-CREDIT-DESTINATION
           END-REWRITE.
       4100-CREDIT-DESTINATION.
           MOVE SWP-DEST-ACCT TO ACCT-ID
           PERFORM 3100-READ-ACCOUNT-RANDOM
           MOVE 'N' TO WS-ENTY-RESULT
           IF ACCOUNT-FOUND
               PERFORM 4110-CHECK-ENTITIES
           END-IF
           IF ACCOUNT-FOUND AND ACCT-ACTIVE AND ENTITY-OK
               MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
               ADD WS-SWEEP-AMOUNT TO ACCT-BALANCE
               MOVE WS-TODAY-DATE TO ACCT-LAST-ACTIVITY-DATE
                   SWP-DEST-ACCT
               PERFORM 4200-REVERSE-SOURCE-DEBIT
           END-IF.
       4110-CHECK-ENTITIES.
      *    A SWEEP BETWEEN TWO BANK ENTITIES ONLY RUNS WHEN ONE
      *    SIDE IS ITS ENTITY'S SETTLEMENT ACCOUNT.
           MOVE 'T' TO WS-ENTY-FUNCTION
           MOVE WS-SRC-ENTITY TO WS-ENTY-CODE
           MOVE SWP-SOURCE-ACCT TO WS-ENTY-FROM-ACCT
           MOVE ACCT-ENTITY-CODE TO WS-ENTY-TO-CODE
           MOVE SWP-DEST-ACCT TO WS-ENTY-TO-ACCT
           CALL 'ENTYUTIL' USING WS-ENTY-AREA
           IF NOT ENTITY-OK
               DISPLAY 'SWEEP REJECTED, ENTITY ' WS-SRC-ENTITY
                   ' TO ' ACCT-ENTITY-CODE ' NOT VIA SETTLEMENT: '
                   SWP-SOURCE-ACCT ' -> ' SWP-DEST-ACCT
           END-IF.
       4200-REVERSE-SOURCE-DEBIT.
           MOVE SWP-SOURCE-ACCT TO ACCT-ID
           PERFORM 3100-READ-ACCOUNT-RANDOM
       6000-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY-DATE TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 6010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       6010-JOURNAL-WRITE-ATTEMPT.
