      *    EVERY ACCOUNT STILL INSIDE ITS PROBATION WINDOW IS
      *    LISTED WITH TODAY'S ACTIVITY SO THE BRANCH CAN VERIFY
      *    THE FUNDING BEHIND THE EARLY MOVEMENT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               WS-PROBATION-COUNT
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
                   OR JRNL-POST-DATE NOT = WS-TODAY
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
                   EVALUATE TRUE
                       WHEN JRNL-DEBIT-TYPE
                           ADD JRNL-AMOUNT TO WS-DAY-DEBITS
                       WHEN JRNL-IS-INT-ACCRUAL
                           CONTINUE
                       WHEN OTHER
                           ADD JRNL-AMOUNT TO WS-DAY-CREDITS
                   END-EVALUATE
               END-IF
           END-IF.
       9000-CLOSE-FILES.
