           MOVE 0 TO ACCT-DAILY-CAP-OVERRIDE
           MOVE 0 TO ACCT-CAP-RAISE-DATE
           MOVE 0 TO ACCT-CAP-RAISE-AMT
           MOVE 0 TO ACCT-OD-INT-ACCRUED
           MOVE 0 TO ACCT-PROBATION-END
           SET ACCT-LAYOUT-CURRENT TO TRUE
           SET ACCT-MANDATE-ANY-ONE TO TRUE
           MOVE 0 TO ACCT-MANDATE-LIMIT
           MOVE 0 TO ACCT-INT-ACCRUED
           MOVE 0 TO ACCT-BONUS-ACCRUED
           MOVE 0 TO ACCT-LAST-CAP-DATE.
       3000-GENERATE-TRANSACTIONS.
           MOVE 0 TO WS-GEN-IDX
           PERFORM 3100-GENERATE-ONE-TRN
