           END-IF.
       4200-APPLY-JOURNAL-ENTRY.
           ADD 1 TO WS-ACTIVITY-COUNT
           EVALUATE TRUE
               WHEN JRNL-DEBIT-TYPE
                   SUBTRACT JRNL-AMOUNT FROM WS-NET-MOVEMENT
               WHEN JRNL-IS-INT-ACCRUAL
                   CONTINUE
               WHEN OTHER
                   ADD JRNL-AMOUNT TO WS-NET-MOVEMENT
           END-EVALUATE
           IF SINGLE-ACCOUNT-MODE
               MOVE JRNL-POST-DATE TO WS-A-DATE
               MOVE JRNL-TRN-CODE TO WS-A-CODE
