          05 WS-STAT-ELAPSED  PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
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
               MOVE 0 TO ACCT-OVERDRAFT-LIMIT
               MOVE SPACES TO ACCT-PRODUCT-CODE
               MOVE SPACES TO ACCT-CUSTOMER-NO
               MOVE '01' TO ACCT-ENTITY-CODE
               MOVE 0 TO ACCT-OD-INT-ACCRUED
               SET ACCT-LAYOUT-CURRENT TO TRUE
               SET ACCT-MANDATE-ANY-ONE TO TRUE
               MOVE 0 TO ACCT-MANDATE-LIMIT
               MOVE 0 TO ACCT-INT-ACCRUED
               MOVE 0 TO ACCT-BONUS-ACCRUED
               MOVE 0 TO ACCT-LAST-CAP-DATE
               WRITE ACCOUNT-RECORD
                   INVALID KEY
                      PERFORM 4000-WRITE-REJECT
