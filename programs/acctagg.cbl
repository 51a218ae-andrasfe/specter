      *    THE LIMIT ARE REPORTED EVEN WHEN EVERY ITEM WAS UNDER
      *    IT, AND REPEATED JUST-UNDER DAYS INSIDE THE ROLLING
      *    WINDOW ARE FLAGGED FROM THE AGGREGATION HISTORY.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-READ-PARM-CARDS
           COMPUTE WS-NEAR-FLOOR ROUNDED =
           DISPLAY 'JUST-UNDER PATTERNS  : ' WS-PATTERN-COUNT
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
