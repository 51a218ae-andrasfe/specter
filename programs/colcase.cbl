      *    COLLECTORS' ACTIVITY, RESTORED BALANCES CLOSE THEIR
      *    CASES AUTOMATICALLY, AND THE AGING REPORT LISTS WHAT
      *    REMAINS OPEN AND FOR HOW LONG.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'CASES ON AGING: ' WS-CASES-AGED
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O CASE-FILE
           IF WS-CASE-STATUS = '35'
