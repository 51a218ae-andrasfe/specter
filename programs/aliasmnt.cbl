      *    ONES; THE AGING PASS THEN SHOWS WHICH OLD NUMBERS ARE
      *    STILL ARRIVING SO THE SENDERS CAN BE CHASED AND THE
      *    ALIASES EVENTUALLY RETIRED.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'OLD NUMBERS IN USE : ' WS-STILL-USED-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ALIAS-FILE
           IF WS-ALS-STATUS = '35'
