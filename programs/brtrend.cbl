      *    THE REPORT THEN SHOWS EACH BRANCH'S TRAILING TWELVE
      *    MONTHS WITH MONTH-OVER-MONTH MOVEMENT, SO BRANCH
      *    REVIEWS STOP BEING A MANUAL SNAPSHOT DIFF.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-SUMMARIZE-SNAPSHOT
           PERFORM 3000-APPEND-TREND-ROWS
           DISPLAY 'TREND ROWS REPORTED: ' WS-ROWS-REPORTED
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = '00'
