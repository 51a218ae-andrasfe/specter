      *    LINE-COUNT SUBTOTAL ON EACH PIECE, AND THE MANIFEST
      *    LETS EVERY BRANCH CONFIRM IT RECEIVED ITS FULL SET.
      *    LINES WITH NO RESOLVABLE ACCOUNT GO TO BRANCH 0000.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-BRANCH
           DISPLAY 'BRANCH PIECES BUILT: ' WS-BRANCH-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT REPORT-IN-FILE
           IF WS-IN-STATUS NOT = '00'
