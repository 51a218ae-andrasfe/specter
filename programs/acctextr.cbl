          05 WS-STAT-ELAPSED  PIC 9(7).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-ACCOUNT
           PERFORM 3000-WRITE-EXTRACT UNTIL ACCOUNT-EOF
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
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
