          05 WS-J-ROLE       PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           OPEN OUTPUT REPORT-FILE
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'REPORT FILE OPEN ERROR: ' WS-RPT-STATUS
               CLOSE CUSTOMER-FILE
           END-IF
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       2000-WRITE-REPORT.
           PERFORM 2100-RETURN-RECORD
           PERFORM 2200-PROCESS-RECORD UNTIL SORT-EOF
