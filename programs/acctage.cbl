          05 FILLER          PIC X(02) VALUE 'M '.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           PERFORM 2000-READ-ACCOUNT
           DISPLAY 'ACCOUNTS REPORTED: ' WS-ACCOUNT-COUNT
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
