       01 WS-MISM-DISPLAY    PIC 9(9) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 2000-READ-LIVE
           PERFORM 2100-READ-COMPARE
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT OF ACCOUNT-RECORD TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION OF ACCOUNT-RECORD
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
