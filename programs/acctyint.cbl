          05 WS-T-WITHHELD   PIC -(11)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-REPORT-YEAR
           PERFORM 2000-START-JOURNAL
           DISPLAY 'TOTAL TAX WITHHELD    : ' WS-WITHHELD-TOTAL
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
               PERFORM 4000-BREAK-ACCOUNT
               MOVE JRNL-ACCT-ID TO WS-CURRENT-ACCT
           END-IF
           IF (JRNL-TRN-CODE = 'I' OR JRNL-IS-BONUS-INTEREST)
               AND JRNL-POST-DATE >= WS-YEAR-FROM
               AND JRNL-POST-DATE <= WS-YEAR-TO
               ADD JRNL-AMOUNT TO WS-ACCT-INTEREST
