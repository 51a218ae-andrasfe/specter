          05 FILLER          PIC X(14) VALUE ' OUT OF PROOF'.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           PERFORM 1100-SET-RECON-DATE
           PERFORM 1200-PRELOAD-DATE-EXTRACT
           END-IF
           MOVE WS-RETURN-CODE TO RETURN-CODE
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
      *    ADDS THE CHARGED-OFF DEBT BACK TO ZERO THE BALANCE.
           IF WS-MV-HIT > 0
               EVALUATE TRUE
                   WHEN JRNL-IS-WITHHOLD OR JRNL-IS-INT-ACCRUAL
                       CONTINUE
                   WHEN JRNL-TRN-CODE = 'R' OR JRNL-TRN-CODE = 'G'
                       CONTINUE
      *    AND A WRITE-OFF ('X') ADDS THE CHARGED-OFF DEBT BACK
      *    TO BRING THE BALANCE TO ZERO.
           EVALUATE TRUE
               WHEN JRNL-IS-WITHHOLD OR JRNL-IS-INT-ACCRUAL
                   CONTINUE
               WHEN JRNL-TRN-CODE = 'R' OR JRNL-TRN-CODE = 'G'
                   CONTINUE
