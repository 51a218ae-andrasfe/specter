      *    THE CORRECTION DATE ONWARD IS RESCALED TO THE NEW RATE
      *    AND THE DIFFERENCE POSTED AND JOURNALED, SO CUSTOMERS
      *    END UP WHERE THE CORRECTED RATE WOULD HAVE PUT THEM.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           DISPLAY 'NET ADJUSTMENT    : ' WS-ADJUST-TOTAL
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               IF WS-JRN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-JRNL-EOF
               ELSE
      *            DAILY BASE INTEREST IS NOW JOURNALED AS AN 'A'
      *            ACCRUAL; THE 'I' THAT LATER CAPITALIZES IT WOULD
      *            COUNT THE SAME INTEREST TWICE.
                   IF ((JRNL-TRN-CODE = 'I'
                       AND NOT JRNL-BY-CAPITALIZATION)
                       OR (JRNL-IS-INT-ACCRUAL
                       AND JRNL-TRN-REF = SPACES))
                       AND JRNL-RUN-ID = 'ACCTINTR'
                       AND JRNL-POST-DATE >= CARD-FROM-DATE
                       PERFORM 4200-ADJUST-ONE-POSTING
       5000-WRITE-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE 0 TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       5010-JOURNAL-WRITE-ATTEMPT.
