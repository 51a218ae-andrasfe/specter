          05 WS-SAVE-POST-DATE PIC 9(8).
          05 WS-SAVE-SEQUENCE  PIC 9(7).
       01 WS-SAVE-TRN-CODE   PIC X(01).
           88 SAVE-DEBIT-TYPE VALUE 'D' 'F' 'E' 'N' 'O' 'L'.
           88 SAVE-MEMO-TYPE  VALUE 'W' 'A' 'R' 'G'.
       01 WS-SAVE-OPERATOR   PIC X(08).
           88 SAVE-BY-CAPITALIZATION VALUE 'CAPITAL'.
       01 WS-SAVE-AMOUNT     PIC S9(9)V99.
       01 WS-SAVE-TRN-REF    PIC X(12).
       01 WS-JRNL-SEQ        PIC 9(7) VALUE 0.
       01 WS-AMOUNT-DISPLAY  PIC -(9)9.99.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
           PERFORM 9000-CLOSE-FILES
           MOVE WS-RETURN-CODE TO RETURN-CODE
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
               MOVE JRNL-TRN-CODE TO WS-SAVE-TRN-CODE
               MOVE JRNL-AMOUNT TO WS-SAVE-AMOUNT
               MOVE JRNL-TRN-REF TO WS-SAVE-TRN-REF
               MOVE JRNL-OPERATOR-ID TO WS-SAVE-OPERATOR
               PERFORM 4000-REVERSE-ONE-POSTING
               MOVE WS-SAVE-KEY TO JRNL-KEY
               START JOURNAL-FILE KEY IS GREATER THAN JRNL-KEY
                  MOVE 'Y' TO WS-ACCT-FOUND
           END-READ
           IF WS-ACCT-FOUND = 'Y'
      *        THE DIRECTION FOLLOWS THE ORIGINAL CODE AS ACCTRECN
      *        READS IT.  AN INTEREST ACCRUAL NEVER REACHED THE
      *        BALANCE, SO ITS REVERSAL COMES OFF THE ACCRUED INTEREST
      *        IT WENT INTO; WITHHOLDING AND THE FX DIFFERENCE ARE
      *        MEMO ENTRIES AND A RECOVERY CAME OFF THE CHARGED-OFF
      *        AMOUNT.  A CAPITALIZATION EMPTIED THE ACCRUED FIELDS
      *        (THE TAX WITHHELD CAME OUT OF THE ACCRUED INTEREST) AND
      *        A DEBIT INTEREST CHARGE EMPTIED THE ACCRUED DEBIT
      *        INTEREST, SO THEIR REVERSALS PUT THE ACCRUALS BACK.
               MOVE ACCOUNT-RECORD TO WS-MH-BEFORE
               EVALUATE TRUE
                   WHEN WS-SAVE-TRN-CODE = 'A'
                       AND WS-SAVE-TRN-REF = SPACES
                       SUBTRACT WS-SAVE-AMOUNT FROM ACCT-INT-ACCRUED
                   WHEN WS-SAVE-TRN-CODE = 'A'
                       SUBTRACT WS-SAVE-AMOUNT FROM ACCT-BONUS-ACCRUED
                   WHEN WS-SAVE-TRN-CODE = 'W'
                       IF SAVE-BY-CAPITALIZATION
                           ADD WS-SAVE-AMOUNT TO ACCT-INT-ACCRUED
                       END-IF
                   WHEN WS-SAVE-TRN-CODE = 'G'
                       CONTINUE
                   WHEN WS-SAVE-TRN-CODE = 'R'
                       ADD WS-SAVE-AMOUNT TO ACCT-CHARGEOFF-AMOUNT
                   WHEN WS-SAVE-TRN-CODE = 'X'
                       SUBTRACT WS-SAVE-AMOUNT FROM ACCT-BALANCE
                       SUBTRACT WS-SAVE-AMOUNT
                           FROM ACCT-CHARGEOFF-AMOUNT
                       IF ACCT-CHARGEOFF-AMOUNT < 0
                           MOVE 0 TO ACCT-CHARGEOFF-AMOUNT
                       END-IF
                   WHEN WS-SAVE-TRN-CODE = 'O'
                       ADD WS-SAVE-AMOUNT TO ACCT-BALANCE
                       ADD WS-SAVE-AMOUNT TO ACCT-OD-INT-ACCRUED
                   WHEN SAVE-DEBIT-TYPE
                       ADD WS-SAVE-AMOUNT TO ACCT-BALANCE
                   WHEN OTHER
                       SUBTRACT WS-SAVE-AMOUNT FROM ACCT-BALANCE
                       IF SAVE-BY-CAPITALIZATION
                           AND WS-SAVE-TRN-CODE = 'I'
                           ADD WS-SAVE-AMOUNT TO ACCT-INT-ACCRUED
                       END-IF
                       IF SAVE-BY-CAPITALIZATION
                           AND WS-SAVE-TRN-CODE = 'B'
                           ADD WS-SAVE-AMOUNT TO ACCT-BONUS-ACCRUED
                       END-IF
               END-EVALUATE
               MOVE WS-TODAY TO ACCT-LAST-ACTIVITY-DATE
               PERFORM 4100-REWRITE-WITH-RETRY
               IF REWRITE-OK
       5000-WRITE-REVERSAL-JOURNAL.
           MOVE 'N' TO WS-JRNL-WRITE-SWITCH
           MOVE WS-SAVE-ACCT-ID TO JRNL-ACCT-ID
           MOVE ACCT-ENTITY-CODE TO JRNL-ENTITY-CODE
           MOVE WS-TODAY TO JRNL-POST-DATE
           ADD 1 TO WS-JRNL-SEQ
           MOVE WS-JRNL-SEQ TO JRNL-SEQUENCE
           MOVE WS-SAVE-AMOUNT TO JRNL-AMOUNT
      *    A MEMO ENTRY IS UNDONE BY THE SAME CODE FOR THE NEGATIVE
      *    AMOUNT; A BALANCE MOVEMENT BY A POSTING THE OTHER WAY.
           EVALUATE TRUE
               WHEN SAVE-MEMO-TYPE
                   MOVE WS-SAVE-TRN-CODE TO JRNL-TRN-CODE
                   COMPUTE JRNL-AMOUNT = 0 - WS-SAVE-AMOUNT
               WHEN SAVE-DEBIT-TYPE
                   MOVE 'C' TO JRNL-TRN-CODE
               WHEN OTHER
                   MOVE 'D' TO JRNL-TRN-CODE
           END-EVALUATE
           MOVE ACCT-BALANCE TO JRNL-RESULT-BALANCE
           MOVE WS-BACKOUT-OPR TO JRNL-OPERATOR-ID
           MOVE WS-TARGET-RUN-ID TO JRNL-RUN-ID
           MOVE WS-SAVE-POST-DATE TO JRNL-ORIG-POST-DATE
           MOVE SPACES TO JRNL-APPROVED-BY
           MOVE SPACES TO JRNL-PRESENTED-ID
           MOVE SPACES TO JRNL-REVERSAL-LINK
           PERFORM 5010-JOURNAL-WRITE-ATTEMPT
               UNTIL JOURNAL-WRITE-OK OR JOURNAL-WRITE-DEAD.
       5010-JOURNAL-WRITE-ATTEMPT.
