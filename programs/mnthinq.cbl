          05 BEFORE-IMAGE    PIC X(250).
       01 BEFORE-ACCOUNT REDEFINES BEFORE-AREA.
           COPY ACCTREC.
      * CUSTOMER MAINTENANCE LEAVES CUSTOMER IMAGES, KEYED BY THE
      * CUSTOMER NUMBER, UNDER THE SAME HISTORY FILE.
       01 BEFORE-CUSTOMER REDEFINES BEFORE-AREA.
           COPY CUSTREC.
       01 AFTER-AREA.
          05 AFTER-IMAGE     PIC X(250).
       01 AFTER-ACCOUNT REDEFINES AFTER-AREA.
           COPY ACCTREC.
       01 AFTER-CUSTOMER REDEFINES AFTER-AREA.
           COPY CUSTREC.
       PROCEDURE DIVISION.
       0000-MAIN.
      *    AN ACCOUNT'S MAINTENANCE HISTORY, FIELD BY FIELD: EACH
                       ' BY ' MH-PROGRAM
                       DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   IF MH-PROGRAM = 'ACCTCMTC'
                       PERFORM 3500-COMPARE-CUSTOMER-FIELDS
                   ELSE
                       PERFORM 3000-COMPARE-FIELDS
                   END-IF
               END-IF
           END-IF.
       3000-COMPARE-FIELDS.
               MOVE ACCT-PROBATION-END OF AFTER-ACCOUNT
                   TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF ACCT-OD-INT-ACCRUED OF BEFORE-ACCOUNT
               NOT = ACCT-OD-INT-ACCRUED OF AFTER-ACCOUNT
               MOVE 'DEBIT INT ACCRUED' TO WS-FIELD-NAME
               MOVE ACCT-OD-INT-ACCRUED OF BEFORE-ACCOUNT
                   TO WS-OLD-AMOUNT
               MOVE WS-OLD-AMOUNT TO WS-OLD-VALUE
               MOVE ACCT-OD-INT-ACCRUED OF AFTER-ACCOUNT
                   TO WS-NEW-AMOUNT
               MOVE WS-NEW-AMOUNT TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF ACCT-INT-ACCRUED OF BEFORE-ACCOUNT
               NOT = ACCT-INT-ACCRUED OF AFTER-ACCOUNT
               MOVE 'CREDIT INT ACCRUED' TO WS-FIELD-NAME
               MOVE ACCT-INT-ACCRUED OF BEFORE-ACCOUNT
                   TO WS-OLD-AMOUNT
               MOVE WS-OLD-AMOUNT TO WS-OLD-VALUE
               MOVE ACCT-INT-ACCRUED OF AFTER-ACCOUNT
                   TO WS-NEW-AMOUNT
               MOVE WS-NEW-AMOUNT TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF ACCT-BONUS-ACCRUED OF BEFORE-ACCOUNT
               NOT = ACCT-BONUS-ACCRUED OF AFTER-ACCOUNT
               MOVE 'BONUS INT ACCRUED' TO WS-FIELD-NAME
               MOVE ACCT-BONUS-ACCRUED OF BEFORE-ACCOUNT
                   TO WS-OLD-AMOUNT
               MOVE WS-OLD-AMOUNT TO WS-OLD-VALUE
               MOVE ACCT-BONUS-ACCRUED OF AFTER-ACCOUNT
                   TO WS-NEW-AMOUNT
               MOVE WS-NEW-AMOUNT TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF ACCT-LAST-CAP-DATE OF BEFORE-ACCOUNT
               NOT = ACCT-LAST-CAP-DATE OF AFTER-ACCOUNT
               MOVE 'LAST CAPITALIZED' TO WS-FIELD-NAME
               MOVE ACCT-LAST-CAP-DATE OF BEFORE-ACCOUNT
                   TO WS-OLD-VALUE
               MOVE ACCT-LAST-CAP-DATE OF AFTER-ACCOUNT
                   TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF.
       3500-COMPARE-CUSTOMER-FIELDS.
      *    AN ADD HAS A BLANK BEFORE IMAGE, SO EVERY FIELD KEYED ON
      *    IT SHOWS AS A CHANGE FROM BLANK.
           IF CUST-NAME OF BEFORE-CUSTOMER
               NOT = CUST-NAME OF AFTER-CUSTOMER
               MOVE 'CUSTOMER NAME' TO WS-FIELD-NAME
               MOVE CUST-NAME OF BEFORE-CUSTOMER TO WS-OLD-VALUE
               MOVE CUST-NAME OF AFTER-CUSTOMER TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF CUST-STATUS OF BEFORE-CUSTOMER
               NOT = CUST-STATUS OF AFTER-CUSTOMER
               MOVE 'CUSTOMER STATUS' TO WS-FIELD-NAME
               MOVE CUST-STATUS OF BEFORE-CUSTOMER TO WS-OLD-VALUE
               MOVE CUST-STATUS OF AFTER-CUSTOMER TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF CUST-RISK-RATING OF BEFORE-CUSTOMER
               NOT = CUST-RISK-RATING OF AFTER-CUSTOMER
               MOVE 'RISK RATING' TO WS-FIELD-NAME
               MOVE CUST-RISK-RATING OF BEFORE-CUSTOMER
                   TO WS-OLD-VALUE
               MOVE CUST-RISK-RATING OF AFTER-CUSTOMER
                   TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF CUST-LAST-REVIEW-DATE OF BEFORE-CUSTOMER
               NOT = CUST-LAST-REVIEW-DATE OF AFTER-CUSTOMER
               MOVE 'LAST REVIEW DATE' TO WS-FIELD-NAME
               MOVE CUST-LAST-REVIEW-DATE OF BEFORE-CUSTOMER
                   TO WS-OLD-VALUE
               MOVE CUST-LAST-REVIEW-DATE OF AFTER-CUSTOMER
                   TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF CUST-DATE-OF-DEATH OF BEFORE-CUSTOMER
               NOT = CUST-DATE-OF-DEATH OF AFTER-CUSTOMER
               MOVE 'DATE OF DEATH' TO WS-FIELD-NAME
               MOVE CUST-DATE-OF-DEATH OF BEFORE-CUSTOMER
                   TO WS-OLD-VALUE
               MOVE CUST-DATE-OF-DEATH OF AFTER-CUSTOMER
                   TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF
           IF CUST-ESTATE-NOTIFIED OF BEFORE-CUSTOMER
               NOT = CUST-ESTATE-NOTIFIED OF AFTER-CUSTOMER
               MOVE 'ESTATE NOTIFIED' TO WS-FIELD-NAME
               MOVE CUST-ESTATE-NOTIFIED OF BEFORE-CUSTOMER
                   TO WS-OLD-VALUE
               MOVE CUST-ESTATE-NOTIFIED OF AFTER-CUSTOMER
                   TO WS-NEW-VALUE
               PERFORM 4000-WRITE-FIELD-LINE
           END-IF.
       4000-WRITE-FIELD-LINE.
           ADD 1 TO WS-CHANGE-COUNT
