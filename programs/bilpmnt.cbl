       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILPMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLPAY-FILE ASSIGN TO 'BILLPAY'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BILP-KEY
               FILE STATUS IS WS-BILP-STATUS.
           SELECT BILLPAY-CARD-FILE ASSIGN TO 'BILPCARD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT PAYEE-FILE ASSIGN TO 'PAYEES'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PAYE-ID
               FILE STATUS IS WS-PAYE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO 'ACCTFILE'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ACCT-ID
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD BILLPAY-FILE.
       01 BILLPAY-RECORD.
           COPY BILPREC.
       FD BILLPAY-CARD-FILE.
       01 BILLPAY-CARD-RECORD.
          05 CARD-ACTION     PIC X(01).
             88 CARD-ADD        VALUE 'A'.
             88 CARD-SUSPEND    VALUE 'S'.
             88 CARD-RESUME     VALUE 'R'.
             88 CARD-END        VALUE 'E'.
          05 CARD-ACCT-ID    PIC X(10).
          05 CARD-PAYEE-ID   PIC X(08).
          05 CARD-PAYEE-REF  PIC X(20).
          05 CARD-AMOUNT     PIC 9(9)V99.
          05 CARD-FREQUENCY  PIC X(01).
          05 CARD-FIRST-DATE PIC 9(8).
          05 CARD-END-DATE   PIC 9(8).
          05 CARD-OPERATOR   PIC X(08).
       FD PAYEE-FILE.
       01 PAYEE-RECORD.
           COPY PAYEREC.
       FD ACCOUNT-FILE.
       01 ACCOUNT-RECORD.
           COPY ACCTREC.
       WORKING-STORAGE SECTION.
       01 WS-BILP-STATUS     PIC XX VALUE '00'.
       01 WS-CARD-STATUS     PIC XX VALUE '00'.
       01 WS-PAYE-STATUS     PIC XX VALUE '00'.
       01 WS-FILE-STATUS     PIC XX VALUE '00'.
       01 WS-EOF-SWITCH      PIC X VALUE 'N'.
           88 CARD-EOF       VALUE 'Y'.
       01 WS-CARD-OK-SWITCH  PIC X VALUE 'Y'.
           88 CARD-USABLE    VALUE 'Y'.
       01 WS-REF-SWITCH      PIC X VALUE 'Y'.
           88 REF-MATCHES-FORMAT VALUE 'Y'.
       01 WS-REF-IDX         PIC 9(2) COMP VALUE 0.
       01 WS-FORMAT-CHAR     PIC X(01) VALUE SPACE.
       01 WS-REF-CHAR        PIC X(01) VALUE SPACE.
       01 WS-REASON          PIC X(30) VALUE SPACES.
       01 WS-ADDED-COUNT     PIC 9(5) COMP VALUE 0.
       01 WS-CHANGED-COUNT   PIC 9(5) COMP VALUE 0.
       01 WS-REJECT-COUNT    PIC 9(5) COMP VALUE 0.
       01 WS-DATE-RESULT.
          05 WS-YEAR         PIC 9(4).
          05 WS-MONTH        PIC 9(2).
          05 WS-DAY          PIC 9(2).
          05 WS-DAY-OF-WEEK  PIC 9(1).
          05 WS-DAY-NAME     PIC X(9).
          05 WS-LEAP-YEAR-FLAG PIC X(01).
              88 WS-LEAP-YEAR  VALUE 'Y'.
       01 WS-TODAY           PIC 9(8).
       PROCEDURE DIVISION.
       0000-MAIN.
      *    BILL-PAYMENT CARDS SET UP OR REPLACE A CUSTOMER'S
      *    INSTRUCTION TO PAY A PAYEE, SUSPEND IT, RESUME IT (ALSO
      *    AFTER A RETURNED PAYMENT HAS STOPPED IT) OR END IT.  AN
      *    ENDED INSTRUCTION STAYS ON FILE WITH ITS LAST RESULT.
           PERFORM 0500-CHECK-ACCT-LAYOUT
           PERFORM 1000-OPEN-FILES
           CALL 'DATEUTIL' USING WS-DATE-RESULT
           STRING WS-YEAR WS-MONTH WS-DAY DELIMITED BY SIZE
               INTO WS-TODAY
           PERFORM 2000-READ-BILLPAY-CARD
           PERFORM 3000-APPLY-BILLPAY-CARD UNTIL CARD-EOF
           DISPLAY 'INSTRUCTIONS ADDED   : ' WS-ADDED-COUNT
           DISPLAY 'INSTRUCTIONS CHANGED : ' WS-CHANGED-COUNT
           DISPLAY 'CARDS REJECTED       : ' WS-REJECT-COUNT
           PERFORM 9000-CLOSE-FILES
           STOP RUN.
       0500-CHECK-ACCT-LAYOUT.
           SET ACCT-LAYOUT-CURRENT TO TRUE
           CALL 'ACCTVCHK' USING ACCT-LAYOUT-VERSION
           IF RETURN-CODE NOT = 0
               STOP RUN
           END-IF.
       1000-OPEN-FILES.
           OPEN I-O BILLPAY-FILE
           IF WS-BILP-STATUS = '35'
               OPEN OUTPUT BILLPAY-FILE
               CLOSE BILLPAY-FILE
               OPEN I-O BILLPAY-FILE
           END-IF
           IF WS-BILP-STATUS NOT = '00'
               DISPLAY 'BILL-PAYMENT FILE OPEN ERROR: ' WS-BILP-STATUS
               STOP RUN
           END-IF
           OPEN INPUT BILLPAY-CARD-FILE
           IF WS-CARD-STATUS NOT = '00'
               DISPLAY 'BILL-PAYMENT CARD FILE OPEN ERROR: '
                   WS-CARD-STATUS
               CLOSE BILLPAY-FILE
               STOP RUN
           END-IF
           OPEN INPUT PAYEE-FILE
           IF WS-PAYE-STATUS NOT = '00'
               DISPLAY 'PAYEE FILE OPEN ERROR: ' WS-PAYE-STATUS
               CLOSE BILLPAY-FILE
               CLOSE BILLPAY-CARD-FILE
               STOP RUN
           END-IF
           OPEN INPUT ACCOUNT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'ACCOUNT FILE OPEN ERROR: ' WS-FILE-STATUS
               CLOSE BILLPAY-FILE
               CLOSE BILLPAY-CARD-FILE
               CLOSE PAYEE-FILE
               STOP RUN
           END-IF.
       2000-READ-BILLPAY-CARD.
           READ BILLPAY-CARD-FILE INTO BILLPAY-CARD-RECORD
               AT END
                  MOVE 'Y' TO WS-EOF-SWITCH
           END-READ.
       3000-APPLY-BILLPAY-CARD.
           EVALUATE TRUE
               WHEN CARD-ACCT-ID = SPACES OR CARD-PAYEE-ID = SPACES
                   OR CARD-OPERATOR = SPACES
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BILL-PAYMENT CARD REJECTED, BAD DATA: '
                       CARD-ACCT-ID ' ' CARD-PAYEE-ID
               WHEN CARD-ADD
                   PERFORM 4000-ADD-INSTRUCTION
               WHEN CARD-SUSPEND OR CARD-RESUME OR CARD-END
                   PERFORM 5000-CHANGE-STATUS
               WHEN OTHER
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BILL-PAYMENT CARD REJECTED, BAD ACTION: '
                       CARD-ACTION ' ' CARD-ACCT-ID
           END-EVALUATE
           PERFORM 2000-READ-BILLPAY-CARD.
       3100-VALIDATE-INSTRUCTION.
      *    THE ACCOUNT MUST BE OPEN AND THE PAYEE ACTIVE, AND THE
      *    CUSTOMER'S REFERENCE MUST BE IN THE SHAPE THE PAYEE
      *    NEEDS OR THE PAYEE CANNOT APPLY THE MONEY.
           MOVE 'Y' TO WS-CARD-OK-SWITCH
           MOVE SPACES TO WS-REASON
           MOVE CARD-ACCT-ID TO ACCT-ID
           READ ACCOUNT-FILE
               INVALID KEY
                  MOVE 'ACCOUNT NOT FOUND' TO WS-REASON
               NOT INVALID KEY
                  IF ACCT-CLOSED OR ACCT-ESCHEATED
                      MOVE 'ACCOUNT NOT OPEN' TO WS-REASON
                  END-IF
           END-READ
           IF WS-REASON = SPACES
               MOVE CARD-PAYEE-ID TO PAYE-ID
               READ PAYEE-FILE
                   INVALID KEY
                      MOVE 'PAYEE NOT FOUND' TO WS-REASON
                   NOT INVALID KEY
                      IF NOT PAYE-ACTIVE
                          MOVE 'PAYEE CLOSED' TO WS-REASON
                      END-IF
               END-READ
           END-IF
           IF WS-REASON = SPACES
               PERFORM 3200-CHECK-PAYEE-REF
               MOVE CARD-FREQUENCY TO BILP-FREQUENCY
               EVALUATE TRUE
                   WHEN CARD-PAYEE-REF = SPACES
                       OR NOT REF-MATCHES-FORMAT
                       MOVE 'REFERENCE NOT IN PAYEE FORMAT'
                           TO WS-REASON
                   WHEN CARD-AMOUNT IS NOT NUMERIC
                       OR CARD-AMOUNT = 0
                       MOVE 'BAD AMOUNT' TO WS-REASON
                   WHEN NOT BILP-VALID-FREQUENCY
                       MOVE 'BAD FREQUENCY' TO WS-REASON
                   WHEN CARD-FIRST-DATE IS NOT NUMERIC
                       MOVE 'BAD FIRST PAYMENT DATE' TO WS-REASON
                   WHEN FUNCTION TEST-DATE-YYYYMMDD (CARD-FIRST-DATE)
                       NOT = 0
                       OR CARD-FIRST-DATE < WS-TODAY
                       MOVE 'BAD FIRST PAYMENT DATE' TO WS-REASON
                   WHEN CARD-END-DATE IS NOT NUMERIC
                       MOVE 'BAD END DATE' TO WS-REASON
                   WHEN CARD-END-DATE NOT = 0
                       AND CARD-END-DATE < CARD-FIRST-DATE
                       MOVE 'BAD END DATE' TO WS-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF WS-REASON NOT = SPACES
               MOVE 'N' TO WS-CARD-OK-SWITCH
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY 'BILL-PAYMENT CARD REJECTED, ' WS-REASON ': '
                   CARD-ACCT-ID ' ' CARD-PAYEE-ID
           END-IF.
       3200-CHECK-PAYEE-REF.
           MOVE 'Y' TO WS-REF-SWITCH
           IF PAYE-REF-FORMAT NOT = SPACES
               PERFORM 3210-CHECK-ONE-POSITION
                   VARYING WS-REF-IDX FROM 1 BY 1
                   UNTIL WS-REF-IDX > 20
           END-IF.
       3210-CHECK-ONE-POSITION.
           MOVE PAYE-REF-FORMAT (WS-REF-IDX:1) TO WS-FORMAT-CHAR
           MOVE CARD-PAYEE-REF (WS-REF-IDX:1) TO WS-REF-CHAR
           EVALUATE WS-FORMAT-CHAR
               WHEN 'N'
                   IF WS-REF-CHAR IS NOT NUMERIC
                       MOVE 'N' TO WS-REF-SWITCH
                   END-IF
               WHEN 'A'
                   IF WS-REF-CHAR IS NOT ALPHABETIC
                       OR WS-REF-CHAR = SPACE
                       MOVE 'N' TO WS-REF-SWITCH
                   END-IF
               WHEN 'X'
                   IF WS-REF-CHAR = SPACE
                       MOVE 'N' TO WS-REF-SWITCH
                   END-IF
               WHEN OTHER
                   IF WS-REF-CHAR NOT = SPACE
                       MOVE 'N' TO WS-REF-SWITCH
                   END-IF
           END-EVALUATE.
       4000-ADD-INSTRUCTION.
      *    A CARD FOR AN ACCOUNT AND PAYEE ALREADY ON FILE REPLACES
      *    THAT INSTRUCTION, WHATEVER STATE IT WAS IN.
           PERFORM 3100-VALIDATE-INSTRUCTION
           IF CARD-USABLE
               MOVE CARD-ACCT-ID TO BILP-ACCT-ID
               MOVE CARD-PAYEE-ID TO BILP-PAYEE-ID
               MOVE CARD-PAYEE-REF TO BILP-PAYEE-REF
               MOVE CARD-AMOUNT TO BILP-AMOUNT
               MOVE CARD-FREQUENCY TO BILP-FREQUENCY
               MOVE CARD-FIRST-DATE (7:2) TO BILP-PAY-DAY
               MOVE CARD-FIRST-DATE TO BILP-NEXT-DATE
               MOVE CARD-END-DATE TO BILP-END-DATE
               SET BILP-ACTIVE TO TRUE
               MOVE 0 TO BILP-LAST-DATE
               MOVE SPACES TO BILP-LAST-REF
               MOVE SPACE TO BILP-LAST-RESULT
               MOVE 0 TO BILP-RETURN-DATE
               MOVE SPACES TO BILP-RETURN-REASON
               MOVE WS-TODAY TO BILP-ADDED-DATE
               MOVE WS-TODAY TO BILP-UPDATED-DATE
               MOVE CARD-OPERATOR TO BILP-UPDATED-BY
               WRITE BILLPAY-RECORD
                   INVALID KEY
                      PERFORM 4100-REWRITE-INSTRUCTION
                   NOT INVALID KEY
                      ADD 1 TO WS-ADDED-COUNT
               END-WRITE
           END-IF.
       4100-REWRITE-INSTRUCTION.
           REWRITE BILLPAY-RECORD
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'BILL-PAYMENT ADD FAILED, STATUS '
                      WS-BILP-STATUS ': ' CARD-ACCT-ID ' '
                      CARD-PAYEE-ID
               NOT INVALID KEY
                  ADD 1 TO WS-CHANGED-COUNT
           END-REWRITE.
       5000-CHANGE-STATUS.
           MOVE CARD-ACCT-ID TO BILP-ACCT-ID
           MOVE CARD-PAYEE-ID TO BILP-PAYEE-ID
           READ BILLPAY-FILE
               INVALID KEY
                  ADD 1 TO WS-REJECT-COUNT
                  DISPLAY 'BILL-PAYMENT CARD REJECTED, NOT ON FILE: '
                      CARD-ACCT-ID ' ' CARD-PAYEE-ID
               NOT INVALID KEY
                  PERFORM 5100-APPLY-STATUS
           END-READ.
       5100-APPLY-STATUS.
           EVALUATE TRUE
               WHEN BILP-ENDED
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BILL-PAYMENT CARD REJECTED, INSTRUCTION '
                       'ENDED: ' CARD-ACCT-ID ' ' CARD-PAYEE-ID
               WHEN CARD-RESUME AND BILP-ACTIVE
                   ADD 1 TO WS-REJECT-COUNT
                   DISPLAY 'BILL-PAYMENT CARD REJECTED, NOT STOPPED: '
                       CARD-ACCT-ID ' ' CARD-PAYEE-ID
               WHEN OTHER
                   EVALUATE TRUE
                       WHEN CARD-SUSPEND
                           SET BILP-SUSPENDED TO TRUE
                       WHEN CARD-RESUME
                           SET BILP-ACTIVE TO TRUE
                       WHEN OTHER
                           SET BILP-ENDED TO TRUE
                   END-EVALUATE
                   MOVE WS-TODAY TO BILP-UPDATED-DATE
                   MOVE CARD-OPERATOR TO BILP-UPDATED-BY
                   REWRITE BILLPAY-RECORD
                       INVALID KEY
                          ADD 1 TO WS-REJECT-COUNT
                          DISPLAY 'BILL-PAYMENT UPDATE FAILED, STATUS '
                              WS-BILP-STATUS ': ' CARD-ACCT-ID
                       NOT INVALID KEY
                          ADD 1 TO WS-CHANGED-COUNT
                   END-REWRITE
           END-EVALUATE.
       9000-CLOSE-FILES.
           CLOSE BILLPAY-FILE
           CLOSE BILLPAY-CARD-FILE
           CLOSE PAYEE-FILE
           CLOSE ACCOUNT-FILE.
